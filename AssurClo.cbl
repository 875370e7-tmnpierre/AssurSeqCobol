      *           d'origine), avec le total général EUR, puis
      *           rapproche les primes par devise de la dernière
      *           ligne ASSURSEQ du fichier commun de contrôle
      *           'assur-controle.dat', dans l'esprit de ASSURBAL ;
      *        4. compare la prime non acquise par type de contrat et
      *           par devise (en devise d'origine) à celle de la
      *           clôture précédente, conservée dans 'assur-upr.dat',
      *           et ajoute un événement comptable UPR par variation
      *           au fichier 'assur-evenements.dat' (format
      *           copy/EVTREC.cpy) repris par ASSURCPT ; le fichier
      *           'assur-upr.dat' est ensuite réécrit avec les
      *           montants du jour. Comme les autres producteurs,
      *           l'événement est daté du jour de traitement, pour
      *           passer au journal ASSURCPT de ce jour même quand
      *           l'arrêté est antérieur ; la date d'arrêté est
      *           portée en référence.
      *
      *    Paramètre : 1er argument de ligne de commande = date
      *    d'arrêté AAAAMMJJ (par défaut : date système du jour).
      *    Code retour : 8 taux du jour absents, conversions
      *    restées sans taux ou maître illisible ; 4 rapprochement
      *    en écart avec le contrôle ; 0 sinon.
      *
      *    Le fichier d'interface lu (assur-taux.dat) est contrôlé
      *    par ASSURENV avant tout traitement : un fichier rejeté
      *    arrête le programme en code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TAUX-STATUS.

      *    Prime non acquise par type et devise à la dernière
      *    clôture, relue puis réécrite par chaque clôture.
           SELECT FICHIER-UPR ASSIGN TO 'assur-upr.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-UPR-STATUS.

      *    Evénements comptables, fichier cumulatif ouvert en
      *    ajout.
           SELECT FICHIER-EVT ASSIGN TO 'assur-evenements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EVT-STATUS.

      *    Etat de clôture imprimable.
           SELECT FICHIER-CLOTURE ASSIGN TO 'assur-cloture.lst'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FICHIER-TAUX.
           COPY TAUXREC.

       FD  FICHIER-UPR.
       01  UPR-REC.
           05  UPR-TYPE           PIC X(41).
           05  FILLER             PIC X(1).
           05  UPR-DEVISE         PIC X(3).
           05  FILLER             PIC X(1).
           05  UPR-MONTANT        PIC 9(11)V99.
           05  FILLER             PIC X(1).
           05  UPR-DATE           PIC X(8).

       FD  FICHIER-EVT.
           COPY EVTREC.

       FD  FICHIER-CLOTURE.
       01  LIGNE-CLOTURE          PIC X(132).

       01  WS-CTL-STATUS          PIC XX.
       01  WS-TAUX-STATUS         PIC XX.
       01  WS-CLOTURE-STATUS      PIC XX.
       01  WS-UPR-STATUS          PIC XX.
       01  WS-EVT-STATUS          PIC XX.

      *    Date d'arrêté (argument 1, défaut date système) et noms
      *    des générations datées construits avec elle.
       01  WS-PARM-DATE           PIC X(8).
       01  WS-DATE-ARRETE         PIC X(8).
       01  WS-DATE-ARRETE-NUM     PIC 9(8).
      *    Date de traitement (date système), date des événements.
       01  WS-DATE-TRAIT          PIC X(8).
       01  WS-NOM-SNAP-MAITRE     PIC X(30).
       01  WS-NOM-SNAP-SIN        PIC X(34).

               10  WS-DEV-UPR         PIC 9(11)V99 VALUE 0.
               10  WS-DEV-PRIME       PIC 9(11)V99 VALUE 0.

      *    Prime non acquise par type de contrat et par devise, en
      *    devise d'origine : montant de la clôture précédente (relu
      *    dans assur-upr.dat) et montant du jour. Table pleine :
      *    dernière entrée requalifiée AUTRES TYPES, comme la table
      *    des types.
       01  WS-NB-UPR              PIC 9(3) VALUE 0.
       01  WS-UPR-IDX             PIC 9(3) VALUE 0.
       01  WS-UPR-TROUVE          PIC X(1) VALUE 'N'.
       01  WS-UPR-CHERCHE-TYPE    PIC X(41).
       01  WS-UPR-CHERCHE-DEVISE  PIC X(3).
       01  WS-NB-EVT-UPR          PIC 9(4) VALUE 0.
       01  WS-TABLE-UPR.
           05  WS-UPR-ENTRY OCCURS 200 TIMES.
               10  WS-UPR-TYPE        PIC X(41).
               10  WS-UPR-DEVISE      PIC X(3).
               10  WS-UPR-PREC        PIC 9(11)V99 VALUE 0.
               10  WS-UPR-COUR        PIC 9(11)V99 VALUE 0.

      *    Totaux généraux EUR.
       01  WS-TOTAL-ACQUIS-EUR    PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-UPR-EUR       PIC 9(11)V99 VALUE 0.
       01  WS-NB-EDIT             PIC ZZZ9.
       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0050-CONTROLER-ENVELOPPES
           PERFORM 0100-LIRE-PARAMETRES
           PERFORM 0150-CHARGER-TAUX
           PERFORM 0200-INITIALISER-TABLES
           PERFORM 0300-LIRE-CONTROLE-ASSURSEQ
           PERFORM 0400-CHARGER-UPR-PRECEDENTE

           PERFORM 1000-PHOTOGRAPHIER-MAITRE
           PERFORM 2000-PHOTOGRAPHIER-SINISTRES
           PERFORM 3000-ECRIRE-EVENEMENTS-UPR

           PERFORM 4000-IMPRIMER-CLOTURE

                   " CONTRATS: "   WS-NB-PRORATES
                   " IGNORES: "    WS-NB-IGNORES
                   " SINISTRES: "  WS-NB-SNAP-SIN
                   " EVENEMENTS UPR: " WS-NB-EVT-UPR
                   " ECARTS: "     WS-NB-ECARTS

      *    Code retour pour l'ordonnanceur : 4 si le rapprochement
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 0070-CONSIGNER-RECEPTIONS

           STOP RUN.

      *    Contrôle des enveloppes des fichiers reçus avant toute
      *    mise à jour : un fichier rejeté par ASSURENV (tronqué,
      *    cumuls discordants, séquence déjà traitée ou hors ordre)
      *    arrête le traitement en code retour 12, sans rien avoir
      *    modifié.
       0050-CONTROLER-ENVELOPPES.
           MOVE "ASSURCLO" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'C' TO ENV-MODE
           MOVE "assur-taux.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURCLO - FICHIER " FUNCTION TRIM(ENV-FICHIER)
                   " REJETE - TRAITEMENT ABANDONNE"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *    Fin de traitement sans échec : les fichiers contrôlés
      *    sont consignés au registre des fichiers reçus, et ne
      *    seront plus acceptés une seconde fois.
       0070-CONSIGNER-RECEPTIONS.
           IF RETURN-CODE < 8
               MOVE 'E' TO ENV-FONCTION
               PERFORM 0080-APPELER-ASSURENV
           END-IF.

      *    L'appel remet RETURN-CODE à zéro : le code retour déjà
      *    établi par le programme est préservé.
       0080-APPELER-ASSURENV.
           MOVE RETURN-CODE TO WS-CODE-RETOUR
           CALL 'ASSURENV' USING ENV-PARAMETRES
           MOVE WS-CODE-RETOUR TO RETURN-CODE.

       0100-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-ARRETE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-TRAIT

           MOVE WS-DATE-ARRETE TO WS-DATE-ARRETE-NUM

           MOVE SPACES TO WS-NOM-SNAP-MAITRE
               CLOSE FICHIER-CTL
           END-IF.

      *    Charge la prime non acquise de la clôture précédente.
      *    Fichier absent (première clôture) : table vide, toute la
      *    prime non acquise du jour est alors une variation.
       0400-CHARGER-UPR-PRECEDENTE.
           OPEN INPUT FICHIER-UPR

           IF WS-UPR-STATUS = '00'
               PERFORM UNTIL WS-UPR-STATUS = '10'
                   READ FICHIER-UPR INTO UPR-REC
                       AT END
                           MOVE '10' TO WS-UPR-STATUS
                       NOT AT END
                           MOVE UPR-TYPE   TO WS-UPR-CHERCHE-TYPE
                           MOVE UPR-DEVISE TO WS-UPR-CHERCHE-DEVISE
                           PERFORM 1400-CHERCHER-UPR
                           ADD UPR-MONTANT TO WS-UPR-PREC(WS-UPR-IDX)
                   END-READ
               END-PERFORM
               CLOSE FICHIER-UPR
           ELSE
               DISPLAY "ASSURCLO - AUCUNE CLOTURE PRECEDENTE "
                       "(ASSUR-UPR.DAT ABSENT)"
           END-IF.

      *    Génération datée du maître des assurances, et prorata
      *    acquis / non acquis de chaque contrat photographié.
       1000-PHOTOGRAPHIER-MAITRE.
                   ADD WS-PRIME-UPR TO WS-DEV-UPR(WS-TAUX-SUB)
                   ADD MAITRE-MONTANT TO WS-DEV-PRIME(WS-TAUX-SUB)
               END-IF
           END-PERFORM

           MOVE MAITRE-TYPE   TO WS-UPR-CHERCHE-TYPE
           MOVE MAITRE-DEVISE TO WS-UPR-CHERCHE-DEVISE
           PERFORM 1400-CHERCHER-UPR
           ADD WS-PRIME-UPR TO WS-UPR-COUR(WS-UPR-IDX).

      *    Recherche le type de contrat dans la table des cumuls et
      *    l'y enregistre s'il n'y figure pas encore, comme ASSURSIN
                   MOVE "AUTRES TYPES" TO WS-TYPE-CODE(WS-TYPE-IDX)
           END-EVALUATE.

      *    Recherche le couple type / devise dans la table de la
      *    prime non acquise et l'y enregistre s'il n'y figure pas
      *    encore.
       1400-CHERCHER-UPR.
           MOVE 'N' TO WS-UPR-TROUVE
           MOVE 0 TO WS-UPR-IDX

           PERFORM VARYING WS-UPR-IDX FROM 1 BY 1
                   UNTIL WS-UPR-IDX > WS-NB-UPR
                      OR WS-UPR-TROUVE = 'O'
               IF WS-UPR-TYPE(WS-UPR-IDX) = WS-UPR-CHERCHE-TYPE
                  AND WS-UPR-DEVISE(WS-UPR-IDX) = WS-UPR-CHERCHE-DEVISE
                   MOVE 'O' TO WS-UPR-TROUVE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-UPR-TROUVE = 'O'
                   SUBTRACT 1 FROM WS-UPR-IDX

               WHEN WS-NB-UPR < 200
                   ADD 1 TO WS-NB-UPR
                   MOVE WS-NB-UPR TO WS-UPR-IDX
                   MOVE WS-UPR-CHERCHE-TYPE
                       TO WS-UPR-TYPE(WS-UPR-IDX)
                   MOVE WS-UPR-CHERCHE-DEVISE
                       TO WS-UPR-DEVISE(WS-UPR-IDX)
                   MOVE 0 TO WS-UPR-PREC(WS-UPR-IDX)
                   MOVE 0 TO WS-UPR-COUR(WS-UPR-IDX)

               WHEN OTHER
                   MOVE 200 TO WS-UPR-IDX
                   MOVE "AUTRES TYPES" TO WS-UPR-TYPE(WS-UPR-IDX)
           END-EVALUATE.

      *    Convertit WS-CONV-MONTANT (devise du contrat courant)
      *    dans la devise de base (EUR), comme ASSURSEQ
      *    1750-CONVERTIR-EUR.

           CLOSE FICHIER-SNAP-SIN.

      *    Une variation de la prime non acquise par type et devise
      *    depuis la clôture précédente : événement UPR en plus ou en
      *    moins, daté du jour de traitement, l'arrêté en référence.
      *    Le fichier assur-upr.dat est ensuite réécrit avec les
      *    montants du jour, si bien qu'une seconde clôture à la même
      *    date ne produit aucune variation.
       3000-ECRIRE-EVENEMENTS-UPR.
           OPEN EXTEND FICHIER-EVT
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-EVT
           END-IF

           PERFORM VARYING WS-UPR-IDX FROM 1 BY 1
                   UNTIL WS-UPR-IDX > WS-NB-UPR
               IF WS-UPR-COUR(WS-UPR-IDX) NOT = WS-UPR-PREC(WS-UPR-IDX)
                   PERFORM 3100-ECRIRE-EVENEMENT-UPR
               END-IF
           END-PERFORM

           CLOSE FICHIER-EVT

           OPEN OUTPUT FICHIER-UPR

           PERFORM VARYING WS-UPR-IDX FROM 1 BY 1
                   UNTIL WS-UPR-IDX > WS-NB-UPR
               IF WS-UPR-COUR(WS-UPR-IDX) > 0
                   MOVE SPACES TO UPR-REC
                   MOVE WS-UPR-TYPE(WS-UPR-IDX)   TO UPR-TYPE
                   MOVE WS-UPR-DEVISE(WS-UPR-IDX) TO UPR-DEVISE
                   MOVE WS-UPR-COUR(WS-UPR-IDX)   TO UPR-MONTANT
                   MOVE WS-DATE-ARRETE            TO UPR-DATE
                   WRITE UPR-REC
               END-IF
           END-PERFORM

           CLOSE FICHIER-UPR.

       3100-ECRIRE-EVENEMENT-UPR.
           ADD 1 TO WS-NB-EVT-UPR

           MOVE SPACES TO EVT-REC
           MOVE WS-DATE-TRAIT             TO EVT-DATE
           MOVE "ASSURCLO"                TO EVT-PROGRAMME
           MOVE "UPR"                     TO EVT-CODE
           MOVE WS-UPR-TYPE(WS-UPR-IDX)   TO EVT-TYPE
           MOVE WS-UPR-DEVISE(WS-UPR-IDX) TO EVT-DEVISE
           MOVE WS-DATE-ARRETE            TO EVT-REFERENCE

           IF WS-UPR-COUR(WS-UPR-IDX) > WS-UPR-PREC(WS-UPR-IDX)
               MOVE '+' TO EVT-SENS
               COMPUTE EVT-MONTANT =
                   WS-UPR-COUR(WS-UPR-IDX) - WS-UPR-PREC(WS-UPR-IDX)
           ELSE
               MOVE '-' TO EVT-SENS
               COMPUTE EVT-MONTANT =
                   WS-UPR-PREC(WS-UPR-IDX) - WS-UPR-COUR(WS-UPR-IDX)
           END-IF

           WRITE EVT-REC.

       4000-IMPRIMER-CLOTURE.
           OPEN OUTPUT FICHIER-CLOTURE

