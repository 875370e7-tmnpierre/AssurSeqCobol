      *    et ne génère pas de commission ; un courtier sans règle
      *    de barème est listé au taux zéro pour forcer un oeil
      *    humain sur le relevé.
      *
      *    La commission due est comptabilisée par écart : le
      *    montant déjà comptabilisé pour chaque contrat est conservé
      *    dans 'assur-comm-postee.dat', et seule la différence avec
      *    la commission due du jour est ajoutée comme événement COMM
      *    en plus ou en moins, dans la devise du contrat, au
      *    fichier des événements comptables 'assur-evenements.dat'
      *    (format copy/EVTREC.cpy), repris par ASSURCPT ; seul le
      *    relevé est converti en EUR. Le fichier
      *    'assur-comm-postee.dat' est ensuite réécrit, si bien
      *    qu'une seconde exécution le même jour ne produit aucun
      *    événement. Un contrat sorti du calcul (plus ACTIF, passé
      *    en direct) garde la commission déjà comptabilisée, sans
      *    extourne : la reprise de commission sur une résiliation
      *    n'est pas du ressort de ce programme.
      *
      *    Le fichier d'interface lu (assur-taux.dat) est contrôlé
      *    par ASSURENV avant tout traitement : un fichier rejeté
      *    arrête le programme en code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-BAREME-STATUS.

      *    Evénements comptables, fichier cumulatif ouvert en
      *    ajout.
           SELECT FICHIER-EVT ASSIGN TO 'assur-evenements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EVT-STATUS.

      *    Commission déjà comptabilisée par contrat, relue puis
      *    réécrite par chaque exécution.
           SELECT FICHIER-POSTEE ASSIGN TO 'assur-comm-postee.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-POSTEE-STATUS.

           SELECT FICHIER-TRI ASSIGN TO 'assur-com.tmp'.

      *    Relevés de commissions, un relevé par courtier.
           05  FILLER             PIC X(1).
           05  BAR-TAUX           PIC 9(2)V99.

       FD  FICHIER-EVT.
           COPY EVTREC.

       FD  FICHIER-POSTEE.
       01  CPO-REC.
           05  CPO-ID             PIC X(8).
           05  FILLER             PIC X(1).
           05  CPO-TYPE           PIC X(41).
           05  FILLER             PIC X(1).
           05  CPO-MONTANT        PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  CPO-DATE           PIC X(8).
           05  FILLER             PIC X(1).
           05  CPO-DEVISE         PIC X(3).

       SD  FICHIER-TRI.
       01  SD-COM-REC.
           05  SD-COURTIER        PIC X(6).
       01  WS-BAREME-STATUS       PIC XX.
       01  WS-RELEVES-STATUS      PIC XX.
       01  WS-TAUX-STATUS         PIC XX.
       01  WS-EVT-STATUS          PIC XX.
       01  WS-POSTEE-STATUS       PIC XX.
       01  WS-SORT-AT-END         PIC X(1) VALUE 'N'.

      *    Date de cotation attendue dans le fichier des taux.
       01  WS-SPECIF-REGLE        PIC 9(1) VALUE 0.
       01  WS-TAUX-TROUVE         PIC X(1) VALUE 'N'.

      *    Commission du contrat en EUR pour le relevé, et dans la
      *    devise du contrat pour la comptabilité : cette dernière ne
      *    varie pas avec le cours du jour.
       01  WS-COMMISSION          PIC 9(9)V99 VALUE 0.
       01  WS-COMMISSION-DEV      PIC 9(9)V99 VALUE 0.

      *    Commission par contrat, dans la devise du contrat :
      *    montant déjà comptabilisé (relu dans
      *    assur-comm-postee.dat, devise à blanc lue comme EUR) et
      *    commission due du jour, pour les contrats commissionnés
      *    de cette exécution (WS-CPO-VU = 'O'). Table pleine au
      *    chargement : arrêt en code retour 8 avant toute
      *    écriture ; table pleine en
      *    cours de calcul : la commission du contrat n'est pas
      *    comptabilisée (elle le sera à l'exécution suivante), et
      *    l'exécution se termine en code retour 8.
       01  WS-NB-CPO              PIC 9(4) VALUE 0.
       01  WS-CPO-IDX             PIC 9(4) VALUE 0.
       01  WS-CPO-TROUVE          PIC X(1) VALUE 'N'.
       01  WS-NB-EVT-COMM         PIC 9(4) VALUE 0.
       01  WS-NB-NON-COMPTA       PIC 9(4) VALUE 0.
       01  WS-TABLE-POSTEE.
           05  WS-CPO-ENTRY OCCURS 5000 TIMES.
               10  WS-CPO-ID          PIC X(8).
               10  WS-CPO-TYPE        PIC X(41).
               10  WS-CPO-PREC        PIC 9(9)V99 VALUE 0.
               10  WS-CPO-DEV-PREC    PIC X(3).
               10  WS-CPO-COUR        PIC 9(9)V99 VALUE 0.
               10  WS-CPO-DEV-COUR    PIC X(3).
               10  WS-CPO-VU          PIC X(1) VALUE 'N'.

      *    Evénement COMM en cours d'écriture.
       01  WS-EVT-SENS            PIC X(1).
       01  WS-EVT-MONTANT         PIC 9(9)V99 VALUE 0.
       01  WS-EVT-DEVISE          PIC X(3).

      *    Rupture de séquence par courtier lors de l'impression et
      *    cumuls du courtier courant et du total général.

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0050-CONTROLER-ENVELOPPES
           PERFORM 0100-CHARGER-TAUX
           PERFORM 0200-CHARGER-COURTIERS
           PERFORM 0300-CHARGER-BAREME
           PERFORM 0400-CHARGER-COMM-POSTEE

           SORT FICHIER-TRI
               ON ASCENDING KEY SD-COURTIER SD-ID
               INPUT PROCEDURE IS 1000-CALCULER-COMMISSIONS
               OUTPUT PROCEDURE IS 3000-IMPRIMER-RELEVES

           PERFORM 5000-COMPTABILISER-COMMISSIONS

           DISPLAY "ASSURCOM - COMMISSIONNES: " WS-NB-COMMISSIONNES
                   " DIRECTS: "                 WS-NB-DIRECTS
                   " IGNORES: "                 WS-NB-IGNORES
                   " COURTIERS: "               WS-NB-COURTIERS
                   " EVENEMENTS: "              WS-NB-EVT-COMM

      *    Des commissions n'ont pu être suivies faute de place en
      *    table : elles restent à comptabiliser, code retour 8.
           IF WS-NB-NON-COMPTA > 0
               DISPLAY "ASSURCOM - COMMISSIONS NON COMPTABILISEES: "
                       WS-NB-NON-COMPTA
               MOVE 8 TO RETURN-CODE
           END-IF

      *    Des conversions sans taux du jour faussent les cumuls
      *    EUR : l'exécution se termine en code retour 8.
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
           MOVE "ASSURCOM" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'C' TO ENV-MODE
           MOVE "assur-taux.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURCOM - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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

      *    Charge les taux de change du jour de traitement depuis le
      *    fichier des taux datés, comme ASSURSEQ 0150-CHARGER-TAUX.
      *    Fichier absent ou taux du jour manquants : arrêt en code
                       "REGLE IGNOREE: " BAR-COURTIER
           END-IF.

      *    Charge la commission déjà comptabilisée par contrat.
      *    Fichier absent (première exécution) : table vide, toute
      *    la commission due du jour est alors comptabilisée. Table
      *    trop petite pour le fichier : arrêt en code retour 8, une
      *    réécriture partielle ferait recomptabiliser les contrats
      *    perdus.
       0400-CHARGER-COMM-POSTEE.
           OPEN INPUT FICHIER-POSTEE

           IF WS-POSTEE-STATUS = '00'
               PERFORM UNTIL WS-POSTEE-STATUS = '10'
                   READ FICHIER-POSTEE INTO CPO-REC
                       AT END
                           MOVE '10' TO WS-POSTEE-STATUS
                       NOT AT END
                           PERFORM 0450-RETENIR-COMM-POSTEE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-POSTEE
           ELSE
               DISPLAY "ASSURCOM - AUCUNE COMMISSION COMPTABILISEE "
                       "(ASSUR-COMM-POSTEE.DAT ABSENT)"
           END-IF.

       0450-RETENIR-COMM-POSTEE.
           IF WS-NB-CPO < 5000
               ADD 1 TO WS-NB-CPO
               MOVE CPO-ID      TO WS-CPO-ID(WS-NB-CPO)
               MOVE CPO-TYPE    TO WS-CPO-TYPE(WS-NB-CPO)
               MOVE CPO-MONTANT TO WS-CPO-PREC(WS-NB-CPO)
               IF CPO-DEVISE = SPACES
                   MOVE "EUR"      TO WS-CPO-DEV-PREC(WS-NB-CPO)
               ELSE
                   MOVE CPO-DEVISE TO WS-CPO-DEV-PREC(WS-NB-CPO)
               END-IF
           ELSE
               DISPLAY "ASSURCOM - TABLE DES COMMISSIONS "
                       "COMPTABILISEES PLEINE - TRAITEMENT ABANDONNE"
               CLOSE FICHIER-POSTEE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-CALCULER-COMMISSIONS.
           OPEN INPUT FICHIER-MAITRE


           COMPUTE WS-COMMISSION ROUNDED =
               WS-MONTANT-EUR * WS-TAUX-RETENU / 100
           COMPUTE WS-COMMISSION-DEV ROUNDED =
               MAITRE-MONTANT * WS-TAUX-RETENU / 100

           MOVE MAITRE-COURTIER TO SD-COURTIER
           MOVE MAITRE-ID       TO SD-ID
           MOVE WS-TAUX-RETENU  TO SD-TAUX
           MOVE WS-COMMISSION   TO SD-COMMISSION

           RELEASE SD-COM-REC

           PERFORM 1250-RETENIR-COMMISSION.

      *    Retient la commission due du contrat courant en regard
      *    du montant déjà comptabilisé, dans la devise du contrat ;
      *    un contrat nouveau est ajouté à la table à zéro.
       1250-RETENIR-COMMISSION.
           MOVE 'N' TO WS-CPO-TROUVE

           PERFORM VARYING WS-CPO-IDX FROM 1 BY 1
                   UNTIL WS-CPO-IDX > WS-NB-CPO
                      OR WS-CPO-TROUVE = 'O'
               IF WS-CPO-ID(WS-CPO-IDX) = MAITRE-ID
                   MOVE 'O' TO WS-CPO-TROUVE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CPO-TROUVE = 'O'
                   SUBTRACT 1 FROM WS-CPO-IDX

               WHEN WS-NB-CPO < 5000
                   ADD 1 TO WS-NB-CPO
                   MOVE WS-NB-CPO TO WS-CPO-IDX
                   MOVE MAITRE-ID TO WS-CPO-ID(WS-CPO-IDX)
                   MOVE 0 TO WS-CPO-PREC(WS-CPO-IDX)
                   MOVE MAITRE-DEVISE TO WS-CPO-DEV-PREC(WS-CPO-IDX)

               WHEN OTHER
                   MOVE 0 TO WS-CPO-IDX
           END-EVALUATE

           IF WS-CPO-IDX > 0
               MOVE MAITRE-TYPE       TO WS-CPO-TYPE(WS-CPO-IDX)
               MOVE WS-COMMISSION-DEV TO WS-CPO-COUR(WS-CPO-IDX)
               MOVE MAITRE-DEVISE     TO WS-CPO-DEV-COUR(WS-CPO-IDX)
               MOVE 'O'               TO WS-CPO-VU(WS-CPO-IDX)
           ELSE
               IF WS-COMMISSION-DEV > 0
                   ADD 1 TO WS-NB-NON-COMPTA
                   DISPLAY "ASSURCOM - TABLE DES COMMISSIONS "
                           "COMPTABILISEES PLEINE - COMMISSION NON "
                           "COMPTABILISEE: " MAITRE-ID
               END-IF
           END-IF.

      *    Retrouve le taux applicable au contrat courant : la
      *    règle la plus spécifique l'emporte (courtier + type,
                  " EUR"
               INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE.

      *    Un écart entre la commission due du jour et la commission
      *    déjà comptabilisée : événement COMM en plus ou en moins,
      *    dans la devise du contrat, daté du jour de cotation des
      *    taux. Le fichier assur-comm-postee.dat est ensuite réécrit
      *    avec les montants et devises du jour pour les contrats
      *    commissionnés de l'exécution, et les montants antérieurs
      *    pour les autres.
       5000-COMPTABILISER-COMMISSIONS.
           OPEN EXTEND FICHIER-EVT
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-EVT
           END-IF

           PERFORM VARYING WS-CPO-IDX FROM 1 BY 1
                   UNTIL WS-CPO-IDX > WS-NB-CPO
               IF WS-CPO-VU(WS-CPO-IDX) = 'O'
                   PERFORM 5100-ECRIRE-ECART
               END-IF
           END-PERFORM

           CLOSE FICHIER-EVT

           OPEN OUTPUT FICHIER-POSTEE

           PERFORM VARYING WS-CPO-IDX FROM 1 BY 1
                   UNTIL WS-CPO-IDX > WS-NB-CPO
               IF WS-CPO-VU(WS-CPO-IDX) = 'N'
                   MOVE WS-CPO-PREC(WS-CPO-IDX)
                       TO WS-CPO-COUR(WS-CPO-IDX)
                   MOVE WS-CPO-DEV-PREC(WS-CPO-IDX)
                       TO WS-CPO-DEV-COUR(WS-CPO-IDX)
               END-IF
               IF WS-CPO-COUR(WS-CPO-IDX) > 0
                   MOVE SPACES TO CPO-REC
                   MOVE WS-CPO-ID(WS-CPO-IDX)   TO CPO-ID
                   MOVE WS-CPO-TYPE(WS-CPO-IDX) TO CPO-TYPE
                   MOVE WS-CPO-COUR(WS-CPO-IDX) TO CPO-MONTANT
                   MOVE WS-DATE-TAUX            TO CPO-DATE
                   MOVE WS-CPO-DEV-COUR(WS-CPO-IDX) TO CPO-DEVISE
                   WRITE CPO-REC
               END-IF
           END-PERFORM

           CLOSE FICHIER-POSTEE.

      *    Contrat dont la devise n'a pas changé : l'écart seul.
      *    Devise changée : extourne du montant comptabilisé dans
      *    l'ancienne devise, puis commission du jour dans la
      *    nouvelle.
       5100-ECRIRE-ECART.
           IF WS-CPO-DEV-COUR(WS-CPO-IDX) = WS-CPO-DEV-PREC(WS-CPO-IDX)
               MOVE WS-CPO-DEV-COUR(WS-CPO-IDX) TO WS-EVT-DEVISE
               EVALUATE TRUE
                   WHEN WS-CPO-COUR(WS-CPO-IDX) >
                        WS-CPO-PREC(WS-CPO-IDX)
                       MOVE '+' TO WS-EVT-SENS
                       COMPUTE WS-EVT-MONTANT =
                           WS-CPO-COUR(WS-CPO-IDX)
                         - WS-CPO-PREC(WS-CPO-IDX)
                       PERFORM 5200-ECRIRE-EVENEMENT
                   WHEN WS-CPO-COUR(WS-CPO-IDX) <
                        WS-CPO-PREC(WS-CPO-IDX)
                       MOVE '-' TO WS-EVT-SENS
                       COMPUTE WS-EVT-MONTANT =
                           WS-CPO-PREC(WS-CPO-IDX)
                         - WS-CPO-COUR(WS-CPO-IDX)
                       PERFORM 5200-ECRIRE-EVENEMENT
               END-EVALUATE
           ELSE
               IF WS-CPO-PREC(WS-CPO-IDX) > 0
                   MOVE '-' TO WS-EVT-SENS
                   MOVE WS-CPO-PREC(WS-CPO-IDX)     TO WS-EVT-MONTANT
                   MOVE WS-CPO-DEV-PREC(WS-CPO-IDX) TO WS-EVT-DEVISE
                   PERFORM 5200-ECRIRE-EVENEMENT
               END-IF
               IF WS-CPO-COUR(WS-CPO-IDX) > 0
                   MOVE '+' TO WS-EVT-SENS
                   MOVE WS-CPO-COUR(WS-CPO-IDX)     TO WS-EVT-MONTANT
                   MOVE WS-CPO-DEV-COUR(WS-CPO-IDX) TO WS-EVT-DEVISE
                   PERFORM 5200-ECRIRE-EVENEMENT
               END-IF
           END-IF.

       5200-ECRIRE-EVENEMENT.
           ADD 1 TO WS-NB-EVT-COMM

           MOVE SPACES TO EVT-REC
           MOVE WS-DATE-TAUX            TO EVT-DATE
           MOVE "ASSURCOM"              TO EVT-PROGRAMME
           MOVE "COMM"                  TO EVT-CODE
           MOVE WS-CPO-TYPE(WS-CPO-IDX) TO EVT-TYPE
           MOVE WS-EVT-DEVISE           TO EVT-DEVISE
           MOVE WS-EVT-SENS             TO EVT-SENS
           MOVE WS-EVT-MONTANT          TO EVT-MONTANT
           MOVE WS-CPO-ID(WS-CPO-IDX)   TO EVT-REFERENCE

           WRITE EVT-REC.
