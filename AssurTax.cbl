      *    *************************************************************
      *    PROGRAMME ASSURTAX
      *    Déclaration de la taxe sur les conventions d'assurance
      *    pour une période. La prime MAITRE-MONTANT étant nette de
      *    taxe, le programme :
      *        1. relit les échéances de 'assur-echeancier.dat'
      *           (format copy/ECHREC.cpy) dont la date tombe dans la
      *           période, hors échéances annulées ('A') ; chaque
      *           échéance est convertie en EUR comme ASSURSEQ
      *           1750-CONVERTIR-EUR, et taxée au taux de son type
      *           de contrat, lu dans le maître 'assur-maitre.dat' ;
      *        2. relit les résiliations de la période dans
      *           'assur-resiliations.dat' (format
      *           copy/RESILREC.cpy, écrit par ASSURRES) : un solde
      *           remboursé à l'assuré (RSL-SENS = 'R') est une
      *           ristourne de prime déjà taxée, qui ouvre droit à
      *           un crédit de taxe au taux en vigueur à la date
      *           d'effet de la résiliation ;
      *        3. imprime la déclaration 'assur-taxes.lst' par
      *           catégorie de taxe et par taux : base et taxe
      *           brutes, crédits sur ristournes, taxe nette due ;
      *        4. enregistre la période dans le fichier cumulatif
      *           des périodes déclarées 'assur-taxes-declarees.dat'.
      *           Une période qui chevauche une période déjà
      *           déclarée est refusée.
      *
      *    Les taux de taxe sont lus dans 'assur-taxes.dat', une
      *    ligne par préfixe de ASSUR-TYPE et par date d'effet :
      *    préfixe, date d'effet AAAAMMJJ, catégorie de taxe, taux en
      *    pourcentage. Pour un type et une date, la ligne retenue
      *    est celle du préfixe le plus long dont la date d'effet est
      *    atteinte, et à préfixe égal la date d'effet la plus
      *    récente. Un préfixe '*' s'applique à tous les types.
      *
      *    Paramètres : 1er et 2e arguments de ligne de commande =
      *    début et fin de période AAAAMMJJ (par défaut : le mois
      *    civil précédant la date système). Les taux de change
      *    retenus sont ceux cotés à la date de fin de période.
      *
      *    Code retour : 8 si la période est déjà déclarée, si un
      *    fichier de référence manque ou si des échéances n'ont pu
      *    être taxées (contrat inconnu, taux de taxe ou de change
      *    absent, table de la déclaration pleine) : la période
      *    n'est alors pas enregistrée et pourra être reprise ;
      *    0 sinon.
      *
      *    Le fichier d'interface lu (assur-taux.dat) est contrôlé
      *    par ASSURENV avant tout traitement : un fichier rejeté
      *    arrête le programme en code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURTAX.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Taux de taxe par préfixe de type et date d'effet.
           SELECT FICHIER-TAXES ASSIGN TO 'assur-taxes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TAXES-STATUS.

      *    Périodes déjà déclarées, fichier cumulatif ouvert en
      *    ajout.
           SELECT FICHIER-DECLAREES
               ASSIGN TO 'assur-taxes-declarees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-DECL-STATUS.

      *    Taux de change datés, chargés à la fin de période.
           SELECT FICHIER-TAUX ASSIGN TO 'assur-taux.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TAUX-STATUS.

      *    Fichier maître indexé, consulté en accès direct pour le
      *    type du contrat de chaque échéance.
           SELECT FICHIER-MAITRE ASSIGN TO 'assur-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAITRE-ID
               ALTERNATE RECORD KEY IS MAITRE-NOM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAITRE-DATE-FIN
                   WITH DUPLICATES
               STATUS IS WS-MAITRE-STATUS.

           SELECT FICHIER-ECHEANCIER ASSIGN TO 'assur-echeancier.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ECH-STATUS.

           SELECT FICHIER-RESIL ASSIGN TO 'assur-resiliations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-RESIL-STATUS.

      *    Déclaration imprimable.
           SELECT FICHIER-ETAT ASSIGN TO 'assur-taxes.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-TAXES.
       01  TAXE-REC.
           05  TAXE-PREFIXE       PIC X(41).
           05  FILLER             PIC X(1).
           05  TAXE-DATE-EFFET    PIC X(8).
           05  FILLER             PIC X(1).
           05  TAXE-CATEGORIE     PIC X(20).
           05  FILLER             PIC X(1).
           05  TAXE-TAUX          PIC 9(2)V9(3).

       FD  FICHIER-DECLAREES.
       01  DECL-REC.
           05  DECL-DEBUT         PIC X(8).
           05  FILLER             PIC X(1).
           05  DECL-FIN           PIC X(8).
           05  FILLER             PIC X(1).
           05  DECL-DATE-TRAIT    PIC X(8).
           05  FILLER             PIC X(1).
           05  DECL-BASE          PIC 9(11)V99.
           05  FILLER             PIC X(1).
           05  DECL-TAXE          PIC 9(11)V99.
           05  FILLER             PIC X(1).
           05  DECL-CREDIT        PIC 9(11)V99.

       FD  FICHIER-TAUX.
           COPY TAUXREC.

       FD  FICHIER-MAITRE.
           COPY ASSUREC REPLACING
               ==ASSUR-REC==        BY ==MAITRE-REC==
               ==ASSUR-ID==         BY ==MAITRE-ID==
               ==ASSUR-NOM==        BY ==MAITRE-NOM==
               ==ASSUR-DESC==       BY ==MAITRE-DESC==
               ==ASSUR-TYPE==       BY ==MAITRE-TYPE==
               ==ASSUR-STATUT==     BY ==MAITRE-STATUT==
               ==ASSUR-DATE-DEB==   BY ==MAITRE-DATE-DEB==
               ==ASSUR-DATE-FIN==   BY ==MAITRE-DATE-FIN==
               ==ASSUR-MONTANT==    BY ==MAITRE-MONTANT==
               ==ASSUR-DEVISE==     BY ==MAITRE-DEVISE==
               ==ASSUR-CLIENT==     BY ==MAITRE-CLIENT==
               ==ASSUR-COURTIER==   BY ==MAITRE-COURTIER==.

       FD  FICHIER-ECHEANCIER.
           COPY ECHREC.

       FD  FICHIER-RESIL.
           COPY RESILREC.

       FD  FICHIER-ETAT.
       01  LIGNE-ETAT             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TAXES-STATUS        PIC XX.
       01  WS-DECL-STATUS         PIC XX.
       01  WS-TAUX-STATUS         PIC XX.
       01  WS-MAITRE-STATUS       PIC XX.
       01  WS-ECH-STATUS          PIC XX.
       01  WS-RESIL-STATUS        PIC XX.
       01  WS-ETAT-STATUS         PIC XX.

      *    Période déclarée (arguments 1 et 2, défaut mois civil
      *    précédent).
       01  WS-PARM-LIGNE          PIC X(80).
       01  WS-PARM-DEBUT          PIC X(8).
       01  WS-PARM-FIN            PIC X(8).
       01  WS-DATE-DEBUT          PIC X(8).
       01  WS-DATE-FIN            PIC X(8).
       01  WS-DATE-JOUR           PIC X(8).
       01  WS-DATE-TRAVAIL        PIC 9(8).

      *    Taux de change à la fin de période.
       COPY TAUXDEV.

      *    Taux de taxe. Le préfixe '*' est rangé avec une longueur
      *    nulle : il convient à tous les types.
       01  WS-NB-TAXES            PIC 9(3) VALUE 0.
       01  WS-TAXE-IDX            PIC 9(3) VALUE 0.
       01  WS-TABLE-TAXES.
           05  WS-TAXE-ENTRY OCCURS 100 TIMES.
               10  WS-TAXE-PREFIXE    PIC X(41).
               10  WS-TAXE-LG         PIC 9(2).
               10  WS-TAXE-EFFET      PIC X(8).
               10  WS-TAXE-CATEGORIE  PIC X(20).
               10  WS-TAXE-TAUX       PIC 9(2)V9(3).

      *    Recherche du taux de taxe applicable : type et date en
      *    entrée, rang de la ligne retenue en sortie (0 si aucune).
       01  WS-CHERCHE-TYPE        PIC X(41).
       01  WS-CHERCHE-DATE        PIC X(8).
       01  WS-TAXE-RETENUE        PIC 9(3) VALUE 0.

      *    Conversion EUR, comme ASSURSEQ 1750-CONVERTIR-EUR, pour
      *    la devise de l'échéance ou de la résiliation courante.
       01  WS-CONV-MONTANT        PIC 9(7)V99 VALUE 0.
       01  WS-CONV-DEVISE         PIC X(3).
       01  WS-CONV-TROUVE         PIC X(1) VALUE 'N'.
       01  WS-MONTANT-EUR         PIC 9(9)V99 VALUE 0.
       01  WS-TAXE-MONTANT        PIC 9(9)V99 VALUE 0.

      *    Cumuls de la déclaration par catégorie de taxe et taux,
      *    alimentés au fil de l'eau. Table pleine : dernière entrée
      *    requalifiée AUTRES CATEGORIES au taux zéro (ses taux sont
      *    mêlés), et chaque ligne qui y tombe est une anomalie : la
      *    déclaration est incomplète.
       01  WS-NB-DECL             PIC 9(2) VALUE 0.
       01  WS-DECL-IDX            PIC 9(2) VALUE 0.
       01  WS-DECL-TROUVE         PIC X(1) VALUE 'N'.
       01  WS-TABLE-DECLARATION.
           05  WS-DECL-ENTRY OCCURS 50 TIMES.
               10  WS-DECL-CATEGORIE  PIC X(20).
               10  WS-DECL-TAUX       PIC 9(2)V9(3).
               10  WS-DECL-NB-ECH     PIC 9(5).
               10  WS-DECL-BASE       PIC 9(11)V99.
               10  WS-DECL-TAXE       PIC 9(11)V99.
               10  WS-DECL-NB-RIST    PIC 9(5).
               10  WS-DECL-CR-BASE    PIC 9(11)V99.
               10  WS-DECL-CR-TAXE    PIC 9(11)V99.

       01  WS-NB-ECH-LUES         PIC 9(6) VALUE 0.
       01  WS-NB-ECH-TAXEES       PIC 9(6) VALUE 0.
       01  WS-NB-ECH-ANNULEES     PIC 9(6) VALUE 0.
       01  WS-NB-RISTOURNES       PIC 9(5) VALUE 0.
       01  WS-NB-ANOMALIES        PIC 9(5) VALUE 0.
       01  WS-ANOMALIE            PIC X(40).

       01  WS-TOTAL-BASE          PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-TAXE          PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CR-BASE       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CR-TAXE       PIC 9(11)V99 VALUE 0.
       01  WS-TAXE-NETTE          PIC S9(11)V99 VALUE 0.

       01  WS-TAUX-EDIT           PIC Z9.999.
       01  WS-NB-EDIT-1           PIC ZZZZZ9.
       01  WS-NB-EDIT-2           PIC ZZZZZ9.
       01  WS-MONTANT-EDIT-1      PIC ZZZZZZZZ9.99.
       01  WS-MONTANT-EDIT-2      PIC ZZZZZZZZ9.99.
       01  WS-MONTANT-EDIT-3      PIC ZZZZZZZZ9.99.
       01  WS-MONTANT-EDIT-4      PIC ZZZZZZZZ9.99.
       01  WS-NETTE-EDIT          PIC -ZZZZZZZZ9.99.
       01  WS-DEVISE-EDIT         PIC ZZZZZZ9.99.
       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0050-CONTROLER-ENVELOPPES
           PERFORM 0100-LIRE-PARAMETRES
           PERFORM 0200-CONTROLER-PERIODE
           PERFORM 0300-CHARGER-TAUX
           PERFORM 0400-CHARGER-TAXES

           OPEN INPUT FICHIER-MAITRE
           IF WS-MAITRE-STATUS NOT = '00'
               DISPLAY "ASSURTAX - FICHIER MAITRE ILLISIBLE - "
                       "STATUT: " WS-MAITRE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FICHIER-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "ASSURTAX - DECLARATION DE LA TAXE SUR LES "
                  "CONVENTIONS D'ASSURANCE - PERIODE DU "
                  WS-DATE-DEBUT " AU " WS-DATE-FIN
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "MONTANTS EN EUR AUX TAUX DE CHANGE DU "
                  WS-DATE-FIN
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE

           PERFORM 1000-TAXER-ECHEANCES
           PERFORM 2000-CREDITER-RISTOURNES
           PERFORM 3000-IMPRIMER-DECLARATION

           CLOSE FICHIER-MAITRE

      *    Une déclaration incomplète n'est pas enregistrée : la
      *    période pourra être reprise après correction.
           IF WS-NB-ANOMALIES = 0
               PERFORM 4000-ENREGISTRER-PERIODE
           ELSE
               MOVE SPACES TO LIGNE-ETAT
               STRING "DECLARATION INCOMPLETE - PERIODE NON "
                      "ENREGISTREE, A REPRENDRE APRES CORRECTION"
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF

           CLOSE FICHIER-ETAT

           DISPLAY "ASSURTAX - PERIODE DU " WS-DATE-DEBUT
                   " AU "           WS-DATE-FIN
                   " ECHEANCES: "   WS-NB-ECH-TAXEES
                   " RISTOURNES: "  WS-NB-RISTOURNES
                   " ANOMALIES: "   WS-NB-ANOMALIES

      *    Code retour pour l'ordonnanceur : 8 si la déclaration est
      *    incomplète, 0 sinon.
           IF WS-NB-ANOMALIES > 0
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
           MOVE "ASSURTAX" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'C' TO ENV-MODE
           MOVE "assur-taux.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURTAX - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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

      *    Période en paramètre ; à défaut, le mois civil qui
      *    précède la date système.
       0100-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE

           MOVE SPACES TO WS-PARM-DEBUT
           MOVE SPACES TO WS-PARM-FIN
           UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
               INTO WS-PARM-DEBUT WS-PARM-FIN

           IF WS-PARM-DEBUT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
               MOVE WS-DATE-JOUR(1:6) TO WS-DATE-DEBUT(1:6)
               MOVE '01' TO WS-DATE-DEBUT(7:2)
               MOVE WS-DATE-DEBUT TO WS-DATE-TRAVAIL
               COMPUTE WS-DATE-TRAVAIL = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-TRAVAIL) - 1)
               MOVE WS-DATE-TRAVAIL TO WS-DATE-FIN
               MOVE WS-DATE-FIN(1:6) TO WS-DATE-DEBUT(1:6)
           ELSE
               MOVE WS-PARM-DEBUT TO WS-DATE-DEBUT
               MOVE WS-PARM-FIN   TO WS-DATE-FIN
           END-IF

           IF WS-DATE-DEBUT NOT NUMERIC
              OR WS-DATE-FIN NOT NUMERIC
              OR WS-DATE-FIN < WS-DATE-DEBUT
               DISPLAY "ASSURTAX - PERIODE INVALIDE: "
                       WS-PARM-LIGNE
               DISPLAY "ASSURTAX - USAGE: ASSURTAX "
                       "[AAAAMMJJ-DEBUT AAAAMMJJ-FIN]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Refuse une période qui recouvre, même en partie, une
      *    période déjà déclarée : ses primes seraient taxées deux
      *    fois. Fichier absent : aucune période encore déclarée.
       0200-CONTROLER-PERIODE.
           OPEN INPUT FICHIER-DECLAREES

           IF WS-DECL-STATUS = '00'
               PERFORM UNTIL WS-DECL-STATUS = '10'
                   READ FICHIER-DECLAREES INTO DECL-REC
                       AT END
                           MOVE '10' TO WS-DECL-STATUS
                       NOT AT END
                           IF DECL-DEBUT <= WS-DATE-FIN
                              AND DECL-FIN >= WS-DATE-DEBUT
                               DISPLAY "ASSURTAX - PERIODE DEJA "
                                       "DECLAREE DU " DECL-DEBUT
                                       " AU " DECL-FIN
                                       " LE " DECL-DATE-TRAIT
                                       " - TRAITEMENT REFUSE"
                               CLOSE FICHIER-DECLAREES
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DECLAREES
           END-IF.

      *    Charge les taux de change de la fin de période depuis le
      *    fichier des taux datés, comme ASSURSEQ 0150-CHARGER-TAUX.
       0300-CHARGER-TAUX.
           OPEN INPUT FICHIER-TAUX

           IF WS-TAUX-STATUS NOT = '00'
               DISPLAY "ASSURTAX - FICHIER DES TAUX ABSENT "
                       "(ASSUR-TAUX.DAT) - TRAITEMENT ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TAUX-STATUS = '10'
               READ FICHIER-TAUX INTO TAUX-REC
                   AT END
                       MOVE '10' TO WS-TAUX-STATUS
                   NOT AT END
                       IF TAUX-DATE = WS-DATE-FIN
                           PERFORM 0350-RETENIR-TAUX
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHIER-TAUX

           IF WS-NB-TAUX = 0
               DISPLAY "ASSURTAX - AUCUN TAUX COTE AU " WS-DATE-FIN
                       " DANS ASSUR-TAUX.DAT - TRAITEMENT ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0350-RETENIR-TAUX.
           IF WS-NB-TAUX < 20
               ADD 1 TO WS-NB-TAUX
               MOVE TAUX-DEVISE TO WS-TAUX-DEVISE(WS-NB-TAUX)
               MOVE TAUX-VALEUR TO WS-TAUX-VALEUR(WS-NB-TAUX)
           ELSE
               DISPLAY "ASSURTAX - TABLE DES TAUX PLEINE - "
                       "TAUX IGNORE: " TAUX-DEVISE
           END-IF.

       0400-CHARGER-TAXES.
           OPEN INPUT FICHIER-TAXES

           IF WS-TAXES-STATUS NOT = '00'
               DISPLAY "ASSURTAX - FICHIER DES TAUX DE TAXE ABSENT "
                       "(ASSUR-TAXES.DAT) - TRAITEMENT ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TAXES-STATUS = '10'
               READ FICHIER-TAXES INTO TAXE-REC
                   AT END
                       MOVE '10' TO WS-TAXES-STATUS
                   NOT AT END
                       PERFORM 0450-RETENIR-TAXE
               END-READ
           END-PERFORM

           CLOSE FICHIER-TAXES.

       0450-RETENIR-TAXE.
           EVALUATE TRUE
               WHEN TAXE-TAUX NOT NUMERIC
                  OR TAXE-DATE-EFFET NOT NUMERIC
                  OR TAXE-PREFIXE = SPACES
                   DISPLAY "ASSURTAX - TAUX DE TAXE INVALIDE IGNORE: "
                           TAXE-PREFIXE

               WHEN WS-NB-TAXES < 100
                   ADD 1 TO WS-NB-TAXES
                   MOVE TAXE-PREFIXE    TO WS-TAXE-PREFIXE(WS-NB-TAXES)
                   MOVE TAXE-DATE-EFFET TO WS-TAXE-EFFET(WS-NB-TAXES)
                   MOVE TAXE-CATEGORIE
                       TO WS-TAXE-CATEGORIE(WS-NB-TAXES)
                   MOVE TAXE-TAUX       TO WS-TAXE-TAUX(WS-NB-TAXES)
                   IF TAXE-PREFIXE = '*'
                       MOVE 0 TO WS-TAXE-LG(WS-NB-TAXES)
                   ELSE
                       MOVE FUNCTION LENGTH(
                           FUNCTION TRIM(TAXE-PREFIXE))
                           TO WS-TAXE-LG(WS-NB-TAXES)
                   END-IF

               WHEN OTHER
                   DISPLAY "ASSURTAX - TABLE DES TAUX DE TAXE PLEINE - "
                           "TAUX IGNORE: " TAXE-PREFIXE
           END-EVALUATE.

      *    Taxe brute : échéances de la période, hors échéances
      *    annulées par une résiliation.
       1000-TAXER-ECHEANCES.
           OPEN INPUT FICHIER-ECHEANCIER

           IF WS-ECH-STATUS NOT = '00'
               MOVE SPACES TO LIGNE-ETAT
               STRING "ANOMALIE - ECHEANCIER ABSENT "
                      "(ASSUR-ECHEANCIER.DAT) - AUCUNE PRIME TAXEE"
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               PERFORM UNTIL WS-ECH-STATUS = '10'
                   READ FICHIER-ECHEANCIER INTO ECH-REC
                       AT END
                           MOVE '10' TO WS-ECH-STATUS
                       NOT AT END
                           IF ECH-DATE >= WS-DATE-DEBUT
                              AND ECH-DATE <= WS-DATE-FIN
                               ADD 1 TO WS-NB-ECH-LUES
                               PERFORM 1100-TAXER-ECHEANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ECHEANCIER
           END-IF.

       1100-TAXER-ECHEANCE.
           MOVE SPACES TO WS-ANOMALIE

           IF ECH-ETAT = 'A'
               ADD 1 TO WS-NB-ECH-ANNULEES
           ELSE
               IF ECH-MONTANT NOT NUMERIC
                   MOVE "MONTANT NON NUMERIQUE" TO WS-ANOMALIE
               END-IF

               IF WS-ANOMALIE = SPACES
                   MOVE ECH-ID TO MAITRE-ID
                   READ FICHIER-MAITRE
                       INVALID KEY
                           MOVE "CONTRAT ABSENT DU MAITRE"
                               TO WS-ANOMALIE
                   END-READ
               END-IF

               IF WS-ANOMALIE = SPACES
                   MOVE MAITRE-TYPE TO WS-CHERCHE-TYPE
                   MOVE ECH-DATE    TO WS-CHERCHE-DATE
                   PERFORM 1500-CHERCHER-TAXE
                   IF WS-TAXE-RETENUE = 0
                       MOVE "AUCUN TAUX DE TAXE POUR LE TYPE"
                           TO WS-ANOMALIE
                   END-IF
               END-IF

               IF WS-ANOMALIE = SPACES
                   MOVE ECH-MONTANT TO WS-CONV-MONTANT
                   MOVE ECH-DEVISE  TO WS-CONV-DEVISE
                   PERFORM 1600-CONVERTIR-EUR
                   IF WS-CONV-TROUVE = 'N'
                       MOVE "DEVISE NON COTEE" TO WS-ANOMALIE
                   END-IF
               END-IF

               IF WS-ANOMALIE = SPACES
                   ADD 1 TO WS-NB-ECH-TAXEES
                   COMPUTE WS-TAXE-MONTANT ROUNDED =
                       WS-MONTANT-EUR
                       * WS-TAXE-TAUX(WS-TAXE-RETENUE) / 100
                   PERFORM 1700-CHERCHER-DECLARATION
                   ADD 1 TO WS-DECL-NB-ECH(WS-DECL-IDX)
                   ADD WS-MONTANT-EUR  TO WS-DECL-BASE(WS-DECL-IDX)
                   ADD WS-TAXE-MONTANT TO WS-DECL-TAXE(WS-DECL-IDX)
                   ADD WS-MONTANT-EUR  TO WS-TOTAL-BASE
                   ADD WS-TAXE-MONTANT TO WS-TOTAL-TAXE
               ELSE
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE SPACES TO LIGNE-ETAT
                   STRING "ANOMALIE - ECHEANCE " ECH-ID "/" ECH-NUM
                          " DU " ECH-DATE " " ECH-DEVISE
                          " - " WS-ANOMALIE
                       INTO LIGNE-ETAT
                   WRITE LIGNE-ETAT
               END-IF
           END-IF.

      *    Taux de taxe applicable à WS-CHERCHE-TYPE à la date
      *    WS-CHERCHE-DATE : préfixe le plus long, puis date d'effet
      *    la plus récente parmi les lignes déjà en vigueur.
       1500-CHERCHER-TAXE.
           MOVE 0 TO WS-TAXE-RETENUE

           PERFORM VARYING WS-TAXE-IDX FROM 1 BY 1
                   UNTIL WS-TAXE-IDX > WS-NB-TAXES
               IF WS-TAXE-EFFET(WS-TAXE-IDX) <= WS-CHERCHE-DATE
                   IF WS-TAXE-LG(WS-TAXE-IDX) = 0
                      OR WS-CHERCHE-TYPE(1:WS-TAXE-LG(WS-TAXE-IDX)) =
                         WS-TAXE-PREFIXE(WS-TAXE-IDX)
                                    (1:WS-TAXE-LG(WS-TAXE-IDX))
                       PERFORM 1550-COMPARER-TAXE
                   END-IF
               END-IF
           END-PERFORM.

       1550-COMPARER-TAXE.
           EVALUATE TRUE
               WHEN WS-TAXE-RETENUE = 0
                   MOVE WS-TAXE-IDX TO WS-TAXE-RETENUE
               WHEN WS-TAXE-LG(WS-TAXE-IDX) >
                    WS-TAXE-LG(WS-TAXE-RETENUE)
                   MOVE WS-TAXE-IDX TO WS-TAXE-RETENUE
               WHEN WS-TAXE-LG(WS-TAXE-IDX) =
                    WS-TAXE-LG(WS-TAXE-RETENUE)
                AND WS-TAXE-EFFET(WS-TAXE-IDX) >
                    WS-TAXE-EFFET(WS-TAXE-RETENUE)
                   MOVE WS-TAXE-IDX TO WS-TAXE-RETENUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Convertit WS-CONV-MONTANT (devise WS-CONV-DEVISE) dans la
      *    devise de base (EUR), comme ASSURSEQ 1750-CONVERTIR-EUR.
       1600-CONVERTIR-EUR.
           MOVE 0 TO WS-MONTANT-EUR
           MOVE 'N' TO WS-CONV-TROUVE

           SET WS-TAUX-IDX TO 1
           SEARCH WS-TAUX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TAUX-IDX > WS-NB-TAUX
                   CONTINUE
               WHEN WS-TAUX-DEVISE(WS-TAUX-IDX) = WS-CONV-DEVISE
                   MOVE 'O' TO WS-CONV-TROUVE
                   COMPUTE WS-MONTANT-EUR ROUNDED =
                       WS-CONV-MONTANT * WS-TAUX-VALEUR(WS-TAUX-IDX)
           END-SEARCH.

      *    Recherche le couple catégorie / taux de la ligne de taxe
      *    retenue dans la table de la déclaration et l'y enregistre
      *    s'il n'y figure pas encore.
       1700-CHERCHER-DECLARATION.
           MOVE 'N' TO WS-DECL-TROUVE
           MOVE 0 TO WS-DECL-IDX

           PERFORM VARYING WS-DECL-IDX FROM 1 BY 1
                   UNTIL WS-DECL-IDX > WS-NB-DECL
                      OR WS-DECL-TROUVE = 'O'
               IF WS-DECL-CATEGORIE(WS-DECL-IDX) =
                  WS-TAXE-CATEGORIE(WS-TAXE-RETENUE)
                  AND WS-DECL-TAUX(WS-DECL-IDX) =
                  WS-TAXE-TAUX(WS-TAXE-RETENUE)
                   MOVE 'O' TO WS-DECL-TROUVE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DECL-TROUVE = 'O'
                   SUBTRACT 1 FROM WS-DECL-IDX

               WHEN WS-NB-DECL < 50
                   ADD 1 TO WS-NB-DECL
                   MOVE WS-NB-DECL TO WS-DECL-IDX
                   MOVE WS-TAXE-CATEGORIE(WS-TAXE-RETENUE)
                       TO WS-DECL-CATEGORIE(WS-DECL-IDX)
                   MOVE WS-TAXE-TAUX(WS-TAXE-RETENUE)
                       TO WS-DECL-TAUX(WS-DECL-IDX)
                   MOVE 0 TO WS-DECL-NB-ECH(WS-DECL-IDX)
                   MOVE 0 TO WS-DECL-BASE(WS-DECL-IDX)
                   MOVE 0 TO WS-DECL-TAXE(WS-DECL-IDX)
                   MOVE 0 TO WS-DECL-NB-RIST(WS-DECL-IDX)
                   MOVE 0 TO WS-DECL-CR-BASE(WS-DECL-IDX)
                   MOVE 0 TO WS-DECL-CR-TAXE(WS-DECL-IDX)

               WHEN OTHER
                   MOVE 50 TO WS-DECL-IDX
                   MOVE "AUTRES CATEGORIES"
                       TO WS-DECL-CATEGORIE(WS-DECL-IDX)
                   MOVE 0 TO WS-DECL-TAUX(WS-DECL-IDX)
                   ADD 1 TO WS-NB-ANOMALIES
                   DISPLAY "ASSURTAX - TABLE DE LA DECLARATION PLEINE "
                           "- CATEGORIE NON DETAILLEE: "
                           WS-TAXE-CATEGORIE(WS-TAXE-RETENUE)
           END-EVALUATE.

      *    Crédits de taxe : soldes remboursés à l'assuré par les
      *    résiliations traitées dans la période. Fichier absent :
      *    aucune résiliation encore traitée, aucun crédit.
       2000-CREDITER-RISTOURNES.
           OPEN INPUT FICHIER-RESIL

           IF WS-RESIL-STATUS NOT = '00'
               DISPLAY "ASSURTAX - AUCUNE RESILIATION "
                       "(ASSUR-RESILIATIONS.DAT ABSENT) - "
                       "AUCUN CREDIT DE TAXE"
           ELSE
               WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
               MOVE SPACES TO LIGNE-ETAT
               STRING "RISTOURNES DE PRIME SUR CONTRATS RESILIES"
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT

               PERFORM UNTIL WS-RESIL-STATUS = '10'
                   READ FICHIER-RESIL INTO RSL-REC
                       AT END
                           MOVE '10' TO WS-RESIL-STATUS
                       NOT AT END
                           IF RSL-DATE-TRAIT >= WS-DATE-DEBUT
                              AND RSL-DATE-TRAIT <= WS-DATE-FIN
                              AND RSL-SENS = 'R'
                               PERFORM 2100-CREDITER-RISTOURNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RESIL

               WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
           END-IF.

       2100-CREDITER-RISTOURNE.
           MOVE SPACES TO WS-ANOMALIE

           IF RSL-SOLDE NOT NUMERIC
               MOVE "SOLDE NON NUMERIQUE" TO WS-ANOMALIE
           END-IF

           IF WS-ANOMALIE = SPACES
               MOVE RSL-TYPE       TO WS-CHERCHE-TYPE
               MOVE RSL-DATE-EFFET TO WS-CHERCHE-DATE
               PERFORM 1500-CHERCHER-TAXE
               IF WS-TAXE-RETENUE = 0
                   MOVE "AUCUN TAUX DE TAXE POUR LE TYPE"
                       TO WS-ANOMALIE
               END-IF
           END-IF

           IF WS-ANOMALIE = SPACES
               MOVE RSL-SOLDE  TO WS-CONV-MONTANT
               MOVE RSL-DEVISE TO WS-CONV-DEVISE
               PERFORM 1600-CONVERTIR-EUR
               IF WS-CONV-TROUVE = 'N'
                   MOVE "DEVISE NON COTEE" TO WS-ANOMALIE
               END-IF
           END-IF

           IF WS-ANOMALIE = SPACES
               ADD 1 TO WS-NB-RISTOURNES
               COMPUTE WS-TAXE-MONTANT ROUNDED =
                   WS-MONTANT-EUR
                   * WS-TAXE-TAUX(WS-TAXE-RETENUE) / 100
               PERFORM 1700-CHERCHER-DECLARATION
               ADD 1 TO WS-DECL-NB-RIST(WS-DECL-IDX)
               ADD WS-MONTANT-EUR  TO WS-DECL-CR-BASE(WS-DECL-IDX)
               ADD WS-TAXE-MONTANT TO WS-DECL-CR-TAXE(WS-DECL-IDX)
               ADD WS-MONTANT-EUR  TO WS-TOTAL-CR-BASE
               ADD WS-TAXE-MONTANT TO WS-TOTAL-CR-TAXE

               MOVE RSL-SOLDE       TO WS-DEVISE-EDIT
               MOVE WS-MONTANT-EUR  TO WS-MONTANT-EDIT-1
               MOVE WS-TAXE-MONTANT TO WS-MONTANT-EDIT-2
               MOVE WS-TAXE-TAUX(WS-TAXE-RETENUE) TO WS-TAUX-EDIT
               MOVE SPACES TO LIGNE-ETAT
               STRING "  " RSL-ID " CLIENT " RSL-CLIENT
                      " EFFET " RSL-DATE-EFFET
                      " REMBOURSE " WS-DEVISE-EDIT " " RSL-DEVISE
                      " EUR " WS-MONTANT-EDIT-1
                      " TAUX " WS-TAUX-EDIT
                      " CREDIT " WS-MONTANT-EDIT-2
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           ELSE
               ADD 1 TO WS-NB-ANOMALIES
               MOVE SPACES TO LIGNE-ETAT
               STRING "ANOMALIE - RISTOURNE " RSL-ID
                      " DU " RSL-DATE-TRAIT " " RSL-DEVISE
                      " - " WS-ANOMALIE
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.

       3000-IMPRIMER-DECLARATION.
           MOVE SPACES TO LIGNE-ETAT
           STRING "CATEGORIE              TAUX NB ECH   BASE BRUTE"
                  "   TAXE BRUTE NB RST  BASE CREDIT"
                  "  TAXE CREDIT    TAXE NETTE"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           PERFORM VARYING WS-DECL-IDX FROM 1 BY 1
                   UNTIL WS-DECL-IDX > WS-NB-DECL
               MOVE WS-DECL-TAUX(WS-DECL-IDX)    TO WS-TAUX-EDIT
               MOVE WS-DECL-NB-ECH(WS-DECL-IDX)  TO WS-NB-EDIT-1
               MOVE WS-DECL-BASE(WS-DECL-IDX)    TO WS-MONTANT-EDIT-1
               MOVE WS-DECL-TAXE(WS-DECL-IDX)    TO WS-MONTANT-EDIT-2
               MOVE WS-DECL-NB-RIST(WS-DECL-IDX) TO WS-NB-EDIT-2
               MOVE WS-DECL-CR-BASE(WS-DECL-IDX) TO WS-MONTANT-EDIT-3
               MOVE WS-DECL-CR-TAXE(WS-DECL-IDX) TO WS-MONTANT-EDIT-4
               COMPUTE WS-TAXE-NETTE = WS-DECL-TAXE(WS-DECL-IDX)
                                     - WS-DECL-CR-TAXE(WS-DECL-IDX)
               MOVE WS-TAXE-NETTE TO WS-NETTE-EDIT

               MOVE SPACES TO LIGNE-ETAT
               STRING WS-DECL-CATEGORIE(WS-DECL-IDX) " "
                      WS-TAUX-EDIT " " WS-NB-EDIT-1 " "
                      WS-MONTANT-EDIT-1 " " WS-MONTANT-EDIT-2 " "
                      WS-NB-EDIT-2 " "
                      WS-MONTANT-EDIT-3 " " WS-MONTANT-EDIT-4 " "
                      WS-NETTE-EDIT
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-PERFORM

           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE

           MOVE WS-NB-ECH-TAXEES TO WS-NB-EDIT-1
           MOVE WS-TOTAL-BASE    TO WS-MONTANT-EDIT-1
           MOVE WS-TOTAL-TAXE    TO WS-MONTANT-EDIT-2
           MOVE WS-NB-RISTOURNES TO WS-NB-EDIT-2
           MOVE WS-TOTAL-CR-BASE TO WS-MONTANT-EDIT-3
           MOVE WS-TOTAL-CR-TAXE TO WS-MONTANT-EDIT-4
           COMPUTE WS-TAXE-NETTE = WS-TOTAL-TAXE - WS-TOTAL-CR-TAXE
           MOVE WS-TAXE-NETTE TO WS-NETTE-EDIT

           MOVE SPACES TO LIGNE-ETAT
           STRING "TOTAL DECLARE               " WS-NB-EDIT-1 " "
                  WS-MONTANT-EDIT-1 " " WS-MONTANT-EDIT-2 " "
                  WS-NB-EDIT-2 " "
                  WS-MONTANT-EDIT-3 " " WS-MONTANT-EDIT-4 " "
                  WS-NETTE-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE WS-NB-ECH-ANNULEES TO WS-NB-EDIT-1
           MOVE WS-NB-ANOMALIES    TO WS-NB-EDIT-2
           MOVE SPACES TO LIGNE-ETAT
           STRING "ECHEANCES ANNULEES NON TAXEES : " WS-NB-EDIT-1
                  "   ANOMALIES : " WS-NB-EDIT-2
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       4000-ENREGISTRER-PERIODE.
           OPEN EXTEND FICHIER-DECLAREES
           IF WS-DECL-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-DECLAREES
           END-IF

           MOVE SPACES TO DECL-REC
           MOVE WS-DATE-DEBUT    TO DECL-DEBUT
           MOVE WS-DATE-FIN      TO DECL-FIN
           MOVE FUNCTION CURRENT-DATE(1:8) TO DECL-DATE-TRAIT
           MOVE WS-TOTAL-BASE    TO DECL-BASE
           MOVE WS-TOTAL-TAXE    TO DECL-TAXE
           MOVE WS-TOTAL-CR-TAXE TO DECL-CREDIT
           WRITE DECL-REC

           CLOSE FICHIER-DECLAREES.
