      *    *************************************************************
      *    PROGRAMME ASSURMDT
      *    Programme de mise à jour du fichier maître indexé des
      *    mandats de prélèvement SEPA 'assur-mandats.dat' (format
      *    copy/MANDREC.cpy), sur le modèle de ASSURCLI. Lit le
      *    fichier de mouvements 'mandat-trans.dat' (identifié par
      *    le numéro de client) et applique chaque mouvement au
      *    maître des mandats, en consignant le résultat de chaque
      *    mouvement dans 'mandat-maj.log'.
      *
      *    Codes d'action attendus en 1ère position de chaque
      *    enregistrement de mouvement :
      *        A = Ajout du mandat d'un client
      *        C = Changement (IBAN, BIC, référence ou date de
      *            signature) du mandat d'un client
      *        R = Révocation du mandat à la demande du client
      *        D = Suppression du mandat d'un client
      *
      *    Un mandat ajouté naît actif en séquence FRST. Un
      *    changement de référence de mandat vaut nouveau mandat :
      *    il repart en FRST et redevient actif ; un simple
      *    changement de coordonnées bancaires conserve la séquence
      *    et l'état. Le client d'un ajout doit figurer au maître
      *    des clients 'client-maitre.dat'.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURMDT.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-TRANS ASSIGN TO 'mandat-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TRANS-STATUS.

      *    Fichier maître des mandats, mis à jour en accès direct.
           SELECT FICHIER-MANDATS ASSIGN TO 'assur-mandats.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MDT-CLIENT
               STATUS IS WS-MANDATS-STATUS.

      *    Fichier maître des clients, consulté pour les ajouts.
           SELECT FICHIER-CLIENTS ASSIGN TO 'client-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENT-ID
               STATUS IS WS-CLIENTS-STATUS.

           SELECT FICHIER-JOURNAL ASSIGN TO 'mandat-maj.log'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-TRANS.
       01  TRANS-REC.
           05  TRANS-ACTION       PIC X(1).
           05  FILLER             PIC X(1).
           05  TRANS-CLIENT       PIC X(6).
           05  FILLER             PIC X(1).
           05  TRANS-IBAN         PIC X(34).
           05  FILLER             PIC X(1).
           05  TRANS-BIC          PIC X(11).
           05  FILLER             PIC X(1).
           05  TRANS-REFERENCE    PIC X(35).
           05  FILLER             PIC X(1).
           05  TRANS-DATE-SIGNATURE PIC X(8).

       FD  FICHIER-MANDATS.
           COPY MANDREC.

       FD  FICHIER-CLIENTS.
           COPY CLIENTEC.

       FD  FICHIER-JOURNAL.
       01  LIGNE-JOURNAL          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TRANS-STATUS        PIC XX.
       01  WS-MANDATS-STATUS      PIC XX.
       01  WS-CLIENTS-STATUS      PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.

       01  WS-RUN-DATE            PIC X(8).

       01  WS-NB-AJOUTS           PIC 9(4) VALUE 0.
       01  WS-NB-CHANGEMENTS      PIC 9(4) VALUE 0.
       01  WS-NB-REVOCATIONS      PIC 9(4) VALUE 0.
       01  WS-NB-SUPPRESSIONS     PIC 9(4) VALUE 0.
       01  WS-NB-ERREURS          PIC 9(4) VALUE 0.

       01  WS-RESULTAT            PIC X(40).

      *    Maître des clients ouvert ou non : sans lui, les ajouts
      *    ne peuvent pas être contrôlés et sont refusés.
       01  WS-CLIENTS-PRESENT     PIC X(1) VALUE 'N'.

      *    Zone de contrôle de validité d'un mouvement : un mandat
      *    sans client, sans IBAN, sans référence ou sans date de
      *    signature ne doit pas être écrit dans le maître.
       01  WS-REC-VALIDE          PIC X(1).
           88  REC-EST-VALIDE     VALUE 'O'.
           88  REC-EST-INVALIDE   VALUE 'N'.

       PROCEDURE DIVISION.

       0000-DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT FICHIER-TRANS
           OPEN I-O FICHIER-MANDATS

      *    Première exécution : le maître des mandats n'existe pas
      *    encore, on le crée vide avant de le rouvrir en mise à
      *    jour.
           IF WS-MANDATS-STATUS = '35'
               OPEN OUTPUT FICHIER-MANDATS
               CLOSE FICHIER-MANDATS
               OPEN I-O FICHIER-MANDATS
           END-IF

           OPEN INPUT FICHIER-CLIENTS
           IF WS-CLIENTS-STATUS = '00'
               MOVE 'O' TO WS-CLIENTS-PRESENT
           ELSE
               DISPLAY "ASSURMDT - MAITRE DES CLIENTS ABSENT - "
                       "AJOUTS REFUSES"
           END-IF

           OPEN OUTPUT FICHIER-JOURNAL

           PERFORM UNTIL WS-TRANS-STATUS = '10'
               READ FICHIER-TRANS INTO TRANS-REC
                   AT END
                       MOVE '10' TO WS-TRANS-STATUS
                   NOT AT END
                       PERFORM 1000-TRAITER-MOUVEMENT
               END-READ
           END-PERFORM

           CLOSE FICHIER-TRANS
           CLOSE FICHIER-MANDATS
           IF WS-CLIENTS-PRESENT = 'O'
               CLOSE FICHIER-CLIENTS
           END-IF
           CLOSE FICHIER-JOURNAL

           DISPLAY "ASSURMDT - AJOUTS: "       WS-NB-AJOUTS
                   " CHANGEMENTS: "            WS-NB-CHANGEMENTS
                   " REVOCATIONS: "            WS-NB-REVOCATIONS
                   " SUPPRESSIONS: "           WS-NB-SUPPRESSIONS
                   " ERREURS: "                WS-NB-ERREURS

      *    Code retour pour l'ordonnanceur : 4 dès qu'au moins un
      *    mouvement a été refusé, 0 sinon.
           IF WS-NB-ERREURS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       1000-TRAITER-MOUVEMENT.
           EVALUATE TRANS-ACTION
               WHEN 'A'
                   PERFORM 1100-AJOUTER-MANDAT
               WHEN 'C'
                   PERFORM 1200-MODIFIER-MANDAT
               WHEN 'R'
                   PERFORM 1300-REVOQUER-MANDAT
               WHEN 'D'
                   PERFORM 1400-SUPPRIMER-MANDAT
               WHEN OTHER
                   ADD 1 TO WS-NB-ERREURS
                   MOVE "CODE ACTION INCONNU" TO WS-RESULTAT
           END-EVALUATE

           PERFORM 1900-ECRIRE-JOURNAL.

       1050-VALIDER-MOUVEMENT.
           SET REC-EST-VALIDE TO TRUE

           EVALUATE TRUE
               WHEN TRANS-CLIENT = SPACES
                   SET REC-EST-INVALIDE TO TRUE

               WHEN TRANS-IBAN = SPACES
                   SET REC-EST-INVALIDE TO TRUE

               WHEN TRANS-REFERENCE = SPACES
                   SET REC-EST-INVALIDE TO TRUE

               WHEN TRANS-DATE-SIGNATURE NOT NUMERIC
                   SET REC-EST-INVALIDE TO TRUE

               WHEN OTHER
                   SET REC-EST-VALIDE TO TRUE
           END-EVALUATE.

       1100-AJOUTER-MANDAT.
           PERFORM 1050-VALIDER-MOUVEMENT

           IF REC-EST-VALIDE
               IF WS-CLIENTS-PRESENT = 'N'
                   SET REC-EST-INVALIDE TO TRUE
               ELSE
                   MOVE TRANS-CLIENT TO CLIENT-ID
                   READ FICHIER-CLIENTS
                       INVALID KEY
                           SET REC-EST-INVALIDE TO TRUE
                   END-READ
               END-IF

               IF REC-EST-INVALIDE
                   ADD 1 TO WS-NB-ERREURS
                   MOVE "AJOUT REFUSE - CLIENT INCONNU"
                       TO WS-RESULTAT
               END-IF
           ELSE
               ADD 1 TO WS-NB-ERREURS
               MOVE "AJOUT REFUSE - DONNEES INVALIDES"
                   TO WS-RESULTAT
           END-IF

           IF REC-EST-VALIDE
               MOVE SPACES               TO MDT-REC
               MOVE TRANS-CLIENT         TO MDT-CLIENT
               MOVE TRANS-IBAN           TO MDT-IBAN
               MOVE TRANS-BIC            TO MDT-BIC
               MOVE TRANS-REFERENCE      TO MDT-REFERENCE
               MOVE TRANS-DATE-SIGNATURE TO MDT-DATE-SIGNATURE
               MOVE "FRST"               TO MDT-SEQUENCE
               MOVE 'A'                  TO MDT-ETAT

               WRITE MDT-REC
                   INVALID KEY
                       ADD 1 TO WS-NB-ERREURS
                       MOVE "AJOUT REFUSE - MANDAT EXISTANT"
                           TO WS-RESULTAT
                   NOT INVALID KEY
                       ADD 1 TO WS-NB-AJOUTS
                       MOVE "AJOUTE" TO WS-RESULTAT
               END-WRITE
           END-IF.

       1200-MODIFIER-MANDAT.
           PERFORM 1050-VALIDER-MOUVEMENT

           IF REC-EST-INVALIDE
               ADD 1 TO WS-NB-ERREURS
               MOVE "MODIFICATION REFUSEE - DONNEES INVALIDES"
                   TO WS-RESULTAT
           ELSE
               MOVE TRANS-CLIENT TO MDT-CLIENT

               READ FICHIER-MANDATS
                   INVALID KEY
                       ADD 1 TO WS-NB-ERREURS
                       MOVE "MODIFICATION REFUSEE - MANDAT INCONNU"
                           TO WS-RESULTAT
                   NOT INVALID KEY
                       PERFORM 1250-APPLIQUER-CHANGEMENT
               END-READ
           END-IF.

      *    Une nouvelle référence de mandat vaut nouveau mandat
      *    signé : premier prélèvement à venir, mandat actif.
       1250-APPLIQUER-CHANGEMENT.
           IF TRANS-REFERENCE NOT = MDT-REFERENCE
               MOVE "FRST" TO MDT-SEQUENCE
               MOVE 'A'    TO MDT-ETAT
               MOVE SPACES TO MDT-DATE-ETAT
           END-IF

           MOVE TRANS-IBAN           TO MDT-IBAN
           MOVE TRANS-BIC            TO MDT-BIC
           MOVE TRANS-REFERENCE      TO MDT-REFERENCE
           MOVE TRANS-DATE-SIGNATURE TO MDT-DATE-SIGNATURE

           REWRITE MDT-REC
               INVALID KEY
                   ADD 1 TO WS-NB-ERREURS
                   MOVE "MODIFICATION ECHOUEE" TO WS-RESULTAT
               NOT INVALID KEY
                   ADD 1 TO WS-NB-CHANGEMENTS
                   MOVE "MODIFIE" TO WS-RESULTAT
           END-REWRITE.

       1300-REVOQUER-MANDAT.
           MOVE TRANS-CLIENT TO MDT-CLIENT

           READ FICHIER-MANDATS
               INVALID KEY
                   ADD 1 TO WS-NB-ERREURS
                   MOVE "REVOCATION REFUSEE - MANDAT INCONNU"
                       TO WS-RESULTAT
               NOT INVALID KEY
                   MOVE 'R'         TO MDT-ETAT
                   MOVE WS-RUN-DATE TO MDT-DATE-ETAT

                   REWRITE MDT-REC
                       INVALID KEY
                           ADD 1 TO WS-NB-ERREURS
                           MOVE "REVOCATION ECHOUEE" TO WS-RESULTAT
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-REVOCATIONS
                           MOVE "REVOQUE" TO WS-RESULTAT
                   END-REWRITE
           END-READ.

       1400-SUPPRIMER-MANDAT.
           MOVE TRANS-CLIENT TO MDT-CLIENT

           DELETE FICHIER-MANDATS RECORD
               INVALID KEY
                   ADD 1 TO WS-NB-ERREURS
                   MOVE "SUPPRESSION REFUSEE - MANDAT INCONNU"
                       TO WS-RESULTAT
               NOT INVALID KEY
                   ADD 1 TO WS-NB-SUPPRESSIONS
                   MOVE "SUPPRIME" TO WS-RESULTAT
           END-DELETE.

       1900-ECRIRE-JOURNAL.
           MOVE SPACES TO LIGNE-JOURNAL
           STRING TRANS-ACTION DELIMITED BY SIZE " " DELIMITED BY SIZE
                  TRANS-CLIENT DELIMITED BY SIZE " " DELIMITED BY SIZE
                  WS-RESULTAT  DELIMITED BY SIZE
               INTO LIGNE-JOURNAL

           WRITE LIGNE-JOURNAL.
