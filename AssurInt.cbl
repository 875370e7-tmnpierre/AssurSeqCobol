      *    *************************************************************
      *    PROGRAMME ASSURINT
      *    Contrôle d'intégrité référentielle entre les fichiers
      *    maîtres et les fichiers de travail, tenus à jour par des
      *    programmes distincts (ASSURMAJ, ASSURCLI, ASSURSMV,
      *    ASSURFRA) et que rien n'empêche de diverger. Vérifie
      *    chacun des liens suivants :
      *        1. contrat du maître 'assur-maitre.dat' rattaché par
      *           ASSUR-CLIENT à un client absent du maître des
      *           clients 'client-maitre.dat' (avertissement) ;
      *        2. contrat rattaché par ASSUR-COURTIER à un courtier
      *           absent de 'courtier-maitre.dat' (avertissement) ;
      *        3. échéance de 'assur-echeancier.dat' d'un contrat
      *           absent du maître (anomalie financière) ;
      *        4. sinistre non soldé (ni CLOS ni REFUSE) de
      *           'sinistres-maitre.dat' sur un contrat absent du
      *           maître (anomalie financière) ;
      *        5. sinistre non soldé sur un contrat RESILIE :
      *           anomalie financière s'il est survenu après la fin
      *           de couverture du contrat, avertissement sinon
      *           (sinistre antérieur à la résiliation, encore en
      *           cours de règlement).
      *
      *    Imprime l'état des anomalies 'assur-integrite.lst',
      *    regroupé par règle avec le nombre d'anomalies de chaque
      *    règle, puis la synthèse des règles.
      *
      *    A lancer dans la chaîne avant la comptabilisation
      *    ASSURCPT et le calcul des commissions ASSURCOM : une
      *    anomalie financière arrête la chaîne avant qu'ils ne
      *    travaillent sur des données rompues.
      *
      *    Code retour : 8 si le maître des contrats est absent ou
      *    dès qu'une anomalie financière est relevée, 4 s'il n'y a
      *    que des avertissements (ou qu'un fichier de référence est
      *    absent et qu'une règle n'a pu être vérifiée), 0 sinon.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURINT.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier maître indexé, parcouru en séquentiel pour les
      *    règles 1 et 2, consulté en accès direct pour les règles
      *    3 à 5.
           SELECT FICHIER-MAITRE ASSIGN TO 'assur-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAITRE-ID
               ALTERNATE RECORD KEY IS MAITRE-NOM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAITRE-DATE-FIN
                   WITH DUPLICATES
               STATUS IS WS-MAITRE-STATUS.

      *    Maître des clients, consulté en accès direct.
           SELECT FICHIER-CLIENTS ASSIGN TO 'client-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENT-ID
               STATUS IS WS-CLIENTS-STATUS.

      *    Référence des courtiers (code + nom), chargée en table.
           SELECT FICHIER-COURTIERS ASSIGN TO 'courtier-maitre.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-COURTIERS-STATUS.

           SELECT FICHIER-ECHEANCIER ASSIGN TO 'assur-echeancier.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ECH-STATUS.

           SELECT FICHIER-SIN-MAITRE ASSIGN TO 'sinistres-maitre.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-SIN-MAITRE-STATUS.

      *    Etat des anomalies, regroupé par règle.
           SELECT FICHIER-ETAT ASSIGN TO 'assur-integrite.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FICHIER-CLIENTS.
           COPY CLIENTEC.

       FD  FICHIER-COURTIERS.
           COPY COURTREC.

       FD  FICHIER-ECHEANCIER.
           COPY ECHREC.

       FD  FICHIER-SIN-MAITRE.
           COPY SINMREC.

       FD  FICHIER-ETAT.
       01  LIGNE-ETAT             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MAITRE-STATUS       PIC XX.
       01  WS-CLIENTS-STATUS      PIC XX.
       01  WS-COURTIERS-STATUS    PIC XX.
       01  WS-ECH-STATUS          PIC XX.
       01  WS-SIN-MAITRE-STATUS   PIC XX.
       01  WS-ETAT-STATUS         PIC XX.

       01  WS-DATE-JOUR           PIC X(8).

      *    Présence des fichiers de référence : sans eux, la règle
      *    correspondante n'est pas vérifiable.
       01  WS-CLIENTS-PRESENT     PIC X(1) VALUE 'N'.
       01  WS-COURTIERS-PRESENT   PIC X(1) VALUE 'N'.
       01  WS-NB-NON-VERIFIEES    PIC 9(2) VALUE 0.

      *    Référence des courtiers chargée depuis
      *    courtier-maitre.dat, comme dans ASSURCOM.
       01  WS-NB-COURT            PIC 9(3) VALUE 0.
       01  WS-COURT-IDX           PIC 9(3) VALUE 0.
       01  WS-COURT-TROUVE        PIC X(1) VALUE 'N'.
       01  WS-TABLE-COURTIERS.
           05  WS-COURT-ENTRY OCCURS 200 TIMES.
               10  WS-COURT-ID        PIC X(6).

      *    Règles contrôlées : libellé, nombre d'anomalies relevées
      *    et, parmi elles, nombre d'anomalies financières.
       01  WS-REGLE-IDX           PIC 9(1) VALUE 0.
       01  WS-TABLE-REGLES.
           05  WS-REGLE-ENTRY OCCURS 5 TIMES.
               10  WS-REGLE-LIBELLE   PIC X(50).
               10  WS-REGLE-NB        PIC 9(5) VALUE 0.
               10  WS-REGLE-NB-FIN    PIC 9(5) VALUE 0.

       01  WS-NB-CONTRATS         PIC 9(5) VALUE 0.
       01  WS-NB-ECHEANCES        PIC 9(5) VALUE 0.
       01  WS-NB-SINISTRES        PIC 9(5) VALUE 0.
       01  WS-NB-AVERTISSEMENTS   PIC 9(5) VALUE 0.
       01  WS-NB-FINANCIERES      PIC 9(5) VALUE 0.

      *    Anomalie courante : niveau ('A' avertissement, 'F'
      *    anomalie financière) et détail imprimé.
       01  WS-NIVEAU              PIC X(1).
       01  WS-DETAIL              PIC X(100).

       01  WS-MONTANT-EDIT        PIC ZZZZZZ9.99.
       01  WS-NB-EDIT             PIC ZZZZ9.
       01  WS-NB-FIN-EDIT         PIC ZZZZ9.

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           PERFORM 0100-INITIALISER-REGLES

           OPEN INPUT FICHIER-MAITRE
           IF WS-MAITRE-STATUS NOT = '00'
               DISPLAY "ASSURINT - MAITRE DES CONTRATS ABSENT "
                       "(ASSUR-MAITRE.DAT) - TRAITEMENT ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE FICHIER-MAITRE

           PERFORM 0200-CHARGER-COURTIERS

           OPEN OUTPUT FICHIER-ETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING "ASSURINT - CONTROLE D'INTEGRITE REFERENTIELLE DU "
                  WS-DATE-JOUR
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           PERFORM 1000-REGLE-CLIENTS
           PERFORM 2000-REGLE-COURTIERS
           PERFORM 3000-REGLE-ECHEANCES
           PERFORM 4000-REGLE-SINISTRES-SUPPRIMES
           PERFORM 5000-REGLE-SINISTRES-RESILIES

           PERFORM 8000-IMPRIMER-SYNTHESE

           CLOSE FICHIER-ETAT

           DISPLAY "ASSURINT - CONTRATS: "   WS-NB-CONTRATS
                   " ECHEANCES: "           WS-NB-ECHEANCES
                   " SINISTRES: "           WS-NB-SINISTRES
           DISPLAY "ASSURINT - AVERTISSEMENTS: " WS-NB-AVERTISSEMENTS
                   " ANOMALIES FINANCIERES: "   WS-NB-FINANCIERES

      *    Code retour pour l'ordonnanceur : 8 dès qu'une anomalie
      *    financière est relevée, pour arrêter la chaîne avant la
      *    comptabilisation et les commissions ; 4 pour de simples
      *    avertissements ou une règle non vérifiable.
           EVALUATE TRUE
               WHEN WS-NB-FINANCIERES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NB-AVERTISSEMENTS > 0
                 OR WS-NB-NON-VERIFIEES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STOP RUN.

       0100-INITIALISER-REGLES.
           MOVE "1 - CONTRAT RATTACHE A UN CLIENT INEXISTANT"
               TO WS-REGLE-LIBELLE(1)
           MOVE "2 - CONTRAT RATTACHE A UN COURTIER INEXISTANT"
               TO WS-REGLE-LIBELLE(2)
           MOVE "3 - ECHEANCE D'UN CONTRAT SUPPRIME"
               TO WS-REGLE-LIBELLE(3)
           MOVE "4 - SINISTRE NON SOLDE SUR UN CONTRAT SUPPRIME"
               TO WS-REGLE-LIBELLE(4)
           MOVE "5 - SINISTRE NON SOLDE SUR UN CONTRAT RESILIE"
               TO WS-REGLE-LIBELLE(5).

      *    Charge en table les codes des courtiers. Sans fichier des
      *    courtiers, la règle 2 n'est pas vérifiable.
       0200-CHARGER-COURTIERS.
           OPEN INPUT FICHIER-COURTIERS

           IF WS-COURTIERS-STATUS = '00'
               MOVE 'O' TO WS-COURTIERS-PRESENT
               PERFORM UNTIL WS-COURTIERS-STATUS = '10'
                   READ FICHIER-COURTIERS INTO COURT-REC
                       AT END
                           MOVE '10' TO WS-COURTIERS-STATUS
                       NOT AT END
                           PERFORM 0250-RETENIR-COURTIER
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COURTIERS
           END-IF.

       0250-RETENIR-COURTIER.
           IF WS-NB-COURT < 200
               ADD 1 TO WS-NB-COURT
               MOVE COURT-ID TO WS-COURT-ID(WS-NB-COURT)
           ELSE
               DISPLAY "ASSURINT - TABLE DES COURTIERS PLEINE - "
                       "COURTIER NON RETENU: " COURT-ID
           END-IF.

      *    Règle 1 : le client de chaque contrat doit exister dans
      *    le maître des clients. Un contrat sans client (espaces)
      *    n'est pas en anomalie.
       1000-REGLE-CLIENTS.
           MOVE 1 TO WS-REGLE-IDX
           PERFORM 8100-ENTETE-REGLE

           OPEN INPUT FICHIER-CLIENTS
           IF WS-CLIENTS-STATUS = '00'
               MOVE 'O' TO WS-CLIENTS-PRESENT
           END-IF

           IF WS-CLIENTS-PRESENT = 'N'
               PERFORM 8300-REGLE-NON-VERIFIEE
           ELSE
               MOVE SPACES TO WS-MAITRE-STATUS
               OPEN INPUT FICHIER-MAITRE
               PERFORM UNTIL WS-MAITRE-STATUS = '10'
                   READ FICHIER-MAITRE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MAITRE-STATUS
                       NOT AT END
                           ADD 1 TO WS-NB-CONTRATS
                           PERFORM 1100-VERIFIER-CLIENT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MAITRE
               CLOSE FICHIER-CLIENTS
           END-IF

           PERFORM 8200-FIN-REGLE.

       1100-VERIFIER-CLIENT.
           IF MAITRE-CLIENT NOT = SPACES
               MOVE MAITRE-CLIENT TO CLIENT-ID
               READ FICHIER-CLIENTS
                   INVALID KEY
                       MOVE 'A' TO WS-NIVEAU
                       MOVE SPACES TO WS-DETAIL
                       STRING "CONTRAT " MAITRE-ID " "
                              MAITRE-NOM " " MAITRE-STATUT
                              " - CLIENT " MAITRE-CLIENT
                              " ABSENT DE CLIENT-MAITRE.DAT"
                           INTO WS-DETAIL
                       PERFORM 8500-ECRIRE-ANOMALIE
               END-READ
           END-IF.

      *    Règle 2 : le courtier de chaque contrat doit figurer dans
      *    la référence des courtiers. Un contrat en direct (sans
      *    courtier) n'est pas en anomalie.
       2000-REGLE-COURTIERS.
           MOVE 2 TO WS-REGLE-IDX
           PERFORM 8100-ENTETE-REGLE

           IF WS-COURTIERS-PRESENT = 'N'
               PERFORM 8300-REGLE-NON-VERIFIEE
           ELSE
               MOVE SPACES TO WS-MAITRE-STATUS
               OPEN INPUT FICHIER-MAITRE
               PERFORM UNTIL WS-MAITRE-STATUS = '10'
                   READ FICHIER-MAITRE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MAITRE-STATUS
                       NOT AT END
                           PERFORM 2100-VERIFIER-COURTIER
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MAITRE
           END-IF

           PERFORM 8200-FIN-REGLE.

       2100-VERIFIER-COURTIER.
           IF MAITRE-COURTIER NOT = SPACES
               MOVE 'N' TO WS-COURT-TROUVE
               PERFORM VARYING WS-COURT-IDX FROM 1 BY 1
                       UNTIL WS-COURT-IDX > WS-NB-COURT
                          OR WS-COURT-TROUVE = 'O'
                   IF WS-COURT-ID(WS-COURT-IDX) = MAITRE-COURTIER
                       MOVE 'O' TO WS-COURT-TROUVE
                   END-IF
               END-PERFORM

               IF WS-COURT-TROUVE = 'N'
                   MOVE 'A' TO WS-NIVEAU
                   MOVE SPACES TO WS-DETAIL
                   STRING "CONTRAT " MAITRE-ID " "
                          MAITRE-NOM " " MAITRE-STATUT
                          " - COURTIER " MAITRE-COURTIER
                          " ABSENT DE COURTIER-MAITRE.DAT"
                       INTO WS-DETAIL
                   PERFORM 8500-ECRIRE-ANOMALIE
               END-IF
           END-IF.

      *    Règle 3 : toute échéance doit appartenir à un contrat du
      *    maître. Une échéance orpheline est une anomalie
      *    financière, quel que soit son état. Pas d'échéancier :
      *    rien à contrôler.
       3000-REGLE-ECHEANCES.
           MOVE 3 TO WS-REGLE-IDX
           PERFORM 8100-ENTETE-REGLE

           OPEN INPUT FICHIER-ECHEANCIER
           IF WS-ECH-STATUS = '00'
               MOVE SPACES TO WS-MAITRE-STATUS
               OPEN INPUT FICHIER-MAITRE
               PERFORM UNTIL WS-ECH-STATUS = '10'
                   READ FICHIER-ECHEANCIER INTO ECH-REC
                       AT END
                           MOVE '10' TO WS-ECH-STATUS
                       NOT AT END
                           ADD 1 TO WS-NB-ECHEANCES
                           PERFORM 3100-VERIFIER-ECHEANCE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MAITRE
               CLOSE FICHIER-ECHEANCIER
           END-IF

           PERFORM 8200-FIN-REGLE.

       3100-VERIFIER-ECHEANCE.
           MOVE ECH-ID TO MAITRE-ID
           READ FICHIER-MAITRE
               INVALID KEY
                   MOVE 'F' TO WS-NIVEAU
                   MOVE ECH-MONTANT TO WS-MONTANT-EDIT
                   MOVE SPACES TO WS-DETAIL
                   STRING "ECHEANCE " ECH-ID " " ECH-NUM "/" ECH-NB
                          " DU " ECH-DATE " "
                          WS-MONTANT-EDIT " " ECH-DEVISE
                          " ETAT " ECH-ETAT
                          " - CONTRAT ABSENT DU MAITRE"
                       INTO WS-DETAIL
                   PERFORM 8500-ECRIRE-ANOMALIE
           END-READ.

      *    Règle 4 : un sinistre non soldé doit porter sur un
      *    contrat du maître. Pas de maître des sinistres : rien à
      *    contrôler.
       4000-REGLE-SINISTRES-SUPPRIMES.
           MOVE 4 TO WS-REGLE-IDX
           PERFORM 8100-ENTETE-REGLE

           OPEN INPUT FICHIER-SIN-MAITRE
           IF WS-SIN-MAITRE-STATUS = '00'
               MOVE SPACES TO WS-MAITRE-STATUS
               OPEN INPUT FICHIER-MAITRE
               PERFORM UNTIL WS-SIN-MAITRE-STATUS = '10'
                   READ FICHIER-SIN-MAITRE INTO SINM-REC
                       AT END
                           MOVE '10' TO WS-SIN-MAITRE-STATUS
                       NOT AT END
                           ADD 1 TO WS-NB-SINISTRES
                           PERFORM 4100-VERIFIER-SINISTRE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MAITRE
               CLOSE FICHIER-SIN-MAITRE
           END-IF

           PERFORM 8200-FIN-REGLE.

       4100-VERIFIER-SINISTRE.
           IF SINM-STATUT NOT = "CLOS" AND SINM-STATUT NOT = "REFUSE"
               MOVE SINM-ASSUR-ID TO MAITRE-ID
               READ FICHIER-MAITRE
                   INVALID KEY
                       MOVE 'F' TO WS-NIVEAU
                       MOVE SINM-RESERVE TO WS-MONTANT-EDIT
                       MOVE SPACES TO WS-DETAIL
                       STRING "SINISTRE " SINM-NUMERO " "
                              SINM-STATUT " RESERVE "
                              WS-MONTANT-EDIT " " SINM-DEVISE
                              " - CONTRAT " SINM-ASSUR-ID
                              " ABSENT DU MAITRE"
                           INTO WS-DETAIL
                       PERFORM 8500-ECRIRE-ANOMALIE
               END-READ
           END-IF.

      *    Règle 5 : un sinistre non soldé sur un contrat RESILIE.
      *    Survenu après la fin de couverture, il n'aurait pas dû
      *    être ouvert : anomalie financière ; survenu avant, il est
      *    légitimement en cours de règlement : avertissement.
       5000-REGLE-SINISTRES-RESILIES.
           MOVE 5 TO WS-REGLE-IDX
           PERFORM 8100-ENTETE-REGLE

           MOVE SPACES TO WS-SIN-MAITRE-STATUS
           OPEN INPUT FICHIER-SIN-MAITRE
           IF WS-SIN-MAITRE-STATUS = '00'
               MOVE SPACES TO WS-MAITRE-STATUS
               OPEN INPUT FICHIER-MAITRE
               PERFORM UNTIL WS-SIN-MAITRE-STATUS = '10'
                   READ FICHIER-SIN-MAITRE INTO SINM-REC
                       AT END
                           MOVE '10' TO WS-SIN-MAITRE-STATUS
                       NOT AT END
                           PERFORM 5100-VERIFIER-SINISTRE-RESILIE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MAITRE
               CLOSE FICHIER-SIN-MAITRE
           END-IF

           PERFORM 8200-FIN-REGLE.

       5100-VERIFIER-SINISTRE-RESILIE.
           IF SINM-STATUT NOT = "CLOS" AND SINM-STATUT NOT = "REFUSE"
               MOVE SINM-ASSUR-ID TO MAITRE-ID
               READ FICHIER-MAITRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MAITRE-STATUT = "RESILIE"
                           PERFORM 5200-SIGNALER-SINISTRE-RESILIE
                       END-IF
               END-READ
           END-IF.

       5200-SIGNALER-SINISTRE-RESILIE.
           MOVE SINM-RESERVE TO WS-MONTANT-EDIT
           MOVE SPACES TO WS-DETAIL

           IF SINM-DATE-SURV > MAITRE-DATE-FIN
               MOVE 'F' TO WS-NIVEAU
               STRING "SINISTRE " SINM-NUMERO " "
                      SINM-STATUT " RESERVE "
                      WS-MONTANT-EDIT " " SINM-DEVISE
                      " - CONTRAT " SINM-ASSUR-ID
                      " RESILIE AU " MAITRE-DATE-FIN
                      ", SURVENU LE " SINM-DATE-SURV
                   INTO WS-DETAIL
           ELSE
               MOVE 'A' TO WS-NIVEAU
               STRING "SINISTRE " SINM-NUMERO " "
                      SINM-STATUT " RESERVE "
                      WS-MONTANT-EDIT " " SINM-DEVISE
                      " - CONTRAT " SINM-ASSUR-ID
                      " RESILIE AU " MAITRE-DATE-FIN
                   INTO WS-DETAIL
           END-IF

           PERFORM 8500-ECRIRE-ANOMALIE.

      *    Synthèse : une ligne par règle, nombre d'anomalies et
      *    nombre d'anomalies financières.
       8000-IMPRIMER-SYNTHESE.
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
           MOVE SPACES TO LIGNE-ETAT
           STRING "SYNTHESE PAR REGLE"
                  "                                  "
                  "ANOMALIES  DONT FINANCIERES"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           PERFORM VARYING WS-REGLE-IDX FROM 1 BY 1
                   UNTIL WS-REGLE-IDX > 5
               MOVE WS-REGLE-NB(WS-REGLE-IDX)     TO WS-NB-EDIT
               MOVE WS-REGLE-NB-FIN(WS-REGLE-IDX) TO WS-NB-FIN-EDIT
               MOVE SPACES TO LIGNE-ETAT
               STRING WS-REGLE-LIBELLE(WS-REGLE-IDX) "    "
                      WS-NB-EDIT "       "
                      WS-NB-FIN-EDIT
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-PERFORM

           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE

           MOVE WS-NB-AVERTISSEMENTS TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "AVERTISSEMENTS          : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE WS-NB-FINANCIERES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "ANOMALIES FINANCIERES   : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           IF WS-NB-NON-VERIFIEES > 0
               MOVE WS-NB-NON-VERIFIEES TO WS-NB-EDIT
               MOVE SPACES TO LIGNE-ETAT
               STRING "REGLES NON VERIFIEES    : " WS-NB-EDIT
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.

       8100-ENTETE-REGLE.
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
           MOVE SPACES TO LIGNE-ETAT
           STRING "REGLE " WS-REGLE-LIBELLE(WS-REGLE-IDX)
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       8200-FIN-REGLE.
           MOVE WS-REGLE-NB(WS-REGLE-IDX) TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "    ANOMALIES POUR CETTE REGLE : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       8300-REGLE-NON-VERIFIEE.
           ADD 1 TO WS-NB-NON-VERIFIEES
           MOVE SPACES TO LIGNE-ETAT
           STRING "    FICHIER DE REFERENCE ABSENT - "
                  "REGLE NON VERIFIEE"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      *    Imprime l'anomalie courante sous la règle en cours et la
      *    compte selon son niveau.
       8500-ECRIRE-ANOMALIE.
           ADD 1 TO WS-REGLE-NB(WS-REGLE-IDX)

           MOVE SPACES TO LIGNE-ETAT
           IF WS-NIVEAU = 'F'
               ADD 1 TO WS-REGLE-NB-FIN(WS-REGLE-IDX)
               ADD 1 TO WS-NB-FINANCIERES
               STRING "    FINANCIER     " WS-DETAIL
                   INTO LIGNE-ETAT
           ELSE
               ADD 1 TO WS-NB-AVERTISSEMENTS
               STRING "    AVERTISSEMENT " WS-DETAIL
                   INTO LIGNE-ETAT
           END-IF

           WRITE LIGNE-ETAT.
