      *    *************************************************************
      *    PROGRAMME ASSURRET
      *    Traitement des rejets de prélèvements SEPA. Lit le fichier
      *    des retours de la banque 'assur-prelev-retours.dat' (date
      *    du rejet, référence de bout en bout = ASSUR-ID + numéro
      *    d'échéance telle que remise par ASSURPRL, montant, code
      *    motif) et, pour chaque prélèvement rejeté :
      *        1. rouvre l'échéance correspondante de
      *           'assur-echeancier.dat' (état 'O', date
      *           d'encaissement effacée), pour qu'elle entre dans
      *           l'état des impayés et les lettres de relance
      *           'assur-relances.lst' de ASSURENC ; une échéance
      *           déjà soldée par ASSURENC est rouverte de même et
      *           l'encaissement est contrepassé par un événement
      *           ENCA en diminution au fichier des événements
      *           comptables 'assur-evenements.dat' ;
      *        2. pour un compte clos ou un mandat révoqué, marque le
      *           mandat du client dans 'assur-mandats.dat' (état 'C'
      *           ou 'R' et date du rejet) pour que ASSURPRL ne s'en
      *           serve plus.
      *
      *    Codes motif reconnus (codes retour SEPA) :
      *        AM04 = provision insuffisante
      *        AC04 = compte clos
      *        MD01 = mandat révoqué ou inexistant
      *    Tout autre code rouvre l'échéance sans toucher au mandat.
      *
      *    Imprime l'état des rejets 'assur-prelev-retours.lst' ; un
      *    rejet sans échéance soumise ou payée correspondante, ou de
      *    montant différent, y est signalé en anomalie et n'est pas
      *    appliqué.
      *
      *    A lancer avant ASSURENC, pour que les échéances rouvertes
      *    soient relancées le jour même.
      *
      *    Paramètre : 1er argument de ligne de commande = date de
      *    traitement AAAAMMJJ (par défaut : date système du jour).
      *
      *    Code retour : 8 si l'échéancier ou le maître des mandats
      *    est absent, 4 s'il reste des rejets en anomalie, 0 sinon.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURRET.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Prélèvements rejetés retournés par la banque.
           SELECT FICHIER-RETOURS ASSIGN TO 'assur-prelev-retours.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-RETOURS-STATUS.

      *    Echéancier de paiement, relu en entier puis réécrit avec
      *    les échéances rejetées rouvertes.
           SELECT FICHIER-ECHEANCIER ASSIGN TO 'assur-echeancier.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ECH-STATUS.

      *    Fichier de travail des échéances au-delà de la table,
      *    comme dans ASSURENC.
           SELECT FICHIER-EXCEDENT ASSIGN TO 'assur-ret-excedent.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EXCEDENT-STATUS.

      *    Fichier maître, consulté pour le client et le type du
      *    contrat.
           SELECT FICHIER-MAITRE ASSIGN TO 'assur-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAITRE-ID
               ALTERNATE RECORD KEY IS MAITRE-NOM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAITRE-DATE-FIN
                   WITH DUPLICATES
               STATUS IS WS-MAITRE-STATUS.

      *    Maître des mandats, mis à jour en accès direct.
           SELECT FICHIER-MANDATS ASSIGN TO 'assur-mandats.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MDT-CLIENT
               STATUS IS WS-MANDATS-STATUS.

      *    Evénements comptables, fichier cumulatif ouvert en
      *    ajout.
           SELECT FICHIER-EVT ASSIGN TO 'assur-evenements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EVT-STATUS.

      *    Etat des rejets traités et des anomalies.
           SELECT FICHIER-ETAT ASSIGN TO 'assur-prelev-retours.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-RETOURS.
       01  RET-REC.
           05  RET-DATE           PIC X(8).
           05  FILLER             PIC X(1).
           05  RET-REFERENCE.
               10  RET-ID         PIC X(8).
               10  RET-NUM        PIC X(3).
           05  FILLER             PIC X(1).
           05  RET-MONTANT        PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  RET-MOTIF          PIC X(4).

       FD  FICHIER-ECHEANCIER.
           COPY ECHREC.

       FD  FICHIER-EXCEDENT.
       01  LIGNE-EXCEDENT         PIC X(60).

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

       FD  FICHIER-MANDATS.
           COPY MANDREC.

       FD  FICHIER-EVT.
           COPY EVTREC.

       FD  FICHIER-ETAT.
       01  LIGNE-ETAT             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RETOURS-STATUS      PIC XX.
       01  WS-ECH-STATUS          PIC XX.
       01  WS-EXCEDENT-STATUS     PIC XX.
       01  WS-MAITRE-STATUS       PIC XX.
       01  WS-MANDATS-STATUS      PIC XX.
       01  WS-EVT-STATUS          PIC XX.
       01  WS-ETAT-STATUS         PIC XX.

      *    Date de traitement (argument 1, défaut date système).
       01  WS-PARM-LIGNE          PIC X(80).
       01  WS-PARM-DATE           PIC X(8).
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-NB-RETOURS          PIC 9(4) VALUE 0.
       01  WS-NB-ROUVERTES        PIC 9(4) VALUE 0.
       01  WS-NB-CONTREPASSEES    PIC 9(4) VALUE 0.
       01  WS-NB-MANDATS          PIC 9(4) VALUE 0.
       01  WS-NB-ANOMALIES        PIC 9(4) VALUE 0.

      *    Echéancier chargé en table pour la recherche puis la
      *    réécriture, comme dans ASSURENC. Table pleine : les
      *    échéances excédentaires passent par le fichier de travail
      *    et sont recopiées telles quelles ; un rejet qui les vise
      *    reste en anomalie, un message le signale au chargement.
       01  WS-NB-ECH              PIC 9(4) VALUE 0.
       01  WS-NB-EXCEDENTS        PIC 9(4) VALUE 0.
       01  WS-ECH-IDX             PIC 9(4) VALUE 0.
       01  WS-ECH-CIBLE           PIC 9(4) VALUE 0.
       01  WS-TABLE-ECH.
           05  WS-ECH-ENTRY OCCURS 5000 TIMES.
               10  WS-ECH-ID          PIC X(8).
               10  WS-ECH-DATE        PIC X(8).
               10  WS-ECH-NUM         PIC 9(3).
               10  WS-ECH-NB-TOT      PIC 9(3).
               10  WS-ECH-MONTANT     PIC 9(7)V99.
               10  WS-ECH-DEVISE      PIC X(3).
               10  WS-ECH-ETAT        PIC X(1).
               10  WS-ECH-DATE-PAIE   PIC X(8).

      *    Résultat du traitement du rejet courant.
       01  WS-RESULTAT            PIC X(40).
       01  WS-LIBELLE-MOTIF       PIC X(30).
       01  WS-ETAT-AVANT          PIC X(1).
       01  WS-NOUVEL-ETAT-MANDAT  PIC X(1).

       01  WS-MONTANT-EDIT        PIC ZZZZZZ9.99.
       01  WS-NB-EDIT             PIC ZZZ9.

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0100-LIRE-PARAMETRES

           OPEN INPUT FICHIER-RETOURS
           IF WS-RETOURS-STATUS NOT = '00'
               DISPLAY "ASSURRET - AUCUN RETOUR DE LA BANQUE "
                       "(ASSUR-PRELEV-RETOURS.DAT)"
               STOP RUN
           END-IF

           OPEN I-O FICHIER-MANDATS
           IF WS-MANDATS-STATUS NOT = '00'
               DISPLAY "ASSURRET - MAITRE DES MANDATS ABSENT "
                       "(ASSUR-MANDATS.DAT) - TRAITEMENT ABANDONNE"
               CLOSE FICHIER-RETOURS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0200-CHARGER-ECHEANCIER

           OPEN INPUT FICHIER-MAITRE
           IF WS-MAITRE-STATUS NOT = '00'
               DISPLAY "ASSURRET - FICHIER MAITRE ILLISIBLE - "
                       "STATUT: " WS-MAITRE-STATUS
               CLOSE FICHIER-RETOURS
               CLOSE FICHIER-MANDATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FICHIER-ETAT

           OPEN EXTEND FICHIER-EVT
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-EVT
           END-IF

           MOVE SPACES TO LIGNE-ETAT
           STRING "ASSURRET - REJETS DE PRELEVEMENTS TRAITES LE "
                  WS-RUN-DATE
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE

           PERFORM UNTIL WS-RETOURS-STATUS = '10'
               READ FICHIER-RETOURS INTO RET-REC
                   AT END
                       MOVE '10' TO WS-RETOURS-STATUS
                   NOT AT END
                       ADD 1 TO WS-NB-RETOURS
                       PERFORM 1000-TRAITER-RETOUR
               END-READ
           END-PERFORM

           PERFORM 2000-IMPRIMER-TOTAUX

           CLOSE FICHIER-RETOURS
           CLOSE FICHIER-MAITRE
           CLOSE FICHIER-MANDATS
           CLOSE FICHIER-EVT
           CLOSE FICHIER-ETAT

           PERFORM 3000-REECRIRE-ECHEANCIER

           DISPLAY "ASSURRET - REJETS LUS: " WS-NB-RETOURS
                   " ROUVERTES: "    WS-NB-ROUVERTES
                   " MANDATS MARQUES: " WS-NB-MANDATS
                   " ANOMALIES: "    WS-NB-ANOMALIES

      *    Code retour pour l'ordonnanceur : 4 tant qu'il reste des
      *    rejets en anomalie, 0 sinon.
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       0100-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE

           MOVE SPACES TO WS-PARM-DATE
           UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
               INTO WS-PARM-DATE

           IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

      *    Charge l'échéancier en table. Sans échéancier, aucun
      *    rejet ne peut être appliqué : arrêt en code retour 8.
       0200-CHARGER-ECHEANCIER.
           OPEN INPUT FICHIER-ECHEANCIER

           IF WS-ECH-STATUS NOT = '00'
               DISPLAY "ASSURRET - ECHEANCIER ABSENT "
                       "(ASSUR-ECHEANCIER.DAT) - TRAITEMENT ABANDONNE"
               CLOSE FICHIER-RETOURS
               CLOSE FICHIER-MANDATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FICHIER-EXCEDENT

           PERFORM UNTIL WS-ECH-STATUS = '10'
               READ FICHIER-ECHEANCIER INTO ECH-REC
                   AT END
                       MOVE '10' TO WS-ECH-STATUS
                   NOT AT END
                       PERFORM 0250-RETENIR-ECHEANCE
               END-READ
           END-PERFORM

           CLOSE FICHIER-ECHEANCIER
           CLOSE FICHIER-EXCEDENT.

       0250-RETENIR-ECHEANCE.
           IF WS-NB-ECH < 5000
               ADD 1 TO WS-NB-ECH
               MOVE ECH-ID        TO WS-ECH-ID(WS-NB-ECH)
               MOVE ECH-DATE      TO WS-ECH-DATE(WS-NB-ECH)
               MOVE ECH-NUM       TO WS-ECH-NUM(WS-NB-ECH)
               MOVE ECH-NB        TO WS-ECH-NB-TOT(WS-NB-ECH)
               MOVE ECH-MONTANT   TO WS-ECH-MONTANT(WS-NB-ECH)
               MOVE ECH-DEVISE    TO WS-ECH-DEVISE(WS-NB-ECH)
               MOVE ECH-ETAT      TO WS-ECH-ETAT(WS-NB-ECH)
               MOVE ECH-DATE-PAIE TO WS-ECH-DATE-PAIE(WS-NB-ECH)
           ELSE
               ADD 1 TO WS-NB-EXCEDENTS
               WRITE LIGNE-EXCEDENT FROM ECH-REC
               DISPLAY "ASSURRET - TABLE DES ECHEANCES PLEINE - "
                       "ECHEANCE RECOPIEE TELLE QUELLE: " ECH-ID
           END-IF.

      *    Retrouve l'échéance visée par la référence de bout en
      *    bout ; seule une échéance soumise ou payée peut être
      *    rejetée, et pour le montant remis.
       1000-TRAITER-RETOUR.
           MOVE 0 TO WS-ECH-CIBLE
           MOVE SPACES TO WS-RESULTAT
           PERFORM 1050-LIBELLER-MOTIF

           PERFORM VARYING WS-ECH-IDX FROM 1 BY 1
                   UNTIL WS-ECH-IDX > WS-NB-ECH
                      OR WS-ECH-CIBLE > 0
               IF WS-ECH-ID(WS-ECH-IDX) = RET-ID
                  AND WS-ECH-NUM(WS-ECH-IDX) = RET-NUM
                   MOVE WS-ECH-IDX TO WS-ECH-CIBLE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-ECH-CIBLE = 0
                   MOVE "ANOMALIE - ECHEANCE INCONNUE" TO WS-RESULTAT

               WHEN WS-ECH-ETAT(WS-ECH-CIBLE) NOT = 'S'
                AND WS-ECH-ETAT(WS-ECH-CIBLE) NOT = 'P'
                   MOVE "ANOMALIE - ECHEANCE NON PRELEVEE"
                       TO WS-RESULTAT

               WHEN RET-MONTANT NOT NUMERIC
                   MOVE "ANOMALIE - MONTANT INVALIDE" TO WS-RESULTAT

               WHEN RET-MONTANT NOT = WS-ECH-MONTANT(WS-ECH-CIBLE)
                   MOVE "ANOMALIE - MONTANT DIFFERENT" TO WS-RESULTAT

               WHEN OTHER
                   PERFORM 1100-ROUVRIR-ECHEANCE
           END-EVALUATE

           IF WS-RESULTAT(1:8) = "ANOMALIE"
               ADD 1 TO WS-NB-ANOMALIES
           END-IF

           PERFORM 1900-ECRIRE-ETAT.

       1050-LIBELLER-MOTIF.
           EVALUATE RET-MOTIF
               WHEN "AM04"
                   MOVE "PROVISION INSUFFISANTE" TO WS-LIBELLE-MOTIF
                   MOVE SPACE TO WS-NOUVEL-ETAT-MANDAT
               WHEN "AC04"
                   MOVE "COMPTE CLOS" TO WS-LIBELLE-MOTIF
                   MOVE 'C' TO WS-NOUVEL-ETAT-MANDAT
               WHEN "MD01"
                   MOVE "MANDAT REVOQUE" TO WS-LIBELLE-MOTIF
                   MOVE 'R' TO WS-NOUVEL-ETAT-MANDAT
               WHEN OTHER
                   MOVE "AUTRE MOTIF BANCAIRE" TO WS-LIBELLE-MOTIF
                   MOVE SPACE TO WS-NOUVEL-ETAT-MANDAT
           END-EVALUATE.

      *    L'échéance rouverte suit la relance ; un encaissement
      *    déjà rapproché est contrepassé en comptabilité.
       1100-ROUVRIR-ECHEANCE.
           ADD 1 TO WS-NB-ROUVERTES

           MOVE WS-ECH-ETAT(WS-ECH-CIBLE) TO WS-ETAT-AVANT
           MOVE 'O'    TO WS-ECH-ETAT(WS-ECH-CIBLE)
           MOVE SPACES TO WS-ECH-DATE-PAIE(WS-ECH-CIBLE)
           MOVE "ECHEANCE ROUVERTE" TO WS-RESULTAT

           MOVE RET-ID TO MAITRE-ID
           READ FICHIER-MAITRE
               INVALID KEY
                   MOVE SPACES TO MAITRE-REC
           END-READ

           IF WS-ETAT-AVANT = 'P'
               PERFORM 1200-CONTREPASSER-ENCAISSEMENT
           END-IF

           IF WS-NOUVEL-ETAT-MANDAT NOT = SPACE
               PERFORM 1300-MARQUER-MANDAT
           END-IF.

       1200-CONTREPASSER-ENCAISSEMENT.
           ADD 1 TO WS-NB-CONTREPASSEES

           MOVE SPACES TO EVT-REC
           MOVE WS-RUN-DATE   TO EVT-DATE
           MOVE "ASSURRET"    TO EVT-PROGRAMME
           MOVE "ENCA"        TO EVT-CODE
           MOVE MAITRE-TYPE   TO EVT-TYPE
           MOVE WS-ECH-DEVISE(WS-ECH-CIBLE) TO EVT-DEVISE
           MOVE '-'           TO EVT-SENS
           MOVE RET-MONTANT   TO EVT-MONTANT
           MOVE RET-ID        TO EVT-REFERENCE

           WRITE EVT-REC

           MOVE "ECHEANCE ROUVERTE, ENCAISSEMENT CONTREPASSE"
               TO WS-RESULTAT.

      *    Compte clos ou mandat révoqué : le mandat du client ne
      *    doit plus être présenté.
       1300-MARQUER-MANDAT.
           IF MAITRE-CLIENT = SPACES
               DISPLAY "ASSURRET - CLIENT DU CONTRAT INCONNU, "
                       "MANDAT NON MARQUE: " RET-ID
           ELSE
               MOVE MAITRE-CLIENT TO MDT-CLIENT
               READ FICHIER-MANDATS
                   INVALID KEY
                       DISPLAY "ASSURRET - MANDAT INCONNU, NON "
                               "MARQUE: " MAITRE-CLIENT
                   NOT INVALID KEY
                       MOVE WS-NOUVEL-ETAT-MANDAT TO MDT-ETAT
                       MOVE RET-DATE TO MDT-DATE-ETAT
                       REWRITE MDT-REC
                           INVALID KEY
                               DISPLAY "ASSURRET - MANDAT NON MIS A "
                                       "JOUR: " MDT-CLIENT
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-MANDATS
                       END-REWRITE
               END-READ
           END-IF.

       1900-ECRIRE-ETAT.
           MOVE RET-MONTANT TO WS-MONTANT-EDIT

           MOVE SPACES TO LIGNE-ETAT
           STRING RET-DATE " "
                  RET-ID " " RET-NUM " "
                  WS-MONTANT-EDIT " "
                  RET-MOTIF " " WS-LIBELLE-MOTIF " - "
                  WS-RESULTAT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           IF WS-NOUVEL-ETAT-MANDAT NOT = SPACE
              AND WS-RESULTAT(1:8) NOT = "ANOMALIE"
               MOVE SPACES TO LIGNE-ETAT
               STRING "         MANDAT DU CLIENT " MAITRE-CLIENT
                      " MARQUE " WS-LIBELLE-MOTIF
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.

       2000-IMPRIMER-TOTAUX.
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE

           MOVE WS-NB-RETOURS TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "REJETS LUS              : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE WS-NB-ROUVERTES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "ECHEANCES ROUVERTES     : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE WS-NB-CONTREPASSEES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "ENCAISSEMENTS CONTREPASSES : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE WS-NB-MANDATS TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "MANDATS MARQUES         : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE WS-NB-ANOMALIES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "ANOMALIES               : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      *    L'échéancier réécrit remplace l'ancien : les échéances
      *    rejetées y figurent rouvertes, et les échéances mises de
      *    côté au chargement (table pleine) sont recopiées telles
      *    quelles à la suite.
       3000-REECRIRE-ECHEANCIER.
           OPEN OUTPUT FICHIER-ECHEANCIER

           PERFORM VARYING WS-ECH-IDX FROM 1 BY 1
                   UNTIL WS-ECH-IDX > WS-NB-ECH
               MOVE SPACES TO ECH-REC
               MOVE WS-ECH-ID(WS-ECH-IDX)        TO ECH-ID
               MOVE WS-ECH-DATE(WS-ECH-IDX)      TO ECH-DATE
               MOVE WS-ECH-NUM(WS-ECH-IDX)       TO ECH-NUM
               MOVE WS-ECH-NB-TOT(WS-ECH-IDX)    TO ECH-NB
               MOVE WS-ECH-MONTANT(WS-ECH-IDX)   TO ECH-MONTANT
               MOVE WS-ECH-DEVISE(WS-ECH-IDX)    TO ECH-DEVISE
               MOVE WS-ECH-ETAT(WS-ECH-IDX)      TO ECH-ETAT
               MOVE WS-ECH-DATE-PAIE(WS-ECH-IDX) TO ECH-DATE-PAIE
               WRITE ECH-REC
           END-PERFORM

           IF WS-NB-EXCEDENTS > 0
               PERFORM 3100-RECOPIER-EXCEDENTS
           END-IF

           CLOSE FICHIER-ECHEANCIER.

       3100-RECOPIER-EXCEDENTS.
           MOVE SPACES TO WS-EXCEDENT-STATUS
           OPEN INPUT FICHIER-EXCEDENT

           PERFORM UNTIL WS-EXCEDENT-STATUS = '10'
               READ FICHIER-EXCEDENT INTO ECH-REC
                   AT END
                       MOVE '10' TO WS-EXCEDENT-STATUS
                   NOT AT END
                       WRITE ECH-REC
               END-READ
           END-PERFORM

           CLOSE FICHIER-EXCEDENT.
