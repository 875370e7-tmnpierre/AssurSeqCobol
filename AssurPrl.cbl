      *    *************************************************************
      *    PROGRAMME ASSURPRL
      *    Remise des prélèvements SEPA. Sélectionne dans
      *    l'échéancier 'assur-echeancier.dat' (format
      *    copy/ECHREC.cpy) les échéances ouvertes ('O') dont la
      *    date tombe dans la fenêtre de prélèvement, retrouve le
      *    client du contrat dans le maître 'assur-maitre.dat' puis
      *    son mandat dans le maître des mandats 'assur-mandats.dat'
      *    (format copy/MANDREC.cpy), et écrit le fichier de remise
      *    à la banque 'assur-prelevements.dat', groupé par date
      *    d'échéance puis par séquence (FRST / RCUR) au moyen d'un
      *    tri comme ASSURCOM trie par courtier :
      *        G = début de groupe (date d'échéance, séquence)
      *        D = prélèvement (référence de bout en bout = ASSUR-ID
      *            + numéro d'échéance, montant, IBAN, BIC,
      *            référence et date de signature du mandat)
      *        F = fin de groupe (nombre et total du groupe)
      *        T = total de la remise
      *
      *    Chaque échéance remise passe à l'état 'S' (soumise au
      *    prélèvement) : elle n'est plus relancée, ASSURENC la
      *    solde à l'arrivée de l'encaissement et ASSURRET la
      *    rouvre si la banque rejette le prélèvement. Un mandat
      *    prélevé pour la première fois passe de FRST à RCUR.
      *
      *    Une échéance de la fenêtre est écartée, avec le motif,
      *    sur l'état de remise 'assur-prelevements.lst' si le
      *    contrat est inconnu, si sa devise n'est pas l'euro, si le
      *    client n'a pas de mandat ou si le mandat n'est pas actif
      *    (révoqué ou compte clos) : elle reste ouverte et suit la
      *    relance.
      *
      *    Paramètres : 1er argument de ligne de commande = début
      *    de la fenêtre AAAAMMJJ (par défaut : date système du
      *    jour), 2ème argument = fin de la fenêtre AAAAMMJJ (par
      *    défaut : début de la fenêtre plus 7 jours).
      *
      *    Code retour : 8 si l'échéancier ou le maître des mandats
      *    est absent, 4 si des échéances de la fenêtre sont
      *    écartées, 0 sinon.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURPRL.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Echéancier de paiement, relu en entier puis réécrit avec
      *    les échéances remises passées à l'état 'S'.
           SELECT FICHIER-ECHEANCIER ASSIGN TO 'assur-echeancier.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ECH-STATUS.

      *    Fichier de travail des échéances au-delà de la table,
      *    comme dans ASSURENC.
           SELECT FICHIER-EXCEDENT ASSIGN TO 'assur-prl-excedent.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EXCEDENT-STATUS.

      *    Fichier maître, consulté pour le client du contrat.
           SELECT FICHIER-MAITRE ASSIGN TO 'assur-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAITRE-ID
               ALTERNATE RECORD KEY IS MAITRE-NOM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAITRE-DATE-FIN
                   WITH DUPLICATES
               STATUS IS WS-MAITRE-STATUS.

      *    Maître des mandats, mis à jour en accès direct pour le
      *    passage de FRST à RCUR.
           SELECT FICHIER-MANDATS ASSIGN TO 'assur-mandats.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MDT-CLIENT
               STATUS IS WS-MANDATS-STATUS.

           SELECT FICHIER-TRI ASSIGN TO 'assur-prl.tmp'.

      *    Fichier de remise des prélèvements à la banque.
           SELECT FICHIER-REMISE ASSIGN TO 'assur-prelevements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REMISE-STATUS.

      *    Etat de la remise et des échéances écartées.
           SELECT FICHIER-ETAT ASSIGN TO 'assur-prelevements.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       SD  FICHIER-TRI.
       01  SD-PRL-REC.
           05  SD-DATE            PIC X(8).
           05  SD-SEQUENCE        PIC X(4).
           05  SD-CLIENT          PIC X(6).
           05  SD-ID              PIC X(8).
           05  SD-NUM             PIC 9(3).
           05  SD-MONTANT         PIC 9(7)V99.
           05  SD-IBAN            PIC X(34).
           05  SD-BIC             PIC X(11).
           05  SD-MANDAT          PIC X(35).
           05  SD-DATE-SIGNATURE  PIC X(8).

      *    Remise à la banque : un enregistrement par début de
      *    groupe, par prélèvement, par fin de groupe, et le total.
       FD  FICHIER-REMISE.
       01  PRL-GROUPE.
           05  PRL-G-TYPE         PIC X(1).
           05  FILLER             PIC X(1).
           05  PRL-G-DATE         PIC X(8).
           05  FILLER             PIC X(1).
           05  PRL-G-SEQUENCE     PIC X(4).
       01  PRL-DETAIL.
           05  PRL-D-TYPE         PIC X(1).
           05  FILLER             PIC X(1).
           05  PRL-D-REFERENCE.
               10  PRL-D-ID       PIC X(8).
               10  PRL-D-NUM      PIC 9(3).
           05  FILLER             PIC X(1).
           05  PRL-D-MONTANT      PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  PRL-D-DEVISE       PIC X(3).
           05  FILLER             PIC X(1).
           05  PRL-D-IBAN         PIC X(34).
           05  FILLER             PIC X(1).
           05  PRL-D-BIC          PIC X(11).
           05  FILLER             PIC X(1).
           05  PRL-D-MANDAT       PIC X(35).
           05  FILLER             PIC X(1).
           05  PRL-D-DATE-SIGNATURE PIC X(8).
           05  FILLER             PIC X(1).
           05  PRL-D-CLIENT       PIC X(6).
       01  PRL-FIN-GROUPE.
           05  PRL-F-TYPE         PIC X(1).
           05  FILLER             PIC X(1).
           05  PRL-F-DATE         PIC X(8).
           05  FILLER             PIC X(1).
           05  PRL-F-SEQUENCE     PIC X(4).
           05  FILLER             PIC X(1).
           05  PRL-F-NB           PIC 9(6).
           05  FILLER             PIC X(1).
           05  PRL-F-TOTAL        PIC 9(11)V99.
       01  PRL-TOTAL.
           05  PRL-T-TYPE         PIC X(1).
           05  FILLER             PIC X(1).
           05  PRL-T-NB-GROUPES   PIC 9(4).
           05  FILLER             PIC X(1).
           05  PRL-T-NB           PIC 9(6).
           05  FILLER             PIC X(1).
           05  PRL-T-TOTAL        PIC 9(11)V99.

       FD  FICHIER-ETAT.
       01  LIGNE-ETAT             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-ECH-STATUS          PIC XX.
       01  WS-EXCEDENT-STATUS     PIC XX.
       01  WS-MAITRE-STATUS       PIC XX.
       01  WS-MANDATS-STATUS      PIC XX.
       01  WS-REMISE-STATUS       PIC XX.
       01  WS-ETAT-STATUS         PIC XX.
       01  WS-SORT-AT-END         PIC X(1) VALUE 'N'.

      *    Fenêtre de prélèvement (arguments 1 et 2).
       01  WS-PARM-LIGNE          PIC X(80).
       01  WS-PARM-DEBUT          PIC X(8).
       01  WS-PARM-FIN            PIC X(8).
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).

       01  WS-NB-SELECTIONNES     PIC 9(4) VALUE 0.
       01  WS-NB-REMIS            PIC 9(4) VALUE 0.
       01  WS-NB-ECARTES          PIC 9(4) VALUE 0.
       01  WS-NB-FRST             PIC 9(4) VALUE 0.

      *    Echéancier chargé en table pour la sélection puis la
      *    réécriture, comme dans ASSURENC. Table pleine : les
      *    échéances excédentaires passent par le fichier de travail
      *    et sont recopiées telles quelles ; elles ne sont pas
      *    prélevées, un message le signale au chargement.
       01  WS-NB-ECH              PIC 9(4) VALUE 0.
       01  WS-NB-EXCEDENTS        PIC 9(4) VALUE 0.
       01  WS-ECH-IDX             PIC 9(4) VALUE 0.
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

       01  WS-MOTIF-ECART         PIC X(30).
       01  WS-ECART-ENTETE        PIC X(1) VALUE 'N'.

      *    Rupture par groupe (date d'échéance + séquence) lors de
      *    l'écriture de la remise, cumuls du groupe courant et de
      *    la remise.
       01  WS-GROUPE-DEBUT        PIC X(1) VALUE 'N'.
       01  WS-DATE-COURANTE       PIC X(8) VALUE SPACES.
       01  WS-SEQUENCE-COURANTE   PIC X(4) VALUE SPACES.
       01  WS-NB-GROUPE           PIC 9(6) VALUE 0.
       01  WS-TOTAL-GROUPE        PIC 9(11)V99 VALUE 0.
       01  WS-NB-GROUPES          PIC 9(4) VALUE 0.
       01  WS-TOTAL-REMISE        PIC 9(11)V99 VALUE 0.

       01  WS-MONTANT-EDIT        PIC ZZZZZZ9.99.
       01  WS-TOTAL-EDIT          PIC ZZZZZZZZZZ9.99.
       01  WS-NB-EDIT             PIC ZZZZZ9.

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0100-LIRE-PARAMETRES

           OPEN I-O FICHIER-MANDATS
           IF WS-MANDATS-STATUS NOT = '00'
               DISPLAY "ASSURPRL - MAITRE DES MANDATS ABSENT "
                       "(ASSUR-MANDATS.DAT) - TRAITEMENT ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0200-CHARGER-ECHEANCIER

           OPEN INPUT FICHIER-MAITRE
           IF WS-MAITRE-STATUS NOT = '00'
               DISPLAY "ASSURPRL - FICHIER MAITRE ILLISIBLE - "
                       "STATUT: " WS-MAITRE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FICHIER-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "ASSURPRL - REMISE DES PRELEVEMENTS - ECHEANCES DU "
                  WS-DATE-DEBUT " AU " WS-DATE-FIN
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           SORT FICHIER-TRI
               ON ASCENDING KEY SD-DATE SD-SEQUENCE SD-CLIENT
                                SD-ID SD-NUM
               INPUT PROCEDURE IS 1000-SELECTIONNER-ECHEANCES
               OUTPUT PROCEDURE IS 2000-ECRIRE-REMISE

           CLOSE FICHIER-ETAT
           CLOSE FICHIER-MAITRE
           CLOSE FICHIER-MANDATS

           PERFORM 3000-REECRIRE-ECHEANCIER

           DISPLAY "ASSURPRL - ECHEANCES DE LA FENETRE: "
                   WS-NB-SELECTIONNES
                   " REMISES: "  WS-NB-REMIS
                   " ECARTEES: " WS-NB-ECARTES
                   " PREMIERS PRELEVEMENTS: " WS-NB-FRST

      *    Code retour pour l'ordonnanceur : 4 dès qu'une échéance
      *    de la fenêtre a été écartée, 0 sinon.
           IF WS-NB-ECARTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       0100-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE

           MOVE SPACES TO WS-PARM-DEBUT
           MOVE SPACES TO WS-PARM-FIN
           UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
               INTO WS-PARM-DEBUT WS-PARM-FIN

           IF WS-PARM-DEBUT IS NUMERIC AND WS-PARM-DEBUT NOT = SPACES
               MOVE WS-PARM-DEBUT TO WS-DATE-DEBUT
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-DEBUT
           END-IF

           IF WS-PARM-FIN IS NUMERIC AND WS-PARM-FIN NOT = SPACES
               MOVE WS-PARM-FIN TO WS-DATE-FIN
           ELSE
               COMPUTE WS-DATE-FIN = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT) + 7)
           END-IF.

      *    Charge l'échéancier en table. Sans échéancier, rien à
      *    prélever : arrêt en code retour 8.
       0200-CHARGER-ECHEANCIER.
           OPEN INPUT FICHIER-ECHEANCIER

           IF WS-ECH-STATUS NOT = '00'
               DISPLAY "ASSURPRL - ECHEANCIER ABSENT "
                       "(ASSUR-ECHEANCIER.DAT) - TRAITEMENT ABANDONNE"
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
               DISPLAY "ASSURPRL - TABLE DES ECHEANCES PLEINE - "
                       "ECHEANCE NON PRELEVEE, RECOPIEE "
                       "TELLE QUELLE: " ECH-ID
           END-IF.

      *    Parcourt l'échéancier en ordre de table : toute échéance
      *    ouverte de la fenêtre est contrôlée puis remise ou
      *    écartée.
       1000-SELECTIONNER-ECHEANCES.
           PERFORM VARYING WS-ECH-IDX FROM 1 BY 1
                   UNTIL WS-ECH-IDX > WS-NB-ECH
               IF WS-ECH-ETAT(WS-ECH-IDX) = 'O'
                  AND WS-ECH-DATE(WS-ECH-IDX) IS NUMERIC
                  AND WS-ECH-DATE(WS-ECH-IDX) >= WS-DATE-DEBUT
                  AND WS-ECH-DATE(WS-ECH-IDX) <= WS-DATE-FIN
                   ADD 1 TO WS-NB-SELECTIONNES
                   PERFORM 1100-CONTROLER-ECHEANCE
               END-IF
           END-PERFORM.

       1100-CONTROLER-ECHEANCE.
           MOVE SPACES TO WS-MOTIF-ECART
           MOVE WS-ECH-ID(WS-ECH-IDX) TO MAITRE-ID

           READ FICHIER-MAITRE
               INVALID KEY
                   MOVE "CONTRAT INCONNU" TO WS-MOTIF-ECART
           END-READ

           IF WS-MOTIF-ECART = SPACES
              AND WS-ECH-DEVISE(WS-ECH-IDX) NOT = "EUR"
               MOVE "DEVISE HORS ZONE SEPA" TO WS-MOTIF-ECART
           END-IF

           IF WS-MOTIF-ECART = SPACES
               MOVE MAITRE-CLIENT TO MDT-CLIENT
               READ FICHIER-MANDATS
                   INVALID KEY
                       MOVE "AUCUN MANDAT" TO WS-MOTIF-ECART
               END-READ
           END-IF

           IF WS-MOTIF-ECART = SPACES
               EVALUATE MDT-ETAT
                   WHEN 'A'
                       CONTINUE
                   WHEN 'R'
                       MOVE "MANDAT REVOQUE" TO WS-MOTIF-ECART
                   WHEN 'C'
                       MOVE "COMPTE CLOS" TO WS-MOTIF-ECART
                   WHEN OTHER
                       MOVE "MANDAT INACTIF" TO WS-MOTIF-ECART
               END-EVALUATE
           END-IF

           IF WS-MOTIF-ECART = SPACES
               PERFORM 1200-REMETTRE-ECHEANCE
           ELSE
               PERFORM 1900-ECARTER-ECHEANCE
           END-IF.

      *    L'échéance est remise avec la séquence courante du
      *    mandat et passe à l'état soumis ; un mandat FRST passe à
      *    RCUR dès sa première échéance remise.
       1200-REMETTRE-ECHEANCE.
           ADD 1 TO WS-NB-REMIS

           MOVE WS-ECH-DATE(WS-ECH-IDX)    TO SD-DATE
           MOVE MDT-SEQUENCE               TO SD-SEQUENCE
           MOVE MDT-CLIENT                 TO SD-CLIENT
           MOVE WS-ECH-ID(WS-ECH-IDX)      TO SD-ID
           MOVE WS-ECH-NUM(WS-ECH-IDX)     TO SD-NUM
           MOVE WS-ECH-MONTANT(WS-ECH-IDX) TO SD-MONTANT
           MOVE MDT-IBAN                   TO SD-IBAN
           MOVE MDT-BIC                    TO SD-BIC
           MOVE MDT-REFERENCE              TO SD-MANDAT
           MOVE MDT-DATE-SIGNATURE         TO SD-DATE-SIGNATURE

           RELEASE SD-PRL-REC

           MOVE 'S' TO WS-ECH-ETAT(WS-ECH-IDX)

           IF MDT-SEQUENCE = "FRST"
               ADD 1 TO WS-NB-FRST
               MOVE "RCUR" TO MDT-SEQUENCE
           END-IF
           MOVE WS-DATE-DEBUT TO MDT-DATE-PRL

           REWRITE MDT-REC
               INVALID KEY
                   DISPLAY "ASSURPRL - MANDAT NON MIS A JOUR: "
                           MDT-CLIENT
           END-REWRITE.

       1900-ECARTER-ECHEANCE.
           ADD 1 TO WS-NB-ECARTES

           IF WS-ECART-ENTETE = 'N'
               MOVE 'O' TO WS-ECART-ENTETE
               WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
               MOVE SPACES TO LIGNE-ETAT
               STRING "ECHEANCES ECARTEES (RESTENT OUVERTES)"
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF

           MOVE WS-ECH-MONTANT(WS-ECH-IDX) TO WS-MONTANT-EDIT

           MOVE SPACES TO LIGNE-ETAT
           STRING WS-ECH-ID(WS-ECH-IDX) " "
                  WS-ECH-NUM(WS-ECH-IDX) "/"
                  WS-ECH-NB-TOT(WS-ECH-IDX) " "
                  WS-ECH-DATE(WS-ECH-IDX) " "
                  WS-MONTANT-EDIT " "
                  WS-ECH-DEVISE(WS-ECH-IDX) " - "
                  WS-MOTIF-ECART
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       2000-ECRIRE-REMISE.
           OPEN OUTPUT FICHIER-REMISE

           RETURN FICHIER-TRI INTO SD-PRL-REC
               AT END
                   MOVE 'O' TO WS-SORT-AT-END
           END-RETURN

           PERFORM UNTIL WS-SORT-AT-END = 'O'
               PERFORM 2100-ECRIRE-PRELEVEMENT

               RETURN FICHIER-TRI INTO SD-PRL-REC
                   AT END
                       MOVE 'O' TO WS-SORT-AT-END
               END-RETURN
           END-PERFORM

           IF WS-GROUPE-DEBUT = 'O'
               PERFORM 2300-CLORE-GROUPE
           END-IF

           MOVE SPACES TO PRL-TOTAL
           MOVE 'T'             TO PRL-T-TYPE
           MOVE WS-NB-GROUPES   TO PRL-T-NB-GROUPES
           MOVE WS-NB-REMIS     TO PRL-T-NB
           MOVE WS-TOTAL-REMISE TO PRL-T-TOTAL
           WRITE PRL-TOTAL

           CLOSE FICHIER-REMISE

           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE

           MOVE WS-NB-REMIS     TO WS-NB-EDIT
           MOVE WS-TOTAL-REMISE TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "TOTAL DE LA REMISE : " WS-NB-EDIT
                  " PRELEVEMENTS - " WS-TOTAL-EDIT " EUR"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       2100-ECRIRE-PRELEVEMENT.
           IF WS-GROUPE-DEBUT = 'N'
              OR SD-DATE NOT = WS-DATE-COURANTE
              OR SD-SEQUENCE NOT = WS-SEQUENCE-COURANTE
               IF WS-GROUPE-DEBUT = 'O'
                   PERFORM 2300-CLORE-GROUPE
               END-IF
               PERFORM 2200-OUVRIR-GROUPE
           END-IF

           ADD 1 TO WS-NB-GROUPE
           ADD SD-MONTANT TO WS-TOTAL-GROUPE
           ADD SD-MONTANT TO WS-TOTAL-REMISE

           MOVE SPACES TO PRL-DETAIL
           MOVE 'D'               TO PRL-D-TYPE
           MOVE SD-ID             TO PRL-D-ID
           MOVE SD-NUM            TO PRL-D-NUM
           MOVE SD-MONTANT        TO PRL-D-MONTANT
           MOVE "EUR"             TO PRL-D-DEVISE
           MOVE SD-IBAN           TO PRL-D-IBAN
           MOVE SD-BIC            TO PRL-D-BIC
           MOVE SD-MANDAT         TO PRL-D-MANDAT
           MOVE SD-DATE-SIGNATURE TO PRL-D-DATE-SIGNATURE
           MOVE SD-CLIENT         TO PRL-D-CLIENT
           WRITE PRL-DETAIL

           MOVE SD-MONTANT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "    " SD-ID " " SD-NUM " "
                  SD-CLIENT " "
                  WS-MONTANT-EDIT " EUR "
                  SD-IBAN " "
                  SD-MANDAT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       2200-OUVRIR-GROUPE.
           MOVE 'O' TO WS-GROUPE-DEBUT
           MOVE SD-DATE     TO WS-DATE-COURANTE
           MOVE SD-SEQUENCE TO WS-SEQUENCE-COURANTE
           MOVE 0 TO WS-NB-GROUPE
           MOVE 0 TO WS-TOTAL-GROUPE
           ADD 1 TO WS-NB-GROUPES

           MOVE SPACES TO PRL-GROUPE
           MOVE 'G'         TO PRL-G-TYPE
           MOVE SD-DATE     TO PRL-G-DATE
           MOVE SD-SEQUENCE TO PRL-G-SEQUENCE
           WRITE PRL-GROUPE

           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
           MOVE SPACES TO LIGNE-ETAT
           STRING "ECHEANCE DU " SD-DATE " - SEQUENCE " SD-SEQUENCE
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       2300-CLORE-GROUPE.
           MOVE SPACES TO PRL-FIN-GROUPE
           MOVE 'F'                  TO PRL-F-TYPE
           MOVE WS-DATE-COURANTE     TO PRL-F-DATE
           MOVE WS-SEQUENCE-COURANTE TO PRL-F-SEQUENCE
           MOVE WS-NB-GROUPE         TO PRL-F-NB
           MOVE WS-TOTAL-GROUPE      TO PRL-F-TOTAL
           WRITE PRL-FIN-GROUPE

           MOVE WS-NB-GROUPE    TO WS-NB-EDIT
           MOVE WS-TOTAL-GROUPE TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "    TOTAL DU GROUPE : " WS-NB-EDIT
                  " PRELEVEMENTS - " WS-TOTAL-EDIT " EUR"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      *    L'échéancier réécrit remplace l'ancien : les échéances
      *    remises y figurent à l'état 'S', et les échéances mises
      *    de côté au chargement (table pleine) sont recopiées
      *    telles quelles à la suite.
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
