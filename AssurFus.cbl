      *    *************************************************************
      *    PROGRAMME ASSURFUS
      *    Fusion des clients en double. Lit les paires approuvées
      *    'client-fusions.dat' (format copy/FUSREC.cpy : client
      *    survivant, client absorbé), reprises après examen des
      *    propositions de ASSURRAP, et pour chaque paire valide :
      *        1. génère dans 'assur-trans.dat' un mouvement 'C' au
      *           format ASSURMAJ pour chaque contrat du maître
      *           'assur-maitre.dat' rattaché au client absorbé :
      *           image complète du contrat, ASSUR-CLIENT porté au
      *           client survivant ; ASSURMAJ l'applique et en
      *           garde les images avant et après dans son journal ;
      *        2. génère dans 'client-trans.dat' le mouvement 'D' de
      *           suppression du client absorbé, appliqué par
      *           ASSURCLI.
      *
      *    Une paire est rejetée si le survivant et l'absorbé sont
      *    le même client, si l'un d'eux est absent du maître des
      *    clients 'client-maitre.dat', ou si l'un d'eux figure déjà
      *    dans une paire précédente du fichier (fusions en chaîne à
      *    reprendre en deux passages).
      *
      *    Imprime l'état des fusions 'client-fusions.lst' : pour
      *    chaque paire les deux clients, les contrats rattachés au
      *    survivant et la suppression de l'absorbé, un mandat de
      *    prélèvement SEPA du client absorbé étant signalé pour
      *    reprise par ASSURMDT ; puis les paires rejetées.
      *
      *    Comme ASSURRES, les fichiers de mouvements sont recréés :
      *    ASSURMAJ et ASSURCLI doivent passer avant tout autre
      *    programme producteur de 'assur-trans.dat' ou de
      *    'client-trans.dat'. Sans fichier des fusions, rien n'est
      *    écrit ; sans paire valide, seul l'état est imprimé, les
      *    fichiers de mouvements restant en l'état.
      *
      *    Code retour : 8 si le maître des clients ou des contrats
      *    est absent, 4 si des paires sont rejetées, 0 sinon.
      *
      *    Les fichiers assur-trans.dat et client-trans.dat émis
      *    portent l'en-tête et la fin de fichier de
      *    copy/ENVREC.cpy, numérotés par ASSURENV.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURFUS.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Paires de clients approuvées pour la fusion.
           SELECT FICHIER-FUSIONS ASSIGN TO 'client-fusions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-FUSIONS-STATUS.

      *    Maître des clients, consulté en accès direct.
           SELECT FICHIER-CLIENTS ASSIGN TO 'client-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENT-ID
               STATUS IS WS-CLIENTS-STATUS.

      *    Fichier maître indexé, parcouru ici en séquentiel.
           SELECT FICHIER-MAITRE ASSIGN TO 'assur-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAITRE-ID
               ALTERNATE RECORD KEY IS MAITRE-NOM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAITRE-DATE-FIN
                   WITH DUPLICATES
               STATUS IS WS-MAITRE-STATUS.

      *    Maître des mandats SEPA, consulté pour signaler le mandat
      *    d'un client absorbé.
           SELECT FICHIER-MANDATS ASSIGN TO 'assur-mandats.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MDT-CLIENT
               STATUS IS WS-MANDATS-STATUS.

      *    Mouvements de contrats générés pour ASSURMAJ.
           SELECT FICHIER-TRANS ASSIGN TO 'assur-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TRANS-STATUS.

      *    Mouvements de clients générés pour ASSURCLI.
           SELECT FICHIER-CLI-TRANS ASSIGN TO 'client-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CLI-TRANS-STATUS.

      *    Etat des fusions.
           SELECT FICHIER-ETAT ASSIGN TO 'client-fusions.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-FUSIONS.
           COPY FUSREC.

       FD  FICHIER-CLIENTS.
           COPY CLIENTEC.

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

       FD  FICHIER-TRANS.
       01  TRANS-REC.
           05  TRANS-ACTION       PIC X(1).
           05  FILLER             PIC X(1).

      *    Mêmes champs que ASSUR-REC (copy/ASSUREC.cpy), repris ici
      *    via COPY REPLACING, comme le fait ASSURMAJ en lecture.
           COPY ASSUREC REPLACING
               ==01  ASSUR-REC.==     BY ==05  TRANS-DETAIL.==
               ==05  ASSUR-ID==       BY ==10  TRANS-ID==
               ==05  FILLER==         BY ==10  FILLER==
               ==05  ASSUR-NOM==      BY ==10  TRANS-NOM==
               ==05  ASSUR-DESC==     BY ==10  TRANS-DESC==
               ==05  ASSUR-TYPE==     BY ==10  TRANS-TYPE==
               ==05  ASSUR-STATUT==   BY ==10  TRANS-STATUT==
               ==05  ASSUR-DATE-DEB== BY ==10  TRANS-DATE-DEB==
               ==05  ASSUR-DATE-FIN== BY ==10  TRANS-DATE-FIN==
               ==05  ASSUR-MONTANT==  BY ==10  TRANS-MONTANT==
               ==05  ASSUR-DEVISE==   BY ==10  TRANS-DEVISE==
               ==05  ASSUR-CLIENT==   BY ==10  TRANS-CLIENT==
               ==05  ASSUR-COURTIER== BY ==10  TRANS-COURTIER==.

       FD  FICHIER-CLI-TRANS.
       01  CTR-REC.
           05  CTR-ACTION         PIC X(1).
           05  FILLER             PIC X(1).

      *    Mêmes champs que CLIENT-REC (copy/CLIENTEC.cpy), comme le
      *    fait ASSURCLI en lecture.
           COPY CLIENTEC REPLACING
               ==01  CLIENT-REC.==     BY ==05  CTR-DETAIL.==
               ==05  CLIENT-ID==       BY ==10  CTR-ID==
               ==05  FILLER==          BY ==10  FILLER==
               ==05  CLIENT-NOM==      BY ==10  CTR-NOM==
               ==05  CLIENT-ADRESSE==  BY ==10  CTR-ADRESSE==
               ==05  CLIENT-VILLE==    BY ==10  CTR-VILLE==.

       FD  FICHIER-ETAT.
       01  LIGNE-ETAT             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FUSIONS-STATUS      PIC XX.
       01  WS-CLIENTS-STATUS      PIC XX.
       01  WS-MAITRE-STATUS       PIC XX.
       01  WS-MANDATS-STATUS      PIC XX.
       01  WS-TRANS-STATUS        PIC XX.
       01  WS-CLI-TRANS-STATUS    PIC XX.
       01  WS-ETAT-STATUS         PIC XX.

       01  WS-MANDATS-PRESENT     PIC X(1) VALUE 'N'.

       01  WS-NB-LUES             PIC 9(4) VALUE 0.
       01  WS-NB-REJETEES         PIC 9(4) VALUE 0.
       01  WS-NB-CONTRATS         PIC 9(5) VALUE 0.

      *    Paires acceptées, avec les coordonnées des deux clients
      *    pour l'état et le nombre de contrats rattachés.
       01  WS-NB-PAIRES           PIC 9(3) VALUE 0.
       01  WS-PAIRE-IDX           PIC 9(3) VALUE 0.
       01  WS-PAIRE-CIBLE         PIC 9(3) VALUE 0.
       01  WS-TABLE-PAIRES.
           05  WS-PAIRE-ENTRY OCCURS 200 TIMES.
               10  WS-PAIRE-SURVIVANT PIC X(6).
               10  WS-PAIRE-SURV-NOM  PIC X(30).
               10  WS-PAIRE-SURV-ADR  PIC X(30).
               10  WS-PAIRE-SURV-VIL  PIC X(20).
               10  WS-PAIRE-ABSORBE   PIC X(6).
               10  WS-PAIRE-ABS-NOM   PIC X(30).
               10  WS-PAIRE-ABS-ADR   PIC X(30).
               10  WS-PAIRE-ABS-VIL   PIC X(20).
               10  WS-PAIRE-NB        PIC 9(4).

      *    Contrats rattachés au survivant, gardés pour l'état
      *    imprimé paire par paire. Table pleine : le mouvement est
      *    généré mais le contrat manque à l'état, un message le
      *    signale.
       01  WS-NB-DEP              PIC 9(4) VALUE 0.
       01  WS-DEP-IDX             PIC 9(4) VALUE 0.
       01  WS-TABLE-DEPLACES.
           05  WS-DEP-ENTRY OCCURS 5000 TIMES.
               10  WS-DEP-PAIRE       PIC 9(3).
               10  WS-DEP-ID          PIC X(8).
               10  WS-DEP-NOM         PIC X(14).
               10  WS-DEP-STATUT      PIC X(8).

      *    Contrôle de la paire lue.
       01  WS-MOTIF-REJET         PIC X(40).
       01  WS-SURV-NOM            PIC X(30).
       01  WS-SURV-ADR            PIC X(30).
       01  WS-SURV-VIL            PIC X(20).

       01  WS-NB-EDIT             PIC ZZZ9.

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           OPEN INPUT FICHIER-FUSIONS
           IF WS-FUSIONS-STATUS NOT = '00'
               DISPLAY "ASSURFUS - AUCUNE FUSION A TRAITER "
                       "(CLIENT-FUSIONS.DAT ABSENT)"
               STOP RUN
           END-IF

           OPEN INPUT FICHIER-CLIENTS
           IF WS-CLIENTS-STATUS NOT = '00'
               DISPLAY "ASSURFUS - MAITRE DES CLIENTS ABSENT "
                       "(CLIENT-MAITRE.DAT) - TRAITEMENT ABANDONNE"
               CLOSE FICHIER-FUSIONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FICHIER-MAITRE
           IF WS-MAITRE-STATUS NOT = '00'
               DISPLAY "ASSURFUS - FICHIER MAITRE ILLISIBLE - "
                       "STATUT: " WS-MAITRE-STATUS
               CLOSE FICHIER-FUSIONS
               CLOSE FICHIER-CLIENTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FICHIER-MANDATS
           IF WS-MANDATS-STATUS = '00'
               MOVE 'O' TO WS-MANDATS-PRESENT
           END-IF

           OPEN OUTPUT FICHIER-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "ASSURFUS - FUSION DES CLIENTS EN DOUBLE"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE

           PERFORM 1000-CHARGER-FUSIONS

      *    Sans paire valide, les fichiers de mouvements ne sont
      *    pas recréés : aucune séquence n'est émise pour rien.
           IF WS-NB-PAIRES > 0
               OPEN OUTPUT FICHIER-TRANS
               PERFORM 3500-ECRIRE-ENTETE-TRANS
               OPEN OUTPUT FICHIER-CLI-TRANS
               PERFORM 3600-ECRIRE-ENTETE-CTR
               PERFORM 2000-RATTACHER-CONTRATS
               PERFORM 3000-SUPPRIMER-ABSORBES
           END-IF
           PERFORM 4000-IMPRIMER-TOTAUX

           CLOSE FICHIER-FUSIONS
           CLOSE FICHIER-CLIENTS
           CLOSE FICHIER-MAITRE
           IF WS-NB-PAIRES > 0
               PERFORM 3520-ECRIRE-FIN-TRANS
               CLOSE FICHIER-TRANS
               PERFORM 3620-ECRIRE-FIN-CTR
               CLOSE FICHIER-CLI-TRANS
           END-IF
           CLOSE FICHIER-ETAT

           IF WS-MANDATS-PRESENT = 'O'
               CLOSE FICHIER-MANDATS
           END-IF

           DISPLAY "ASSURFUS - PAIRES LUES: " WS-NB-LUES
                   " FUSIONNEES: "          WS-NB-PAIRES
                   " REJETEES: "            WS-NB-REJETEES
                   " CONTRATS RATTACHES: "  WS-NB-CONTRATS

      *    Code retour pour l'ordonnanceur : 4 dès qu'une paire a
      *    été rejetée, 0 sinon.
           IF WS-NB-REJETEES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    L'appel remet RETURN-CODE à zéro : le code retour déjà
      *    établi par le programme est préservé.
       0080-APPELER-ASSURENV.
           MOVE RETURN-CODE TO WS-CODE-RETOUR
           CALL 'ASSURENV' USING ENV-PARAMETRES
           MOVE WS-CODE-RETOUR TO RETURN-CODE.

      *    Lit et contrôle les paires ; les paires rejetées sont
      *    imprimées au fil de la lecture.
       1000-CHARGER-FUSIONS.
           PERFORM UNTIL WS-FUSIONS-STATUS = '10'
               READ FICHIER-FUSIONS
                   AT END
                       MOVE '10' TO WS-FUSIONS-STATUS
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM 1100-CONTROLER-PAIRE
               END-READ
           END-PERFORM.

       1100-CONTROLER-PAIRE.
           MOVE SPACES TO WS-MOTIF-REJET

           IF FUS-SURVIVANT = FUS-ABSORBE
               MOVE "SURVIVANT ET ABSORBE IDENTIQUES"
                   TO WS-MOTIF-REJET
           END-IF

           IF WS-MOTIF-REJET = SPACES
               PERFORM 1200-CHERCHER-DANS-PAIRES
           END-IF

           IF WS-MOTIF-REJET = SPACES
               MOVE FUS-SURVIVANT TO CLIENT-ID
               READ FICHIER-CLIENTS
                   INVALID KEY
                       MOVE "CLIENT SURVIVANT INCONNU"
                           TO WS-MOTIF-REJET
                   NOT INVALID KEY
                       MOVE CLIENT-NOM     TO WS-SURV-NOM
                       MOVE CLIENT-ADRESSE TO WS-SURV-ADR
                       MOVE CLIENT-VILLE   TO WS-SURV-VIL
               END-READ
           END-IF

           IF WS-MOTIF-REJET = SPACES
               MOVE FUS-ABSORBE TO CLIENT-ID
               READ FICHIER-CLIENTS
                   INVALID KEY
                       MOVE "CLIENT ABSORBE INCONNU"
                           TO WS-MOTIF-REJET
               END-READ
           END-IF

           IF WS-MOTIF-REJET = SPACES AND WS-NB-PAIRES >= 200
               MOVE "TABLE DES FUSIONS PLEINE" TO WS-MOTIF-REJET
           END-IF

           IF WS-MOTIF-REJET = SPACES
               PERFORM 1300-RETENIR-PAIRE
           ELSE
               PERFORM 1900-IMPRIMER-REJET
           END-IF.

      *    Un client déjà engagé dans une paire précédente, comme
      *    survivant ou comme absorbé, ne peut entrer dans une
      *    seconde paire du même passage.
       1200-CHERCHER-DANS-PAIRES.
           PERFORM VARYING WS-PAIRE-IDX FROM 1 BY 1
                   UNTIL WS-PAIRE-IDX > WS-NB-PAIRES
                      OR WS-MOTIF-REJET NOT = SPACES
               IF WS-PAIRE-ABSORBE(WS-PAIRE-IDX) = FUS-ABSORBE
                   MOVE "CLIENT ABSORBE DEJA FUSIONNE"
                       TO WS-MOTIF-REJET
               END-IF
               IF WS-PAIRE-ABSORBE(WS-PAIRE-IDX) = FUS-SURVIVANT
                  OR WS-PAIRE-SURVIVANT(WS-PAIRE-IDX) = FUS-ABSORBE
                   MOVE "FUSION EN CHAINE - A REPRENDRE"
                       TO WS-MOTIF-REJET
               END-IF
           END-PERFORM.

      *    CLIENT-REC porte ici le client absorbé, relu en dernier.
       1300-RETENIR-PAIRE.
           ADD 1 TO WS-NB-PAIRES
           MOVE FUS-SURVIVANT  TO WS-PAIRE-SURVIVANT(WS-NB-PAIRES)
           MOVE WS-SURV-NOM    TO WS-PAIRE-SURV-NOM(WS-NB-PAIRES)
           MOVE WS-SURV-ADR    TO WS-PAIRE-SURV-ADR(WS-NB-PAIRES)
           MOVE WS-SURV-VIL    TO WS-PAIRE-SURV-VIL(WS-NB-PAIRES)
           MOVE FUS-ABSORBE    TO WS-PAIRE-ABSORBE(WS-NB-PAIRES)
           MOVE CLIENT-NOM     TO WS-PAIRE-ABS-NOM(WS-NB-PAIRES)
           MOVE CLIENT-ADRESSE TO WS-PAIRE-ABS-ADR(WS-NB-PAIRES)
           MOVE CLIENT-VILLE   TO WS-PAIRE-ABS-VIL(WS-NB-PAIRES)
           MOVE 0              TO WS-PAIRE-NB(WS-NB-PAIRES).

       1900-IMPRIMER-REJET.
           ADD 1 TO WS-NB-REJETEES

           MOVE SPACES TO LIGNE-ETAT
           STRING "PAIRE REJETEE - SURVIVANT " FUS-SURVIVANT
                  " ABSORBE " FUS-ABSORBE " - " WS-MOTIF-REJET
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      *    Parcours du maître : tout contrat rattaché à un client
      *    absorbé donne un mouvement 'C' vers le survivant.
       2000-RATTACHER-CONTRATS.
           IF WS-NB-PAIRES > 0
               PERFORM UNTIL WS-MAITRE-STATUS = '10'
                   READ FICHIER-MAITRE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MAITRE-STATUS
                       NOT AT END
                           PERFORM 2100-EXAMINER-CONTRAT
                   END-READ
               END-PERFORM
           END-IF.

       2100-EXAMINER-CONTRAT.
           MOVE 0 TO WS-PAIRE-CIBLE

           IF MAITRE-CLIENT NOT = SPACES
               PERFORM VARYING WS-PAIRE-IDX FROM 1 BY 1
                       UNTIL WS-PAIRE-IDX > WS-NB-PAIRES
                          OR WS-PAIRE-CIBLE > 0
                   IF WS-PAIRE-ABSORBE(WS-PAIRE-IDX) = MAITRE-CLIENT
                       MOVE WS-PAIRE-IDX TO WS-PAIRE-CIBLE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-PAIRE-CIBLE > 0
               PERFORM 2200-ECRIRE-MOUVEMENT
           END-IF.

      *    Mouvement 'C' au format ASSURMAJ : image complète du
      *    contrat, seul le client change.
       2200-ECRIRE-MOUVEMENT.
           ADD 1 TO WS-NB-CONTRATS
           ADD 1 TO WS-PAIRE-NB(WS-PAIRE-CIBLE)

           MOVE SPACES TO TRANS-REC
           MOVE 'C' TO TRANS-ACTION
           MOVE MAITRE-ID        TO TRANS-ID
           MOVE MAITRE-NOM       TO TRANS-NOM
           MOVE MAITRE-DESC      TO TRANS-DESC
           MOVE MAITRE-TYPE      TO TRANS-TYPE
           MOVE MAITRE-STATUT    TO TRANS-STATUT
           MOVE MAITRE-DATE-DEB  TO TRANS-DATE-DEB
           MOVE MAITRE-DATE-FIN  TO TRANS-DATE-FIN
           MOVE MAITRE-MONTANT   TO TRANS-MONTANT
           MOVE MAITRE-DEVISE    TO TRANS-DEVISE
           MOVE WS-PAIRE-SURVIVANT(WS-PAIRE-CIBLE) TO TRANS-CLIENT
           MOVE MAITRE-COURTIER  TO TRANS-COURTIER

           WRITE TRANS-REC
           PERFORM 3510-COMPTER-TRANS

           IF WS-NB-DEP < 5000
               ADD 1 TO WS-NB-DEP
               MOVE WS-PAIRE-CIBLE TO WS-DEP-PAIRE(WS-NB-DEP)
               MOVE MAITRE-ID      TO WS-DEP-ID(WS-NB-DEP)
               MOVE MAITRE-NOM     TO WS-DEP-NOM(WS-NB-DEP)
               MOVE MAITRE-STATUT  TO WS-DEP-STATUT(WS-NB-DEP)
           ELSE
               DISPLAY "ASSURFUS - TABLE DES CONTRATS RATTACHES "
                       "PLEINE - CONTRAT ABSENT DE L'ETAT: "
                       MAITRE-ID
           END-IF.

      *    Pour chaque paire : état de la fusion et mouvement 'D'
      *    de suppression du client absorbé.
       3000-SUPPRIMER-ABSORBES.
           PERFORM VARYING WS-PAIRE-IDX FROM 1 BY 1
                   UNTIL WS-PAIRE-IDX > WS-NB-PAIRES
               PERFORM 3100-IMPRIMER-FUSION

               MOVE SPACES TO CTR-REC
               MOVE 'D' TO CTR-ACTION
               MOVE WS-PAIRE-ABSORBE(WS-PAIRE-IDX) TO CTR-ID
               MOVE WS-PAIRE-ABS-NOM(WS-PAIRE-IDX) TO CTR-NOM
               MOVE WS-PAIRE-ABS-ADR(WS-PAIRE-IDX) TO CTR-ADRESSE
               MOVE WS-PAIRE-ABS-VIL(WS-PAIRE-IDX) TO CTR-VILLE
               WRITE CTR-REC
               PERFORM 3610-COMPTER-CTR
           END-PERFORM.

       3100-IMPRIMER-FUSION.
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE

           MOVE SPACES TO LIGNE-ETAT
           STRING "SURVIVANT " WS-PAIRE-SURVIVANT(WS-PAIRE-IDX) " "
                  WS-PAIRE-SURV-NOM(WS-PAIRE-IDX) " "
                  WS-PAIRE-SURV-ADR(WS-PAIRE-IDX) " "
                  WS-PAIRE-SURV-VIL(WS-PAIRE-IDX)
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "ABSORBE   " WS-PAIRE-ABSORBE(WS-PAIRE-IDX) " "
                  WS-PAIRE-ABS-NOM(WS-PAIRE-IDX) " "
                  WS-PAIRE-ABS-ADR(WS-PAIRE-IDX) " "
                  WS-PAIRE-ABS-VIL(WS-PAIRE-IDX)
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-NB-DEP
               IF WS-DEP-PAIRE(WS-DEP-IDX) = WS-PAIRE-IDX
                   MOVE SPACES TO LIGNE-ETAT
                   STRING "    CONTRAT " WS-DEP-ID(WS-DEP-IDX) " "
                          WS-DEP-NOM(WS-DEP-IDX) " "
                          WS-DEP-STATUT(WS-DEP-IDX)
                          " - CLIENT "
                          WS-PAIRE-ABSORBE(WS-PAIRE-IDX) " -> "
                          WS-PAIRE-SURVIVANT(WS-PAIRE-IDX)
                       INTO LIGNE-ETAT
                   WRITE LIGNE-ETAT
               END-IF
           END-PERFORM

           MOVE WS-PAIRE-NB(WS-PAIRE-IDX) TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "    CONTRATS RATTACHES AU SURVIVANT : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "    CLIENT " WS-PAIRE-ABSORBE(WS-PAIRE-IDX)
                  " SUPPRIME PAR ASSURCLI (CLIENT-TRANS.DAT)"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           IF WS-MANDATS-PRESENT = 'O'
               MOVE WS-PAIRE-ABSORBE(WS-PAIRE-IDX) TO MDT-CLIENT
               READ FICHIER-MANDATS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO LIGNE-ETAT
                       STRING "    MANDAT SEPA " MDT-REFERENCE
                              " DU CLIENT ABSORBE A REPRENDRE SOUS "
                              "LE SURVIVANT (ASSURMDT)"
                           INTO LIGNE-ETAT
                       WRITE LIGNE-ETAT
               END-READ
           END-IF.

      *    Enveloppe du fichier assur-trans.dat émis : en-tête numéroté
      *    par ASSURENV à l'ouverture, chaque détail compté, fin de
      *    fichier (nombre et total de contrôle) avant la fermeture.
       3500-ECRIRE-ENTETE-TRANS.
           MOVE "ASSURFUS" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'N' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

       3510-COMPTER-TRANS.
           MOVE "ASSURFUS" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'L' TO ENV-FONCTION
           MOVE TRANS-REC TO ENV-LIGNE
           PERFORM 0080-APPELER-ASSURENV.

       3520-ECRIRE-FIN-TRANS.
           MOVE "ASSURFUS" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'F' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

      *    Enveloppe du fichier client-trans.dat émis : en-tête numéroté
      *    par ASSURENV à l'ouverture, chaque détail compté, fin de
      *    fichier (nombre et total de contrôle) avant la fermeture.
       3600-ECRIRE-ENTETE-CTR.
           MOVE "ASSURFUS" TO ENV-PROGRAMME
           MOVE "client-trans.dat" TO ENV-FICHIER
           MOVE 'N' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE CTR-REC FROM ENV-LIGNE.

       3610-COMPTER-CTR.
           MOVE "ASSURFUS" TO ENV-PROGRAMME
           MOVE "client-trans.dat" TO ENV-FICHIER
           MOVE 'L' TO ENV-FONCTION
           MOVE CTR-REC TO ENV-LIGNE
           PERFORM 0080-APPELER-ASSURENV.

       3620-ECRIRE-FIN-CTR.
           MOVE "ASSURFUS" TO ENV-PROGRAMME
           MOVE "client-trans.dat" TO ENV-FICHIER
           MOVE 'F' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE CTR-REC FROM ENV-LIGNE.

       4000-IMPRIMER-TOTAUX.
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE

           MOVE WS-NB-LUES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "PAIRES LUES             : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE WS-NB-PAIRES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "PAIRES FUSIONNEES       : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE WS-NB-REJETEES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "PAIRES REJETEES         : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE WS-NB-CONTRATS TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "CONTRATS RATTACHES      : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.
