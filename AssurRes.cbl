      *    *************************************************************
      *    PROGRAMME ASSURRES
      *    Résiliation en cours de période. Lit le fichier des
      *    demandes de résiliation 'assur-resil-dem.dat' (ASSUR-ID,
      *    date d'effet AAAAMMJJ, code motif) et, pour chaque
      *    demande recevable :
      *        1. calcule la prime acquise à la date d'effet et la
      *           ristourne des jours non courus, au prorata des
      *           jours de couverture comme ASSURCLO
      *           1100-PRORATER-CONTRAT ;
      *        2. annule ('A') les échéances encore ouvertes du
      *           contrat postérieures à la date d'effet dans
      *           'assur-echeancier.dat' ; les échéances ouvertes
      *           échues à la date d'effet restent ouvertes et
      *           continuent d'être relancées, les payées et les
      *           soumises au prélèvement gardent leur état
      *           (ASSURENC et ASSURRET les soldent). La prime
      *           acquise est rapprochée du facturé à la date
      *           d'effet (échéances payées, soumises au
      *           prélèvement, et ouvertes échues) : l'écart est
      *           soit à rembourser à l'assuré, soit restant dû,
      *           auquel cas une échéance ouverte unique de ce
      *           solde est créée à la date d'effet ;
      *        3. génère dans 'assur-trans.dat' le mouvement 'C' au
      *           format ASSURMAJ : image complète du contrat, statut
      *           RESILIE, date de fin ramenée à la date d'effet et
      *           prime ramenée à la prime acquise ;
      *        4. ajoute la résiliation au fichier cumulatif
      *           'assur-resiliations.dat' (format
      *           copy/RESILREC.cpy) ;
      *        5. imprime un avis de résiliation par client
      *           'assur-resil-avis.lst', au moyen d'un tri par
      *           client comme ASSURCOM trie par courtier, le bloc
      *           d'adresse étant relu dans 'client-maitre.dat'.
      *
      *    Codes motif reconnus :
      *        AS = à la demande de l'assuré
      *        NP = non-paiement de prime
      *        VB = vente ou disparition du bien assuré
      *        DC = décès de l'assuré
      *        CI = à l'initiative de la compagnie
      *
      *    Une demande est rejetée, avec le motif, dans
      *    'assur-resil-rejets.lst' si le contrat est inconnu, n'est
      *    pas en vigueur (ACTIF ou SUSPENDU), si la date d'effet
      *    est invalide ou hors de la période de couverture, si le
      *    code motif est inconnu ou si le contrat est déjà résilié
      *    par une demande précédente du même fichier. Une demande
      *    déjà enregistrée dans 'assur-resiliations.dat' (même
      *    contrat, même date d'effet) sur un contrat encore en
      *    vigueur est de même rejetée, mais son mouvement 'C' est
      *    réémis : c'est une reprise de ASSURRES avant le passage
      *    de ASSURMAJ, et le fichier des mouvements qui le portait
      *    vient d'être recréé.
      *
      *    Comme ASSURREN et ASSURRCY, le fichier des mouvements est
      *    recréé : ASSURMAJ doit passer avant tout autre programme
      *    producteur de 'assur-trans.dat'. Sans fichier des
      *    demandes, rien n'est écrit.
      *
      *    Paramètre : 1er argument de ligne de commande = date de
      *    traitement AAAAMMJJ (par défaut : date système du jour).
      *
      *    Code retour : 8 si une échéance de solde n'a pu être
      *    créée (table de l'échéancier pleine), 4 si des demandes
      *    sont rejetées, 0 sinon.
      *
      *    Le fichier assur-trans.dat émis porte l'en-tête et la fin
      *    de fichier de copy/ENVREC.cpy, numérotés par ASSURENV.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURRES.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Demandes de résiliation à traiter.
           SELECT FICHIER-DEMANDES ASSIGN TO 'assur-resil-dem.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-DEMANDES-STATUS.

      *    Fichier maître, consulté pour l'image du contrat.
           SELECT FICHIER-MAITRE ASSIGN TO 'assur-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAITRE-ID
               ALTERNATE RECORD KEY IS MAITRE-NOM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAITRE-DATE-FIN
                   WITH DUPLICATES
               STATUS IS WS-MAITRE-STATUS.

      *    Maître des clients, consulté pour le bloc d'adresse des
      *    avis de résiliation.
           SELECT FICHIER-CLIENTS ASSIGN TO 'client-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENT-ID
               STATUS IS WS-CLIENTS-STATUS.

      *    Echéancier de paiement, relu en entier puis réécrit avec
      *    les échéances annulées passées à l'état 'A'.
           SELECT FICHIER-ECHEANCIER ASSIGN TO 'assur-echeancier.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ECH-STATUS.

      *    Fichier de travail des échéances au-delà de la table,
      *    comme dans ASSURENC.
           SELECT FICHIER-EXCEDENT ASSIGN TO 'assur-res-excedent.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EXCEDENT-STATUS.

      *    Mouvements générés, au format consommé par ASSURMAJ.
           SELECT FICHIER-TRANS ASSIGN TO 'assur-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TRANS-STATUS.

      *    Fichier cumulatif des résiliations, ouvert en ajout.
           SELECT FICHIER-RESIL ASSIGN TO 'assur-resiliations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-RESIL-STATUS.

      *    Demandes rejetées, avec le motif.
           SELECT FICHIER-REJETS ASSIGN TO 'assur-resil-rejets.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REJETS-STATUS.

           SELECT FICHIER-TRI ASSIGN TO 'assur-resil.tmp'.

      *    Avis de résiliation imprimables, un avis par client.
           SELECT FICHIER-AVIS ASSIGN TO 'assur-resil-avis.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-AVIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-DEMANDES.
       01  DEM-REC.
           05  DEM-ID             PIC X(8).
           05  FILLER             PIC X(1).
           05  DEM-DATE-EFFET     PIC X(8).
           05  FILLER             PIC X(1).
           05  DEM-MOTIF          PIC X(2).

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

       FD  FICHIER-ECHEANCIER.
           COPY ECHREC.

       FD  FICHIER-EXCEDENT.
       01  LIGNE-EXCEDENT         PIC X(60).

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

       FD  FICHIER-RESIL.
           COPY RESILREC.

       FD  FICHIER-REJETS.
       01  LIGNE-REJET            PIC X(132).

       SD  FICHIER-TRI.
       01  SD-RES-REC.
           05  SD-CLIENT          PIC X(6).
           05  SD-ID              PIC X(8).
           05  SD-NOM             PIC X(14).
           05  SD-DESC            PIC X(14).
           05  SD-DATE-EFFET      PIC X(8).
           05  SD-MOTIF           PIC X(2).
           05  SD-PRIME           PIC 9(7)V99.
           05  SD-ACQUISE         PIC 9(7)V99.
           05  SD-RISTOURNE       PIC 9(7)V99.
           05  SD-ENCAISSE        PIC 9(7)V99.
           05  SD-EN-PRELEVEMENT  PIC 9(7)V99.
           05  SD-RESTE-OUVERT    PIC 9(7)V99.
           05  SD-NB-ANNULEES     PIC 9(3).
           05  SD-SOLDE           PIC 9(7)V99.
           05  SD-SENS            PIC X(1).
           05  SD-DEVISE          PIC X(3).

       FD  FICHIER-AVIS.
       01  LIGNE-AVIS             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DEMANDES-STATUS     PIC XX.
       01  WS-MAITRE-STATUS       PIC XX.
       01  WS-CLIENTS-STATUS      PIC XX.
       01  WS-ECH-STATUS          PIC XX.
       01  WS-EXCEDENT-STATUS     PIC XX.
       01  WS-TRANS-STATUS        PIC XX.
       01  WS-RESIL-STATUS        PIC XX.
       01  WS-REJETS-STATUS       PIC XX.
       01  WS-AVIS-STATUS         PIC XX.
       01  WS-SORT-AT-END         PIC X(1) VALUE 'N'.

      *    Date de traitement (argument 1, défaut date système).
       01  WS-PARM-LIGNE          PIC X(80).
       01  WS-PARM-DATE           PIC X(8).
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-NB-DEMANDES         PIC 9(4) VALUE 0.
       01  WS-NB-RESILIES         PIC 9(4) VALUE 0.
       01  WS-NB-REJETES          PIC 9(4) VALUE 0.
       01  WS-NB-ECH-ANNULEES     PIC 9(4) VALUE 0.
       01  WS-NB-ECH-SOLDES       PIC 9(4) VALUE 0.
       01  WS-NB-SOLDES-PERDUS    PIC 9(4) VALUE 0.
       01  WS-NB-AVIS             PIC 9(4) VALUE 0.

      *    Présence de l'échéancier et du maître des clients : sans
      *    échéancier, rien n'est réputé encaissé ni annulé ; sans
      *    maître des clients, les avis partent sans adresse.
       01  WS-ECH-PRESENT         PIC X(1) VALUE 'N'.
       01  WS-CLIENTS-PRESENT     PIC X(1) VALUE 'N'.

      *    Echéancier chargé en table pour l'annulation puis la
      *    réécriture, comme dans ASSURENC. Table pleine : les
      *    échéances excédentaires passent par le fichier de
      *    travail et sont recopiées telles quelles ; elles ne sont
      *    ni annulées ni comptées comme encaissées.
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

      *    Résiliations déjà enregistrées dans
      *    assur-resiliations.dat (WS-TRT-EXEC = 'N') et contrats
      *    résiliés au cours de l'exécution (WS-TRT-EXEC = 'O'),
      *    pour écarter une seconde demande sur le même contrat.
      *    Table pleine : elle est réemployée en rond à partir de la
      *    première entrée (WS-TRT-RANG), les plus anciennes
      *    résiliations, depuis longtemps appliquées par ASSURMAJ,
      *    cédant la place aux plus récentes ; un message le signale
      *    lorsqu'une résiliation de l'exécution est ainsi perdue de
      *    vue.
       01  WS-NB-TRAITES          PIC 9(4) VALUE 0.
       01  WS-TRT-IDX             PIC 9(4) VALUE 0.
       01  WS-TRT-RANG            PIC 9(4) VALUE 0.
       01  WS-DEJA-TRAITE         PIC X(1) VALUE 'N'.
       01  WS-DEJA-ENREGISTRE     PIC X(1) VALUE 'N'.
       01  WS-TRT-CHERCHE-ID      PIC X(8).
       01  WS-TRT-CHERCHE-DATE    PIC X(8).
       01  WS-TRT-CHERCHE-EXEC    PIC X(1).
       01  WS-TABLE-TRAITES.
           05  WS-TRT-ENTRY OCCURS 5000 TIMES.
               10  WS-TRT-ID          PIC X(8).
               10  WS-TRT-DATE        PIC X(8).
               10  WS-TRT-EXEC        PIC X(1).

      *    Résultat de la lecture du contrat de la demande courante
      *    et motif lorsqu'elle est rejetée.
       01  WS-CONTRAT-TROUVE      PIC X(1).
       01  WS-MOTIF-REJET         PIC X(30).

      *    Jours de couverture totaux et écoulés à la date d'effet,
      *    et découpage de la prime comme ASSURCLO.
       01  WS-DATE-DEB-NUM        PIC 9(8).
       01  WS-DATE-FIN-NUM        PIC 9(8).
       01  WS-DATE-EFFET-NUM      PIC 9(8).
       01  WS-JOURS-TOTAL         PIC S9(5).
       01  WS-JOURS-ECOULES       PIC S9(5).
       01  WS-PRIME-ACQUISE       PIC 9(7)V99.
       01  WS-PRIME-RISTOURNE     PIC 9(7)V99.

      *    Situation des échéances du contrat courant : payées ou
      *    en cours de prélèvement (dont le prélevé), ouvertes
      *    échues à la date d'effet, facturé (somme des trois),
      *    annulées, plus haut numéro d'échéance, et solde de la
      *    résiliation.
       01  WS-ENCAISSE            PIC 9(7)V99.
       01  WS-EN-PRELEVEMENT      PIC 9(7)V99.
       01  WS-RESTE-OUVERT        PIC 9(7)V99.
       01  WS-FACTURE             PIC 9(7)V99.
       01  WS-ECH-NUM-MAX         PIC 9(3).
       01  WS-NB-ANNULEES         PIC 9(3).
       01  WS-SOLDE               PIC 9(7)V99.
       01  WS-SENS                PIC X(1).

      *    Rupture par client lors de l'impression des avis.
       01  WS-CLIENT-COURANT      PIC X(6) VALUE SPACES.
       01  WS-CLIENT-DEBUT        PIC X(1) VALUE 'N'.
       01  WS-LIBELLE-MOTIF       PIC X(30).

       01  WS-MONTANT-EDIT-1      PIC ZZZZZZ9.99.
       01  WS-MONTANT-EDIT-2      PIC ZZZZZZ9.99.
       01  WS-MONTANT-EDIT-3      PIC ZZZZZZ9.99.
       01  WS-NB-EDIT             PIC ZZZ9.

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0100-LIRE-PARAMETRES

           OPEN INPUT FICHIER-DEMANDES

           IF WS-DEMANDES-STATUS NOT = '00'
               DISPLAY "ASSURRES - AUCUNE DEMANDE DE RESILIATION "
                       "(ASSUR-RESIL-DEM.DAT ABSENT)"
               STOP RUN
           END-IF

           PERFORM 0200-CHARGER-ECHEANCIER
           PERFORM 0300-CHARGER-RESILIATIONS

           OPEN INPUT FICHIER-MAITRE

           IF WS-MAITRE-STATUS NOT = '00'
               DISPLAY "ASSURRES - FICHIER MAITRE ILLISIBLE - "
                       "STATUT: " WS-MAITRE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FICHIER-CLIENTS
           IF WS-CLIENTS-STATUS = '00'
               MOVE 'O' TO WS-CLIENTS-PRESENT
           ELSE
               DISPLAY "ASSURRES - MAITRE DES CLIENTS ABSENT - "
                       "AVIS SANS ADRESSE"
           END-IF

           OPEN OUTPUT FICHIER-TRANS
           PERFORM 1510-ECRIRE-ENTETE-TRANS
           OPEN OUTPUT FICHIER-REJETS

           OPEN EXTEND FICHIER-RESIL
           IF WS-RESIL-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-RESIL
           END-IF

           SORT FICHIER-TRI
               ON ASCENDING KEY SD-CLIENT SD-ID
               INPUT PROCEDURE IS 1000-TRAITER-DEMANDES
               OUTPUT PROCEDURE IS 3000-IMPRIMER-AVIS

           CLOSE FICHIER-DEMANDES
           CLOSE FICHIER-MAITRE
           PERFORM 1530-ECRIRE-FIN-TRANS
           CLOSE FICHIER-TRANS
           CLOSE FICHIER-REJETS
           CLOSE FICHIER-RESIL

           IF WS-CLIENTS-PRESENT = 'O'
               CLOSE FICHIER-CLIENTS
           END-IF

           IF WS-ECH-PRESENT = 'O'
               PERFORM 4000-REECRIRE-ECHEANCIER
           END-IF

           DISPLAY "ASSURRES - DEMANDES: " WS-NB-DEMANDES
                   " RESILIES: "           WS-NB-RESILIES
                   " REJETES: "            WS-NB-REJETES
                   " ECHEANCES ANNULEES: " WS-NB-ECH-ANNULEES
                   " SOLDES: "             WS-NB-ECH-SOLDES
                   " AVIS: "               WS-NB-AVIS

      *    Code retour pour l'ordonnanceur : 4 si des demandes sont
      *    rejetées, 8 si une échéance de solde manque à
      *    l'échéancier, 0 sinon.
           IF WS-NB-REJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-NB-SOLDES-PERDUS > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    L'appel remet RETURN-CODE à zéro : le code retour déjà
      *    établi par le programme est préservé.
       0080-APPELER-ASSURENV.
           MOVE RETURN-CODE TO WS-CODE-RETOUR
           CALL 'ASSURENV' USING ENV-PARAMETRES
           MOVE WS-CODE-RETOUR TO RETURN-CODE.

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

      *    Charge l'échéancier en table. Echéancier absent : les
      *    résiliations sont traitées sans échéance à annuler ni
      *    encaissement à reprendre, un message le signale.
       0200-CHARGER-ECHEANCIER.
           OPEN INPUT FICHIER-ECHEANCIER

           IF WS-ECH-STATUS NOT = '00'
               DISPLAY "ASSURRES - ECHEANCIER ABSENT "
                       "(ASSUR-ECHEANCIER.DAT) - AUCUNE ECHEANCE "
                       "ANNULEE NI ENCAISSEMENT REPRIS"
           ELSE
               MOVE 'O' TO WS-ECH-PRESENT
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
               CLOSE FICHIER-EXCEDENT
           END-IF.

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
               DISPLAY "ASSURRES - TABLE DES ECHEANCES PLEINE - "
                       "ECHEANCE NON ANNULABLE, RECOPIEE "
                       "TELLE QUELLE: " ECH-ID
           END-IF.

      *    Charge les résiliations déjà enregistrées, pour qu'une
      *    reprise de ASSURRES ne les enregistre pas une seconde
      *    fois. Fichier absent : aucune résiliation antérieure.
       0300-CHARGER-RESILIATIONS.
           OPEN INPUT FICHIER-RESIL

           IF WS-RESIL-STATUS = '00'
               MOVE 'N' TO WS-TRT-CHERCHE-EXEC
               PERFORM UNTIL WS-RESIL-STATUS = '10'
                   READ FICHIER-RESIL INTO RSL-REC
                       AT END
                           MOVE '10' TO WS-RESIL-STATUS
                       NOT AT END
                           MOVE RSL-ID         TO WS-TRT-CHERCHE-ID
                           MOVE RSL-DATE-EFFET TO WS-TRT-CHERCHE-DATE
                           PERFORM 1170-RETENIR-TRAITE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RESIL
           END-IF.

       1000-TRAITER-DEMANDES.
           PERFORM UNTIL WS-DEMANDES-STATUS = '10'
               READ FICHIER-DEMANDES INTO DEM-REC
                   AT END
                       MOVE '10' TO WS-DEMANDES-STATUS
                   NOT AT END
                       ADD 1 TO WS-NB-DEMANDES
                       PERFORM 1100-TRAITER-DEMANDE
               END-READ
           END-PERFORM.

      *    Une demande n'est exécutée que sur un contrat connu, en
      *    vigueur, exploitable, avec une date d'effet comprise dans
      *    sa période de couverture et un motif reconnu.
       1100-TRAITER-DEMANDE.
           PERFORM 1150-LIRE-CONTRAT
           MOVE DEM-ID         TO WS-TRT-CHERCHE-ID
           MOVE DEM-DATE-EFFET TO WS-TRT-CHERCHE-DATE
           PERFORM 1160-CHERCHER-TRAITE

           EVALUATE TRUE
               WHEN WS-DEJA-TRAITE = 'O'
                   MOVE "DEMANDE EN DOUBLE" TO WS-MOTIF-REJET
                   PERFORM 1900-REJETER-DEMANDE

               WHEN WS-CONTRAT-TROUVE = 'N'
                   MOVE "CONTRAT INCONNU" TO WS-MOTIF-REJET
                   PERFORM 1900-REJETER-DEMANDE

               WHEN MAITRE-STATUT NOT = "ACTIF"
                AND MAITRE-STATUT NOT = "SUSPENDU"
                   MOVE "CONTRAT NON EN VIGUEUR" TO WS-MOTIF-REJET
                   PERFORM 1900-REJETER-DEMANDE

               WHEN MAITRE-MONTANT NOT NUMERIC
                 OR MAITRE-DATE-DEB NOT NUMERIC
                 OR MAITRE-DATE-FIN NOT NUMERIC
                 OR MAITRE-DATE-FIN < MAITRE-DATE-DEB
                   MOVE "CONTRAT INEXPLOITABLE" TO WS-MOTIF-REJET
                   PERFORM 1900-REJETER-DEMANDE

               WHEN DEM-DATE-EFFET NOT NUMERIC
                   MOVE "DATE D'EFFET INVALIDE" TO WS-MOTIF-REJET
                   PERFORM 1900-REJETER-DEMANDE

               WHEN DEM-DATE-EFFET < MAITRE-DATE-DEB
                 OR DEM-DATE-EFFET > MAITRE-DATE-FIN
                   MOVE "DATE D'EFFET HORS PERIODE" TO WS-MOTIF-REJET
                   PERFORM 1900-REJETER-DEMANDE

               WHEN DEM-MOTIF NOT = "AS" AND NOT = "NP"
                AND NOT = "VB" AND NOT = "DC" AND NOT = "CI"
                   MOVE "MOTIF INCONNU" TO WS-MOTIF-REJET
                   PERFORM 1900-REJETER-DEMANDE

               WHEN WS-DEJA-ENREGISTRE = 'O'
                   MOVE "DEJA ENREGISTREE - MVT REEMIS"
                       TO WS-MOTIF-REJET
                   PERFORM 1900-REJETER-DEMANDE
                   PERFORM 1250-REEMETTRE-MOUVEMENT

               WHEN OTHER
                   PERFORM 1200-RESILIER-CONTRAT
           END-EVALUATE.

       1150-LIRE-CONTRAT.
           MOVE 'N' TO WS-CONTRAT-TROUVE
           MOVE DEM-ID TO MAITRE-ID
           READ FICHIER-MAITRE
               INVALID KEY
                   MOVE SPACES TO MAITRE-REC
               NOT INVALID KEY
                   MOVE 'O' TO WS-CONTRAT-TROUVE
           END-READ.

      *    Une résiliation de l'exécution écarte toute seconde
      *    demande sur le contrat ; une résiliation déjà enregistrée
      *    n'écarte que la même demande (même date d'effet).
       1160-CHERCHER-TRAITE.
           MOVE 'N' TO WS-DEJA-TRAITE
           MOVE 'N' TO WS-DEJA-ENREGISTRE

           PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
                   UNTIL WS-TRT-IDX > WS-NB-TRAITES
               IF WS-TRT-ID(WS-TRT-IDX) = WS-TRT-CHERCHE-ID
                   IF WS-TRT-EXEC(WS-TRT-IDX) = 'O'
                       MOVE 'O' TO WS-DEJA-TRAITE
                   ELSE
                       IF WS-TRT-DATE(WS-TRT-IDX) =
                          WS-TRT-CHERCHE-DATE
                           MOVE 'O' TO WS-DEJA-ENREGISTRE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1170-RETENIR-TRAITE.
           ADD 1 TO WS-TRT-RANG
           IF WS-TRT-RANG > 5000
               MOVE 1 TO WS-TRT-RANG
           END-IF

           IF WS-NB-TRAITES < 5000
               ADD 1 TO WS-NB-TRAITES
           ELSE
               IF WS-TRT-EXEC(WS-TRT-RANG) = 'O'
                   DISPLAY "ASSURRES - TABLE DES CONTRATS RESILIES "
                           "PLEINE - DOUBLON NON DETECTE SUR: "
                           WS-TRT-ID(WS-TRT-RANG)
               END-IF
           END-IF

           MOVE WS-TRT-CHERCHE-ID   TO WS-TRT-ID(WS-TRT-RANG)
           MOVE WS-TRT-CHERCHE-DATE TO WS-TRT-DATE(WS-TRT-RANG)
           MOVE WS-TRT-CHERCHE-EXEC TO WS-TRT-EXEC(WS-TRT-RANG).

       1200-RESILIER-CONTRAT.
           ADD 1 TO WS-NB-RESILIES

           MOVE 'O' TO WS-TRT-CHERCHE-EXEC
           PERFORM 1170-RETENIR-TRAITE

           PERFORM 1300-PRORATER-CONTRAT
           PERFORM 1400-ANNULER-ECHEANCES

      *    Solde de la résiliation : le facturé à la date d'effet
      *    (payé, en cours de prélèvement et échu ouvert) couvre
      *    plus que la prime acquise, l'excédent est ristourné à
      *    l'assuré ; sinon, la prime acquise non encore facturée
      *    reste due et devient une échéance ouverte, relancée par
      *    ASSURENC avec les échéances échues.
           COMPUTE WS-FACTURE = WS-ENCAISSE + WS-RESTE-OUVERT

           IF WS-FACTURE > WS-PRIME-ACQUISE
               COMPUTE WS-SOLDE = WS-FACTURE - WS-PRIME-ACQUISE
               MOVE 'R' TO WS-SENS
           ELSE
               COMPUTE WS-SOLDE = WS-PRIME-ACQUISE - WS-FACTURE
               MOVE 'D' TO WS-SENS
               IF WS-SOLDE > 0 AND WS-ECH-PRESENT = 'O'
                   PERFORM 1450-CREER-ECHEANCE-SOLDE
               END-IF
           END-IF

           PERFORM 1500-ECRIRE-MOUVEMENT
           PERFORM 1600-ECRIRE-RESILIATION

           MOVE MAITRE-CLIENT      TO SD-CLIENT
           MOVE MAITRE-ID          TO SD-ID
           MOVE MAITRE-NOM         TO SD-NOM
           MOVE MAITRE-DESC        TO SD-DESC
           MOVE DEM-DATE-EFFET     TO SD-DATE-EFFET
           MOVE DEM-MOTIF          TO SD-MOTIF
           MOVE MAITRE-MONTANT     TO SD-PRIME
           MOVE WS-PRIME-ACQUISE   TO SD-ACQUISE
           MOVE WS-PRIME-RISTOURNE TO SD-RISTOURNE
           MOVE WS-ENCAISSE        TO SD-ENCAISSE
           MOVE WS-EN-PRELEVEMENT  TO SD-EN-PRELEVEMENT
           MOVE WS-RESTE-OUVERT    TO SD-RESTE-OUVERT
           MOVE WS-NB-ANNULEES     TO SD-NB-ANNULEES
           MOVE WS-SOLDE           TO SD-SOLDE
           MOVE WS-SENS            TO SD-SENS
           MOVE MAITRE-DEVISE      TO SD-DEVISE

           RELEASE SD-RES-REC.

      *    Demande déjà enregistrée sur un contrat encore en
      *    vigueur : ASSURMAJ n'a pas appliqué la résiliation, dont
      *    le mouvement est réémis à l'identique ; l'échéancier et
      *    le fichier des résiliations ne sont pas touchés.
       1250-REEMETTRE-MOUVEMENT.
           MOVE 'O' TO WS-TRT-CHERCHE-EXEC
           PERFORM 1170-RETENIR-TRAITE

           PERFORM 1300-PRORATER-CONTRAT
           PERFORM 1500-ECRIRE-MOUVEMENT.

      *    Prime acquise = prime x jours courus / jours couverts,
      *    jours courus comptés jusqu'à la date d'effet incluse,
      *    comme ASSURCLO 1100-PRORATER-CONTRAT à la date d'arrêté ;
      *    la ristourne est le complément exact, si bien que
      *    acquis + ristourne = prime.
       1300-PRORATER-CONTRAT.
           MOVE MAITRE-DATE-DEB TO WS-DATE-DEB-NUM
           MOVE MAITRE-DATE-FIN TO WS-DATE-FIN-NUM
           MOVE DEM-DATE-EFFET  TO WS-DATE-EFFET-NUM

           COMPUTE WS-JOURS-TOTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-DATE-DEB-NUM) + 1

           COMPUTE WS-JOURS-ECOULES =
               FUNCTION INTEGER-OF-DATE(WS-DATE-EFFET-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-DATE-DEB-NUM) + 1

           EVALUATE TRUE
               WHEN WS-JOURS-ECOULES <= 0
                   MOVE 0 TO WS-PRIME-ACQUISE
               WHEN WS-JOURS-ECOULES >= WS-JOURS-TOTAL
                   MOVE MAITRE-MONTANT TO WS-PRIME-ACQUISE
               WHEN OTHER
                   COMPUTE WS-PRIME-ACQUISE ROUNDED =
                       MAITRE-MONTANT * WS-JOURS-ECOULES
                       / WS-JOURS-TOTAL
           END-EVALUATE

           COMPUTE WS-PRIME-RISTOURNE =
               MAITRE-MONTANT - WS-PRIME-ACQUISE.

      *    Parcourt les échéances du contrat : les payées sont
      *    cumulées dans l'encaissé ; les soumises au prélèvement
      *    sont déjà chez la banque, elles sont comptées comme
      *    encaissées et gardent leur état (ASSURENC rapproche le
      *    prélèvement, ASSURRET rouvre un rejet) ; les ouvertes
      *    échues à la date d'effet sont dues, déjà facturées et
      *    déclarées à la taxe, elles restent ouvertes ; seules les
      *    ouvertes postérieures à la date d'effet passent à l'état
      *    annulé.
       1400-ANNULER-ECHEANCES.
           MOVE 0 TO WS-ENCAISSE
           MOVE 0 TO WS-EN-PRELEVEMENT
           MOVE 0 TO WS-RESTE-OUVERT
           MOVE 0 TO WS-NB-ANNULEES
           MOVE 0 TO WS-ECH-NUM-MAX

           PERFORM VARYING WS-ECH-IDX FROM 1 BY 1
                   UNTIL WS-ECH-IDX > WS-NB-ECH
               IF WS-ECH-ID(WS-ECH-IDX) = MAITRE-ID
                   IF WS-ECH-NUM(WS-ECH-IDX) > WS-ECH-NUM-MAX
                       MOVE WS-ECH-NUM(WS-ECH-IDX) TO WS-ECH-NUM-MAX
                   END-IF

                   EVALUATE WS-ECH-ETAT(WS-ECH-IDX)
                       WHEN 'P'
                           ADD WS-ECH-MONTANT(WS-ECH-IDX)
                               TO WS-ENCAISSE
                       WHEN 'S'
                           ADD WS-ECH-MONTANT(WS-ECH-IDX)
                               TO WS-ENCAISSE
                           ADD WS-ECH-MONTANT(WS-ECH-IDX)
                               TO WS-EN-PRELEVEMENT
                       WHEN 'O'
                           IF WS-ECH-DATE(WS-ECH-IDX) > DEM-DATE-EFFET
                               MOVE 'A' TO WS-ECH-ETAT(WS-ECH-IDX)
                               ADD 1 TO WS-NB-ANNULEES
                               ADD 1 TO WS-NB-ECH-ANNULEES
                           ELSE
                               ADD WS-ECH-MONTANT(WS-ECH-IDX)
                                   TO WS-RESTE-OUVERT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *    Echéance de solde : ouverte, datée du jour d'effet,
      *    numérotée à la suite des échéances du contrat et marquée
      *    ECH-NB 999 (copy/ECHREC.cpy). ASSURFRA reporte telles
      *    quelles les échéances d'un contrat résilié, et les
      *    échéances de solde d'un contrat encore ACTIF : elle
      *    survit donc aux régénérations, avant comme après le
      *    passage de ASSURMAJ.
      *    Table pleine : le solde n'est pas créé, l'exécution se
      *    termine en code retour 8 pour qu'il soit saisi à la main.
       1450-CREER-ECHEANCE-SOLDE.
           IF WS-NB-ECH < 5000
               ADD 1 TO WS-NB-ECH
               ADD 1 TO WS-NB-ECH-SOLDES
               MOVE MAITRE-ID      TO WS-ECH-ID(WS-NB-ECH)
               MOVE DEM-DATE-EFFET TO WS-ECH-DATE(WS-NB-ECH)
               COMPUTE WS-ECH-NUM(WS-NB-ECH) = WS-ECH-NUM-MAX + 1
               MOVE 999            TO WS-ECH-NB-TOT(WS-NB-ECH)
               MOVE WS-SOLDE       TO WS-ECH-MONTANT(WS-NB-ECH)
               MOVE MAITRE-DEVISE  TO WS-ECH-DEVISE(WS-NB-ECH)
               MOVE 'O'            TO WS-ECH-ETAT(WS-NB-ECH)
               MOVE SPACES         TO WS-ECH-DATE-PAIE(WS-NB-ECH)
           ELSE
               ADD 1 TO WS-NB-SOLDES-PERDUS
               DISPLAY "ASSURRES - TABLE DES ECHEANCES PLEINE - "
                       "ECHEANCE DE SOLDE NON CREEE: " MAITRE-ID
                       " " WS-SOLDE
           END-IF.

      *    Mouvement 'C' au format ASSURMAJ : image complète du
      *    contrat, statut RESILIE, couverture arrêtée à la date
      *    d'effet et prime ramenée à la prime acquise, pour que la
      *    clôture ne porte plus de prime non acquise sur le
      *    contrat.
       1500-ECRIRE-MOUVEMENT.
           MOVE SPACES TO TRANS-REC
           MOVE 'C' TO TRANS-ACTION
           MOVE MAITRE-ID        TO TRANS-ID
           MOVE MAITRE-NOM       TO TRANS-NOM
           MOVE MAITRE-DESC      TO TRANS-DESC
           MOVE MAITRE-TYPE      TO TRANS-TYPE
           MOVE "RESILIE"        TO TRANS-STATUT
           MOVE MAITRE-DATE-DEB  TO TRANS-DATE-DEB
           MOVE DEM-DATE-EFFET   TO TRANS-DATE-FIN
           MOVE WS-PRIME-ACQUISE TO TRANS-MONTANT
           MOVE MAITRE-DEVISE    TO TRANS-DEVISE
           MOVE MAITRE-CLIENT    TO TRANS-CLIENT
           MOVE MAITRE-COURTIER  TO TRANS-COURTIER

           WRITE TRANS-REC
           PERFORM 1520-COMPTER-TRANS.

      *    Enveloppe du fichier assur-trans.dat émis : en-tête numéroté
      *    par ASSURENV à l'ouverture, chaque détail compté, fin de
      *    fichier (nombre et total de contrôle) avant la fermeture.
       1510-ECRIRE-ENTETE-TRANS.
           MOVE "ASSURRES" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'N' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

       1520-COMPTER-TRANS.
           MOVE "ASSURRES" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'L' TO ENV-FONCTION
           MOVE TRANS-REC TO ENV-LIGNE
           PERFORM 0080-APPELER-ASSURENV.

       1530-ECRIRE-FIN-TRANS.
           MOVE "ASSURRES" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'F' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

       1600-ECRIRE-RESILIATION.
           MOVE SPACES TO RSL-REC
           MOVE WS-RUN-DATE        TO RSL-DATE-TRAIT
           MOVE MAITRE-ID          TO RSL-ID
           MOVE MAITRE-CLIENT      TO RSL-CLIENT
           MOVE MAITRE-TYPE        TO RSL-TYPE
           MOVE DEM-DATE-EFFET     TO RSL-DATE-EFFET
           MOVE DEM-MOTIF          TO RSL-MOTIF
           MOVE MAITRE-MONTANT     TO RSL-PRIME
           MOVE WS-PRIME-ACQUISE   TO RSL-ACQUISE
           MOVE WS-PRIME-RISTOURNE TO RSL-RISTOURNE
           MOVE WS-ENCAISSE        TO RSL-ENCAISSE
           MOVE WS-SOLDE           TO RSL-SOLDE
           MOVE WS-SENS            TO RSL-SENS
           MOVE MAITRE-DEVISE      TO RSL-DEVISE

           WRITE RSL-REC.

       1900-REJETER-DEMANDE.
           ADD 1 TO WS-NB-REJETES

           MOVE SPACES TO LIGNE-REJET
           STRING DEM-ID         DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  DEM-DATE-EFFET DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  DEM-MOTIF      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-MOTIF-REJET DELIMITED BY SIZE
               INTO LIGNE-REJET

           WRITE LIGNE-REJET.

       3000-IMPRIMER-AVIS.
           OPEN OUTPUT FICHIER-AVIS

           MOVE SPACES TO LIGNE-AVIS
           STRING "ASSURRES - AVIS DE RESILIATION DU " WS-RUN-DATE
               INTO LIGNE-AVIS
           WRITE LIGNE-AVIS

           RETURN FICHIER-TRI INTO SD-RES-REC
               AT END
                   MOVE 'O' TO WS-SORT-AT-END
           END-RETURN

           PERFORM UNTIL WS-SORT-AT-END = 'O'
               PERFORM 3100-IMPRIMER-CONTRAT

               RETURN FICHIER-TRI INTO SD-RES-REC
                   AT END
                       MOVE 'O' TO WS-SORT-AT-END
               END-RETURN
           END-PERFORM

           CLOSE FICHIER-AVIS.

       3100-IMPRIMER-CONTRAT.
           IF WS-CLIENT-DEBUT = 'N'
              OR SD-CLIENT NOT = WS-CLIENT-COURANT
               PERFORM 3200-IMPRIMER-ENTETE-CLIENT
           END-IF

           PERFORM 3300-LIBELLER-MOTIF

           MOVE SPACES TO LIGNE-AVIS
           STRING "CONTRAT " SD-ID " " SD-DESC
                  " RESILIE AU " SD-DATE-EFFET
                  " - " WS-LIBELLE-MOTIF
               INTO LIGNE-AVIS
           WRITE LIGNE-AVIS

           MOVE SD-PRIME     TO WS-MONTANT-EDIT-1
           MOVE SD-ACQUISE   TO WS-MONTANT-EDIT-2
           MOVE SD-RISTOURNE TO WS-MONTANT-EDIT-3
           MOVE SPACES TO LIGNE-AVIS
           STRING "    PRIME " WS-MONTANT-EDIT-1
                  " - ACQUISE AU " SD-DATE-EFFET " "
                  WS-MONTANT-EDIT-2
                  " - NON COURUE " WS-MONTANT-EDIT-3
                  " " SD-DEVISE
               INTO LIGNE-AVIS
           WRITE LIGNE-AVIS

           MOVE SD-ENCAISSE    TO WS-MONTANT-EDIT-1
           MOVE SD-NB-ANNULEES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-AVIS
           STRING "    DEJA REGLE " WS-MONTANT-EDIT-1
                  " " SD-DEVISE
                  " - ECHEANCES A VENIR ANNULEES: " WS-NB-EDIT
               INTO LIGNE-AVIS
           WRITE LIGNE-AVIS

           IF SD-EN-PRELEVEMENT > 0
               MOVE SD-EN-PRELEVEMENT TO WS-MONTANT-EDIT-1
               MOVE SPACES TO LIGNE-AVIS
               STRING "    DONT EN COURS DE PRELEVEMENT "
                      WS-MONTANT-EDIT-1 " " SD-DEVISE
                   INTO LIGNE-AVIS
               WRITE LIGNE-AVIS
           END-IF

           IF SD-RESTE-OUVERT > 0
               MOVE SD-RESTE-OUVERT TO WS-MONTANT-EDIT-1
               MOVE SPACES TO LIGNE-AVIS
               STRING "    ECHEANCES ECHUES RESTANT DUES "
                      WS-MONTANT-EDIT-1 " " SD-DEVISE
                   INTO LIGNE-AVIS
               WRITE LIGNE-AVIS
           END-IF

      *    Le remboursement d'un contrat qui a encore des échéances
      *    échues impayées n'intervient qu'après leur règlement.
           MOVE SD-SOLDE TO WS-MONTANT-EDIT-1
           MOVE SPACES TO LIGNE-AVIS
           IF SD-SENS = 'R'
               IF SD-RESTE-OUVERT > 0
                   STRING "    NOUS VOUS REMBOURSERONS LA SOMME DE "
                          WS-MONTANT-EDIT-1 " " SD-DEVISE
                          " APRES REGLEMENT DES ECHEANCES ECHUES"
                       INTO LIGNE-AVIS
               ELSE
                   STRING "    NOUS VOUS REMBOURSERONS LA SOMME DE "
                          WS-MONTANT-EDIT-1 " " SD-DEVISE
                       INTO LIGNE-AVIS
               END-IF
           ELSE
               STRING "    RESTE A REGLER LA SOMME DE "
                      WS-MONTANT-EDIT-1 " " SD-DEVISE
                      " A COMPTER DU " SD-DATE-EFFET
                   INTO LIGNE-AVIS
           END-IF
           WRITE LIGNE-AVIS.

      *    Nouvel avis à chaque rupture de client : bloc d'adresse
      *    relu dans le maître des clients ; client inconnu ou
      *    maître absent, l'avis est adressé au nom du contrat.
       3200-IMPRIMER-ENTETE-CLIENT.
           MOVE 'O' TO WS-CLIENT-DEBUT
           MOVE SD-CLIENT TO WS-CLIENT-COURANT
           ADD 1 TO WS-NB-AVIS

           MOVE SPACES TO CLIENT-REC
           MOVE SD-NOM TO CLIENT-NOM
           IF WS-CLIENTS-PRESENT = 'O'
               MOVE SD-CLIENT TO CLIENT-ID
               READ FICHIER-CLIENTS
                   INVALID KEY
                       MOVE SPACES TO CLIENT-REC
                       MOVE SD-NOM TO CLIENT-NOM
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           WRITE LIGNE-AVIS FROM WS-LIGNE-VIDE

           MOVE SPACES TO LIGNE-AVIS
           STRING "----------------------------------------"
               INTO LIGNE-AVIS
           WRITE LIGNE-AVIS

           MOVE SPACES TO LIGNE-AVIS
           STRING "AVIS DE RESILIATION - CLIENT " SD-CLIENT
               INTO LIGNE-AVIS
           WRITE LIGNE-AVIS

           MOVE SPACES TO LIGNE-AVIS
           STRING "A L'ATTENTION DE " CLIENT-NOM
               INTO LIGNE-AVIS
           WRITE LIGNE-AVIS

           IF CLIENT-ADRESSE NOT = SPACES
               MOVE SPACES TO LIGNE-AVIS
               STRING "                 " CLIENT-ADRESSE
                   INTO LIGNE-AVIS
               WRITE LIGNE-AVIS

               MOVE SPACES TO LIGNE-AVIS
               STRING "                 " CLIENT-VILLE
                   INTO LIGNE-AVIS
               WRITE LIGNE-AVIS
           END-IF

           MOVE SPACES TO LIGNE-AVIS
           STRING "NOUS VOUS CONFIRMONS LA RESILIATION DES CONTRATS "
                  "SUIVANTS :"
               INTO LIGNE-AVIS
           WRITE LIGNE-AVIS.

       3300-LIBELLER-MOTIF.
           EVALUATE SD-MOTIF
               WHEN "AS"
                   MOVE "A VOTRE DEMANDE" TO WS-LIBELLE-MOTIF
               WHEN "NP"
                   MOVE "NON-PAIEMENT DE PRIME" TO WS-LIBELLE-MOTIF
               WHEN "VB"
                   MOVE "VENTE OU PERTE DU BIEN" TO WS-LIBELLE-MOTIF
               WHEN "DC"
                   MOVE "DECES DE L'ASSURE" TO WS-LIBELLE-MOTIF
               WHEN OTHER
                   MOVE "INITIATIVE DE LA COMPAGNIE"
                       TO WS-LIBELLE-MOTIF
           END-EVALUATE.

      *    L'échéancier réécrit remplace l'ancien : les échéances
      *    annulées y figurent à l'état 'A', les échéances de solde
      *    en fin de table, et les échéances mises de côté au
      *    chargement (table pleine) sont recopiées telles quelles
      *    à la suite, comme dans ASSURENC.
       4000-REECRIRE-ECHEANCIER.
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
               PERFORM 4100-RECOPIER-EXCEDENTS
           END-IF

           CLOSE FICHIER-ECHEANCIER.

       4100-RECOPIER-EXCEDENTS.
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
