      *    *************************************************************
      *    PROGRAMME ASSURREA
      *    Cessions en réassurance. A partir du maître des traités
      *    'assur-traites.dat' (format copy/TRAITREC.cpy), le
      *    programme :
      *        1. parcourt le maître 'assur-maitre.dat' et calcule la
      *           prime cédée de chaque contrat aux traités qui le
      *           couvrent (type de contrat et date d'effet dans la
      *           période du traité) : quote-part d'abord, au
      *           pourcentage du traité ; excédent de sinistre
      *           ensuite, au taux du traité appliqué à la prime
      *           conservée après quote-part ;
      *        2. parcourt le maître 'sinistres-maitre.dat' et
      *           calcule la part cédée des règlements SINM-REGLE et
      *           de la réserve SINM-RESERVE de chaque sinistre non
      *           refusé : quote-part au pourcentage du traité, puis
      *           excédent sur la charge conservée après quote-part,
      *           au-delà de la priorité et dans la limite de la
      *           portée, sinistre par sinistre ; la part cédée
      *           s'impute d'abord sur les règlements ;
      *        3. imprime les bordereaux du trimestre
      *           'assur-bordereaux.lst', par réassureur et par
      *           traité : bordereau de primes (contrats pris
      *           d'effet dans le trimestre), bordereau de sinistres
      *           (sinistres survenus au plus tard en fin de
      *           trimestre : part cédée des règlements du
      *           trimestre, et part cédée de la réserve restant en
      *           fin de trimestre), puis le récapitulatif par
      *           réassureur ;
      *        4. imprime, à la suite, la position nette de
      *           réassurance du portefeuille par type de contrat :
      *           primes et sinistres (réglés plus réserve) bruts,
      *           cédés et nets, avec le rapport sinistres/primes
      *           brut et net, en regard de l'état de ASSURSIN.
      *    Tous les montants sont convertis en EUR comme ASSURSEQ
      *    1750-CONVERTIR-EUR.
      *
      *    Les règlements et la réserve en fin de trimestre sont
      *    reconstitués à partir du maître des sinistres, diminué
      *    des événements REGL et RESV de ASSURSMV
      *    ('assur-evenements.dat', EVT-REFERENCE = numéro du
      *    sinistre) datés après la fin du trimestre ; les
      *    règlements en fin de trimestre précédent, en retirant
      *    encore les REGL datés du trimestre. Le bordereau facture
      *    l'écart entre la part cédée des règlements à ces deux
      *    dates ; la position nette (point 4) reste sur les
      *    cumuls à ce jour.
      *
      *    Paramètre : 1er argument de ligne de commande = trimestre
      *    AAAAT (par défaut : le trimestre civil précédant la date
      *    système). Les taux de change retenus sont ceux cotés à la
      *    date de fin du trimestre.
      *
      *    Code retour : 8 si un fichier de référence manque ou si
      *    des conversions sont restées sans taux ; 4 si des traités
      *    invalides ont été ignorés ou des sinistres portent sur un
      *    contrat absent du maître ; 0 sinon.
      *
      *    Le fichier d'interface lu (assur-taux.dat) est contrôlé
      *    par ASSURENV avant tout traitement : un fichier rejeté
      *    arrête le programme en code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURREA.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Maître des traités de réassurance.
           SELECT FICHIER-TRAITES ASSIGN TO 'assur-traites.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TRAITES-STATUS.

      *    Fichier maître indexé : parcours séquentiel pour les
      *    primes, puis accès direct par ASSUR-ID pour le type du
      *    contrat de chaque sinistre (d'où l'accès DYNAMIC).
           SELECT FICHIER-MAITRE ASSIGN TO 'assur-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAITRE-ID
               ALTERNATE RECORD KEY IS MAITRE-NOM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAITRE-DATE-FIN
                   WITH DUPLICATES
               STATUS IS WS-MAITRE-STATUS.

           SELECT FICHIER-SIN-MAITRE ASSIGN TO 'sinistres-maitre.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-SIN-MAITRE-STATUS.

      *    Taux de change datés, chargés à la fin du trimestre.
           SELECT FICHIER-TAUX ASSIGN TO 'assur-taux.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TAUX-STATUS.

      *    Evénements comptables : règlements et mouvements de
      *    réserve des sinistres, datés.
           SELECT FICHIER-EVT ASSIGN TO 'assur-evenements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EVT-STATUS.

           SELECT FICHIER-TRI ASSIGN TO 'assur-cessions.tmp'.

      *    Bordereaux et position nette imprimables.
           SELECT FICHIER-ETAT ASSIGN TO 'assur-bordereaux.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-TRAITES.
           COPY TRAITREC.

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

       FD  FICHIER-SIN-MAITRE.
           COPY SINMREC.

       FD  FICHIER-TAUX.
           COPY TAUXREC.

       FD  FICHIER-EVT.
           COPY EVTREC.

      *    Lignes de bordereau du trimestre, triées par réassureur,
      *    traité, genre ('1' prime, '2' sinistre) et référence.
       SD  FICHIER-TRI.
       01  SD-CESSION-REC.
           05  SD-REASSUREUR      PIC X(30).
           05  SD-TRAITE          PIC X(6).
           05  SD-GENRE           PIC X(1).
           05  SD-REF             PIC X(10).
           05  SD-TRT-IDX         PIC 9(2).
           05  SD-CONTRAT         PIC X(8).
           05  SD-DATE            PIC X(8).
           05  SD-ASSIETTE-1      PIC 9(9)V99.
           05  SD-ASSIETTE-2      PIC 9(9)V99.
           05  SD-CEDE-1          PIC 9(9)V99.
           05  SD-CEDE-2          PIC 9(9)V99.

       FD  FICHIER-ETAT.
       01  LIGNE-ETAT             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TRAITES-STATUS      PIC XX.
       01  WS-MAITRE-STATUS       PIC XX.
       01  WS-SIN-MAITRE-STATUS   PIC XX.
       01  WS-TAUX-STATUS         PIC XX.
       01  WS-EVT-STATUS          PIC XX.
       01  WS-ETAT-STATUS         PIC XX.
       01  WS-SORT-AT-END         PIC X(1) VALUE 'N'.

      *    Trimestre traité (argument 1, défaut trimestre civil
      *    précédent) et ses bornes.
       01  WS-PARM-LIGNE          PIC X(80).
       01  WS-PARM-TRIMESTRE      PIC X(5).
       01  WS-TRIMESTRE           PIC X(5).
       01  WS-TRIM-ANNEE          PIC 9(4).
       01  WS-TRIM-NUM            PIC 9(1).
       01  WS-TRIM-MOIS           PIC 9(2).
       01  WS-DATE-JOUR           PIC X(8).
       01  WS-DATE-DEBUT          PIC X(8).
       01  WS-DATE-FIN            PIC X(8).

      *    Taux de change à la fin du trimestre.
       COPY TAUXDEV.

      *    Conversions restées sans taux : montant converti à zéro,
      *    compté, et l'exécution se termine en code retour 8.
       01  WS-NB-SANS-TAUX        PIC 9(4) VALUE 0.
       01  WS-CONV-MONTANT        PIC 9(7)V99 VALUE 0.
       01  WS-CONV-DEVISE         PIC X(3) VALUE SPACES.
       01  WS-MONTANT-EUR         PIC 9(9)V99 VALUE 0.

      *    Traités chargés, avec les cumuls du trimestre par traité.
       01  WS-NB-TRAITES          PIC 9(2) VALUE 0.
       01  WS-TRT-IDX             PIC 9(2) VALUE 0.
       01  WS-TABLE-TRAITES.
           05  WS-TRT-ENTRY OCCURS 50 TIMES.
               10  WS-TRT-ID          PIC X(6).
               10  WS-TRT-NATURE      PIC X(2).
               10  WS-TRT-TYPE        PIC X(41).
               10  WS-TRT-LG          PIC 9(2).
               10  WS-TRT-TAUX        PIC 9(3)V99.
               10  WS-TRT-PRIORITE    PIC 9(9)V99.
               10  WS-TRT-PORTEE      PIC 9(9)V99.
               10  WS-TRT-DATE-DEB    PIC X(8).
               10  WS-TRT-DATE-FIN    PIC X(8).
               10  WS-TRT-REASSUREUR  PIC X(30).
               10  WS-TRT-NB-PRIMES   PIC 9(5).
               10  WS-TRT-PRIME-CEDEE PIC 9(11)V99.
               10  WS-TRT-NB-SIN      PIC 9(5).
               10  WS-TRT-CEDE-REGLE  PIC 9(11)V99.
               10  WS-TRT-CEDE-RESERVE PIC 9(11)V99.

      *    Contrôle d'applicabilité d'un traité : type et date en
      *    entrée, 'O' ou 'N' en sortie.
       01  WS-CHERCHE-TYPE        PIC X(41).
       01  WS-CHERCHE-DATE        PIC X(8).
       01  WS-TRT-APPLICABLE      PIC X(1) VALUE 'N'.

      *    Prime du contrat courant, en EUR.
       01  WS-PRIME-EUR           PIC 9(9)V99 VALUE 0.
       01  WS-PRIME-RETENUE       PIC 9(9)V99 VALUE 0.
       01  WS-PRIME-CEDEE         PIC 9(9)V99 VALUE 0.
       01  WS-PRIME-CEDEE-TOTAL   PIC 9(9)V99 VALUE 0.

      *    Sinistre courant, en EUR : règlements et réserve bruts,
      *    conservés après quote-part, et parts cédées.
       01  WS-REGLE-EUR           PIC 9(9)V99 VALUE 0.
       01  WS-RESERVE-EUR         PIC 9(9)V99 VALUE 0.
       01  WS-RET-REGLE           PIC 9(9)V99 VALUE 0.
       01  WS-RET-RESERVE         PIC 9(9)V99 VALUE 0.
       01  WS-CHARGE-RETENUE      PIC 9(9)V99 VALUE 0.
       01  WS-CEDE-REGLE          PIC 9(9)V99 VALUE 0.
       01  WS-CEDE-RESERVE        PIC 9(9)V99 VALUE 0.
       01  WS-CEDE-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-SIN-CEDE-TOTAL      PIC 9(9)V99 VALUE 0.

      *    Assiette de la cession au traité courant : charge brute
      *    pour la quote-part, conservée pour l'excédent.
       01  WS-ASSIETTE-REGLE      PIC 9(9)V99 VALUE 0.
       01  WS-ASSIETTE-RESERVE    PIC 9(9)V99 VALUE 0.
       01  WS-ASSIETTE-TRIM       PIC 9(9)V99 VALUE 0.
       01  WS-CEDE-REGLE-TRIM     PIC 9(9)V99 VALUE 0.

      *    Base de la cession en cours de calcul : 'C' cumuls à ce
      *    jour (position nette), 'P' règlements en fin de
      *    trimestre précédent, 'F' règlements et réserve en fin de
      *    trimestre (bordereau).
       01  WS-BASE-CESSION        PIC X(1) VALUE 'C'.

      *    Règlements et réserve du sinistre courant reconstitués
      *    aux bornes du trimestre, dans la devise du sinistre.
       01  WS-REGLE-FIN           PIC S9(9)V99 VALUE 0.
       01  WS-REGLE-PREC          PIC S9(9)V99 VALUE 0.
       01  WS-RESERVE-FIN         PIC S9(9)V99 VALUE 0.

      *    Part cédée des règlements en fin de trimestre précédent,
      *    et son assiette, par traité, pour le sinistre courant.
       01  WS-TABLE-CESSIONS-PREC.
           05  WS-CES-ENTRY OCCURS 50 TIMES.
               10  WS-CES-REGLE-PREC    PIC 9(9)V99.
               10  WS-CES-ASSIETTE-PREC PIC 9(9)V99.

      *    Mouvements des sinistres datés du trimestre ou après
      *    (événements REGL et RESV), cumulés par sinistre dans la
      *    devise du sinistre. Table pleine : l'événement est
      *    ignoré et compté en anomalie.
       01  WS-NB-MVTS             PIC 9(4) VALUE 0.
       01  WS-MVT-IDX             PIC 9(4) VALUE 0.
       01  WS-MVT-TROUVE          PIC X(1) VALUE 'N'.
       01  WS-MVT-CHERCHE         PIC X(10).
       01  WS-EVT-SIGNE           PIC S9(9)V99 VALUE 0.
       01  WS-TABLE-MVTS.
           05  WS-MVT-ENTRY OCCURS 5000 TIMES.
               10  WS-MVT-NUMERO      PIC X(10).
               10  WS-MVT-REGLE-TRIM  PIC S9(9)V99.
               10  WS-MVT-REGLE-APRES PIC S9(9)V99.
               10  WS-MVT-RESV-APRES  PIC S9(9)V99.

      *    Position nette par type de contrat (portefeuille à ce
      *    jour), alimentée au fil de l'eau comme la table des
      *    types de ASSURSIN. Table pleine : dernière entrée
      *    requalifiée AUTRES TYPES.
       01  WS-NB-TYPES            PIC 9(2) VALUE 0.
       01  WS-TYPE-IDX            PIC 9(2) VALUE 0.
       01  WS-TYPE-TROUVE         PIC X(1) VALUE 'N'.
       01  WS-TABLE-TYPES.
           05  WS-TYPE-ENTRY OCCURS 50 TIMES.
               10  WS-TYPE-CODE       PIC X(41).
               10  WS-TYPE-PRIMES     PIC 9(11)V99.
               10  WS-TYPE-PRIMES-CED PIC 9(11)V99.
               10  WS-TYPE-SINISTRES  PIC 9(11)V99.
               10  WS-TYPE-SIN-CED    PIC 9(11)V99.

      *    Récapitulatif du trimestre par réassureur.
       01  WS-NB-REASS            PIC 9(2) VALUE 0.
       01  WS-REASS-IDX           PIC 9(2) VALUE 0.
       01  WS-REASS-TROUVE        PIC X(1) VALUE 'N'.
       01  WS-TABLE-REASSUREURS.
           05  WS-REASS-ENTRY OCCURS 50 TIMES.
               10  WS-REASS-NOM       PIC X(30).
               10  WS-REASS-NB-TRAITES PIC 9(2).
               10  WS-REASS-PRIME     PIC 9(11)V99.
               10  WS-REASS-REGLE     PIC 9(11)V99.
               10  WS-REASS-RESERVE   PIC 9(11)V99.

      *    Ruptures des bordereaux.
       01  WS-REASS-COURANT       PIC X(30).
       01  WS-TRAITE-COURANT      PIC X(6).
       01  WS-GENRE-COURANT       PIC X(1).
       01  WS-TRT-PRECEDENT       PIC 9(2) VALUE 0.

       01  WS-NB-CONTRATS         PIC 9(6) VALUE 0.
       01  WS-NB-SINISTRES        PIC 9(6) VALUE 0.
       01  WS-NB-ANOMALIES        PIC 9(4) VALUE 0.

      *    Totaux de la position nette et rapports sinistres/primes.
       01  WS-NET-PRIMES          PIC 9(11)V99 VALUE 0.
       01  WS-NET-SINISTRES       PIC 9(11)V99 VALUE 0.
       01  WS-TOT-PRIMES          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-PRIMES-CED      PIC 9(11)V99 VALUE 0.
       01  WS-TOT-SINISTRES       PIC 9(11)V99 VALUE 0.
       01  WS-TOT-SIN-CED         PIC 9(11)V99 VALUE 0.
       01  WS-POS-PRIMES          PIC 9(11)V99 VALUE 0.
       01  WS-POS-PRIMES-CED      PIC 9(11)V99 VALUE 0.
       01  WS-POS-SINISTRES       PIC 9(11)V99 VALUE 0.
       01  WS-POS-SIN-CED         PIC 9(11)V99 VALUE 0.
       01  WS-RATIO-PCT           PIC 9(5)V99 VALUE 0.

       01  WS-TAUX-EDIT           PIC ZZ9.99.
       01  WS-NB-EDIT             PIC ZZZZ9.
       01  WS-RATIO-EDIT-1        PIC ZZZZ9.99.
       01  WS-RATIO-EDIT-2        PIC ZZZZ9.99.
       01  WS-MONTANT-EDIT-1      PIC ZZZZZZZZ9.99.
       01  WS-MONTANT-EDIT-2      PIC ZZZZZZZZ9.99.
       01  WS-MONTANT-EDIT-3      PIC ZZZZZZZZ9.99.
       01  WS-MONTANT-EDIT-4      PIC ZZZZZZZZ9.99.
       01  WS-MONTANT-EDIT-5      PIC ZZZZZZZZ9.99.
       01  WS-MONTANT-EDIT-6      PIC ZZZZZZZZ9.99.
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
           PERFORM 0200-CHARGER-TRAITES
           PERFORM 0300-CHARGER-EVENEMENTS

           OPEN INPUT FICHIER-MAITRE
           IF WS-MAITRE-STATUS NOT = '00'
               DISPLAY "ASSURREA - FICHIER MAITRE ILLISIBLE - "
                       "STATUT: " WS-MAITRE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FICHIER-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "ASSURREA - BORDEREAUX DE REASSURANCE DU TRIMESTRE "
                  WS-TRIMESTRE " (DU " WS-DATE-DEBUT " AU "
                  WS-DATE-FIN ") - MONTANTS EN EUR"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           SORT FICHIER-TRI
               ON ASCENDING KEY SD-REASSUREUR SD-TRAITE
                                SD-GENRE SD-REF
               INPUT PROCEDURE IS 1000-CEDER-PORTEFEUILLE
               OUTPUT PROCEDURE IS 3000-IMPRIMER-BORDEREAUX

           PERFORM 4000-IMPRIMER-RECAPITULATIF
           PERFORM 5000-IMPRIMER-POSITION-NETTE

           CLOSE FICHIER-MAITRE
           CLOSE FICHIER-ETAT

           DISPLAY "ASSURREA - TRIMESTRE " WS-TRIMESTRE
                   " TRAITES: "    WS-NB-TRAITES
                   " CONTRATS: "   WS-NB-CONTRATS
                   " SINISTRES: "  WS-NB-SINISTRES
                   " ANOMALIES: "  WS-NB-ANOMALIES

      *    Code retour pour l'ordonnanceur : 4 si des traités ou des
      *    sinistres ont été écartés, 0 sinon.
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

      *    Des conversions sans taux faussent les montants cédés :
      *    l'exécution se termine en code retour 8.
           IF WS-NB-SANS-TAUX > 0
               DISPLAY "ASSURREA - CONVERSIONS SANS TAUX: "
                       WS-NB-SANS-TAUX
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
           MOVE "ASSURREA" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'C' TO ENV-MODE
           MOVE "assur-taux.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURREA - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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

      *    Trimestre en paramètre ; à défaut, le trimestre civil qui
      *    précède la date système.
       0100-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE

           MOVE SPACES TO WS-PARM-TRIMESTRE
           UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
               INTO WS-PARM-TRIMESTRE

           IF WS-PARM-TRIMESTRE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
               MOVE WS-DATE-JOUR(1:4) TO WS-TRIM-ANNEE
               MOVE WS-DATE-JOUR(5:2) TO WS-TRIM-MOIS
               COMPUTE WS-TRIM-NUM = (WS-TRIM-MOIS - 1) / 3
               IF WS-TRIM-NUM = 0
                   SUBTRACT 1 FROM WS-TRIM-ANNEE
                   MOVE 4 TO WS-TRIM-NUM
               END-IF
           ELSE
               IF WS-PARM-TRIMESTRE IS NOT NUMERIC
                  OR WS-PARM-TRIMESTRE(5:1) < '1'
                  OR WS-PARM-TRIMESTRE(5:1) > '4'
                   DISPLAY "ASSURREA - TRIMESTRE INVALIDE: "
                           WS-PARM-TRIMESTRE
                   DISPLAY "ASSURREA - USAGE: ASSURREA [AAAAT]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-TRIMESTRE(1:4) TO WS-TRIM-ANNEE
               MOVE WS-PARM-TRIMESTRE(5:1) TO WS-TRIM-NUM
           END-IF

           MOVE SPACES TO WS-TRIMESTRE
           STRING WS-TRIM-ANNEE WS-TRIM-NUM INTO WS-TRIMESTRE

           COMPUTE WS-TRIM-MOIS = (WS-TRIM-NUM - 1) * 3 + 1
           MOVE SPACES TO WS-DATE-DEBUT
           STRING WS-TRIM-ANNEE WS-TRIM-MOIS "01"
               INTO WS-DATE-DEBUT

           MOVE SPACES TO WS-DATE-FIN
           EVALUATE WS-TRIM-NUM
               WHEN 1
                   STRING WS-TRIM-ANNEE "0331" INTO WS-DATE-FIN
               WHEN 2
                   STRING WS-TRIM-ANNEE "0630" INTO WS-DATE-FIN
               WHEN 3
                   STRING WS-TRIM-ANNEE "0930" INTO WS-DATE-FIN
               WHEN OTHER
                   STRING WS-TRIM-ANNEE "1231" INTO WS-DATE-FIN
           END-EVALUATE.

      *    Charge les taux de change de la fin du trimestre, comme
      *    ASSURSEQ 0150-CHARGER-TAUX.
       0150-CHARGER-TAUX.
           OPEN INPUT FICHIER-TAUX

           IF WS-TAUX-STATUS NOT = '00'
               DISPLAY "ASSURREA - FICHIER DES TAUX ABSENT "
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
                           PERFORM 0160-RETENIR-TAUX
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHIER-TAUX

           IF WS-NB-TAUX = 0
               DISPLAY "ASSURREA - AUCUN TAUX COTE AU " WS-DATE-FIN
                       " DANS ASSUR-TAUX.DAT - TRAITEMENT ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-RETENIR-TAUX.
           IF WS-NB-TAUX < 20
               ADD 1 TO WS-NB-TAUX
               MOVE TAUX-DEVISE TO WS-TAUX-DEVISE(WS-NB-TAUX)
               MOVE TAUX-VALEUR TO WS-TAUX-VALEUR(WS-NB-TAUX)
           ELSE
               DISPLAY "ASSURREA - TABLE DES TAUX PLEINE - "
                       "TAUX IGNORE: " TAUX-DEVISE
           END-IF.

       0200-CHARGER-TRAITES.
           OPEN INPUT FICHIER-TRAITES

           IF WS-TRAITES-STATUS NOT = '00'
               DISPLAY "ASSURREA - MAITRE DES TRAITES ABSENT "
                       "(ASSUR-TRAITES.DAT) - TRAITEMENT ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TRAITES-STATUS = '10'
               READ FICHIER-TRAITES INTO TRT-REC
                   AT END
                       MOVE '10' TO WS-TRAITES-STATUS
                   NOT AT END
                       PERFORM 0250-RETENIR-TRAITE
               END-READ
           END-PERFORM

           CLOSE FICHIER-TRAITES.

       0250-RETENIR-TRAITE.
           EVALUATE TRUE
               WHEN TRT-NATURE NOT = 'QP' AND TRT-NATURE NOT = 'XL'
                  OR TRT-TAUX NOT NUMERIC
                  OR TRT-PRIORITE NOT NUMERIC
                  OR TRT-PORTEE NOT NUMERIC
                  OR TRT-DATE-DEB NOT NUMERIC
                  OR TRT-DATE-FIN NOT NUMERIC
                  OR TRT-TYPE = SPACES
                   DISPLAY "ASSURREA - TRAITE INVALIDE IGNORE: "
                           TRT-ID
                   ADD 1 TO WS-NB-ANOMALIES

               WHEN TRT-NATURE = 'QP' AND TRT-TAUX > 100
                   DISPLAY "ASSURREA - QUOTE-PART SUPERIEURE A 100% "
                           "IGNOREE: " TRT-ID
                   ADD 1 TO WS-NB-ANOMALIES

               WHEN WS-NB-TRAITES < 50
                   ADD 1 TO WS-NB-TRAITES
                   MOVE WS-NB-TRAITES TO WS-TRT-IDX
                   MOVE TRT-ID         TO WS-TRT-ID(WS-TRT-IDX)
                   MOVE TRT-NATURE     TO WS-TRT-NATURE(WS-TRT-IDX)
                   MOVE TRT-TYPE       TO WS-TRT-TYPE(WS-TRT-IDX)
                   MOVE TRT-TAUX       TO WS-TRT-TAUX(WS-TRT-IDX)
                   MOVE TRT-PRIORITE   TO WS-TRT-PRIORITE(WS-TRT-IDX)
                   MOVE TRT-PORTEE     TO WS-TRT-PORTEE(WS-TRT-IDX)
                   MOVE TRT-DATE-DEB   TO WS-TRT-DATE-DEB(WS-TRT-IDX)
                   MOVE TRT-DATE-FIN   TO WS-TRT-DATE-FIN(WS-TRT-IDX)
                   MOVE TRT-REASSUREUR
                       TO WS-TRT-REASSUREUR(WS-TRT-IDX)
                   MOVE 0 TO WS-TRT-NB-PRIMES(WS-TRT-IDX)
                   MOVE 0 TO WS-TRT-PRIME-CEDEE(WS-TRT-IDX)
                   MOVE 0 TO WS-TRT-NB-SIN(WS-TRT-IDX)
                   MOVE 0 TO WS-TRT-CEDE-REGLE(WS-TRT-IDX)
                   MOVE 0 TO WS-TRT-CEDE-RESERVE(WS-TRT-IDX)
                   IF TRT-TYPE = '*'
                       MOVE 0 TO WS-TRT-LG(WS-TRT-IDX)
                   ELSE
                       MOVE FUNCTION LENGTH(
                           FUNCTION TRIM(TRT-TYPE))
                           TO WS-TRT-LG(WS-TRT-IDX)
                   END-IF

               WHEN OTHER
                   DISPLAY "ASSURREA - TABLE DES TRAITES PLEINE - "
                           "TRAITE IGNORE: " TRT-ID
                   ADD 1 TO WS-NB-ANOMALIES
           END-EVALUATE.

      *    Règlements et mouvements de réserve datés du premier
      *    jour du trimestre ou après, par sinistre. Fichier absent :
      *    aucun mouvement depuis le début du trimestre, le maître
      *    des sinistres vaut pour la fin du trimestre.
       0300-CHARGER-EVENEMENTS.
           OPEN INPUT FICHIER-EVT

           IF WS-EVT-STATUS NOT = '00'
               DISPLAY "ASSURREA - FICHIER DES EVENEMENTS ABSENT "
                       "(ASSUR-EVENEMENTS.DAT) - SINISTRES REPRIS "
                       "A CE JOUR"
           ELSE
               PERFORM UNTIL WS-EVT-STATUS = '10'
                   READ FICHIER-EVT INTO EVT-REC
                       AT END
                           MOVE '10' TO WS-EVT-STATUS
                       NOT AT END
                           IF (EVT-CODE = "REGL" OR EVT-CODE = "RESV")
                              AND EVT-DATE >= WS-DATE-DEBUT
                              AND EVT-MONTANT IS NUMERIC
                               PERFORM 0350-RETENIR-EVENEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EVT
           END-IF.

       0350-RETENIR-EVENEMENT.
           IF EVT-SENS = '-'
               COMPUTE WS-EVT-SIGNE = 0 - EVT-MONTANT
           ELSE
               MOVE EVT-MONTANT TO WS-EVT-SIGNE
           END-IF

           MOVE EVT-REFERENCE TO WS-MVT-CHERCHE
           PERFORM 0360-CHERCHER-MOUVEMENTS

           IF WS-MVT-TROUVE = 'N'
               IF WS-NB-MVTS < 5000
                   ADD 1 TO WS-NB-MVTS
                   MOVE WS-NB-MVTS TO WS-MVT-IDX
                   MOVE EVT-REFERENCE TO WS-MVT-NUMERO(WS-MVT-IDX)
                   MOVE 0 TO WS-MVT-REGLE-TRIM(WS-MVT-IDX)
                   MOVE 0 TO WS-MVT-REGLE-APRES(WS-MVT-IDX)
                   MOVE 0 TO WS-MVT-RESV-APRES(WS-MVT-IDX)
                   MOVE 'O' TO WS-MVT-TROUVE
               ELSE
                   DISPLAY "ASSURREA - TABLE DES MOUVEMENTS DE "
                           "SINISTRES PLEINE - EVENEMENT IGNORE: "
                           EVT-REFERENCE
                   ADD 1 TO WS-NB-ANOMALIES
               END-IF
           END-IF

           IF WS-MVT-TROUVE = 'O'
               EVALUATE TRUE
                   WHEN EVT-CODE = "RESV"
                       IF EVT-DATE > WS-DATE-FIN
                           ADD WS-EVT-SIGNE
                               TO WS-MVT-RESV-APRES(WS-MVT-IDX)
                       END-IF
                   WHEN EVT-DATE > WS-DATE-FIN
                       ADD WS-EVT-SIGNE
                           TO WS-MVT-REGLE-APRES(WS-MVT-IDX)
                   WHEN OTHER
                       ADD WS-EVT-SIGNE
                           TO WS-MVT-REGLE-TRIM(WS-MVT-IDX)
               END-EVALUATE
           END-IF.

      *    Recherche des mouvements du sinistre WS-MVT-CHERCHE ;
      *    WS-MVT-IDX désigne l'entrée trouvée.
       0360-CHERCHER-MOUVEMENTS.
           MOVE 'N' TO WS-MVT-TROUVE

           PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
                   UNTIL WS-MVT-IDX > WS-NB-MVTS
                      OR WS-MVT-TROUVE = 'O'
               IF WS-MVT-NUMERO(WS-MVT-IDX) = WS-MVT-CHERCHE
                   MOVE 'O' TO WS-MVT-TROUVE
               END-IF
           END-PERFORM

           IF WS-MVT-TROUVE = 'O'
               SUBTRACT 1 FROM WS-MVT-IDX
           END-IF.

      *    Procédure d'entrée du tri : cessions des primes puis des
      *    sinistres ; les lignes du trimestre sont remises au tri.
       1000-CEDER-PORTEFEUILLE.
           PERFORM UNTIL WS-MAITRE-STATUS = '10'
               READ FICHIER-MAITRE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-MAITRE-STATUS
                   NOT AT END
                       IF MAITRE-MONTANT IS NUMERIC
                           ADD 1 TO WS-NB-CONTRATS
                           PERFORM 1100-CEDER-PRIME
                       END-IF
               END-READ
           END-PERFORM

           OPEN INPUT FICHIER-SIN-MAITRE

           IF WS-SIN-MAITRE-STATUS NOT = '00'
               DISPLAY "ASSURREA - MAITRE DES SINISTRES ABSENT "
                       "(SINISTRES-MAITRE.DAT) - AUCUN SINISTRE CEDE"
           ELSE
               PERFORM UNTIL WS-SIN-MAITRE-STATUS = '10'
                   READ FICHIER-SIN-MAITRE INTO SINM-REC
                       AT END
                           MOVE '10' TO WS-SIN-MAITRE-STATUS
                       NOT AT END
                           IF SINM-STATUT NOT = 'REFUSE'
                              AND SINM-REGLE IS NUMERIC
                              AND SINM-RESERVE IS NUMERIC
                               PERFORM 2000-CEDER-SINISTRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SIN-MAITRE
           END-IF.

      *    Quote-part d'abord, sur la prime brute ; excédent de
      *    sinistre ensuite, sur la prime conservée.
       1100-CEDER-PRIME.
           MOVE MAITRE-MONTANT TO WS-CONV-MONTANT
           MOVE MAITRE-DEVISE  TO WS-CONV-DEVISE
           PERFORM 2500-CONVERTIR-EUR
           MOVE WS-MONTANT-EUR TO WS-PRIME-EUR
           MOVE 0 TO WS-PRIME-CEDEE-TOTAL

           MOVE MAITRE-TYPE     TO WS-CHERCHE-TYPE
           MOVE MAITRE-DATE-DEB TO WS-CHERCHE-DATE

           PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
                   UNTIL WS-TRT-IDX > WS-NB-TRAITES
               IF WS-TRT-NATURE(WS-TRT-IDX) = 'QP'
                   PERFORM 1500-VERIFIER-TRAITE
                   IF WS-TRT-APPLICABLE = 'O'
                       COMPUTE WS-PRIME-CEDEE ROUNDED =
                           WS-PRIME-EUR * WS-TRT-TAUX(WS-TRT-IDX)
                           / 100
                       MOVE WS-PRIME-EUR TO WS-PRIME-RETENUE
                       PERFORM 1200-ENREGISTRER-PRIME
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PRIME-CEDEE-TOTAL > WS-PRIME-EUR
               MOVE WS-PRIME-EUR TO WS-PRIME-CEDEE-TOTAL
           END-IF
           COMPUTE WS-PRIME-RETENUE =
               WS-PRIME-EUR - WS-PRIME-CEDEE-TOTAL

           PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
                   UNTIL WS-TRT-IDX > WS-NB-TRAITES
               IF WS-TRT-NATURE(WS-TRT-IDX) = 'XL'
                   PERFORM 1500-VERIFIER-TRAITE
                   IF WS-TRT-APPLICABLE = 'O'
                       COMPUTE WS-PRIME-CEDEE ROUNDED =
                           WS-PRIME-RETENUE * WS-TRT-TAUX(WS-TRT-IDX)
                           / 100
                       PERFORM 1200-ENREGISTRER-PRIME
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 2400-CHERCHER-TYPE
           ADD WS-PRIME-EUR         TO WS-TYPE-PRIMES(WS-TYPE-IDX)
           ADD WS-PRIME-CEDEE-TOTAL TO WS-TYPE-PRIMES-CED(WS-TYPE-IDX).

      *    WS-PRIME-RETENUE porte l'assiette de la cession : prime
      *    brute pour la quote-part, prime conservée pour
      *    l'excédent.
       1200-ENREGISTRER-PRIME.
           ADD WS-PRIME-CEDEE TO WS-PRIME-CEDEE-TOTAL

           IF MAITRE-DATE-DEB >= WS-DATE-DEBUT
              AND MAITRE-DATE-DEB <= WS-DATE-FIN
               ADD 1 TO WS-TRT-NB-PRIMES(WS-TRT-IDX)
               ADD WS-PRIME-CEDEE TO WS-TRT-PRIME-CEDEE(WS-TRT-IDX)

               MOVE SPACES TO SD-CESSION-REC
               MOVE WS-TRT-REASSUREUR(WS-TRT-IDX) TO SD-REASSUREUR
               MOVE WS-TRT-ID(WS-TRT-IDX)         TO SD-TRAITE
               MOVE '1'                           TO SD-GENRE
               MOVE MAITRE-ID                     TO SD-REF
               MOVE WS-TRT-IDX                    TO SD-TRT-IDX
               MOVE MAITRE-ID                     TO SD-CONTRAT
               MOVE MAITRE-DATE-DEB               TO SD-DATE
               MOVE WS-PRIME-RETENUE              TO SD-ASSIETTE-1
               MOVE 0                             TO SD-ASSIETTE-2
               MOVE WS-PRIME-CEDEE                TO SD-CEDE-1
               MOVE 0                             TO SD-CEDE-2
               RELEASE SD-CESSION-REC
           END-IF.

      *    Un traité s'applique au type WS-CHERCHE-TYPE à la date
      *    WS-CHERCHE-DATE si son préfixe de type convient et si la
      *    date tombe dans sa période.
       1500-VERIFIER-TRAITE.
           MOVE 'N' TO WS-TRT-APPLICABLE

           IF WS-CHERCHE-DATE >= WS-TRT-DATE-DEB(WS-TRT-IDX)
              AND WS-CHERCHE-DATE <= WS-TRT-DATE-FIN(WS-TRT-IDX)
               IF WS-TRT-LG(WS-TRT-IDX) = 0
                   MOVE 'O' TO WS-TRT-APPLICABLE
               ELSE
                   IF WS-CHERCHE-TYPE(1:WS-TRT-LG(WS-TRT-IDX)) =
                      WS-TRT-TYPE(WS-TRT-IDX)(1:WS-TRT-LG(WS-TRT-IDX))
                       MOVE 'O' TO WS-TRT-APPLICABLE
                   END-IF
               END-IF
           END-IF.

      *    Sinistre non refusé, rattaché à son contrat pour le type
      *    et les traités applicables.
       2000-CEDER-SINISTRE.
           MOVE SINM-ASSUR-ID TO MAITRE-ID
           READ FICHIER-MAITRE
               INVALID KEY
                   DISPLAY "ASSURREA - SINISTRE " SINM-NUMERO
                           " SUR CONTRAT ABSENT DU MAITRE: "
                           SINM-ASSUR-ID
                   ADD 1 TO WS-NB-ANOMALIES
               NOT INVALID KEY
                   ADD 1 TO WS-NB-SINISTRES
                   PERFORM 2050-REPARTIR-SINISTRE
           END-READ.

      *    La cession est calculée sur les cumuls à ce jour pour la
      *    position nette ; puis, pour un sinistre survenu au plus
      *    tard en fin de trimestre, sur les règlements en fin de
      *    trimestre précédent et sur les règlements et la réserve
      *    en fin de trimestre, pour le bordereau.
       2050-REPARTIR-SINISTRE.
           MOVE SINM-REGLE   TO WS-CONV-MONTANT
           MOVE SINM-DEVISE  TO WS-CONV-DEVISE
           PERFORM 2500-CONVERTIR-EUR
           MOVE WS-MONTANT-EUR TO WS-REGLE-EUR

           MOVE SINM-RESERVE TO WS-CONV-MONTANT
           PERFORM 2500-CONVERTIR-EUR
           MOVE WS-MONTANT-EUR TO WS-RESERVE-EUR

           MOVE 0 TO WS-SIN-CEDE-TOTAL
           MOVE 'C' TO WS-BASE-CESSION
           PERFORM 2070-CEDER-CHARGE

           PERFORM 2300-CUMULER-TYPE-SINISTRE

           IF SINM-DATE-SURV <= WS-DATE-FIN
               PERFORM 2060-RECONSTITUER-TRIMESTRE

               PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
                       UNTIL WS-TRT-IDX > WS-NB-TRAITES
                   MOVE 0 TO WS-CES-REGLE-PREC(WS-TRT-IDX)
                   MOVE 0 TO WS-CES-ASSIETTE-PREC(WS-TRT-IDX)
               END-PERFORM

      *        La part cédée des règlements ne dépend pas de la
      *        réserve (l'excédent s'impute d'abord sur les
      *        règlements) : la fin de trimestre précédent est
      *        calculée sans réserve.
               MOVE WS-REGLE-PREC TO WS-CONV-MONTANT
               PERFORM 2500-CONVERTIR-EUR
               MOVE WS-MONTANT-EUR TO WS-REGLE-EUR
               MOVE 0 TO WS-RESERVE-EUR
               MOVE 'P' TO WS-BASE-CESSION
               PERFORM 2070-CEDER-CHARGE

               MOVE WS-REGLE-FIN TO WS-CONV-MONTANT
               PERFORM 2500-CONVERTIR-EUR
               MOVE WS-MONTANT-EUR TO WS-REGLE-EUR
               MOVE WS-RESERVE-FIN TO WS-CONV-MONTANT
               PERFORM 2500-CONVERTIR-EUR
               MOVE WS-MONTANT-EUR TO WS-RESERVE-EUR
               MOVE 'F' TO WS-BASE-CESSION
               PERFORM 2070-CEDER-CHARGE
           END-IF.

      *    Règlements et réserve du sinistre en fin de trimestre :
      *    maître des sinistres diminué des mouvements datés après
      *    la fin du trimestre ; règlements en fin de trimestre
      *    précédent : diminués encore des règlements du trimestre.
       2060-RECONSTITUER-TRIMESTRE.
           MOVE SINM-REGLE   TO WS-REGLE-FIN
           MOVE SINM-RESERVE TO WS-RESERVE-FIN

           MOVE SINM-NUMERO TO WS-MVT-CHERCHE
           PERFORM 0360-CHERCHER-MOUVEMENTS
           IF WS-MVT-TROUVE = 'O'
               SUBTRACT WS-MVT-REGLE-APRES(WS-MVT-IDX)
                   FROM WS-REGLE-FIN
               SUBTRACT WS-MVT-RESV-APRES(WS-MVT-IDX)
                   FROM WS-RESERVE-FIN
           END-IF

           MOVE WS-REGLE-FIN TO WS-REGLE-PREC
           IF WS-MVT-TROUVE = 'O'
               SUBTRACT WS-MVT-REGLE-TRIM(WS-MVT-IDX)
                   FROM WS-REGLE-PREC
           END-IF

           IF WS-REGLE-FIN < 0
               MOVE 0 TO WS-REGLE-FIN
           END-IF
           IF WS-REGLE-PREC < 0
               MOVE 0 TO WS-REGLE-PREC
           END-IF
           IF WS-RESERVE-FIN < 0
               MOVE 0 TO WS-RESERVE-FIN
           END-IF.

      *    Cession de WS-REGLE-EUR et WS-RESERVE-EUR, sur la base
      *    WS-BASE-CESSION : quote-part d'abord, sur les règlements
      *    et la réserve bruts ; excédent de sinistre ensuite, sur
      *    la charge conservée, au-delà de la priorité et dans la
      *    limite de la portée.
       2070-CEDER-CHARGE.
           MOVE WS-REGLE-EUR   TO WS-RET-REGLE
           MOVE WS-RESERVE-EUR TO WS-RET-RESERVE

           MOVE MAITRE-TYPE    TO WS-CHERCHE-TYPE
           MOVE SINM-DATE-SURV TO WS-CHERCHE-DATE

           PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
                   UNTIL WS-TRT-IDX > WS-NB-TRAITES
               IF WS-TRT-NATURE(WS-TRT-IDX) = 'QP'
                   PERFORM 1500-VERIFIER-TRAITE
                   IF WS-TRT-APPLICABLE = 'O'
                       COMPUTE WS-CEDE-REGLE ROUNDED =
                           WS-REGLE-EUR * WS-TRT-TAUX(WS-TRT-IDX)
                           / 100
                       COMPUTE WS-CEDE-RESERVE ROUNDED =
                           WS-RESERVE-EUR * WS-TRT-TAUX(WS-TRT-IDX)
                           / 100
                       IF WS-CEDE-REGLE > WS-RET-REGLE
                           MOVE WS-RET-REGLE TO WS-CEDE-REGLE
                       END-IF
                       IF WS-CEDE-RESERVE > WS-RET-RESERVE
                           MOVE WS-RET-RESERVE TO WS-CEDE-RESERVE
                       END-IF
                       SUBTRACT WS-CEDE-REGLE   FROM WS-RET-REGLE
                       SUBTRACT WS-CEDE-RESERVE FROM WS-RET-RESERVE
                       MOVE WS-REGLE-EUR   TO WS-ASSIETTE-REGLE
                       MOVE WS-RESERVE-EUR TO WS-ASSIETTE-RESERVE
                       PERFORM 2200-ENREGISTRER-SINISTRE
                   END-IF
               END-IF
           END-PERFORM

      *    Chaque tranche d'excédent porte sur la même charge
      *    conservée après quote-part ; en deçà de la priorité, la
      *    part cédée est nulle.
           COMPUTE WS-CHARGE-RETENUE = WS-RET-REGLE + WS-RET-RESERVE

           PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
                   UNTIL WS-TRT-IDX > WS-NB-TRAITES
               IF WS-TRT-NATURE(WS-TRT-IDX) = 'XL'
                   PERFORM 1500-VERIFIER-TRAITE
                   IF WS-TRT-APPLICABLE = 'O'
                       IF WS-CHARGE-RETENUE >
                          WS-TRT-PRIORITE(WS-TRT-IDX)
                           PERFORM 2100-CEDER-EXCEDENT
                       ELSE
                           MOVE 0 TO WS-CEDE-REGLE
                           MOVE 0 TO WS-CEDE-RESERVE
                       END-IF
                       MOVE WS-RET-REGLE   TO WS-ASSIETTE-REGLE
                       MOVE WS-RET-RESERVE TO WS-ASSIETTE-RESERVE
                       PERFORM 2200-ENREGISTRER-SINISTRE
                   END-IF
               END-IF
           END-PERFORM.

      *    Part cédée à la tranche : charge conservée au-delà de la
      *    priorité, bornée par la portée ; imputée d'abord sur les
      *    règlements conservés au-delà de la priorité, le reste sur
      *    la réserve.
       2100-CEDER-EXCEDENT.
           COMPUTE WS-CEDE-TOTAL =
               WS-CHARGE-RETENUE - WS-TRT-PRIORITE(WS-TRT-IDX)
           IF WS-CEDE-TOTAL > WS-TRT-PORTEE(WS-TRT-IDX)
               MOVE WS-TRT-PORTEE(WS-TRT-IDX) TO WS-CEDE-TOTAL
           END-IF

           MOVE 0 TO WS-CEDE-REGLE
           IF WS-RET-REGLE > WS-TRT-PRIORITE(WS-TRT-IDX)
               COMPUTE WS-CEDE-REGLE =
                   WS-RET-REGLE - WS-TRT-PRIORITE(WS-TRT-IDX)
           END-IF
           IF WS-CEDE-REGLE > WS-CEDE-TOTAL
               MOVE WS-CEDE-TOTAL TO WS-CEDE-REGLE
           END-IF

           COMPUTE WS-CEDE-RESERVE = WS-CEDE-TOTAL - WS-CEDE-REGLE.

      *    Cumul de la position nette par type, le contrat du
      *    sinistre étant dans MAITRE-REC.
       2300-CUMULER-TYPE-SINISTRE.
           PERFORM 2400-CHERCHER-TYPE
           ADD WS-REGLE-EUR      TO WS-TYPE-SINISTRES(WS-TYPE-IDX)
           ADD WS-RESERVE-EUR    TO WS-TYPE-SINISTRES(WS-TYPE-IDX)
           ADD WS-SIN-CEDE-TOTAL TO WS-TYPE-SIN-CED(WS-TYPE-IDX).

      *    Part cédée au traité courant, selon la base : cumul de
      *    la position nette ('C'), mémorisée pour le trimestre
      *    précédent ('P'), ou ligne du bordereau ('F').
       2200-ENREGISTRER-SINISTRE.
           EVALUATE WS-BASE-CESSION
               WHEN 'C'
                   ADD WS-CEDE-REGLE   TO WS-SIN-CEDE-TOTAL
                   ADD WS-CEDE-RESERVE TO WS-SIN-CEDE-TOTAL
               WHEN 'P'
                   MOVE WS-CEDE-REGLE
                       TO WS-CES-REGLE-PREC(WS-TRT-IDX)
                   MOVE WS-ASSIETTE-REGLE
                       TO WS-CES-ASSIETTE-PREC(WS-TRT-IDX)
               WHEN OTHER
                   PERFORM 2250-ECRIRE-LIGNE-SINISTRE
           END-EVALUATE.

      *    Ligne du bordereau : règlements du trimestre (écart entre
      *    fin de trimestre et fin de trimestre précédent) et
      *    réserve en fin de trimestre, en assiette et en part
      *    cédée. Un sinistre sans règlement cédé dans le trimestre
      *    ni réserve cédée n'y figure pas.
       2250-ECRIRE-LIGNE-SINISTRE.
           MOVE 0 TO WS-CEDE-REGLE-TRIM
           IF WS-CEDE-REGLE > WS-CES-REGLE-PREC(WS-TRT-IDX)
               COMPUTE WS-CEDE-REGLE-TRIM =
                   WS-CEDE-REGLE - WS-CES-REGLE-PREC(WS-TRT-IDX)
           END-IF

           MOVE 0 TO WS-ASSIETTE-TRIM
           IF WS-ASSIETTE-REGLE > WS-CES-ASSIETTE-PREC(WS-TRT-IDX)
               COMPUTE WS-ASSIETTE-TRIM =
                   WS-ASSIETTE-REGLE - WS-CES-ASSIETTE-PREC(WS-TRT-IDX)
           END-IF

           IF WS-CEDE-REGLE-TRIM > 0 OR WS-CEDE-RESERVE > 0
               ADD 1 TO WS-TRT-NB-SIN(WS-TRT-IDX)
               ADD WS-CEDE-REGLE-TRIM
                   TO WS-TRT-CEDE-REGLE(WS-TRT-IDX)
               ADD WS-CEDE-RESERVE TO WS-TRT-CEDE-RESERVE(WS-TRT-IDX)

               MOVE SPACES TO SD-CESSION-REC
               MOVE WS-TRT-REASSUREUR(WS-TRT-IDX) TO SD-REASSUREUR
               MOVE WS-TRT-ID(WS-TRT-IDX)         TO SD-TRAITE
               MOVE '2'                           TO SD-GENRE
               MOVE SINM-NUMERO                   TO SD-REF
               MOVE WS-TRT-IDX                    TO SD-TRT-IDX
               MOVE SINM-ASSUR-ID                 TO SD-CONTRAT
               MOVE SINM-DATE-SURV                TO SD-DATE
               MOVE WS-ASSIETTE-TRIM              TO SD-ASSIETTE-1
               MOVE WS-ASSIETTE-RESERVE           TO SD-ASSIETTE-2
               MOVE WS-CEDE-REGLE-TRIM            TO SD-CEDE-1
               MOVE WS-CEDE-RESERVE               TO SD-CEDE-2
               RELEASE SD-CESSION-REC
           END-IF.

      *    Recherche le type de contrat dans la table de la position
      *    nette et l'y enregistre s'il n'y figure pas encore, comme
      *    ASSURSIN 2400-CHERCHER-TYPE.
       2400-CHERCHER-TYPE.
           MOVE 'N' TO WS-TYPE-TROUVE
           MOVE 0 TO WS-TYPE-IDX

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-NB-TYPES
                      OR WS-TYPE-TROUVE = 'O'
               IF WS-TYPE-CODE(WS-TYPE-IDX) = MAITRE-TYPE
                   MOVE 'O' TO WS-TYPE-TROUVE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-TYPE-TROUVE = 'O'
                   SUBTRACT 1 FROM WS-TYPE-IDX

               WHEN WS-NB-TYPES < 50
                   ADD 1 TO WS-NB-TYPES
                   MOVE WS-NB-TYPES TO WS-TYPE-IDX
                   MOVE MAITRE-TYPE TO WS-TYPE-CODE(WS-TYPE-IDX)
                   MOVE 0 TO WS-TYPE-PRIMES(WS-TYPE-IDX)
                   MOVE 0 TO WS-TYPE-PRIMES-CED(WS-TYPE-IDX)
                   MOVE 0 TO WS-TYPE-SINISTRES(WS-TYPE-IDX)
                   MOVE 0 TO WS-TYPE-SIN-CED(WS-TYPE-IDX)

               WHEN OTHER
                   MOVE 50 TO WS-TYPE-IDX
                   MOVE "AUTRES TYPES" TO WS-TYPE-CODE(WS-TYPE-IDX)
           END-EVALUATE.

      *    Convertit WS-CONV-MONTANT (exprimé en WS-CONV-DEVISE)
      *    dans la devise de base (EUR), comme ASSURSEQ
      *    1750-CONVERTIR-EUR.
       2500-CONVERTIR-EUR.
           MOVE 0 TO WS-MONTANT-EUR

           SET WS-TAUX-IDX TO 1
           SEARCH WS-TAUX-ENTRY
               AT END
                   ADD 1 TO WS-NB-SANS-TAUX
               WHEN WS-TAUX-IDX > WS-NB-TAUX
                   ADD 1 TO WS-NB-SANS-TAUX
               WHEN WS-TAUX-DEVISE(WS-TAUX-IDX) = WS-CONV-DEVISE
                   COMPUTE WS-MONTANT-EUR ROUNDED =
                       WS-CONV-MONTANT
                       * WS-TAUX-VALEUR(WS-TAUX-IDX)
           END-SEARCH.

      *    Procédure de sortie du tri : bordereaux par réassureur
      *    et par traité, avec rupture sur le genre de ligne.
       3000-IMPRIMER-BORDEREAUX.
           MOVE SPACES TO WS-REASS-COURANT
           MOVE SPACES TO WS-TRAITE-COURANT
           MOVE SPACES TO WS-GENRE-COURANT
           MOVE 0 TO WS-TRT-PRECEDENT

           RETURN FICHIER-TRI INTO SD-CESSION-REC
               AT END
                   MOVE 'O' TO WS-SORT-AT-END
           END-RETURN

           IF WS-SORT-AT-END = 'O'
               WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
               MOVE SPACES TO LIGNE-ETAT
               STRING "AUCUNE CESSION SUR LE TRIMESTRE"
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF

           PERFORM UNTIL WS-SORT-AT-END = 'O'
               PERFORM 3100-IMPRIMER-LIGNE

               RETURN FICHIER-TRI INTO SD-CESSION-REC
                   AT END
                       MOVE 'O' TO WS-SORT-AT-END
               END-RETURN
           END-PERFORM

           IF WS-TRT-PRECEDENT > 0
               PERFORM 3300-IMPRIMER-TOTAL-TRAITE
           END-IF.

       3100-IMPRIMER-LIGNE.
           IF SD-TRAITE NOT = WS-TRAITE-COURANT
              OR SD-REASSUREUR NOT = WS-REASS-COURANT
               IF WS-TRT-PRECEDENT > 0
                   PERFORM 3300-IMPRIMER-TOTAL-TRAITE
               END-IF
               IF SD-REASSUREUR NOT = WS-REASS-COURANT
                   WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
                   MOVE SPACES TO LIGNE-ETAT
                   STRING "REASSUREUR " SD-REASSUREUR
                       INTO LIGNE-ETAT
                   WRITE LIGNE-ETAT
                   MOVE SD-REASSUREUR TO WS-REASS-COURANT
               END-IF
               PERFORM 3200-IMPRIMER-ENTETE-TRAITE
               MOVE SD-TRAITE  TO WS-TRAITE-COURANT
               MOVE SD-TRT-IDX TO WS-TRT-PRECEDENT
               MOVE SPACES     TO WS-GENRE-COURANT
           END-IF

           IF SD-GENRE NOT = WS-GENRE-COURANT
               MOVE SPACES TO LIGNE-ETAT
               IF SD-GENRE = '1'
                   STRING "  BORDEREAU DE PRIMES - CONTRAT  "
                          "EFFET        ASSIETTE  PRIME CEDEE"
                       INTO LIGNE-ETAT
               ELSE
                   STRING "  BORDEREAU DE SINISTRES - SINISTRE   "
                          "CONTRAT  SURVENU  ASS REG TRIM "
                          "ASS RESV FIN CEDE REG TRI"
                          " CEDE RES FIN"
                       INTO LIGNE-ETAT
               END-IF
               WRITE LIGNE-ETAT
               MOVE SD-GENRE TO WS-GENRE-COURANT
           END-IF

           MOVE SD-ASSIETTE-1 TO WS-MONTANT-EDIT-1
           MOVE SD-ASSIETTE-2 TO WS-MONTANT-EDIT-2
           MOVE SD-CEDE-1     TO WS-MONTANT-EDIT-3
           MOVE SD-CEDE-2     TO WS-MONTANT-EDIT-4

           MOVE SPACES TO LIGNE-ETAT
           IF SD-GENRE = '1'
               STRING "                       " SD-CONTRAT "  "
                      SD-DATE " " WS-MONTANT-EDIT-1 " "
                      WS-MONTANT-EDIT-3
                   INTO LIGNE-ETAT
           ELSE
               STRING "                           " SD-REF " "
                      SD-CONTRAT " " SD-DATE " "
                      WS-MONTANT-EDIT-1 " " WS-MONTANT-EDIT-2 " "
                      WS-MONTANT-EDIT-3 " " WS-MONTANT-EDIT-4
                   INTO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT.

       3200-IMPRIMER-ENTETE-TRAITE.
           MOVE SD-TRT-IDX TO WS-TRT-IDX
           MOVE WS-TRT-TAUX(WS-TRT-IDX) TO WS-TAUX-EDIT

           MOVE SPACES TO LIGNE-ETAT
           IF WS-TRT-NATURE(WS-TRT-IDX) = 'QP'
               STRING "TRAITE " WS-TRT-ID(WS-TRT-IDX)
                      " QUOTE-PART " WS-TAUX-EDIT "% - TYPES "
                      WS-TRT-TYPE(WS-TRT-IDX)(1:20)
                      " - DU " WS-TRT-DATE-DEB(WS-TRT-IDX)
                      " AU " WS-TRT-DATE-FIN(WS-TRT-IDX)
                   INTO LIGNE-ETAT
           ELSE
               MOVE WS-TRT-PRIORITE(WS-TRT-IDX) TO WS-MONTANT-EDIT-1
               MOVE WS-TRT-PORTEE(WS-TRT-IDX)   TO WS-MONTANT-EDIT-2
               STRING "TRAITE " WS-TRT-ID(WS-TRT-IDX)
                      " EXCEDENT " WS-MONTANT-EDIT-2
                      " XS " WS-MONTANT-EDIT-1
                      " TAUX " WS-TAUX-EDIT "% - TYPES "
                      WS-TRT-TYPE(WS-TRT-IDX)(1:20)
                      " - DU " WS-TRT-DATE-DEB(WS-TRT-IDX)
                      " AU " WS-TRT-DATE-FIN(WS-TRT-IDX)
                   INTO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT.

       3300-IMPRIMER-TOTAL-TRAITE.
           MOVE WS-TRT-PRECEDENT TO WS-TRT-IDX
           MOVE WS-TRT-PRIME-CEDEE(WS-TRT-IDX)  TO WS-MONTANT-EDIT-1
           MOVE WS-TRT-CEDE-REGLE(WS-TRT-IDX)   TO WS-MONTANT-EDIT-2
           MOVE WS-TRT-CEDE-RESERVE(WS-TRT-IDX) TO WS-MONTANT-EDIT-3

           MOVE SPACES TO LIGNE-ETAT
           STRING "  TOTAL TRAITE " WS-TRT-ID(WS-TRT-IDX)
                  " - PRIMES CEDEES " WS-MONTANT-EDIT-1
                  " - REGLEMENTS CEDES DU TRIMESTRE "
                  WS-MONTANT-EDIT-2
                  " RESERVES CEDEES FIN " WS-MONTANT-EDIT-3
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      *    Récapitulatif du trimestre par réassureur, tous traités
      *    confondus, y compris les traités sans cession :
      *    règlements cédés du trimestre, réserve cédée en fin de
      *    trimestre.
       4000-IMPRIMER-RECAPITULATIF.
           PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
                   UNTIL WS-TRT-IDX > WS-NB-TRAITES
               PERFORM 4100-CUMULER-REASSUREUR
           END-PERFORM

           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
           MOVE SPACES TO LIGNE-ETAT
           STRING "RECAPITULATIF DU TRIMESTRE PAR REASSUREUR"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "REASSUREUR                     TRAITES"
                  "  PRIMES CEDEES  REG CED TRIM  RES CED FIN  "
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           PERFORM VARYING WS-REASS-IDX FROM 1 BY 1
                   UNTIL WS-REASS-IDX > WS-NB-REASS
               MOVE WS-REASS-NB-TRAITES(WS-REASS-IDX) TO WS-NB-EDIT
               MOVE WS-REASS-PRIME(WS-REASS-IDX)   TO WS-MONTANT-EDIT-1
               MOVE WS-REASS-REGLE(WS-REASS-IDX)   TO WS-MONTANT-EDIT-2
               MOVE WS-REASS-RESERVE(WS-REASS-IDX) TO WS-MONTANT-EDIT-3
               MOVE SPACES TO LIGNE-ETAT
               STRING WS-REASS-NOM(WS-REASS-IDX) "   " WS-NB-EDIT
                      "   " WS-MONTANT-EDIT-1
                      "  " WS-MONTANT-EDIT-2
                      "   " WS-MONTANT-EDIT-3
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-PERFORM.

       4100-CUMULER-REASSUREUR.
           MOVE 'N' TO WS-REASS-TROUVE

           PERFORM VARYING WS-REASS-IDX FROM 1 BY 1
                   UNTIL WS-REASS-IDX > WS-NB-REASS
                      OR WS-REASS-TROUVE = 'O'
               IF WS-REASS-NOM(WS-REASS-IDX) =
                  WS-TRT-REASSUREUR(WS-TRT-IDX)
                   MOVE 'O' TO WS-REASS-TROUVE
               END-IF
           END-PERFORM

           IF WS-REASS-TROUVE = 'O'
               SUBTRACT 1 FROM WS-REASS-IDX
           ELSE
               ADD 1 TO WS-NB-REASS
               MOVE WS-NB-REASS TO WS-REASS-IDX
               MOVE WS-TRT-REASSUREUR(WS-TRT-IDX)
                   TO WS-REASS-NOM(WS-REASS-IDX)
               MOVE 0 TO WS-REASS-NB-TRAITES(WS-REASS-IDX)
               MOVE 0 TO WS-REASS-PRIME(WS-REASS-IDX)
               MOVE 0 TO WS-REASS-REGLE(WS-REASS-IDX)
               MOVE 0 TO WS-REASS-RESERVE(WS-REASS-IDX)
           END-IF

           ADD 1 TO WS-REASS-NB-TRAITES(WS-REASS-IDX)
           ADD WS-TRT-PRIME-CEDEE(WS-TRT-IDX)
               TO WS-REASS-PRIME(WS-REASS-IDX)
           ADD WS-TRT-CEDE-REGLE(WS-TRT-IDX)
               TO WS-REASS-REGLE(WS-REASS-IDX)
           ADD WS-TRT-CEDE-RESERVE(WS-TRT-IDX)
               TO WS-REASS-RESERVE(WS-REASS-IDX).

      *    Position nette du portefeuille par type de contrat, en
      *    regard du rapport sinistres/primes de ASSURSIN : sinistres
      *    comptés pour leur charge, règlements plus réserve.
       5000-IMPRIMER-POSITION-NETTE.
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
           MOVE SPACES TO LIGNE-ETAT
           STRING "POSITION NETTE DE REASSURANCE DU PORTEFEUILLE PAR "
                  "TYPE DE CONTRAT - MONTANTS EN EUR"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "TYPE                      PRIM BRUTES  PRIM CEDEES"
                  "  PRIM NETTES    SIN BRUTS    SIN CEDES"
                  "     SIN NETS RATIO BR RATIO NT"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-NB-TYPES
               MOVE WS-TYPE-PRIMES(WS-TYPE-IDX)     TO WS-POS-PRIMES
               MOVE WS-TYPE-PRIMES-CED(WS-TYPE-IDX)
                   TO WS-POS-PRIMES-CED
               MOVE WS-TYPE-SINISTRES(WS-TYPE-IDX)  TO WS-POS-SINISTRES
               MOVE WS-TYPE-SIN-CED(WS-TYPE-IDX)    TO WS-POS-SIN-CED
               ADD WS-POS-PRIMES     TO WS-TOT-PRIMES
               ADD WS-POS-PRIMES-CED TO WS-TOT-PRIMES-CED
               ADD WS-POS-SINISTRES  TO WS-TOT-SINISTRES
               ADD WS-POS-SIN-CED    TO WS-TOT-SIN-CED
               PERFORM 5100-IMPRIMER-LIGNE-POSITION
           END-PERFORM

           MOVE WS-TOT-PRIMES     TO WS-POS-PRIMES
           MOVE WS-TOT-PRIMES-CED TO WS-POS-PRIMES-CED
           MOVE WS-TOT-SINISTRES  TO WS-POS-SINISTRES
           MOVE WS-TOT-SIN-CED    TO WS-POS-SIN-CED
           MOVE 0 TO WS-TYPE-IDX
           PERFORM 5100-IMPRIMER-LIGNE-POSITION.

      *    Une ligne de position : type courant (WS-TYPE-IDX), ou
      *    total général quand WS-TYPE-IDX est à zéro.
       5100-IMPRIMER-LIGNE-POSITION.
           COMPUTE WS-NET-PRIMES = WS-POS-PRIMES - WS-POS-PRIMES-CED
           COMPUTE WS-NET-SINISTRES =
               WS-POS-SINISTRES - WS-POS-SIN-CED

           IF WS-POS-PRIMES = 0
               MOVE 0 TO WS-RATIO-PCT
           ELSE
               COMPUTE WS-RATIO-PCT ROUNDED =
                   WS-POS-SINISTRES * 100 / WS-POS-PRIMES
           END-IF
           MOVE WS-RATIO-PCT TO WS-RATIO-EDIT-1

           IF WS-NET-PRIMES = 0
               MOVE 0 TO WS-RATIO-PCT
           ELSE
               COMPUTE WS-RATIO-PCT ROUNDED =
                   WS-NET-SINISTRES * 100 / WS-NET-PRIMES
           END-IF
           MOVE WS-RATIO-PCT TO WS-RATIO-EDIT-2

           MOVE WS-POS-PRIMES     TO WS-MONTANT-EDIT-1
           MOVE WS-POS-PRIMES-CED TO WS-MONTANT-EDIT-2
           MOVE WS-NET-PRIMES     TO WS-MONTANT-EDIT-3
           MOVE WS-POS-SINISTRES  TO WS-MONTANT-EDIT-4
           MOVE WS-POS-SIN-CED    TO WS-MONTANT-EDIT-5
           MOVE WS-NET-SINISTRES  TO WS-MONTANT-EDIT-6

           MOVE SPACES TO LIGNE-ETAT
           IF WS-TYPE-IDX = 0
               STRING "TOTAL PORTEFEUILLE       "
                      WS-MONTANT-EDIT-1 " " WS-MONTANT-EDIT-2 " "
                      WS-MONTANT-EDIT-3 " " WS-MONTANT-EDIT-4 " "
                      WS-MONTANT-EDIT-5 " " WS-MONTANT-EDIT-6 " "
                      WS-RATIO-EDIT-1 " " WS-RATIO-EDIT-2
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               STRING WS-TYPE-CODE(WS-TYPE-IDX)(1:24) " "
                      WS-MONTANT-EDIT-1 " " WS-MONTANT-EDIT-2 " "
                      WS-MONTANT-EDIT-3 " " WS-MONTANT-EDIT-4 " "
                      WS-MONTANT-EDIT-5 " " WS-MONTANT-EDIT-6 " "
                      WS-RATIO-EDIT-1 " " WS-RATIO-EDIT-2
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT.
