      *    *************************************************************
      *    PROGRAMME ASSURENV
      *    Module appelé (CALL 'ASSURENV' USING ENV-PARAMETRES,
      *    zone copy/ENVPARM.cpy) de contrôle des enveloppes des
      *    fichiers d'interface en entrée de la chaîne (en-tête et
      *    fin de fichier au format copy/ENVREC.cpy).
      *
      *    Côté lecteur (fonctions V puis E) : avant toute mise à
      *    jour, le fichier est relu en entier pour vérifier
      *        - l'en-tête en premier enregistrement, du type attendu
      *          pour ce fichier, avec un numéro de séquence ;
      *        - la fin de fichier en dernier enregistrement (son
      *          absence signale un fichier tronqué) ;
      *        - le nombre d'enregistrements de détail et le total
      *          de contrôle annoncés par la fin de fichier ;
      *        - le numéro de séquence contre le registre cumulatif
      *          des fichiers reçus 'assur-recus.dat' (une ligne par
      *          émetteur, type de fichier et programme lecteur) :
      *          en mise à jour, la séquence doit suivre exactement
      *          la dernière traitée (un fichier déjà traité ou
      *          hors ordre est refusé) ; en consultation, elle ne
      *          doit pas être antérieure à la dernière lue.
      *    Le fichier vérifié n'est consigné au registre (fonction E)
      *    qu'en fin de traitement réussi du programme appelant,
      *    avec le mode de lecture (M ou C).
      *
      *    Un même fichier peut être traité en mise à jour par un
      *    lecteur ou par un autre selon l'enchaînement (ainsi
      *    'assur-trans.dat' passe par ASSURSCR ou directement par
      *    ASSURMAJ). En mise à jour, des séquences sautées sont
      *    donc admises lorsque chacune d'elles est consignée au
      *    registre par un autre programme lecteur en mise à jour :
      *    le fichier a été traité ailleurs, pas perdu. La reprise
      *    est affichée avec les séquences sautées. Une séquence
      *    sautée que personne n'a traitée reste refusée (hors
      *    ordre), au-delà de 99 séquences sautées également.
      *
      *    Côté émetteur (fonctions N, L, F) : le numéro de séquence
      *    suit le dernier émis par le programme pour ce type de
      *    fichier, d'après le registre cumulatif des fichiers émis
      *    'assur-emis.dat', complété à la clôture de l'émission.
      *    Une séquence émise qu'aucun lecteur en mise à jour n'a
      *    consignée (fichier remplacé avant d'être lu, ou émission
      *    relancée) est réémise telle quelle au lieu d'être
      *    suivie : le fichier qui la remplace ne laisse pas de
      *    trou chez le lecteur. La réémission est affichée.
      *
      *    Fichiers gérés, type d'enveloppe et champ montant servant
      *    au total de contrôle (position, longueur, décimales) :
      *        assurances.dat          CONTRATS  109  9  2
      *        assur-trans.dat         MVTCTR    111  9  2
      *        sinistres.dat           SINISTRE   30  9  2
      *        sinistres-mvt.dat       MVTSIN     14  9  2
      *        assur-encaissements.dat ENCAISST   19  9  2
      *        client-trans.dat        MVTCLI    (sans montant : total
      *                                          de contrôle à zéro)
      *        assur-taux.dat          TAUX       14  9  6
      *
      *    Code retour (ENV-CODE) : 12 fichier rejeté, motif dans
      *    ENV-MOTIF et affiché ; 0 sinon.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURENV.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier d'interface à vérifier, nommé par l'appelant.
           SELECT FICHIER-CONTROLE ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CONTROLE-STATUS.

      *    Registre cumulatif des fichiers reçus.
           SELECT FICHIER-RECUS ASSIGN TO 'assur-recus.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-RECUS-STATUS.

      *    Registre cumulatif des fichiers émis.
           SELECT FICHIER-EMIS ASSIGN TO 'assur-emis.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EMIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-CONTROLE.
       01  LIGNE-CONTROLE         PIC X(200).

       FD  FICHIER-RECUS.
       01  RECU-REC.
           05  RECU-EMETTEUR      PIC X(8).
           05  FILLER             PIC X(1).
           05  RECU-TYPE          PIC X(8).
           05  FILLER             PIC X(1).
           05  RECU-PROGRAMME     PIC X(8).
           05  FILLER             PIC X(1).
           05  RECU-SEQUENCE      PIC 9(6).
           05  FILLER             PIC X(1).
           05  RECU-DATE-FICHIER  PIC X(8).
           05  FILLER             PIC X(1).
           05  RECU-NB-ENREG      PIC 9(9).
           05  FILLER             PIC X(1).
           05  RECU-TOTAL         PIC 9(12)V9(6).
           05  FILLER             PIC X(1).
           05  RECU-DATE-TRAIT    PIC X(8).
           05  FILLER             PIC X(1).
           05  RECU-HEURE-TRAIT   PIC X(6).
           05  FILLER             PIC X(1).
      *    Mode de lecture : M mise à jour, C consultation ; à blanc
      *    sur les consignations antérieures, prises pour M.
           05  RECU-MODE          PIC X(1).

       FD  FICHIER-EMIS.
       01  EMIS-REC.
           05  EMIS-EMETTEUR      PIC X(8).
           05  FILLER             PIC X(1).
           05  EMIS-TYPE          PIC X(8).
           05  FILLER             PIC X(1).
           05  EMIS-SEQUENCE      PIC 9(6).
           05  FILLER             PIC X(1).
           05  EMIS-DATE          PIC X(8).
           05  FILLER             PIC X(1).
           05  EMIS-HEURE         PIC X(6).
           05  FILLER             PIC X(1).
           05  EMIS-NB-ENREG      PIC 9(9).
           05  FILLER             PIC X(1).
           05  EMIS-TOTAL         PIC 9(12)V9(6).
           05  FILLER             PIC X(1).
           05  EMIS-FICHIER       PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-CONTROLE-STATUS     PIC XX.
       01  WS-RECUS-STATUS        PIC XX.
       01  WS-EMIS-STATUS         PIC XX.

       01  WS-NOM-FICHIER         PIC X(30).

           COPY ENVREC.

      *    Fichiers gérés : type d'enveloppe et champ montant du
      *    total de contrôle (position, longueur, décimales ; une
      *    longueur nulle donne un total à zéro).
       01  WS-TABLE-FICHIERS-INIT.
           05  FILLER.
               10  FILLER PIC X(30) VALUE "assurances.dat".
               10  FILLER PIC X(8)  VALUE "CONTRATS".
               10  FILLER PIC 9(3)  VALUE 109.
               10  FILLER PIC 9(2)  VALUE 9.
               10  FILLER PIC 9(1)  VALUE 2.
           05  FILLER.
               10  FILLER PIC X(30) VALUE "assur-trans.dat".
               10  FILLER PIC X(8)  VALUE "MVTCTR".
               10  FILLER PIC 9(3)  VALUE 111.
               10  FILLER PIC 9(2)  VALUE 9.
               10  FILLER PIC 9(1)  VALUE 2.
           05  FILLER.
               10  FILLER PIC X(30) VALUE "sinistres.dat".
               10  FILLER PIC X(8)  VALUE "SINISTRE".
               10  FILLER PIC 9(3)  VALUE 30.
               10  FILLER PIC 9(2)  VALUE 9.
               10  FILLER PIC 9(1)  VALUE 2.
           05  FILLER.
               10  FILLER PIC X(30) VALUE "sinistres-mvt.dat".
               10  FILLER PIC X(8)  VALUE "MVTSIN".
               10  FILLER PIC 9(3)  VALUE 14.
               10  FILLER PIC 9(2)  VALUE 9.
               10  FILLER PIC 9(1)  VALUE 2.
           05  FILLER.
               10  FILLER PIC X(30) VALUE "assur-encaissements.dat".
               10  FILLER PIC X(8)  VALUE "ENCAISST".
               10  FILLER PIC 9(3)  VALUE 19.
               10  FILLER PIC 9(2)  VALUE 9.
               10  FILLER PIC 9(1)  VALUE 2.
           05  FILLER.
               10  FILLER PIC X(30) VALUE "client-trans.dat".
               10  FILLER PIC X(8)  VALUE "MVTCLI".
               10  FILLER PIC 9(3)  VALUE 0.
               10  FILLER PIC 9(2)  VALUE 0.
               10  FILLER PIC 9(1)  VALUE 0.
           05  FILLER.
               10  FILLER PIC X(30) VALUE "assur-taux.dat".
               10  FILLER PIC X(8)  VALUE "TAUX".
               10  FILLER PIC 9(3)  VALUE 14.
               10  FILLER PIC 9(2)  VALUE 9.
               10  FILLER PIC 9(1)  VALUE 6.
       01  WS-TABLE-FICHIERS REDEFINES WS-TABLE-FICHIERS-INIT.
           05  WS-FIC-ENTRY OCCURS 7 TIMES.
               10  WS-FIC-NOM         PIC X(30).
               10  WS-FIC-TYPE        PIC X(8).
               10  WS-FIC-POSITION    PIC 9(3).
               10  WS-FIC-LONGUEUR    PIC 9(2).
               10  WS-FIC-DECIMALES   PIC 9(1).
       01  WS-NB-FIC              PIC 9(2) VALUE 7.
       01  WS-FIC-IDX             PIC 9(2) VALUE 0.
       01  WS-FIC-COURANT         PIC 9(2) VALUE 0.

      *    Fichiers vérifiés dans l'exécution, en attente de
      *    consignation au registre des fichiers reçus.
       01  WS-NB-VERIF            PIC 9(2) VALUE 0.
       01  WS-VER-IDX             PIC 9(2) VALUE 0.
       01  WS-TABLE-VERIFIES.
           05  WS-VER-ENTRY OCCURS 10 TIMES.
               10  WS-VER-FICHIER     PIC X(30).
               10  WS-VER-EMETTEUR    PIC X(8).
               10  WS-VER-TYPE        PIC X(8).
               10  WS-VER-SEQUENCE    PIC 9(6).
               10  WS-VER-DATE        PIC X(8).
               10  WS-VER-NB-ENREG    PIC 9(9).
               10  WS-VER-TOTAL       PIC 9(12)V9(6).
               10  WS-VER-A-CONSIGNER PIC X(1).
               10  WS-VER-MODE        PIC X(1).

      *    Fichiers en cours d'émission dans l'exécution.
       01  WS-NB-EMIS             PIC 9(2) VALUE 0.
       01  WS-EMI-IDX             PIC 9(2) VALUE 0.
       01  WS-EMI-RECH            PIC 9(2) VALUE 0.
       01  WS-TABLE-EMISSIONS.
           05  WS-EMI-ENTRY OCCURS 10 TIMES.
               10  WS-EMI-FICHIER     PIC X(30).
               10  WS-EMI-FIC-IDX     PIC 9(2).
               10  WS-EMI-SEQUENCE    PIC 9(6).
               10  WS-EMI-DATE        PIC X(8).
               10  WS-EMI-NB-ENREG    PIC 9(9).
               10  WS-EMI-TOTAL       PIC 9(12)V9(6).

      *    Contrôle du fichier reçu : en-tête relu, cumuls recomptés
      *    et fin de fichier annoncée.
       01  WS-ENT-TROUVEE         PIC X(1) VALUE 'N'.
       01  WS-FIN-TROUVEE         PIC X(1) VALUE 'N'.
       01  WS-ENT-EMETTEUR        PIC X(8).
       01  WS-ENT-TYPE            PIC X(8).
       01  WS-ENT-DATE            PIC X(8).
       01  WS-ENT-SEQUENCE        PIC 9(6) VALUE 0.
       01  WS-FIN-NB-ENREG        PIC 9(9) VALUE 0.
       01  WS-FIN-TOTAL           PIC 9(12)V9(6) VALUE 0.
       01  WS-NB-ENREG            PIC 9(9) VALUE 0.
       01  WS-TOTAL               PIC 9(12)V9(6) VALUE 0.
       01  WS-DERNIERE-SEQUENCE   PIC 9(6) VALUE 0.
       01  WS-SEQUENCE-ATTENDUE   PIC 9(6) VALUE 0.
       01  WS-SEQUENCE-SAUTEE     PIC 9(6) VALUE 0.

      *    Séquences sautées en mise à jour : repérées une à une
      *    parmi les consignations des autres lecteurs en mise à
      *    jour, par rang après la dernière séquence traitée.
       01  WS-SAUT-ADMIS          PIC X(1) VALUE 'N'.
       01  WS-NB-SAUTEES          PIC 9(6) VALUE 0.
       01  WS-NB-SAUTEES-VUES     PIC 9(2) VALUE 0.
       01  WS-SAUT-IDX            PIC 9(6) VALUE 0.
       01  WS-TABLE-SAUTS.
           05  WS-SAUT-VU         PIC X(1) OCCURS 99 TIMES.

      *    Dernière séquence émise déjà consignée par un lecteur en
      *    mise à jour : 'O', la séquence suivante est émise ; 'N',
      *    la dernière est réémise.
       01  WS-EMIS-LUE            PIC X(1) VALUE 'O'.

      *    Champ montant d'un détail, cadré à droite sur 18
      *    chiffres pour le total de contrôle.
       01  WS-CHAMP-X             PIC X(18).
       01  WS-CHAMP-9 REDEFINES WS-CHAMP-X PIC 9(18).
       01  WS-DEBUT-CHAMP         PIC 9(2) VALUE 0.
       01  WS-DIVISEUR            PIC 9(7) VALUE 1.
       01  WS-LIGNE               PIC X(200).

       01  WS-DATE-JOUR           PIC X(8).
       01  WS-HEURE-JOUR          PIC X(6).
       01  WS-NB-EDIT             PIC Z(8)9.
       01  WS-NB-EDIT-2           PIC Z(8)9.
       01  WS-SEQ-EDIT            PIC Z(5)9.

       LINKAGE SECTION.
           COPY ENVPARM.

       PROCEDURE DIVISION USING ENV-PARAMETRES.

       0000-DEBUT.
           MOVE 0 TO ENV-CODE
           MOVE SPACES TO ENV-MOTIF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR

           EVALUATE ENV-FONCTION
               WHEN 'V'
                   PERFORM 1000-VERIFIER-FICHIER
               WHEN 'E'
                   PERFORM 2000-CONSIGNER-RECEPTIONS
               WHEN 'N'
                   PERFORM 3000-OUVRIR-EMISSION
               WHEN 'L'
                   PERFORM 3100-COMPTER-DETAIL
               WHEN 'F'
                   PERFORM 3200-CLORE-EMISSION
               WHEN OTHER
                   MOVE "FONCTION D'APPEL INCONNUE" TO ENV-MOTIF
                   PERFORM 9000-REJETER
           END-EVALUATE

           GOBACK.

      *    Repère le fichier dans la table des fichiers gérés.
       0100-CHERCHER-FICHIER.
           MOVE 0 TO WS-FIC-COURANT
           PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                   UNTIL WS-FIC-IDX > WS-NB-FIC
               IF WS-FIC-NOM(WS-FIC-IDX) = ENV-FICHIER
                   MOVE WS-FIC-IDX TO WS-FIC-COURANT
               END-IF
           END-PERFORM.

      *    Ajoute le champ montant du détail WS-LIGNE au total de
      *    contrôle WS-TOTAL ; un montant non numérique compte pour
      *    zéro, des deux côtés de l'interface.
       0200-CUMULER-MONTANT.
           IF WS-FIC-LONGUEUR(WS-FIC-COURANT) > 0
               MOVE ZEROS TO WS-CHAMP-X
               COMPUTE WS-DEBUT-CHAMP =
                   19 - WS-FIC-LONGUEUR(WS-FIC-COURANT)
               MOVE WS-LIGNE(WS-FIC-POSITION(WS-FIC-COURANT):
                             WS-FIC-LONGUEUR(WS-FIC-COURANT))
                   TO WS-CHAMP-X(WS-DEBUT-CHAMP:
                                 WS-FIC-LONGUEUR(WS-FIC-COURANT))
               IF WS-CHAMP-9 IS NUMERIC
                   COMPUTE WS-DIVISEUR =
                       10 ** WS-FIC-DECIMALES(WS-FIC-COURANT)
                   COMPUTE WS-TOTAL = WS-TOTAL
                       + WS-CHAMP-9 / WS-DIVISEUR
               END-IF
           END-IF.

      *    Vérification d'un fichier reçu, avant son traitement.
       1000-VERIFIER-FICHIER.
           MOVE SPACES TO ENV-EMETTEUR
           MOVE 0 TO ENV-SEQUENCE
           MOVE 0 TO ENV-NB-ENREG

           PERFORM 0100-CHERCHER-FICHIER
           IF WS-FIC-COURANT = 0
               MOVE "FICHIER SANS ENVELOPPE CONNUE" TO ENV-MOTIF
               PERFORM 9000-REJETER
           ELSE
               MOVE ENV-FICHIER TO WS-NOM-FICHIER
               OPEN INPUT FICHIER-CONTROLE
               IF WS-CONTROLE-STATUS NOT = '00'
      *            Fichier absent : le programme appelant applique
      *            son propre traitement de l'absence.
                   MOVE "FICHIER ABSENT" TO ENV-MOTIF
               ELSE
                   PERFORM 1100-RELIRE-FICHIER
                   CLOSE FICHIER-CONTROLE
                   IF ENV-CODE = 0
                       PERFORM 1300-CONTROLER-CUMULS
                   END-IF
                   IF ENV-CODE = 0
                       PERFORM 1400-CONTROLER-SEQUENCE
                   END-IF
                   IF ENV-CODE = 0
                       PERFORM 1500-RETENIR-VERIFICATION
                   END-IF
               END-IF
           END-IF.

      *    Relit le fichier : en-tête, détails comptés et cumulés,
      *    fin de fichier. Le premier défaut de forme arrête la
      *    relecture.
       1100-RELIRE-FICHIER.
           MOVE 'N' TO WS-ENT-TROUVEE
           MOVE 'N' TO WS-FIN-TROUVEE
           MOVE 0 TO WS-NB-ENREG
           MOVE 0 TO WS-TOTAL

           PERFORM UNTIL WS-CONTROLE-STATUS = '10'
                      OR ENV-CODE NOT = 0
               READ FICHIER-CONTROLE INTO WS-LIGNE
                   AT END
                       MOVE '10' TO WS-CONTROLE-STATUS
                   NOT AT END
                       PERFORM 1200-CONTROLER-ENREGISTREMENT
               END-READ
           END-PERFORM

           IF ENV-CODE = 0
               EVALUATE TRUE
                   WHEN WS-ENT-TROUVEE = 'N'
                       MOVE "FICHIER VIDE - EN-TETE ABSENT"
                           TO ENV-MOTIF
                       PERFORM 9000-REJETER
                   WHEN WS-FIN-TROUVEE = 'N'
                       MOVE "FIN DE FICHIER ABSENTE - FICHIER TRONQUE"
                           TO ENV-MOTIF
                       PERFORM 9000-REJETER
               END-EVALUATE
           END-IF.

       1200-CONTROLER-ENREGISTREMENT.
           MOVE WS-LIGNE TO ENV-REC

           EVALUATE TRUE
               WHEN WS-FIN-TROUVEE = 'O'
                   MOVE "ENREGISTREMENT APRES LA FIN DE FICHIER"
                       TO ENV-MOTIF
                   PERFORM 9000-REJETER

               WHEN WS-ENT-TROUVEE = 'N'
                   IF ENV-ETIQUETTE NOT = "*ENTETE*"
                       MOVE "EN-TETE ABSENT EN DEBUT DE FICHIER"
                           TO ENV-MOTIF
                       PERFORM 9000-REJETER
                   ELSE
                       MOVE 'O' TO WS-ENT-TROUVEE
                       MOVE ENV-ENT-EMETTEUR TO WS-ENT-EMETTEUR
                       MOVE ENV-ENT-TYPE     TO WS-ENT-TYPE
                       MOVE ENV-ENT-DATE     TO WS-ENT-DATE
                       IF ENV-ENT-SEQUENCE IS NUMERIC
                           MOVE ENV-ENT-SEQUENCE TO WS-ENT-SEQUENCE
                       ELSE
                           MOVE 0 TO WS-ENT-SEQUENCE
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-ENT-TYPE NOT =
                                WS-FIC-TYPE(WS-FIC-COURANT)
                               MOVE "TYPE DE FICHIER INATTENDU"
                                   TO ENV-MOTIF
                               PERFORM 9000-REJETER
                           WHEN WS-ENT-EMETTEUR = SPACES
                               MOVE "EMETTEUR ABSENT DE L'EN-TETE"
                                   TO ENV-MOTIF
                               PERFORM 9000-REJETER
                           WHEN WS-ENT-SEQUENCE = 0
                               MOVE "NUMERO DE SEQUENCE INVALIDE"
                                   TO ENV-MOTIF
                               PERFORM 9000-REJETER
                       END-EVALUATE
                   END-IF

               WHEN ENV-ETIQUETTE = "*ENTETE*"
                   MOVE "EN-TETE EN DOUBLE" TO ENV-MOTIF
                   PERFORM 9000-REJETER

               WHEN ENV-ETIQUETTE = "*FINFIC*"
                   MOVE 'O' TO WS-FIN-TROUVEE
                   IF ENV-FIN-NB-ENREG IS NUMERIC
                      AND ENV-FIN-TOTAL IS NUMERIC
                       MOVE ENV-FIN-NB-ENREG TO WS-FIN-NB-ENREG
                       MOVE ENV-FIN-TOTAL    TO WS-FIN-TOTAL
                   ELSE
                       MOVE "FIN DE FICHIER ILLISIBLE" TO ENV-MOTIF
                       PERFORM 9000-REJETER
                   END-IF

               WHEN OTHER
                   ADD 1 TO WS-NB-ENREG
                   PERFORM 0200-CUMULER-MONTANT
           END-EVALUATE.

      *    Fichier complet : les cumuls recomptés doivent être ceux
      *    annoncés par la fin de fichier.
       1300-CONTROLER-CUMULS.
           EVALUATE TRUE
               WHEN WS-NB-ENREG NOT = WS-FIN-NB-ENREG
                   MOVE WS-FIN-NB-ENREG TO WS-NB-EDIT
                   MOVE WS-NB-ENREG     TO WS-NB-EDIT-2
                   MOVE SPACES TO ENV-MOTIF
                   STRING "ENREGISTREMENTS ANNONCES "
                          FUNCTION TRIM(WS-NB-EDIT)
                          " LUS " FUNCTION TRIM(WS-NB-EDIT-2)
                          DELIMITED BY SIZE
                          INTO ENV-MOTIF
                   PERFORM 9000-REJETER
               WHEN WS-TOTAL NOT = WS-FIN-TOTAL
                   MOVE "TOTAL DE CONTROLE DISCORDANT" TO ENV-MOTIF
                   PERFORM 9000-REJETER
           END-EVALUATE.

      *    Dernière séquence consignée pour cet émetteur, ce type de
      *    fichier et ce programme lecteur.
       1400-CONTROLER-SEQUENCE.
           MOVE 0 TO WS-DERNIERE-SEQUENCE

           OPEN INPUT FICHIER-RECUS
           IF WS-RECUS-STATUS = '00'
               PERFORM UNTIL WS-RECUS-STATUS = '10'
                   READ FICHIER-RECUS
                       AT END
                           MOVE '10' TO WS-RECUS-STATUS
                       NOT AT END
                           IF RECU-EMETTEUR  = WS-ENT-EMETTEUR
                              AND RECU-TYPE  = WS-ENT-TYPE
                              AND RECU-PROGRAMME = ENV-PROGRAMME
                              AND RECU-SEQUENCE IS NUMERIC
                              AND RECU-SEQUENCE > WS-DERNIERE-SEQUENCE
                               MOVE RECU-SEQUENCE
                                   TO WS-DERNIERE-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RECUS
           END-IF

           MOVE WS-ENT-SEQUENCE TO WS-SEQ-EDIT
           COMPUTE WS-SEQUENCE-ATTENDUE = WS-DERNIERE-SEQUENCE + 1

           MOVE 'N' TO WS-SAUT-ADMIS
           IF ENV-MODE NOT = 'C'
              AND WS-DERNIERE-SEQUENCE > 0
              AND WS-ENT-SEQUENCE > WS-SEQUENCE-ATTENDUE
               PERFORM 1450-CONTROLER-SAUT
           END-IF

           EVALUATE TRUE
               WHEN ENV-MODE = 'C'
                AND WS-ENT-SEQUENCE < WS-DERNIERE-SEQUENCE
                   MOVE SPACES TO ENV-MOTIF
                   STRING "SEQUENCE " FUNCTION TRIM(WS-SEQ-EDIT)
                          " ANTERIEURE A LA DERNIERE LUE"
                          DELIMITED BY SIZE
                          INTO ENV-MOTIF
                   PERFORM 9000-REJETER

               WHEN ENV-MODE = 'C'
                   CONTINUE

               WHEN WS-ENT-SEQUENCE <= WS-DERNIERE-SEQUENCE
                   MOVE SPACES TO ENV-MOTIF
                   STRING "SEQUENCE " FUNCTION TRIM(WS-SEQ-EDIT)
                          " DEJA TRAITEE"
                          DELIMITED BY SIZE
                          INTO ENV-MOTIF
                   PERFORM 9000-REJETER

               WHEN WS-DERNIERE-SEQUENCE > 0
                AND WS-ENT-SEQUENCE NOT = WS-SEQUENCE-ATTENDUE
                AND WS-SAUT-ADMIS = 'N'
                   MOVE SPACES TO ENV-MOTIF
                   STRING "SEQUENCE " FUNCTION TRIM(WS-SEQ-EDIT)
                          " HORS ORDRE - ATTENDUE "
                          WS-SEQUENCE-ATTENDUE
                          DELIMITED BY SIZE
                          INTO ENV-MOTIF
                   PERFORM 9000-REJETER
           END-EVALUATE.

      *    Séquences sautées entre la dernière traitée et celle du
      *    fichier : admises si chacune est consignée par un autre
      *    lecteur en mise à jour du même émetteur et du même type
      *    de fichier.
       1450-CONTROLER-SAUT.
           COMPUTE WS-NB-SAUTEES =
               WS-ENT-SEQUENCE - WS-SEQUENCE-ATTENDUE
           MOVE 0 TO WS-NB-SAUTEES-VUES

           IF WS-NB-SAUTEES <= 99
               MOVE SPACES TO WS-TABLE-SAUTS
               OPEN INPUT FICHIER-RECUS
               IF WS-RECUS-STATUS = '00'
                   PERFORM UNTIL WS-RECUS-STATUS = '10'
                       READ FICHIER-RECUS
                           AT END
                               MOVE '10' TO WS-RECUS-STATUS
                           NOT AT END
                               IF RECU-EMETTEUR = WS-ENT-EMETTEUR
                                  AND RECU-TYPE = WS-ENT-TYPE
                                  AND RECU-PROGRAMME NOT =
                                      ENV-PROGRAMME
                                  AND RECU-MODE NOT = 'C'
                                  AND RECU-SEQUENCE IS NUMERIC
                                  AND RECU-SEQUENCE >=
                                      WS-SEQUENCE-ATTENDUE
                                  AND RECU-SEQUENCE < WS-ENT-SEQUENCE
                                   PERFORM 1460-MARQUER-SAUT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-RECUS
               END-IF
           END-IF

           IF WS-NB-SAUTEES <= 99
              AND WS-NB-SAUTEES-VUES = WS-NB-SAUTEES
               MOVE 'O' TO WS-SAUT-ADMIS
               COMPUTE WS-SEQUENCE-SAUTEE = WS-ENT-SEQUENCE - 1
               DISPLAY "ASSURENV - " ENV-PROGRAMME " - "
                       FUNCTION TRIM(ENV-FICHIER) " EMETTEUR "
                       WS-ENT-EMETTEUR " SEQUENCES "
                       WS-SEQUENCE-ATTENDUE " A " WS-SEQUENCE-SAUTEE
                       " TRAITEES PAR UN AUTRE LECTEUR - REPRISE A "
                       "LA SEQUENCE " WS-ENT-SEQUENCE
           END-IF.

       1460-MARQUER-SAUT.
           COMPUTE WS-SAUT-IDX =
               RECU-SEQUENCE - WS-DERNIERE-SEQUENCE
           IF WS-SAUT-VU(WS-SAUT-IDX) NOT = 'O'
               MOVE 'O' TO WS-SAUT-VU(WS-SAUT-IDX)
               ADD 1 TO WS-NB-SAUTEES-VUES
           END-IF.

      *    Fichier conforme : retenu jusqu'à la fin de traitement
      *    du programme appelant. En consultation, une séquence
      *    déjà consignée n'est pas consignée à nouveau.
       1500-RETENIR-VERIFICATION.
           MOVE WS-ENT-EMETTEUR TO ENV-EMETTEUR
           MOVE WS-ENT-SEQUENCE TO ENV-SEQUENCE
           MOVE WS-NB-ENREG     TO ENV-NB-ENREG

           IF WS-NB-VERIF < 10
               ADD 1 TO WS-NB-VERIF
               MOVE ENV-FICHIER     TO WS-VER-FICHIER(WS-NB-VERIF)
               MOVE WS-ENT-EMETTEUR TO WS-VER-EMETTEUR(WS-NB-VERIF)
               MOVE WS-ENT-TYPE     TO WS-VER-TYPE(WS-NB-VERIF)
               MOVE WS-ENT-SEQUENCE TO WS-VER-SEQUENCE(WS-NB-VERIF)
               MOVE WS-ENT-DATE     TO WS-VER-DATE(WS-NB-VERIF)
               MOVE WS-NB-ENREG     TO WS-VER-NB-ENREG(WS-NB-VERIF)
               MOVE WS-TOTAL        TO WS-VER-TOTAL(WS-NB-VERIF)
               MOVE ENV-MODE        TO WS-VER-MODE(WS-NB-VERIF)
               IF WS-ENT-SEQUENCE > WS-DERNIERE-SEQUENCE
                   MOVE 'O' TO WS-VER-A-CONSIGNER(WS-NB-VERIF)
               ELSE
                   MOVE 'N' TO WS-VER-A-CONSIGNER(WS-NB-VERIF)
               END-IF
           END-IF

           MOVE WS-NB-ENREG TO WS-NB-EDIT
           DISPLAY "ASSURENV - " ENV-PROGRAMME " - "
                   FUNCTION TRIM(ENV-FICHIER) " CONTROLE: EMETTEUR "
                   WS-ENT-EMETTEUR " SEQUENCE " WS-ENT-SEQUENCE
                   " DU " WS-ENT-DATE " - "
                   FUNCTION TRIM(WS-NB-EDIT) " ENREGISTREMENTS".

      *    Fin de traitement réussi : les fichiers vérifiés sont
      *    consignés au registre des fichiers reçus.
       2000-CONSIGNER-RECEPTIONS.
           IF WS-NB-VERIF > 0
               OPEN EXTEND FICHIER-RECUS
               IF WS-RECUS-STATUS NOT = '00'
                   OPEN OUTPUT FICHIER-RECUS
               END-IF

               PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                       UNTIL WS-VER-IDX > WS-NB-VERIF
                   IF WS-VER-A-CONSIGNER(WS-VER-IDX) = 'O'
                       MOVE SPACES TO RECU-REC
                       MOVE WS-VER-EMETTEUR(WS-VER-IDX)
                           TO RECU-EMETTEUR
                       MOVE WS-VER-TYPE(WS-VER-IDX)  TO RECU-TYPE
                       MOVE ENV-PROGRAMME            TO RECU-PROGRAMME
                       MOVE WS-VER-SEQUENCE(WS-VER-IDX)
                           TO RECU-SEQUENCE
                       MOVE WS-VER-DATE(WS-VER-IDX)
                           TO RECU-DATE-FICHIER
                       MOVE WS-VER-NB-ENREG(WS-VER-IDX)
                           TO RECU-NB-ENREG
                       MOVE WS-VER-TOTAL(WS-VER-IDX) TO RECU-TOTAL
                       MOVE WS-DATE-JOUR             TO RECU-DATE-TRAIT
                       MOVE WS-HEURE-JOUR           TO RECU-HEURE-TRAIT
                       MOVE WS-VER-MODE(WS-VER-IDX)  TO RECU-MODE
                       WRITE RECU-REC
                   END-IF
               END-PERFORM

               CLOSE FICHIER-RECUS
               MOVE 0 TO WS-NB-VERIF
           END-IF.

      *    Ouverture d'une émission : séquence suivante de
      *    l'émetteur pour ce type de fichier, ou la dernière si
      *    aucun lecteur en mise à jour ne l'a consignée ; en-tête
      *    rendu dans ENV-LIGNE.
       3000-OUVRIR-EMISSION.
           PERFORM 0100-CHERCHER-FICHIER
           IF WS-FIC-COURANT = 0
               MOVE "FICHIER SANS ENVELOPPE CONNUE" TO ENV-MOTIF
               PERFORM 9000-REJETER
           ELSE
               MOVE 0 TO WS-DERNIERE-SEQUENCE
               OPEN INPUT FICHIER-EMIS
               IF WS-EMIS-STATUS = '00'
                   PERFORM UNTIL WS-EMIS-STATUS = '10'
                       READ FICHIER-EMIS
                           AT END
                               MOVE '10' TO WS-EMIS-STATUS
                           NOT AT END
                               IF EMIS-EMETTEUR = ENV-PROGRAMME
                                  AND EMIS-TYPE =
                                      WS-FIC-TYPE(WS-FIC-COURANT)
                                  AND EMIS-SEQUENCE IS NUMERIC
                                  AND EMIS-SEQUENCE >
                                      WS-DERNIERE-SEQUENCE
                                   MOVE EMIS-SEQUENCE
                                       TO WS-DERNIERE-SEQUENCE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-EMIS
               END-IF

               MOVE 'O' TO WS-EMIS-LUE
               IF WS-DERNIERE-SEQUENCE > 0
                   PERFORM 3050-CHERCHER-LECTURE
               END-IF

               PERFORM 3300-CHERCHER-EMISSION
               IF WS-EMI-IDX = 0
                   IF WS-NB-EMIS < 10
                       ADD 1 TO WS-NB-EMIS
                   END-IF
                   MOVE WS-NB-EMIS TO WS-EMI-IDX
               END-IF

               MOVE ENV-FICHIER    TO WS-EMI-FICHIER(WS-EMI-IDX)
               MOVE WS-FIC-COURANT TO WS-EMI-FIC-IDX(WS-EMI-IDX)
               IF WS-EMIS-LUE = 'O'
                   COMPUTE WS-EMI-SEQUENCE(WS-EMI-IDX) =
                       WS-DERNIERE-SEQUENCE + 1
               ELSE
                   MOVE WS-DERNIERE-SEQUENCE
                       TO WS-EMI-SEQUENCE(WS-EMI-IDX)
                   DISPLAY "ASSURENV - " ENV-PROGRAMME " - "
                           FUNCTION TRIM(ENV-FICHIER) " SEQUENCE "
                           WS-DERNIERE-SEQUENCE
                           " NON TRAITEE PAR LES LECTEURS - REEMISE"
               END-IF
               MOVE WS-DATE-JOUR   TO WS-EMI-DATE(WS-EMI-IDX)
               MOVE 0 TO WS-EMI-NB-ENREG(WS-EMI-IDX)
               MOVE 0 TO WS-EMI-TOTAL(WS-EMI-IDX)

               MOVE SPACES TO ENV-REC
               MOVE "*ENTETE*"     TO ENV-ETIQUETTE
               MOVE ENV-PROGRAMME  TO ENV-ENT-EMETTEUR
               MOVE WS-FIC-TYPE(WS-FIC-COURANT) TO ENV-ENT-TYPE
               MOVE WS-DATE-JOUR   TO ENV-ENT-DATE
               MOVE WS-EMI-SEQUENCE(WS-EMI-IDX) TO ENV-ENT-SEQUENCE
               MOVE SPACES TO ENV-LIGNE
               MOVE ENV-REC TO ENV-LIGNE

               MOVE ENV-PROGRAMME TO ENV-EMETTEUR
               MOVE WS-EMI-SEQUENCE(WS-EMI-IDX) TO ENV-SEQUENCE
           END-IF.

      *    La dernière séquence émise a-t-elle été consignée par un
      *    lecteur en mise à jour ?
       3050-CHERCHER-LECTURE.
           MOVE 'N' TO WS-EMIS-LUE
           OPEN INPUT FICHIER-RECUS
           IF WS-RECUS-STATUS = '00'
               PERFORM UNTIL WS-RECUS-STATUS = '10'
                   READ FICHIER-RECUS
                       AT END
                           MOVE '10' TO WS-RECUS-STATUS
                       NOT AT END
                           IF RECU-EMETTEUR = ENV-PROGRAMME
                              AND RECU-TYPE =
                                  WS-FIC-TYPE(WS-FIC-COURANT)
                              AND RECU-MODE NOT = 'C'
                              AND RECU-SEQUENCE IS NUMERIC
                              AND RECU-SEQUENCE = WS-DERNIERE-SEQUENCE
                               MOVE 'O' TO WS-EMIS-LUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RECUS
           END-IF.

      *    Détail écrit : compté et cumulé dans son émission.
       3100-COMPTER-DETAIL.
           PERFORM 3300-CHERCHER-EMISSION
           IF WS-EMI-IDX = 0
               MOVE "EMISSION NON OUVERTE" TO ENV-MOTIF
               PERFORM 9000-REJETER
           ELSE
               MOVE WS-EMI-FIC-IDX(WS-EMI-IDX) TO WS-FIC-COURANT
               MOVE ENV-LIGNE TO WS-LIGNE
               MOVE WS-EMI-TOTAL(WS-EMI-IDX) TO WS-TOTAL
               PERFORM 0200-CUMULER-MONTANT
               MOVE WS-TOTAL TO WS-EMI-TOTAL(WS-EMI-IDX)
               ADD 1 TO WS-EMI-NB-ENREG(WS-EMI-IDX)
           END-IF.

      *    Clôture d'une émission : fin de fichier rendue dans
      *    ENV-LIGNE et émission consignée au registre des fichiers
      *    émis.
       3200-CLORE-EMISSION.
           PERFORM 3300-CHERCHER-EMISSION
           IF WS-EMI-IDX = 0
               MOVE "EMISSION NON OUVERTE" TO ENV-MOTIF
               PERFORM 9000-REJETER
           ELSE
               MOVE SPACES TO ENV-REC
               MOVE "*FINFIC*" TO ENV-ETIQUETTE
               MOVE WS-EMI-NB-ENREG(WS-EMI-IDX) TO ENV-FIN-NB-ENREG
               MOVE WS-EMI-TOTAL(WS-EMI-IDX)    TO ENV-FIN-TOTAL
               MOVE SPACES TO ENV-LIGNE
               MOVE ENV-REC TO ENV-LIGNE

               OPEN EXTEND FICHIER-EMIS
               IF WS-EMIS-STATUS NOT = '00'
                   OPEN OUTPUT FICHIER-EMIS
               END-IF
               MOVE SPACES TO EMIS-REC
               MOVE ENV-PROGRAMME TO EMIS-EMETTEUR
               MOVE WS-FIC-TYPE(WS-EMI-FIC-IDX(WS-EMI-IDX))
                   TO EMIS-TYPE
               MOVE WS-EMI-SEQUENCE(WS-EMI-IDX) TO EMIS-SEQUENCE
               MOVE WS-EMI-DATE(WS-EMI-IDX)     TO EMIS-DATE
               MOVE WS-HEURE-JOUR               TO EMIS-HEURE
               MOVE WS-EMI-NB-ENREG(WS-EMI-IDX) TO EMIS-NB-ENREG
               MOVE WS-EMI-TOTAL(WS-EMI-IDX)    TO EMIS-TOTAL
               MOVE ENV-FICHIER                 TO EMIS-FICHIER
               WRITE EMIS-REC
               CLOSE FICHIER-EMIS

               MOVE ENV-PROGRAMME TO ENV-EMETTEUR
               MOVE WS-EMI-SEQUENCE(WS-EMI-IDX) TO ENV-SEQUENCE
               MOVE WS-EMI-NB-ENREG(WS-EMI-IDX) TO ENV-NB-ENREG
               MOVE SPACES TO WS-EMI-FICHIER(WS-EMI-IDX)
           END-IF.

       3300-CHERCHER-EMISSION.
           MOVE 0 TO WS-EMI-IDX
           PERFORM VARYING WS-EMI-RECH FROM 1 BY 1
                   UNTIL WS-EMI-RECH > WS-NB-EMIS
               IF WS-EMI-FICHIER(WS-EMI-RECH) = ENV-FICHIER
                   MOVE WS-EMI-RECH TO WS-EMI-IDX
               END-IF
           END-PERFORM.

      *    Rejet : code 12 rendu à l'appelant, motif affiché.
       9000-REJETER.
           MOVE 12 TO ENV-CODE
           DISPLAY "ASSURENV - " ENV-PROGRAMME " - "
                   FUNCTION TRIM(ENV-FICHIER) " REJETE: "
                   FUNCTION TRIM(ENV-MOTIF).
