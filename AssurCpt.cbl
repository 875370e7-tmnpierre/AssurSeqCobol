      *    *************************************************************
      *    PROGRAMME ASSURCPT
      *    Interface comptable. Traduit en écritures en partie double
      *    les événements de gestion du jour du journal, lus dans le
      *    fichier cumulatif 'assur-evenements.dat' (format
      *    copy/EVTREC.cpy) alimenté par ASSURENC (encaissements),
      *    ASSURCOM (commissions), ASSURSMV (règlements et réserves
      *    de sinistres) et ASSURCLO (variation de l'UPR).
      *
      *    Le schéma comptable 'assur-plan-comptable.dat' donne,
      *    par code événement, type de contrat et devise, le compte
      *    débité et le compte crédité (type ou devise à espaces =
      *    tous) ; le schéma le plus spécifique l'emporte, type +
      *    devise, puis type seul, puis devise seule, puis le
      *    schéma général de l'événement, comme le barème de
      *    ASSURCOM. Un événement en diminution (EVT-SENS '-')
      *    inverse débit et crédit.
      *
      *    Les lignes d'écriture (copy/GLREC.cpy) sont d'abord
      *    écrites dans le lot en attente 'assur-gl-attente.dat'.
      *    Le lot n'est recopié dans le fichier de comptabilisation
      *    'assur-gl.dat' que s'il est équilibré devise par devise
      *    et qu'aucun événement du jour n'a été écarté (montant
      *    invalide ou événement sans schéma) ; sinon il est
      *    retenu en attente, 'assur-gl.dat' est vidé pour qu'un lot
      *    antérieur ne soit pas repris, et le programme se termine
      *    en code retour 8 pour arrêter la chaîne.
      *
      *    Imprime le journal 'assur-journal.lst' (lignes, événements
      *    écartés, totaux débit / crédit par devise, verdict) et
      *    ajoute au fichier commun de contrôle 'assur-controle.dat'
      *    deux lignes pour ASSURBAL : ASSURCPT (événements lus,
      *    lignes écrites, événements écartés, totaux débit EUR, USD,
      *    GBP) et ASSURCPC (mêmes compteurs, totaux crédit).
      *
      *    Paramètre : 1er argument de ligne de commande = date du
      *    journal AAAAMMJJ (par défaut : date système du jour).
      *
      *    Code retour : 8 lot retenu ou schéma comptable absent ;
      *    0 sinon.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURCPT.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Evénements de gestion, fichier cumulatif.
           SELECT FICHIER-EVT ASSIGN TO 'assur-evenements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EVT-STATUS.

      *    Schéma comptable par événement, type et devise.
           SELECT FICHIER-SCHEMA ASSIGN TO 'assur-plan-comptable.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-SCHEMA-STATUS.

      *    Lot du jour en attente de contrôle d'équilibre.
           SELECT FICHIER-ATTENTE ASSIGN TO 'assur-gl-attente.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ATTENTE-STATUS.

      *    Fichier de comptabilisation, lot libéré.
           SELECT FICHIER-GL ASSIGN TO 'assur-gl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-GL-STATUS.

      *    Journal imprimable du lot.
           SELECT FICHIER-JOURNAL ASSIGN TO 'assur-journal.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JOURNAL-STATUS.

      *    Fichier commun de contrôle, alimenté pour ASSURBAL.
           SELECT FICHIER-CTL ASSIGN TO 'assur-controle.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-EVT.
           COPY EVTREC.

       FD  FICHIER-SCHEMA.
       01  PCT-REC.
           05  PCT-EVENEMENT      PIC X(4).
           05  FILLER             PIC X(1).
           05  PCT-TYPE           PIC X(41).
           05  FILLER             PIC X(1).
           05  PCT-DEVISE         PIC X(3).
           05  FILLER             PIC X(1).
           05  PCT-COMPTE-DEBIT   PIC X(10).
           05  FILLER             PIC X(1).
           05  PCT-COMPTE-CREDIT  PIC X(10).

       FD  FICHIER-ATTENTE.
           COPY GLREC.

       FD  FICHIER-GL.
       01  LIGNE-GL               PIC X(80).

       FD  FICHIER-JOURNAL.
       01  LIGNE-JOURNAL          PIC X(132).

       FD  FICHIER-CTL.
           COPY CTLREC.

       WORKING-STORAGE SECTION.

       01  WS-EVT-STATUS          PIC XX.
       01  WS-SCHEMA-STATUS       PIC XX.
       01  WS-ATTENTE-STATUS      PIC XX.
       01  WS-GL-STATUS           PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-CTL-STATUS          PIC XX.

      *    Date du journal (argument 1, défaut date système).
       01  WS-PARM-LIGNE          PIC X(80).
       01  WS-PARM-DATE           PIC X(8).
       01  WS-DATE-JOURNAL        PIC X(8).

       01  WS-NB-EVT-LUS          PIC 9(6) VALUE 0.
       01  WS-NB-EVT-JOUR         PIC 9(6) VALUE 0.
       01  WS-NB-ECARTES          PIC 9(6) VALUE 0.
       01  WS-NB-LIGNES           PIC 9(6) VALUE 0.

      *    Schéma comptable chargé depuis assur-plan-comptable.dat.
      *    Table pleine : les schémas excédentaires sont ignorés, un
      *    message le signale au chargement.
       01  WS-NB-PCT              PIC 9(3) VALUE 0.
       01  WS-PCT-IDX             PIC 9(3) VALUE 0.
       01  WS-TABLE-SCHEMA.
           05  WS-PCT-ENTRY OCCURS 300 TIMES.
               10  WS-PCT-EVENEMENT   PIC X(4).
               10  WS-PCT-TYPE        PIC X(41).
               10  WS-PCT-DEVISE      PIC X(3).
               10  WS-PCT-DEBIT       PIC X(10).
               10  WS-PCT-CREDIT      PIC X(10).

      *    Schéma retenu pour l'événement courant et spécificité du
      *    meilleur schéma trouvé (3 = type + devise, 2 = type seul,
      *    1 = devise seule, 0 = schéma général, 9 = schéma sans
      *    rapport avec l'événement).
       01  WS-SPECIF-RETENUE      PIC 9(1) VALUE 0.
       01  WS-SPECIF-SCHEMA       PIC 9(1) VALUE 0.
       01  WS-SCHEMA-TROUVE       PIC X(1) VALUE 'N'.
       01  WS-COMPTE-DEBIT        PIC X(10).
       01  WS-COMPTE-CREDIT       PIC X(10).
       01  WS-COMPTE-ECHANGE      PIC X(10).
       01  WS-MOTIF-ECART         PIC X(30).

      *    Totaux débit et crédit du lot par devise d'origine, dans
      *    l'ordre d'apparition des devises.
       01  WS-NB-DEV              PIC 9(2) VALUE 0.
       01  WS-DEV-IDX             PIC 9(2) VALUE 0.
       01  WS-DEV-TROUVE          PIC X(1) VALUE 'N'.
       01  WS-TABLE-DEVISES.
           05  WS-DEV-ENTRY OCCURS 20 TIMES.
               10  WS-DEV-CODE        PIC X(3).
               10  WS-DEV-DEBIT       PIC 9(11)V99 VALUE 0.
               10  WS-DEV-CREDIT      PIC 9(11)V99 VALUE 0.

      *    Verdict du contrôle d'équilibre : le lot n'est libéré
      *    que si toutes les devises sont équilibrées et qu'aucun
      *    événement n'a été écarté.
       01  WS-LOT-EQUILIBRE       PIC X(1) VALUE 'O'.
       01  WS-NB-DEV-ECART        PIC 9(2) VALUE 0.

      *    Totaux des devises historiques du fichier de contrôle.
       01  WS-CTL-DEBIT-EUR       PIC 9(11)V99 VALUE 0.
       01  WS-CTL-DEBIT-USD       PIC 9(11)V99 VALUE 0.
       01  WS-CTL-DEBIT-GBP       PIC 9(11)V99 VALUE 0.
       01  WS-CTL-CREDIT-EUR      PIC 9(11)V99 VALUE 0.
       01  WS-CTL-CREDIT-USD      PIC 9(11)V99 VALUE 0.
       01  WS-CTL-CREDIT-GBP      PIC 9(11)V99 VALUE 0.

       01  WS-NUMERO-EDIT         PIC ZZZZZ9.
       01  WS-MONTANT-EDIT        PIC ZZZZZZZZZZ9.99.
       01  WS-DEBIT-EDIT          PIC ZZZZZZZZZZ9.99.
       01  WS-CREDIT-EDIT         PIC ZZZZZZZZZZ9.99.
       01  WS-NB-EDIT             PIC ZZZZZ9.
       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0100-LIRE-PARAMETRES
           PERFORM 0200-CHARGER-SCHEMA

           OPEN OUTPUT FICHIER-JOURNAL

           MOVE SPACES TO LIGNE-JOURNAL
           STRING "ASSURCPT - JOURNAL COMPTABLE DU " WS-DATE-JOURNAL
               INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL FROM WS-LIGNE-VIDE

           MOVE SPACES TO LIGNE-JOURNAL
           STRING "LIGNE  COMPTE     S        MONTANT DEV EVT  "
                  "REFERENCE  PROGRAMME"
               INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL

           PERFORM 1000-GENERER-ECRITURES
           PERFORM 2000-CONTROLER-EQUILIBRE
           PERFORM 3000-LIBERER-LOT
           PERFORM 4000-IMPRIMER-TOTAUX

           CLOSE FICHIER-JOURNAL

           PERFORM 9300-ECRIRE-CONTROLE

           DISPLAY "ASSURCPT - JOURNAL DU " WS-DATE-JOURNAL
                   " EVENEMENTS: " WS-NB-EVT-JOUR
                   " LIGNES: "     WS-NB-LIGNES
                   " ECARTES: "    WS-NB-ECARTES

      *    Code retour pour l'ordonnanceur : 8 dès que le lot est
      *    retenu, pour que la chaîne s'arrête avant la
      *    comptabilisation.
           IF WS-LOT-EQUILIBRE = 'N'
               DISPLAY "ASSURCPT - LOT RETENU EN ATTENTE "
                       "(ASSUR-GL-ATTENTE.DAT)"
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       0100-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE

           MOVE SPACES TO WS-PARM-DATE
           UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
               INTO WS-PARM-DATE

           IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-DATE-JOURNAL
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOURNAL
           END-IF.

      *    Le schéma comptable est indispensable : sans lui aucun
      *    événement ne peut être traduit, arrêt en code retour 8.
      *    Un schéma sans compte débit ou crédit est ignoré.
       0200-CHARGER-SCHEMA.
           OPEN INPUT FICHIER-SCHEMA

           IF WS-SCHEMA-STATUS NOT = '00'
               DISPLAY "ASSURCPT - SCHEMA COMPTABLE ABSENT "
                       "(ASSUR-PLAN-COMPTABLE.DAT) - "
                       "TRAITEMENT ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-SCHEMA-STATUS = '10'
               READ FICHIER-SCHEMA INTO PCT-REC
                   AT END
                       MOVE '10' TO WS-SCHEMA-STATUS
                   NOT AT END
                       PERFORM 0250-RETENIR-SCHEMA
               END-READ
           END-PERFORM

           CLOSE FICHIER-SCHEMA.

       0250-RETENIR-SCHEMA.
           EVALUATE TRUE
               WHEN PCT-COMPTE-DEBIT = SPACES
                 OR PCT-COMPTE-CREDIT = SPACES
                   DISPLAY "ASSURCPT - SCHEMA SANS COMPTE IGNORE: "
                           PCT-EVENEMENT " " PCT-TYPE

               WHEN WS-NB-PCT < 300
                   ADD 1 TO WS-NB-PCT
                   MOVE PCT-EVENEMENT TO WS-PCT-EVENEMENT(WS-NB-PCT)
                   MOVE PCT-TYPE      TO WS-PCT-TYPE(WS-NB-PCT)
                   MOVE PCT-DEVISE    TO WS-PCT-DEVISE(WS-NB-PCT)
                   MOVE PCT-COMPTE-DEBIT  TO WS-PCT-DEBIT(WS-NB-PCT)
                   MOVE PCT-COMPTE-CREDIT TO WS-PCT-CREDIT(WS-NB-PCT)

               WHEN OTHER
                   DISPLAY "ASSURCPT - TABLE DU SCHEMA PLEINE - "
                           "SCHEMA IGNORE: " PCT-EVENEMENT
           END-EVALUATE.

      *    Parcourt le fichier des événements et traduit ceux du
      *    jour du journal. Fichier absent : lot vide.
       1000-GENERER-ECRITURES.
           OPEN OUTPUT FICHIER-ATTENTE
           OPEN INPUT FICHIER-EVT

           IF WS-EVT-STATUS = '00'
               PERFORM UNTIL WS-EVT-STATUS = '10'
                   READ FICHIER-EVT INTO EVT-REC
                       AT END
                           MOVE '10' TO WS-EVT-STATUS
                       NOT AT END
                           ADD 1 TO WS-NB-EVT-LUS
                           IF EVT-DATE = WS-DATE-JOURNAL
                               PERFORM 1100-TRAITER-EVENEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EVT
           ELSE
               DISPLAY "ASSURCPT - FICHIER DES EVENEMENTS ABSENT "
                       "(ASSUR-EVENEMENTS.DAT) - LOT VIDE"
           END-IF

           CLOSE FICHIER-ATTENTE.

      *    Un événement au montant ou au sens invalide, ou sans
      *    schéma comptable, est écarté et imprimé au journal : il
      *    manquerait au lot, qui sera retenu.
       1100-TRAITER-EVENEMENT.
           ADD 1 TO WS-NB-EVT-JOUR

           EVALUATE TRUE
               WHEN EVT-MONTANT NOT NUMERIC
                   MOVE "MONTANT INVALIDE" TO WS-MOTIF-ECART
                   PERFORM 1900-ECARTER-EVENEMENT

               WHEN EVT-SENS NOT = '+' AND EVT-SENS NOT = '-'
                   MOVE "SENS INVALIDE" TO WS-MOTIF-ECART
                   PERFORM 1900-ECARTER-EVENEMENT

               WHEN OTHER
                   PERFORM 1200-CHERCHER-SCHEMA
                   IF WS-SCHEMA-TROUVE = 'N'
                       MOVE "AUCUN SCHEMA COMPTABLE"
                           TO WS-MOTIF-ECART
                       PERFORM 1900-ECARTER-EVENEMENT
                   ELSE
                       PERFORM 1300-PASSER-ECRITURE
                   END-IF
           END-EVALUATE.

      *    Retrouve les comptes de l'événement courant : le schéma
      *    le plus spécifique l'emporte.
       1200-CHERCHER-SCHEMA.
           MOVE 0 TO WS-SPECIF-RETENUE
           MOVE 'N' TO WS-SCHEMA-TROUVE
           MOVE SPACES TO WS-COMPTE-DEBIT
           MOVE SPACES TO WS-COMPTE-CREDIT

           PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
                   UNTIL WS-PCT-IDX > WS-NB-PCT
               IF WS-PCT-EVENEMENT(WS-PCT-IDX) = EVT-CODE
                   PERFORM 1250-EVALUER-SCHEMA
               END-IF
           END-PERFORM.

      *    Spécificité d'un schéma : 3 = type + devise, 2 = type
      *    seul, 1 = devise seule, 0 = schéma général.
       1250-EVALUER-SCHEMA.
           EVALUATE TRUE
               WHEN WS-PCT-TYPE(WS-PCT-IDX) = EVT-TYPE
                AND WS-PCT-DEVISE(WS-PCT-IDX) = EVT-DEVISE
                   MOVE 3 TO WS-SPECIF-SCHEMA

               WHEN WS-PCT-TYPE(WS-PCT-IDX) = EVT-TYPE
                AND WS-PCT-DEVISE(WS-PCT-IDX) = SPACES
                   MOVE 2 TO WS-SPECIF-SCHEMA

               WHEN WS-PCT-TYPE(WS-PCT-IDX) = SPACES
                AND WS-PCT-DEVISE(WS-PCT-IDX) = EVT-DEVISE
                   MOVE 1 TO WS-SPECIF-SCHEMA

               WHEN WS-PCT-TYPE(WS-PCT-IDX) = SPACES
                AND WS-PCT-DEVISE(WS-PCT-IDX) = SPACES
                   MOVE 0 TO WS-SPECIF-SCHEMA

               WHEN OTHER
                   MOVE 9 TO WS-SPECIF-SCHEMA
           END-EVALUATE

           IF WS-SPECIF-SCHEMA NOT = 9
              AND (WS-SCHEMA-TROUVE = 'N'
                   OR WS-SPECIF-SCHEMA > WS-SPECIF-RETENUE)
               MOVE 'O' TO WS-SCHEMA-TROUVE
               MOVE WS-SPECIF-SCHEMA TO WS-SPECIF-RETENUE
               MOVE WS-PCT-DEBIT(WS-PCT-IDX)  TO WS-COMPTE-DEBIT
               MOVE WS-PCT-CREDIT(WS-PCT-IDX) TO WS-COMPTE-CREDIT
           END-IF.

      *    Deux lignes par événement, débit puis crédit ; une
      *    diminution inverse les comptes du schéma.
       1300-PASSER-ECRITURE.
           PERFORM 1400-CHERCHER-DEVISE

           IF WS-DEV-TROUVE = 'N'
               MOVE "TABLE DES DEVISES PLEINE" TO WS-MOTIF-ECART
               PERFORM 1900-ECARTER-EVENEMENT
           ELSE
               IF EVT-SENS = '-'
                   MOVE WS-COMPTE-DEBIT   TO WS-COMPTE-ECHANGE
                   MOVE WS-COMPTE-CREDIT  TO WS-COMPTE-DEBIT
                   MOVE WS-COMPTE-ECHANGE TO WS-COMPTE-CREDIT
               END-IF

               MOVE SPACES TO GL-REC
               MOVE WS-COMPTE-DEBIT TO GL-COMPTE
               MOVE 'D' TO GL-SENS
               PERFORM 1500-ECRIRE-LIGNE
               ADD EVT-MONTANT TO WS-DEV-DEBIT(WS-DEV-IDX)

               MOVE SPACES TO GL-REC
               MOVE WS-COMPTE-CREDIT TO GL-COMPTE
               MOVE 'C' TO GL-SENS
               PERFORM 1500-ECRIRE-LIGNE
               ADD EVT-MONTANT TO WS-DEV-CREDIT(WS-DEV-IDX)
           END-IF.

      *    Recherche la devise de l'événement dans la table des
      *    totaux et l'y enregistre si elle n'y figure pas encore.
       1400-CHERCHER-DEVISE.
           MOVE 'N' TO WS-DEV-TROUVE
           MOVE 0 TO WS-DEV-IDX

           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > WS-NB-DEV
                      OR WS-DEV-TROUVE = 'O'
               IF WS-DEV-CODE(WS-DEV-IDX) = EVT-DEVISE
                   MOVE 'O' TO WS-DEV-TROUVE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DEV-TROUVE = 'O'
                   SUBTRACT 1 FROM WS-DEV-IDX

               WHEN WS-NB-DEV < 20
                   ADD 1 TO WS-NB-DEV
                   MOVE WS-NB-DEV TO WS-DEV-IDX
                   MOVE EVT-DEVISE TO WS-DEV-CODE(WS-DEV-IDX)
                   MOVE 0 TO WS-DEV-DEBIT(WS-DEV-IDX)
                   MOVE 0 TO WS-DEV-CREDIT(WS-DEV-IDX)
                   MOVE 'O' TO WS-DEV-TROUVE

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Ecrit une ligne du lot en attente (compte et sens déjà
      *    posés) et l'imprime au journal.
       1500-ECRIRE-LIGNE.
           ADD 1 TO WS-NB-LIGNES

           MOVE WS-DATE-JOURNAL TO GL-LOT
           MOVE WS-NB-LIGNES    TO GL-NUMERO
           MOVE EVT-MONTANT     TO GL-MONTANT
           MOVE EVT-DEVISE      TO GL-DEVISE
           MOVE EVT-CODE        TO GL-EVENEMENT
           MOVE EVT-REFERENCE   TO GL-REFERENCE
           MOVE EVT-PROGRAMME   TO GL-PROGRAMME

           WRITE GL-REC

           MOVE WS-NB-LIGNES TO WS-NUMERO-EDIT
           MOVE EVT-MONTANT  TO WS-MONTANT-EDIT

           MOVE SPACES TO LIGNE-JOURNAL
           STRING WS-NUMERO-EDIT " "
                  GL-COMPTE " "
                  GL-SENS " "
                  WS-MONTANT-EDIT " "
                  GL-DEVISE " "
                  GL-EVENEMENT " "
                  GL-REFERENCE " "
                  GL-PROGRAMME
               INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.

       1900-ECARTER-EVENEMENT.
           ADD 1 TO WS-NB-ECARTES

           MOVE SPACES TO LIGNE-JOURNAL
           STRING "EVENEMENT ECARTE " EVT-CODE " "
                  EVT-PROGRAMME " "
                  EVT-REFERENCE " "
                  EVT-DEVISE " - "
                  WS-MOTIF-ECART
               INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL

           MOVE SPACES TO LIGNE-JOURNAL
           STRING "                  TYPE " EVT-TYPE
               INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.

      *    Contrôle d'équilibre du lot, devise par devise, et prise
      *    en compte des événements écartés.
       2000-CONTROLER-EQUILIBRE.
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > WS-NB-DEV
               IF WS-DEV-DEBIT(WS-DEV-IDX)
                  NOT = WS-DEV-CREDIT(WS-DEV-IDX)
                   ADD 1 TO WS-NB-DEV-ECART
               END-IF
           END-PERFORM

           IF WS-NB-DEV-ECART > 0 OR WS-NB-ECARTES > 0
               MOVE 'N' TO WS-LOT-EQUILIBRE
           END-IF.

      *    Lot équilibré : recopie intégrale dans le fichier de
      *    comptabilisation. Lot retenu : le fichier de
      *    comptabilisation est vidé, le lot reste en attente pour
      *    correction et nouvelle exécution.
       3000-LIBERER-LOT.
           OPEN OUTPUT FICHIER-GL

           IF WS-LOT-EQUILIBRE = 'O'
               OPEN INPUT FICHIER-ATTENTE
               PERFORM UNTIL WS-ATTENTE-STATUS = '10'
                   READ FICHIER-ATTENTE
                       AT END
                           MOVE '10' TO WS-ATTENTE-STATUS
                       NOT AT END
                           WRITE LIGNE-GL FROM GL-REC
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENTE
           END-IF

           CLOSE FICHIER-GL.

       4000-IMPRIMER-TOTAUX.
           WRITE LIGNE-JOURNAL FROM WS-LIGNE-VIDE

           MOVE SPACES TO LIGNE-JOURNAL
           STRING "DEVISE          DEBIT          CREDIT"
               INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL

           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > WS-NB-DEV
               PERFORM 4100-IMPRIMER-LIGNE-DEVISE
           END-PERFORM

           WRITE LIGNE-JOURNAL FROM WS-LIGNE-VIDE

           MOVE WS-NB-EVT-JOUR TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-JOURNAL
           STRING "EVENEMENTS DU JOUR  : " WS-NB-EDIT
               INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL

           MOVE WS-NB-LIGNES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-JOURNAL
           STRING "LIGNES D'ECRITURE   : " WS-NB-EDIT
               INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL

           MOVE WS-NB-ECARTES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-JOURNAL
           STRING "EVENEMENTS ECARTES  : " WS-NB-EDIT
               INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL

           WRITE LIGNE-JOURNAL FROM WS-LIGNE-VIDE

           MOVE SPACES TO LIGNE-JOURNAL
           IF WS-LOT-EQUILIBRE = 'O'
               STRING "LOT EQUILIBRE - LIBERE DANS ASSUR-GL.DAT"
                   INTO LIGNE-JOURNAL
           ELSE
               STRING "LOT HORS EQUILIBRE OU INCOMPLET - RETENU "
                      "DANS ASSUR-GL-ATTENTE.DAT - CODE RETOUR 8"
                   INTO LIGNE-JOURNAL
           END-IF
           WRITE LIGNE-JOURNAL.

       4100-IMPRIMER-LIGNE-DEVISE.
           MOVE WS-DEV-DEBIT(WS-DEV-IDX)  TO WS-DEBIT-EDIT
           MOVE WS-DEV-CREDIT(WS-DEV-IDX) TO WS-CREDIT-EDIT

           MOVE SPACES TO LIGNE-JOURNAL
           IF WS-DEV-DEBIT(WS-DEV-IDX) = WS-DEV-CREDIT(WS-DEV-IDX)
               STRING WS-DEV-CODE(WS-DEV-IDX) "   "
                      WS-DEBIT-EDIT " " WS-CREDIT-EDIT " OK"
                   INTO LIGNE-JOURNAL
           ELSE
               STRING WS-DEV-CODE(WS-DEV-IDX) "   "
                      WS-DEBIT-EDIT " " WS-CREDIT-EDIT " ECART"
                   INTO LIGNE-JOURNAL
           END-IF
           WRITE LIGNE-JOURNAL.

      *    Ajoute les deux lignes de compteurs de cette exécution au
      *    fichier commun de contrôle, pour l'équilibrage ASSURBAL :
      *    ASSURCPT porte les totaux débit, ASSURCPC les totaux
      *    crédit des devises historiques EUR, USD et GBP.
       9300-ECRIRE-CONTROLE.
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > WS-NB-DEV
               EVALUATE WS-DEV-CODE(WS-DEV-IDX)
                   WHEN "EUR"
                       MOVE WS-DEV-DEBIT(WS-DEV-IDX)
                           TO WS-CTL-DEBIT-EUR
                       MOVE WS-DEV-CREDIT(WS-DEV-IDX)
                           TO WS-CTL-CREDIT-EUR
                   WHEN "USD"
                       MOVE WS-DEV-DEBIT(WS-DEV-IDX)
                           TO WS-CTL-DEBIT-USD
                       MOVE WS-DEV-CREDIT(WS-DEV-IDX)
                           TO WS-CTL-CREDIT-USD
                   WHEN "GBP"
                       MOVE WS-DEV-DEBIT(WS-DEV-IDX)
                           TO WS-CTL-DEBIT-GBP
                       MOVE WS-DEV-CREDIT(WS-DEV-IDX)
                           TO WS-CTL-CREDIT-GBP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           OPEN EXTEND FICHIER-CTL
           IF WS-CTL-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-CTL
           END-IF

           MOVE SPACES TO CTL-REC
           MOVE "ASSURCPT" TO CTL-PROGRAMME
           MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HEURE
           MOVE WS-NB-EVT-JOUR TO CTL-NB-LUS
           MOVE WS-NB-LIGNES   TO CTL-NB-ECRITS
           MOVE WS-NB-ECARTES  TO CTL-NB-REJETES
           MOVE WS-CTL-DEBIT-EUR TO CTL-MONTANT-EUR
           MOVE WS-CTL-DEBIT-USD TO CTL-MONTANT-USD
           MOVE WS-CTL-DEBIT-GBP TO CTL-MONTANT-GBP
           WRITE CTL-REC

           MOVE "ASSURCPC" TO CTL-PROGRAMME
           MOVE WS-CTL-CREDIT-EUR TO CTL-MONTANT-EUR
           MOVE WS-CTL-CREDIT-USD TO CTL-MONTANT-USD
           MOVE WS-CTL-CREDIT-GBP TO CTL-MONTANT-GBP
           WRITE CTL-REC

           CLOSE FICHIER-CTL.
