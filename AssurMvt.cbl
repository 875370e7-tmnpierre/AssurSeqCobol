      *    *************************************************************
      *    PROGRAMME ASSURMVT
      *    Analyse mensuelle des mouvements du portefeuille. Relit
      *    le journal des images 'assur-histo-maitre.dat' (format
      *    copy/HISTOREC.cpy, alimenté par ASSURMAJ), précédé des
      *    archives annuelles 'assur-histo-maitre-AAAA.arc' de
      *    ASSURARC quand la période d'analyse remonte jusqu'à
      *    elles, et classe chaque mouvement appliqué :
      *        A (image après)           : affaire nouvelle
      *        C (images avant / après)  : résiliation si le statut
      *                                    passe à RESILIE, sinon
      *                                    renouvellement si la
      *                                    date de fin avance,
      *                                    sinon modification de
      *                                    prime si le montant
      *                                    change, sinon autre
      *                                    modification
      *        D (image avant)           : suppression
      *
      *    Imprime l'état 'assur-mouvements.lst' :
      *        1. pour les mouvements du mois analysé, le nombre et
      *           la prime EUR par catégorie, par type de contrat
      *           puis par courtier (prime de l'image après pour une
      *           affaire nouvelle ou un renouvellement, écart de
      *           prime pour une modification, prime de l'image
      *           avant pour une résiliation ou une suppression) ;
      *        2. le taux de conservation de chacun des 12 mois
      *           glissants qui finissent au mois analysé :
      *           renouvelés / à renouveler. Un contrat est à
      *           renouveler le mois de sa date de fin ; il est
      *           renouvelé si un mouvement a avancé cette date de
      *           fin, non renouvelé s'il figure encore au maître
      *           avec cette date de fin, hors contrats résiliés.
      *    Les primes sont converties en EUR comme ASSURSEQ
      *    1750-CONVERTIR-EUR.
      *
      *    Paramètre : 1er argument de ligne de commande = mois
      *    analysé AAAAMM (par défaut : le mois civil précédant la
      *    date système). Les taux de change retenus sont ceux
      *    cotés au dernier jour du mois analysé.
      *
      *    Code retour : 8 si le journal, le maître ou les taux
      *    manquent, ou si des conversions sont restées sans taux ;
      *    4 si des images après de modification n'ont pas d'image
      *    avant ; 0 sinon.
      *
      *    Le fichier d'interface lu (assur-taux.dat) est contrôlé
      *    par ASSURENV avant tout traitement : un fichier rejeté
      *    arrête le programme en code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURMVT.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-HISTO ASSIGN TO 'assur-histo-maitre.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-HISTO-STATUS.

      *    Archive annuelle du journal des images, produite par
      *    ASSURARC.
           SELECT FICHIER-ARCHIVE ASSIGN TO WS-NOM-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ARCHIVE-STATUS.

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

      *    Référentiel des courtiers, pour le nom sur l'état.
           SELECT FICHIER-COURTIERS ASSIGN TO 'courtier-maitre.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-COURTIERS-STATUS.

      *    Taux de change datés, chargés au dernier jour du mois.
           SELECT FICHIER-TAUX ASSIGN TO 'assur-taux.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TAUX-STATUS.

      *    Etat des mouvements et de la conservation.
           SELECT FICHIER-ETAT ASSIGN TO 'assur-mouvements.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-HISTO.
           COPY HISTOREC.

       FD  FICHIER-ARCHIVE.
       01  LIGNE-ARCHIVE          PIC X(170).

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

       FD  FICHIER-COURTIERS.
           COPY COURTREC.

       FD  FICHIER-TAUX.
           COPY TAUXREC.

       FD  FICHIER-ETAT.
       01  LIGNE-ETAT             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-HISTO-STATUS        PIC XX.
       01  WS-ARCHIVE-STATUS      PIC XX.
       01  WS-MAITRE-STATUS       PIC XX.
       01  WS-COURTIERS-STATUS    PIC XX.
       01  WS-TAUX-STATUS         PIC XX.
       01  WS-ETAT-STATUS         PIC XX.

      *    Mois analysé (argument 1, défaut mois civil précédent) et
      *    fenêtre des 12 mois glissants qui finit avec lui.
       01  WS-PARM-LIGNE          PIC X(80).
       01  WS-PARM-MOIS           PIC X(6).
       01  WS-MOIS                PIC X(6).
       01  WS-DATE-JOUR           PIC X(8).
       01  WS-DATE-TRAVAIL        PIC 9(8).
       01  WS-DATE-FIN-MOIS       PIC X(8).
       01  WS-ANNEE               PIC 9(4).
       01  WS-MOIS-NUM            PIC 9(2).
       01  WS-RANG-FIN            PIC 9(6).
       01  WS-RANG-DEBUT          PIC 9(6).
       01  WS-RANG                PIC 9(6).
       01  WS-RET-RANG            PIC S9(6).

      *    Archives relues : première année relue (celle qui
      *    précède la fenêtre), année en cours, année lue et nom de
      *    son archive.
       01  WS-ANNEE-DEBUT         PIC 9(4) VALUE 0.
       01  WS-ANNEE-COURANTE      PIC 9(4) VALUE 0.
       01  WS-ANNEE-LUE           PIC 9(4) VALUE 0.
       01  WS-NOM-ARCHIVE         PIC X(30).
       01  WS-NB-ARCHIVES         PIC 9(2) VALUE 0.

      *    Taux de change au dernier jour du mois analysé.
       COPY TAUXDEV.

       01  WS-NB-SANS-TAUX        PIC 9(4) VALUE 0.
       01  WS-CONV-MONTANT        PIC 9(7)V99 VALUE 0.
       01  WS-CONV-DEVISE         PIC X(3) VALUE SPACES.
       01  WS-MONTANT-EUR         PIC 9(9)V99 VALUE 0.

      *    Images avant et après du mouvement courant, décodées au
      *    format ASSUREC.
       COPY ASSUREC REPLACING
           ==ASSUR-REC==        BY ==AVT-REC==
           ==ASSUR-ID==         BY ==AVT-ID==
           ==ASSUR-NOM==        BY ==AVT-NOM==
           ==ASSUR-DESC==       BY ==AVT-DESC==
           ==ASSUR-TYPE==       BY ==AVT-TYPE==
           ==ASSUR-STATUT==     BY ==AVT-STATUT==
           ==ASSUR-DATE-DEB==   BY ==AVT-DATE-DEB==
           ==ASSUR-DATE-FIN==   BY ==AVT-DATE-FIN==
           ==ASSUR-MONTANT==    BY ==AVT-MONTANT==
           ==ASSUR-DEVISE==     BY ==AVT-DEVISE==
           ==ASSUR-CLIENT==     BY ==AVT-CLIENT==
           ==ASSUR-COURTIER==   BY ==AVT-COURTIER==.

       COPY ASSUREC REPLACING
           ==ASSUR-REC==        BY ==APR-REC==
           ==ASSUR-ID==         BY ==APR-ID==
           ==ASSUR-NOM==        BY ==APR-NOM==
           ==ASSUR-DESC==       BY ==APR-DESC==
           ==ASSUR-TYPE==       BY ==APR-TYPE==
           ==ASSUR-STATUT==     BY ==APR-STATUT==
           ==ASSUR-DATE-DEB==   BY ==APR-DATE-DEB==
           ==ASSUR-DATE-FIN==   BY ==APR-DATE-FIN==
           ==ASSUR-MONTANT==    BY ==APR-MONTANT==
           ==ASSUR-DEVISE==     BY ==APR-DEVISE==
           ==ASSUR-CLIENT==     BY ==APR-CLIENT==
           ==ASSUR-COURTIER==   BY ==APR-COURTIER==.

       01  WS-AVANT-PRESENT       PIC X(1) VALUE 'N'.

      *    Mouvement à cumuler : catégorie (1 affaire nouvelle,
      *    2 renouvellement, 3 modification de prime, 4 résiliation,
      *    5 suppression), type, courtier et prime EUR signée.
       01  WS-CAT                 PIC 9(1) VALUE 0.
       01  WS-CAT-IDX             PIC 9(1) VALUE 0.
       01  WS-MVT-TYPE            PIC X(41).
       01  WS-MVT-COURTIER        PIC X(6).
       01  WS-MVT-PRIME           PIC S9(9)V99 VALUE 0.

       01  WS-TABLE-LIBELLES.
           05  FILLER             PIC X(19) VALUE "AFFAIRES NOUVELLES".
           05  FILLER             PIC X(19) VALUE "RENOUVELLEMENTS".
           05  FILLER             PIC X(19) VALUE "MODIFICATIONS PRIME".
           05  FILLER             PIC X(19) VALUE "RESILIATIONS".
           05  FILLER             PIC X(19) VALUE "SUPPRESSIONS".
       01  WS-LIBELLES REDEFINES WS-TABLE-LIBELLES.
           05  WS-LIBELLE-CAT     PIC X(19) OCCURS 5 TIMES.

      *    Cumuls du mois par type de contrat, alimentés au fil de
      *    l'eau comme la table des types de ASSURSIN. Table
      *    pleine : dernière entrée requalifiée AUTRES TYPES.
       01  WS-NB-TYPES            PIC 9(2) VALUE 0.
       01  WS-TYPE-IDX            PIC 9(2) VALUE 0.
       01  WS-TYPE-TROUVE         PIC X(1) VALUE 'N'.
       01  WS-TABLE-TYPES.
           05  WS-TYPE-ENTRY OCCURS 50 TIMES.
               10  WS-TYPE-CODE       PIC X(41).
               10  WS-TYPE-CUMULS.
                   15  WS-TYPE-CAT OCCURS 5 TIMES.
                       20  WS-TYPE-NB     PIC 9(5).
                       20  WS-TYPE-PRIME  PIC S9(11)V99.

      *    Cumuls du mois par courtier. Table pleine : dernière
      *    entrée requalifiée AUTRES.
       01  WS-NB-CRT              PIC 9(3) VALUE 0.
       01  WS-CRT-IDX             PIC 9(3) VALUE 0.
       01  WS-CRT-TROUVE          PIC X(1) VALUE 'N'.
       01  WS-TABLE-CRT.
           05  WS-CRT-ENTRY OCCURS 200 TIMES.
               10  WS-CRT-ID          PIC X(6).
               10  WS-CRT-CUMULS.
                   15  WS-CRT-CAT OCCURS 5 TIMES.
                       20  WS-CRT-NB      PIC 9(5).
                       20  WS-CRT-PRIME   PIC S9(11)V99.

      *    Totaux du mois, même découpage.
       01  WS-TOT-CUMULS.
           05  WS-TOT-CAT OCCURS 5 TIMES.
               10  WS-TOT-NB          PIC 9(5).
               10  WS-TOT-PRIME       PIC S9(11)V99.

      *    Ligne de cumuls en cours d'impression.
       01  WS-LIGNE-CUMULS.
           05  WS-LIG-CAT OCCURS 5 TIMES.
               10  WS-LIG-NB          PIC 9(5).
               10  WS-LIG-PRIME       PIC S9(11)V99.
       01  WS-LIG-LIBELLE         PIC X(24).

      *    Référentiel des courtiers, pour le nom sur l'état.
       01  WS-NB-COURT            PIC 9(3) VALUE 0.
       01  WS-COURT-IDX           PIC 9(3) VALUE 0.
       01  WS-TABLE-COURTIERS.
           05  WS-COURT-ENTRY OCCURS 200 TIMES.
               10  WS-COURT-ID        PIC X(6).
               10  WS-COURT-NOM       PIC X(30).

      *    Conservation des 12 mois glissants, du plus ancien au
      *    mois analysé.
       01  WS-TABLE-RETENTION.
           05  WS-RET-ENTRY OCCURS 12 TIMES.
               10  WS-RET-MOIS        PIC X(6).
               10  WS-RET-RENOUVELES  PIC 9(5).
               10  WS-RET-PERDUS      PIC 9(5).
       01  WS-RET-IDX             PIC 9(2) VALUE 0.
       01  WS-RET-DATE            PIC X(8).

       01  WS-NB-IMAGES           PIC 9(7) VALUE 0.
       01  WS-NB-MOUVEMENTS       PIC 9(6) VALUE 0.
       01  WS-NB-AUTRES           PIC 9(5) VALUE 0.
       01  WS-NB-ORPHELINES       PIC 9(5) VALUE 0.

       01  WS-PTR                 PIC 9(3) VALUE 1.
       01  WS-A-RENOUVELER        PIC 9(6) VALUE 0.
       01  WS-RATIO-PCT           PIC 9(3)V99 VALUE 0.
       01  WS-RATIO-EDIT          PIC ZZ9.99.
       01  WS-NB-EDIT             PIC ZZZZ9.
       01  WS-NB-EDIT-2           PIC ZZZZ9.
       01  WS-NB-EDIT-3           PIC ZZZZZ9.
       01  WS-PRIME-EDIT          PIC -ZZZZZZZ9.99.
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
           PERFORM 0200-CHARGER-COURTIERS

           OPEN INPUT FICHIER-HISTO
           IF WS-HISTO-STATUS NOT = '00'
               DISPLAY "ASSURMVT - JOURNAL DES IMAGES ABSENT "
                       "(ASSUR-HISTO-MAITRE.DAT) - TRAITEMENT "
                       "ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Les archives sont relues d'abord, de l'année qui précède
      *    la fenêtre à l'année en cours, comme dans ASSURHIS : le
      *    journal reste lu en ordre chronologique. L'année qui
      *    précède est relue parce que ASSURREN propose les
      *    renouvellements jusqu'à WS-FENETRE-JOURS jours avant
      *    l'échéance : un renouvellement du premier mois de la
      *    fenêtre a souvent été saisi l'année d'avant, et sans lui
      *    le contrat ne serait compté ni renouvelé ni perdu.
           PERFORM VARYING WS-ANNEE-LUE FROM WS-ANNEE-DEBUT BY 1
                   UNTIL WS-ANNEE-LUE > WS-ANNEE-COURANTE
               PERFORM 1000-LIRE-ARCHIVE-ANNEE
           END-PERFORM

           PERFORM UNTIL WS-HISTO-STATUS = '10'
               READ FICHIER-HISTO INTO HISTO-REC
                   AT END
                       MOVE '10' TO WS-HISTO-STATUS
                   NOT AT END
                       PERFORM 1100-TRAITER-IMAGE
               END-READ
           END-PERFORM

           CLOSE FICHIER-HISTO

           PERFORM 2000-RELEVER-NON-RENOUVELES

           OPEN OUTPUT FICHIER-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "ASSURMVT - MOUVEMENTS DU PORTEFEUILLE DU MOIS "
                  WS-MOIS " - PRIMES EN EUR AUX TAUX DU "
                  WS-DATE-FIN-MOIS
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           PERFORM 3000-IMPRIMER-TYPES
           PERFORM 4000-IMPRIMER-COURTIERS
           PERFORM 5000-IMPRIMER-RETENTION

           CLOSE FICHIER-ETAT

           DISPLAY "ASSURMVT - MOIS " WS-MOIS
                   " IMAGES LUES: "   WS-NB-IMAGES
                   " MOUVEMENTS DU MOIS: " WS-NB-MOUVEMENTS
                   " ARCHIVES: "      WS-NB-ARCHIVES
                   " IMAGES ORPHELINES: " WS-NB-ORPHELINES

      *    Code retour pour l'ordonnanceur : 4 si des images après
      *    de modification sont restées sans image avant, 0 sinon.
           IF WS-NB-ORPHELINES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-NB-SANS-TAUX > 0
               DISPLAY "ASSURMVT - CONVERSIONS SANS TAUX: "
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
           MOVE "ASSURMVT" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'C' TO ENV-MODE
           MOVE "assur-taux.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURMVT - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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

      *    Mois en paramètre ; à défaut, le mois civil qui précède
      *    la date système. Les mois sont aussi rangés en nombre de
      *    mois (année x 12 + mois) pour situer une date dans la
      *    fenêtre des 12 mois glissants.
       0100-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE

           MOVE SPACES TO WS-PARM-MOIS
           UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
               INTO WS-PARM-MOIS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-COURANTE

           IF WS-PARM-MOIS = SPACES
               MOVE WS-DATE-JOUR(1:6) TO WS-DATE-TRAVAIL(1:6)
               MOVE '01' TO WS-DATE-TRAVAIL(7:2)
               COMPUTE WS-DATE-TRAVAIL = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-TRAVAIL) - 1)
               MOVE WS-DATE-TRAVAIL(1:6) TO WS-MOIS
           ELSE
               MOVE WS-PARM-MOIS TO WS-MOIS
           END-IF

           IF WS-MOIS NOT NUMERIC
              OR WS-MOIS(5:2) < '01' OR WS-MOIS(5:2) > '12'
               DISPLAY "ASSURMVT - MOIS INVALIDE: " WS-PARM-MOIS
               DISPLAY "ASSURMVT - USAGE: ASSURMVT [AAAAMM]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-MOIS(1:4) TO WS-ANNEE
           MOVE WS-MOIS(5:2) TO WS-MOIS-NUM
           COMPUTE WS-RANG-FIN = WS-ANNEE * 12 + WS-MOIS-NUM - 1
           COMPUTE WS-RANG-DEBUT = WS-RANG-FIN - 11

      *    Dernier jour du mois analysé : veille du premier jour du
      *    mois suivant.
           IF WS-MOIS-NUM = 12
               COMPUTE WS-DATE-TRAVAIL = (WS-ANNEE + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-TRAVAIL =
                   WS-ANNEE * 10000 + (WS-MOIS-NUM + 1) * 100 + 1
           END-IF
           COMPUTE WS-DATE-TRAVAIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-TRAVAIL) - 1)
           MOVE WS-DATE-TRAVAIL TO WS-DATE-FIN-MOIS

      *    Libellés des 12 mois de la fenêtre.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > 12
               COMPUTE WS-RANG = WS-RANG-DEBUT + WS-RET-IDX - 1
               COMPUTE WS-ANNEE = WS-RANG / 12
               COMPUTE WS-MOIS-NUM = WS-RANG - WS-ANNEE * 12 + 1
               MOVE SPACES TO WS-RET-MOIS(WS-RET-IDX)
               STRING WS-ANNEE WS-MOIS-NUM
                   INTO WS-RET-MOIS(WS-RET-IDX)
               MOVE 0 TO WS-RET-RENOUVELES(WS-RET-IDX)
               MOVE 0 TO WS-RET-PERDUS(WS-RET-IDX)
               IF WS-RET-IDX = 1
                   COMPUTE WS-ANNEE-DEBUT = WS-ANNEE - 1
               END-IF
           END-PERFORM.

      *    Charge les taux de change du dernier jour du mois, comme
      *    ASSURSEQ 0150-CHARGER-TAUX.
       0150-CHARGER-TAUX.
           OPEN INPUT FICHIER-TAUX

           IF WS-TAUX-STATUS NOT = '00'
               DISPLAY "ASSURMVT - FICHIER DES TAUX ABSENT "
                       "(ASSUR-TAUX.DAT) - TRAITEMENT ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TAUX-STATUS = '10'
               READ FICHIER-TAUX INTO TAUX-REC
                   AT END
                       MOVE '10' TO WS-TAUX-STATUS
                   NOT AT END
                       IF TAUX-DATE = WS-DATE-FIN-MOIS
                           PERFORM 0160-RETENIR-TAUX
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHIER-TAUX

           IF WS-NB-TAUX = 0
               DISPLAY "ASSURMVT - AUCUN TAUX COTE AU "
                       WS-DATE-FIN-MOIS
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
               DISPLAY "ASSURMVT - TABLE DES TAUX PLEINE - "
                       "TAUX IGNORE: " TAUX-DEVISE
           END-IF.

      *    Référentiel absent : l'état porte les seuls codes
      *    courtier.
       0200-CHARGER-COURTIERS.
           OPEN INPUT FICHIER-COURTIERS

           IF WS-COURTIERS-STATUS = '00'
               PERFORM UNTIL WS-COURTIERS-STATUS = '10'
                   READ FICHIER-COURTIERS INTO COURT-REC
                       AT END
                           MOVE '10' TO WS-COURTIERS-STATUS
                       NOT AT END
                           IF WS-NB-COURT < 200
                               ADD 1 TO WS-NB-COURT
                               MOVE COURT-ID
                                   TO WS-COURT-ID(WS-NB-COURT)
                               MOVE COURT-NOM
                                   TO WS-COURT-NOM(WS-NB-COURT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COURTIERS
           END-IF.

      *    Relit l'archive d'une année ; une année sans archive est
      *    simplement sautée.
       1000-LIRE-ARCHIVE-ANNEE.
           MOVE SPACES TO WS-NOM-ARCHIVE
           STRING "assur-histo-maitre-" WS-ANNEE-LUE ".arc"
               INTO WS-NOM-ARCHIVE

           MOVE SPACES TO WS-ARCHIVE-STATUS
           OPEN INPUT FICHIER-ARCHIVE

           IF WS-ARCHIVE-STATUS = '00'
               ADD 1 TO WS-NB-ARCHIVES
               PERFORM UNTIL WS-ARCHIVE-STATUS = '10'
                   READ FICHIER-ARCHIVE INTO HISTO-REC
                       AT END
                           MOVE '10' TO WS-ARCHIVE-STATUS
                       NOT AT END
                           PERFORM 1100-TRAITER-IMAGE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ARCHIVE
           END-IF.

      *    ASSURMAJ écrit l'image avant d'une modification juste
      *    avant son image après : l'image avant est gardée jusqu'à
      *    l'image après qui la suit.
       1100-TRAITER-IMAGE.
           ADD 1 TO WS-NB-IMAGES

           EVALUATE TRUE
               WHEN HISTO-ACTION = 'A' AND HISTO-IMAGE = 'AP'
                   MOVE HISTO-CONTRAT TO APR-REC
                   MOVE 1 TO WS-CAT
                   MOVE APR-MONTANT TO WS-CONV-MONTANT
                   MOVE APR-DEVISE  TO WS-CONV-DEVISE
                   MOVE APR-TYPE     TO WS-MVT-TYPE
                   MOVE APR-COURTIER TO WS-MVT-COURTIER
                   PERFORM 1300-CUMULER-MOUVEMENT

               WHEN HISTO-ACTION = 'C' AND HISTO-IMAGE = 'AV'
                   MOVE HISTO-CONTRAT TO AVT-REC
                   MOVE 'O' TO WS-AVANT-PRESENT

               WHEN HISTO-ACTION = 'C' AND HISTO-IMAGE = 'AP'
                   MOVE HISTO-CONTRAT TO APR-REC
                   IF WS-AVANT-PRESENT = 'O' AND AVT-ID = APR-ID
                       PERFORM 1200-CLASSER-MODIFICATION
                   ELSE
                       ADD 1 TO WS-NB-ORPHELINES
                       DISPLAY "ASSURMVT - IMAGE APRES SANS IMAGE "
                               "AVANT: " APR-ID " DU " HISTO-DATE
                   END-IF
                   MOVE 'N' TO WS-AVANT-PRESENT

               WHEN HISTO-ACTION = 'D' AND HISTO-IMAGE = 'AV'
                   MOVE HISTO-CONTRAT TO AVT-REC
                   MOVE 5 TO WS-CAT
                   MOVE AVT-MONTANT TO WS-CONV-MONTANT
                   MOVE AVT-DEVISE  TO WS-CONV-DEVISE
                   MOVE AVT-TYPE     TO WS-MVT-TYPE
                   MOVE AVT-COURTIER TO WS-MVT-COURTIER
                   PERFORM 1300-CUMULER-MOUVEMENT

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Un renouvellement est compté pour la conservation du mois
      *    de l'ancienne date de fin, quel que soit le mois où il a
      *    été saisi.
       1200-CLASSER-MODIFICATION.
           MOVE APR-TYPE     TO WS-MVT-TYPE
           MOVE APR-COURTIER TO WS-MVT-COURTIER
           MOVE APR-DEVISE   TO WS-CONV-DEVISE

           EVALUATE TRUE
               WHEN APR-STATUT = 'RESILIE'
                AND AVT-STATUT NOT = 'RESILIE'
                   MOVE 4 TO WS-CAT
                   MOVE AVT-MONTANT TO WS-CONV-MONTANT
                   MOVE AVT-DEVISE  TO WS-CONV-DEVISE

               WHEN APR-DATE-FIN > AVT-DATE-FIN
                   MOVE 2 TO WS-CAT
                   MOVE APR-MONTANT TO WS-CONV-MONTANT
                   MOVE AVT-DATE-FIN TO WS-RET-DATE
                   PERFORM 1500-SITUER-DANS-FENETRE
                   IF WS-RET-IDX > 0
                       ADD 1 TO WS-RET-RENOUVELES(WS-RET-IDX)
                   END-IF

               WHEN APR-MONTANT NOT = AVT-MONTANT
                AND APR-MONTANT IS NUMERIC
                AND AVT-MONTANT IS NUMERIC
                   MOVE 3 TO WS-CAT
                   IF APR-MONTANT > AVT-MONTANT
                       COMPUTE WS-CONV-MONTANT =
                           APR-MONTANT - AVT-MONTANT
                   ELSE
                       COMPUTE WS-CONV-MONTANT =
                           AVT-MONTANT - APR-MONTANT
                   END-IF

               WHEN OTHER
                   MOVE 0 TO WS-CAT
           END-EVALUATE

           IF WS-CAT = 0
               IF HISTO-DATE(1:6) = WS-MOIS
                   ADD 1 TO WS-NB-AUTRES
               END-IF
           ELSE
               PERFORM 1300-CUMULER-MOUVEMENT
           END-IF.

      *    Cumule le mouvement s'il date du mois analysé ; une
      *    baisse de prime est cumulée en négatif.
       1300-CUMULER-MOUVEMENT.
           IF HISTO-DATE(1:6) = WS-MOIS
               ADD 1 TO WS-NB-MOUVEMENTS

               IF WS-CONV-MONTANT IS NOT NUMERIC
                   MOVE 0 TO WS-CONV-MONTANT
               END-IF
               PERFORM 1600-CONVERTIR-EUR
               MOVE WS-MONTANT-EUR TO WS-MVT-PRIME
               IF WS-CAT = 3 AND APR-MONTANT < AVT-MONTANT
                   COMPUTE WS-MVT-PRIME = 0 - WS-MONTANT-EUR
               END-IF

               PERFORM 1400-CHERCHER-TYPE
               ADD 1 TO WS-TYPE-NB(WS-TYPE-IDX, WS-CAT)
               ADD WS-MVT-PRIME TO WS-TYPE-PRIME(WS-TYPE-IDX, WS-CAT)

               PERFORM 1450-CHERCHER-COURTIER
               ADD 1 TO WS-CRT-NB(WS-CRT-IDX, WS-CAT)
               ADD WS-MVT-PRIME TO WS-CRT-PRIME(WS-CRT-IDX, WS-CAT)

               ADD 1 TO WS-TOT-NB(WS-CAT)
               ADD WS-MVT-PRIME TO WS-TOT-PRIME(WS-CAT)
           END-IF.

      *    Recherche le type de contrat dans la table des cumuls et
      *    l'y enregistre s'il n'y figure pas encore, comme ASSURSIN
      *    2100-CHERCHER-TYPE.
       1400-CHERCHER-TYPE.
           MOVE 'N' TO WS-TYPE-TROUVE
           MOVE 0 TO WS-TYPE-IDX

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-NB-TYPES
                      OR WS-TYPE-TROUVE = 'O'
               IF WS-TYPE-CODE(WS-TYPE-IDX) = WS-MVT-TYPE
                   MOVE 'O' TO WS-TYPE-TROUVE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-TYPE-TROUVE = 'O'
                   SUBTRACT 1 FROM WS-TYPE-IDX

               WHEN WS-NB-TYPES < 50
                   ADD 1 TO WS-NB-TYPES
                   MOVE WS-NB-TYPES TO WS-TYPE-IDX
                   MOVE WS-MVT-TYPE TO WS-TYPE-CODE(WS-TYPE-IDX)
                   INITIALIZE WS-TYPE-CUMULS(WS-TYPE-IDX)

               WHEN OTHER
                   MOVE 50 TO WS-TYPE-IDX
                   MOVE "AUTRES TYPES" TO WS-TYPE-CODE(WS-TYPE-IDX)
           END-EVALUATE.

       1450-CHERCHER-COURTIER.
           MOVE 'N' TO WS-CRT-TROUVE
           MOVE 0 TO WS-CRT-IDX

           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-NB-CRT
                      OR WS-CRT-TROUVE = 'O'
               IF WS-CRT-ID(WS-CRT-IDX) = WS-MVT-COURTIER
                   MOVE 'O' TO WS-CRT-TROUVE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CRT-TROUVE = 'O'
                   SUBTRACT 1 FROM WS-CRT-IDX

               WHEN WS-NB-CRT < 200
                   ADD 1 TO WS-NB-CRT
                   MOVE WS-NB-CRT TO WS-CRT-IDX
                   MOVE WS-MVT-COURTIER TO WS-CRT-ID(WS-CRT-IDX)
                   INITIALIZE WS-CRT-CUMULS(WS-CRT-IDX)

               WHEN OTHER
                   MOVE 200 TO WS-CRT-IDX
                   MOVE "AUTRES" TO WS-CRT-ID(WS-CRT-IDX)
           END-EVALUATE.

      *    Rang dans la fenêtre des 12 mois du mois de WS-RET-DATE,
      *    zéro si ce mois est hors fenêtre.
       1500-SITUER-DANS-FENETRE.
           MOVE 0 TO WS-RET-IDX

           IF WS-RET-DATE(1:6) IS NUMERIC
               MOVE WS-RET-DATE(1:4) TO WS-ANNEE
               MOVE WS-RET-DATE(5:2) TO WS-MOIS-NUM
               COMPUTE WS-RET-RANG =
                   WS-ANNEE * 12 + WS-MOIS-NUM - 1 - WS-RANG-DEBUT + 1
               IF WS-RET-RANG >= 1 AND WS-RET-RANG <= 12
                   MOVE WS-RET-RANG TO WS-RET-IDX
               END-IF
           END-IF.

      *    Convertit WS-CONV-MONTANT (exprimé en WS-CONV-DEVISE)
      *    dans la devise de base (EUR), comme ASSURSEQ
      *    1750-CONVERTIR-EUR.
       1600-CONVERTIR-EUR.
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

      *    Contrats venus à échéance dans la fenêtre sans avoir été
      *    renouvelés : ils figurent encore au maître avec cette
      *    date de fin. Les contrats résiliés ne sont pas à
      *    renouveler.
       2000-RELEVER-NON-RENOUVELES.
           OPEN INPUT FICHIER-MAITRE

           IF WS-MAITRE-STATUS NOT = '00'
               DISPLAY "ASSURMVT - FICHIER MAITRE ILLISIBLE - "
                       "STATUT: " WS-MAITRE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-MAITRE-STATUS = '10'
               READ FICHIER-MAITRE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-MAITRE-STATUS
                   NOT AT END
                       IF MAITRE-STATUT NOT = 'RESILIE'
                           MOVE MAITRE-DATE-FIN TO WS-RET-DATE
                           PERFORM 1500-SITUER-DANS-FENETRE
                           IF WS-RET-IDX > 0
                               ADD 1 TO WS-RET-PERDUS(WS-RET-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHIER-MAITRE.

       3000-IMPRIMER-TYPES.
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
           MOVE SPACES TO LIGNE-ETAT
           STRING "MOUVEMENTS DU MOIS PAR TYPE DE CONTRAT"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM 3500-IMPRIMER-ENTETE-CATEGORIES

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-NB-TYPES
               MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO WS-LIG-LIBELLE
               MOVE WS-TYPE-CUMULS(WS-TYPE-IDX) TO WS-LIGNE-CUMULS
               PERFORM 3600-IMPRIMER-LIGNE-CUMULS
           END-PERFORM

           MOVE "TOTAL" TO WS-LIG-LIBELLE
           MOVE WS-TOT-CUMULS TO WS-LIGNE-CUMULS
           PERFORM 3600-IMPRIMER-LIGNE-CUMULS

           MOVE WS-NB-AUTRES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "AUTRES MODIFICATIONS SANS EFFET SUR LA PRIME, "
                  "LE STATUT OU L'ECHEANCE : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      *    Une colonne par catégorie : nombre et prime EUR.
       3500-IMPRIMER-ENTETE-CATEGORIES.
           MOVE SPACES TO LIGNE-ETAT
           MOVE 26 TO WS-PTR
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 5
               STRING WS-LIBELLE-CAT(WS-CAT-IDX)
                   DELIMITED BY SIZE
                   INTO LIGNE-ETAT WITH POINTER WS-PTR
           END-PERFORM
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           MOVE 26 TO WS-PTR
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 5
               STRING "   NB   PRIME EUR  "
                   DELIMITED BY SIZE
                   INTO LIGNE-ETAT WITH POINTER WS-PTR
           END-PERFORM
           WRITE LIGNE-ETAT.

       3600-IMPRIMER-LIGNE-CUMULS.
           MOVE SPACES TO LIGNE-ETAT
           MOVE WS-LIG-LIBELLE TO LIGNE-ETAT(1:24)
           MOVE 26 TO WS-PTR
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 5
               MOVE WS-LIG-NB(WS-CAT-IDX)    TO WS-NB-EDIT
               MOVE WS-LIG-PRIME(WS-CAT-IDX) TO WS-PRIME-EDIT
               STRING WS-NB-EDIT WS-PRIME-EDIT "  "
                   DELIMITED BY SIZE
                   INTO LIGNE-ETAT WITH POINTER WS-PTR
           END-PERFORM
           WRITE LIGNE-ETAT.

       4000-IMPRIMER-COURTIERS.
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
           MOVE SPACES TO LIGNE-ETAT
           STRING "MOUVEMENTS DU MOIS PAR COURTIER"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM 3500-IMPRIMER-ENTETE-CATEGORIES

           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-NB-CRT
               MOVE SPACES TO WS-LIG-LIBELLE
               IF WS-CRT-ID(WS-CRT-IDX) = SPACES
                   MOVE "(SANS COURTIER)" TO WS-LIG-LIBELLE
               ELSE
                   MOVE WS-CRT-ID(WS-CRT-IDX) TO WS-LIG-LIBELLE(1:6)
                   PERFORM VARYING WS-COURT-IDX FROM 1 BY 1
                           UNTIL WS-COURT-IDX > WS-NB-COURT
                       IF WS-COURT-ID(WS-COURT-IDX) =
                          WS-CRT-ID(WS-CRT-IDX)
                           MOVE WS-COURT-NOM(WS-COURT-IDX)
                               TO WS-LIG-LIBELLE(8:17)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-CRT-CUMULS(WS-CRT-IDX) TO WS-LIGNE-CUMULS
               PERFORM 3600-IMPRIMER-LIGNE-CUMULS
           END-PERFORM

           MOVE "TOTAL" TO WS-LIG-LIBELLE
           MOVE WS-TOT-CUMULS TO WS-LIGNE-CUMULS
           PERFORM 3600-IMPRIMER-LIGNE-CUMULS.

      *    Taux de conservation = renouvelés / à renouveler, par
      *    mois d'échéance ; sans contrat à renouveler le taux est
      *    édité à zéro.
       5000-IMPRIMER-RETENTION.
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE
           MOVE SPACES TO LIGNE-ETAT
           STRING "CONSERVATION DU PORTEFEUILLE SUR 12 MOIS GLISSANTS "
                  "(PAR MOIS D'ECHEANCE)"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "MOIS    A RENOUVELER  RENOUVELES  NON RENOUVELES"
                  "  CONSERVATION %"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > 12
               COMPUTE WS-A-RENOUVELER =
                   WS-RET-RENOUVELES(WS-RET-IDX)
                   + WS-RET-PERDUS(WS-RET-IDX)
               IF WS-A-RENOUVELER = 0
                   MOVE 0 TO WS-RATIO-PCT
               ELSE
                   COMPUTE WS-RATIO-PCT ROUNDED =
                       WS-RET-RENOUVELES(WS-RET-IDX) * 100
                       / WS-A-RENOUVELER
               END-IF

               MOVE WS-A-RENOUVELER              TO WS-NB-EDIT-3
               MOVE WS-RET-RENOUVELES(WS-RET-IDX) TO WS-NB-EDIT
               MOVE WS-RET-PERDUS(WS-RET-IDX)     TO WS-NB-EDIT-2
               MOVE WS-RATIO-PCT                  TO WS-RATIO-EDIT

               MOVE SPACES TO LIGNE-ETAT
               STRING WS-RET-MOIS(WS-RET-IDX) "        "
                      WS-NB-EDIT-3 "       " WS-NB-EDIT
                      "           " WS-NB-EDIT-2
                      "          " WS-RATIO-EDIT
                   INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-PERFORM.
