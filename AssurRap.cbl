      *    *************************************************************
      *    PROGRAMME ASSURRAP
      *    Détection des clients en double. Un même assuré créé deux
      *    fois sous deux numéros de client, avec de petites
      *    différences d'orthographe, fractionne son exposition dans
      *    les états ASSURXRF et ASSURGEO et la limite de
      *    souscription par client de ASSURSCR.
      *
      *    Charge le maître des clients 'client-maitre.dat' et
      *    normalise le nom, l'adresse et la ville de chaque client
      *    (majuscules, seuls les lettres et les chiffres sont
      *    conservés : espaces, ponctuation et accents sont
      *    ignorés). Compare ensuite deux à deux les clients de même
      *    ville normalisée ou dont le nom normalisé commence par
      *    les trois mêmes caractères, et calcule un score de
      *    ressemblance de 0 à 100 :
      *        50 x ressemblance des noms
      *      + 30 x ressemblance des adresses
      *      + 20 x ressemblance des villes
      *    la ressemblance de deux zones étant la proportion de
      *    paires de caractères consécutifs qu'elles ont en commun
      *    (1 pour deux zones identiques, 0 sans rien de commun).
      *
      *    Les paires au score au moins égal au seuil sont imprimées
      *    par score décroissant dans 'client-doublons.lst' pour
      *    examen, et écrites dans 'client-fusions-prop.dat' (format
      *    copy/FUSREC.cpy), le plus petit numéro de client proposé
      *    comme survivant. Les paires approuvées sont reprises dans
      *    'client-fusions.dat' et fusionnées par ASSURFUS.
      *
      *    Paramètre : 1er argument de ligne de commande = seuil de
      *    score (par défaut 75).
      *
      *    Code retour : 8 si le maître des clients est absent, 4 si
      *    au moins une paire est proposée, 0 sinon.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURRAP.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Maître des clients, parcouru en séquentiel pour le
      *    charger en table.
           SELECT FICHIER-CLIENTS ASSIGN TO 'client-maitre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIENT-ID
               STATUS IS WS-CLIENTS-STATUS.

           SELECT FICHIER-TRI ASSIGN TO 'client-rap.tmp'.

      *    Paires proposées, au format des fusions approuvées.
           SELECT FICHIER-PROPOSITIONS
               ASSIGN TO 'client-fusions-prop.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-PROPOSITIONS-STATUS.

      *    Etat des doublons probables, par score décroissant.
           SELECT FICHIER-ETAT ASSIGN TO 'client-doublons.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-CLIENTS.
           COPY CLIENTEC.

       SD  FICHIER-TRI.
       01  SD-PAIRE-REC.
           05  SD-SCORE           PIC 9(3).
           05  SD-IDX-1           PIC 9(4).
           05  SD-IDX-2           PIC 9(4).

       FD  FICHIER-PROPOSITIONS.
           COPY FUSREC.

       FD  FICHIER-ETAT.
       01  LIGNE-ETAT             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CLIENTS-STATUS      PIC XX.
       01  WS-PROPOSITIONS-STATUS PIC XX.
       01  WS-ETAT-STATUS         PIC XX.
       01  WS-SORT-AT-END         PIC X(1) VALUE 'N'.

      *    Seuil de score (argument 1, défaut 75).
       01  WS-PARM-LIGNE          PIC X(80).
       01  WS-PARM-SEUIL          PIC X(3).
       01  WS-SEUIL               PIC 9(3) VALUE 75.

       01  WS-NB-COMPARAISONS     PIC 9(9) VALUE 0.
       01  WS-NB-PAIRES           PIC 9(5) VALUE 0.

      *    Clients chargés depuis le maître, avec leurs zones
      *    normalisées et la longueur utile de chacune. Table
      *    pleine : les clients excédentaires ne sont pas comparés,
      *    un message le signale.
       01  WS-NB-CLI              PIC 9(4) VALUE 0.
       01  WS-CLI-IDX             PIC 9(4) VALUE 0.
       01  WS-CLI-IDX-2           PIC 9(4) VALUE 0.
       01  WS-CLI-DEBUT           PIC 9(4) VALUE 0.
       01  WS-TABLE-CLIENTS.
           05  WS-CLI-ENTRY OCCURS 2000 TIMES.
               10  WS-CLI-ID          PIC X(6).
               10  WS-CLI-NOM         PIC X(30).
               10  WS-CLI-ADRESSE     PIC X(30).
               10  WS-CLI-VILLE       PIC X(20).
               10  WS-CLI-NOM-N       PIC X(30).
               10  WS-CLI-NOM-L       PIC 9(2).
               10  WS-CLI-ADR-N       PIC X(30).
               10  WS-CLI-ADR-L       PIC 9(2).
               10  WS-CLI-VIL-N       PIC X(30).
               10  WS-CLI-VIL-L       PIC 9(2).

      *    Normalisation d'une zone : zone source, zone normalisée
      *    rendue et sa longueur utile.
       01  WS-NORM-SOURCE         PIC X(30).
       01  WS-NORM-RESULTAT       PIC X(30).
       01  WS-NORM-LONG           PIC 9(2).
       01  WS-CAR-IDX             PIC 9(2).

      *    Ressemblance de deux zones normalisées par les paires de
      *    caractères consécutifs communes (chaque paire de la
      *    seconde zone ne sert qu'une fois).
       01  WS-CMP-A               PIC X(30).
       01  WS-CMP-LA              PIC 9(2).
       01  WS-CMP-B               PIC X(30).
       01  WS-CMP-LB              PIC 9(2).
       01  WS-CMP-I               PIC 9(2).
       01  WS-CMP-J               PIC 9(2).
       01  WS-CMP-UTILISES        PIC X(30).
       01  WS-CMP-TROUVE          PIC X(1).
       01  WS-NB-COMMUNS          PIC 9(2).
       01  WS-SIMILARITE          PIC 9V9(4).

       01  WS-SIM-NOM             PIC 9V9(4).
       01  WS-SIM-ADRESSE         PIC 9V9(4).
       01  WS-SIM-VILLE           PIC 9V9(4).
       01  WS-SCORE               PIC 9(3).

       01  WS-SCORE-EDIT          PIC ZZ9.
       01  WS-NB-EDIT             PIC ZZZZ9.

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0100-LIRE-PARAMETRES
           PERFORM 0200-CHARGER-CLIENTS

           OPEN OUTPUT FICHIER-PROPOSITIONS
           OPEN OUTPUT FICHIER-ETAT

           SORT FICHIER-TRI
               ON DESCENDING KEY SD-SCORE
               ON ASCENDING KEY SD-IDX-1 SD-IDX-2
               INPUT PROCEDURE IS 1000-COMPARER-CLIENTS
               OUTPUT PROCEDURE IS 2000-IMPRIMER-PAIRES

           CLOSE FICHIER-PROPOSITIONS
           CLOSE FICHIER-ETAT

           DISPLAY "ASSURRAP - CLIENTS: "  WS-NB-CLI
                   " COMPARAISONS: "      WS-NB-COMPARAISONS
                   " PAIRES PROPOSEES: "  WS-NB-PAIRES

      *    Code retour pour l'ordonnanceur : 4 dès qu'une paire est
      *    proposée à l'examen, 0 sinon.
           IF WS-NB-PAIRES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       0100-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE

           MOVE SPACES TO WS-PARM-SEUIL
           UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
               INTO WS-PARM-SEUIL

           IF WS-PARM-SEUIL NOT = SPACES
               COMPUTE WS-SEUIL =
                   FUNCTION NUMVAL(WS-PARM-SEUIL)
           END-IF.

      *    Charge le maître des clients en table, zones normalisées.
      *    Sans maître, rien à comparer : arrêt en code retour 8.
       0200-CHARGER-CLIENTS.
           OPEN INPUT FICHIER-CLIENTS

           IF WS-CLIENTS-STATUS NOT = '00'
               DISPLAY "ASSURRAP - MAITRE DES CLIENTS ABSENT "
                       "(CLIENT-MAITRE.DAT) - TRAITEMENT ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-CLIENTS-STATUS = '10'
               READ FICHIER-CLIENTS NEXT RECORD
                   AT END
                       MOVE '10' TO WS-CLIENTS-STATUS
                   NOT AT END
                       PERFORM 0250-RETENIR-CLIENT
               END-READ
           END-PERFORM

           CLOSE FICHIER-CLIENTS.

       0250-RETENIR-CLIENT.
           IF WS-NB-CLI < 2000
               ADD 1 TO WS-NB-CLI
               MOVE CLIENT-ID      TO WS-CLI-ID(WS-NB-CLI)
               MOVE CLIENT-NOM     TO WS-CLI-NOM(WS-NB-CLI)
               MOVE CLIENT-ADRESSE TO WS-CLI-ADRESSE(WS-NB-CLI)
               MOVE CLIENT-VILLE   TO WS-CLI-VILLE(WS-NB-CLI)

               MOVE CLIENT-NOM TO WS-NORM-SOURCE
               PERFORM 0300-NORMALISER
               MOVE WS-NORM-RESULTAT TO WS-CLI-NOM-N(WS-NB-CLI)
               MOVE WS-NORM-LONG     TO WS-CLI-NOM-L(WS-NB-CLI)

               MOVE CLIENT-ADRESSE TO WS-NORM-SOURCE
               PERFORM 0300-NORMALISER
               MOVE WS-NORM-RESULTAT TO WS-CLI-ADR-N(WS-NB-CLI)
               MOVE WS-NORM-LONG     TO WS-CLI-ADR-L(WS-NB-CLI)

               MOVE CLIENT-VILLE TO WS-NORM-SOURCE
               PERFORM 0300-NORMALISER
               MOVE WS-NORM-RESULTAT TO WS-CLI-VIL-N(WS-NB-CLI)
               MOVE WS-NORM-LONG     TO WS-CLI-VIL-L(WS-NB-CLI)
           ELSE
               DISPLAY "ASSURRAP - TABLE DES CLIENTS PLEINE - "
                       "CLIENT NON COMPARE: " CLIENT-ID
           END-IF.

      *    Majuscules, puis seuls les lettres et les chiffres sont
      *    conservés, tassés à gauche.
       0300-NORMALISER.
           INSPECT WS-NORM-SOURCE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE SPACES TO WS-NORM-RESULTAT
           MOVE 0 TO WS-NORM-LONG

           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > 30
               IF (WS-NORM-SOURCE(WS-CAR-IDX:1) >= "A"
                   AND WS-NORM-SOURCE(WS-CAR-IDX:1) <= "Z")
                  OR (WS-NORM-SOURCE(WS-CAR-IDX:1) >= "0"
                   AND WS-NORM-SOURCE(WS-CAR-IDX:1) <= "9")
                   ADD 1 TO WS-NORM-LONG
                   MOVE WS-NORM-SOURCE(WS-CAR-IDX:1)
                       TO WS-NORM-RESULTAT(WS-NORM-LONG:1)
               END-IF
           END-PERFORM.

      *    Compare deux à deux les clients voisins : même ville
      *    normalisée, ou nom normalisé commençant par les trois
      *    mêmes caractères. Un client sans nom n'est pas comparé.
       1000-COMPARER-CLIENTS.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-NB-CLI
               IF WS-CLI-NOM-L(WS-CLI-IDX) > 0
                   PERFORM 1100-COMPARER-SUIVANTS
               END-IF
           END-PERFORM.

       1100-COMPARER-SUIVANTS.
           COMPUTE WS-CLI-DEBUT = WS-CLI-IDX + 1

           PERFORM VARYING WS-CLI-IDX-2 FROM WS-CLI-DEBUT BY 1
                   UNTIL WS-CLI-IDX-2 > WS-NB-CLI
               IF WS-CLI-NOM-L(WS-CLI-IDX-2) > 0
                  AND (WS-CLI-VIL-N(WS-CLI-IDX) =
                       WS-CLI-VIL-N(WS-CLI-IDX-2)
                    OR WS-CLI-NOM-N(WS-CLI-IDX)(1:3) =
                       WS-CLI-NOM-N(WS-CLI-IDX-2)(1:3))
                   PERFORM 1200-NOTER-PAIRE
               END-IF
           END-PERFORM.

      *    Score de la paire WS-CLI-IDX / WS-CLI-IDX-2, versée au tri
      *    si elle atteint le seuil.
       1200-NOTER-PAIRE.
           ADD 1 TO WS-NB-COMPARAISONS

           MOVE WS-CLI-NOM-N(WS-CLI-IDX)   TO WS-CMP-A
           MOVE WS-CLI-NOM-L(WS-CLI-IDX)   TO WS-CMP-LA
           MOVE WS-CLI-NOM-N(WS-CLI-IDX-2) TO WS-CMP-B
           MOVE WS-CLI-NOM-L(WS-CLI-IDX-2) TO WS-CMP-LB
           PERFORM 1300-MESURER-RESSEMBLANCE
           MOVE WS-SIMILARITE TO WS-SIM-NOM

           MOVE WS-CLI-ADR-N(WS-CLI-IDX)   TO WS-CMP-A
           MOVE WS-CLI-ADR-L(WS-CLI-IDX)   TO WS-CMP-LA
           MOVE WS-CLI-ADR-N(WS-CLI-IDX-2) TO WS-CMP-B
           MOVE WS-CLI-ADR-L(WS-CLI-IDX-2) TO WS-CMP-LB
           PERFORM 1300-MESURER-RESSEMBLANCE
           MOVE WS-SIMILARITE TO WS-SIM-ADRESSE

           MOVE WS-CLI-VIL-N(WS-CLI-IDX)   TO WS-CMP-A
           MOVE WS-CLI-VIL-L(WS-CLI-IDX)   TO WS-CMP-LA
           MOVE WS-CLI-VIL-N(WS-CLI-IDX-2) TO WS-CMP-B
           MOVE WS-CLI-VIL-L(WS-CLI-IDX-2) TO WS-CMP-LB
           PERFORM 1300-MESURER-RESSEMBLANCE
           MOVE WS-SIMILARITE TO WS-SIM-VILLE

           COMPUTE WS-SCORE ROUNDED =
               50 * WS-SIM-NOM
             + 30 * WS-SIM-ADRESSE
             + 20 * WS-SIM-VILLE

           IF WS-SCORE >= WS-SEUIL
               MOVE WS-SCORE     TO SD-SCORE
               MOVE WS-CLI-IDX   TO SD-IDX-1
               MOVE WS-CLI-IDX-2 TO SD-IDX-2
               RELEASE SD-PAIRE-REC
           END-IF.

      *    Deux zones vides ne se ressemblent pas : rien ne permet
      *    de rapprocher les clients sur cette zone.
       1300-MESURER-RESSEMBLANCE.
           MOVE 0 TO WS-SIMILARITE

           EVALUATE TRUE
               WHEN WS-CMP-LA = 0 OR WS-CMP-LB = 0
                   CONTINUE

               WHEN WS-CMP-A = WS-CMP-B
                   MOVE 1 TO WS-SIMILARITE

               WHEN WS-CMP-LA < 2 OR WS-CMP-LB < 2
                   CONTINUE

               WHEN OTHER
                   PERFORM 1350-COMPTER-PAIRES-COMMUNES
                   COMPUTE WS-SIMILARITE ROUNDED =
                       (2 * WS-NB-COMMUNS)
                       / (WS-CMP-LA - 1 + WS-CMP-LB - 1)
           END-EVALUATE.

       1350-COMPTER-PAIRES-COMMUNES.
           MOVE ALL 'N' TO WS-CMP-UTILISES
           MOVE 0 TO WS-NB-COMMUNS

           PERFORM VARYING WS-CMP-I FROM 1 BY 1
                   UNTIL WS-CMP-I >= WS-CMP-LA
               MOVE 'N' TO WS-CMP-TROUVE
               PERFORM VARYING WS-CMP-J FROM 1 BY 1
                       UNTIL WS-CMP-J >= WS-CMP-LB
                          OR WS-CMP-TROUVE = 'O'
                   IF WS-CMP-UTILISES(WS-CMP-J:1) = 'N'
                      AND WS-CMP-A(WS-CMP-I:2) = WS-CMP-B(WS-CMP-J:2)
                       MOVE 'O' TO WS-CMP-TROUVE
                       MOVE 'O' TO WS-CMP-UTILISES(WS-CMP-J:1)
                       ADD 1 TO WS-NB-COMMUNS
                   END-IF
               END-PERFORM
           END-PERFORM.

       2000-IMPRIMER-PAIRES.
           MOVE SPACES TO LIGNE-ETAT
           STRING "ASSURRAP - CLIENTS EN DOUBLE PROBABLES "
                  "(SCORE DECROISSANT, SEUIL " WS-SEUIL ")"
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE

           RETURN FICHIER-TRI INTO SD-PAIRE-REC
               AT END
                   MOVE 'O' TO WS-SORT-AT-END
           END-RETURN

           PERFORM UNTIL WS-SORT-AT-END = 'O'
               PERFORM 2100-IMPRIMER-PAIRE

               RETURN FICHIER-TRI INTO SD-PAIRE-REC
                   AT END
                       MOVE 'O' TO WS-SORT-AT-END
               END-RETURN
           END-PERFORM

           MOVE WS-NB-PAIRES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING "PAIRES PROPOSEES : " WS-NB-EDIT
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      *    Le client au plus petit numéro est proposé comme
      *    survivant.
       2100-IMPRIMER-PAIRE.
           ADD 1 TO WS-NB-PAIRES
           MOVE SD-SCORE TO WS-SCORE-EDIT

           MOVE SPACES TO LIGNE-ETAT
           STRING "SCORE " WS-SCORE-EDIT "  SURVIVANT "
                  WS-CLI-ID(SD-IDX-1) " "
                  WS-CLI-NOM(SD-IDX-1) " "
                  WS-CLI-ADRESSE(SD-IDX-1) " "
                  WS-CLI-VILLE(SD-IDX-1)
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING "            ABSORBE   "
                  WS-CLI-ID(SD-IDX-2) " "
                  WS-CLI-NOM(SD-IDX-2) " "
                  WS-CLI-ADRESSE(SD-IDX-2) " "
                  WS-CLI-VILLE(SD-IDX-2)
               INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           WRITE LIGNE-ETAT FROM WS-LIGNE-VIDE

           MOVE SPACES TO FUS-REC
           MOVE WS-CLI-ID(SD-IDX-1) TO FUS-SURVIVANT
           MOVE WS-CLI-ID(SD-IDX-2) TO FUS-ABSORBE
           MOVE SD-SCORE            TO FUS-SCORE
           WRITE FUS-REC.
