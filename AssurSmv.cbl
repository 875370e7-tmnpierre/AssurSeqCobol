      *            EVALUE, REGLE, CLOS ou REFUSE) ; un passage à
      *            CLOS ou REFUSE solde la réserve
      *    Un mouvement sur un sinistre CLOS ou REFUSE est refusé.
      *    Chaque mouvement porte le code de l'opérateur qui l'a
      *    saisi (MVT-OPERATEUR).
      *
      *    Double contrôle des gros montants : un paiement 'P', ou
      *    une évaluation 'E' qui augmente la réserve, dont le
      *    montant (l'augmentation pour une évaluation) converti en
      *    EUR dépasse le seuil du type de contrat lu dans
      *    'sinistres-seuils.dat' n'est pas appliqué mais mis en
      *    attente de visa dans 'sinistres-attente.dat'. Au passage
      *    suivant, chaque mouvement en attente est rapproché des
      *    visas de 'sinistres-visas.dat' (même sinistre, même
      *    action, même montant) :
      *        visa 'A' d'un opérateur différent de celui de la
      *            saisie = mouvement libéré et appliqué ;
      *        visa 'R' = mouvement refusé, retiré de l'attente ;
      *        visa donné par l'opérateur de la saisie, ou sans
      *            opérateur = visa rejeté, le mouvement reste en
      *            attente ;
      *        sans visa au-delà de WS-DELAI-VISA jours = attente
      *            expirée, mouvement retiré.
      *    Les mouvements mis en attente, libérés, refusés ou expirés
      *    figurent dans 'sinistres-maj.log' avec l'opérateur de la
      *    saisie et celui du visa, et sont listés dans l'état
      *    'sinistres-visas.lst'.
      *
      *    Chaque règlement (événement REGL) et chaque variation de
      *    réserve (événement RESV, en plus ou en moins) est ajouté
      *    au fichier des événements comptables
      *    'assur-evenements.dat' (format copy/EVTREC.cpy), repris
      *    par ASSURCPT.
      *
      *    Produit ensuite l'état des réserves en cours
      *    'sinistres-reserves.lst' : cumul des réserves par type de
      *
      *    Code retour : 8 taux du jour absents ou conversions
      *    restées sans taux, 4 dès qu'au moins un mouvement a été
      *    refusé ou qu'un visa a été refusé, rejeté ou a expiré,
      *    0 sinon.
      *
      *    Les fichiers d'interface lus (sinistres-mvt.dat,
      *    assur-taux.dat) sont contrôlés par ASSURENV avant tout
      *    traitement : un fichier rejeté arrête le programme en
      *    code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               STATUS IS WS-MAITRE-STATUS.

      *    Seuils de double contrôle par type de contrat, en EUR.
           SELECT FICHIER-SEUILS ASSIGN TO 'sinistres-seuils.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-SEUILS-STATUS.

      *    Mouvements en attente de visa, relus en entier puis
      *    réécrits avec ceux qui restent en attente.
           SELECT FICHIER-ATTENTE ASSIGN TO 'sinistres-attente.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ATTENTE-STATUS.

      *    Visas (accords et refus) donnés depuis le dernier passage.
           SELECT FICHIER-VISAS ASSIGN TO 'sinistres-visas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-VISAS-STATUS.

      *    Etat du double contrôle.
           SELECT FICHIER-ETAT-VISAS ASSIGN TO 'sinistres-visas.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ETAT-VISAS-STATUS.

           SELECT FICHIER-JOURNAL ASSIGN TO 'sinistres-maj.log'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JOURNAL-STATUS.

      *    Evénements comptables, fichier cumulatif ouvert en
      *    ajout.
           SELECT FICHIER-EVT ASSIGN TO 'assur-evenements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EVT-STATUS.

      *    Etat des réserves en cours par type et par devise.
           SELECT FICHIER-RESERVES ASSIGN TO 'sinistres-reserves.lst'
               ORGANIZATION IS LINE SEQUENTIAL
           05  MVT-MONTANT        PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  MVT-STATUT         PIC X(8).
           05  FILLER             PIC X(1).
           05  MVT-OPERATEUR      PIC X(8).
           05  FILLER             PIC X(2).

       FD  FICHIER-SIN-MAITRE.
           COPY SINMREC.
               ==ASSUR-CLIENT==     BY ==MAITRE-CLIENT==
               ==ASSUR-COURTIER==   BY ==MAITRE-COURTIER==.

      *    Seuil par type de contrat ; un type '*' sert de seuil
      *    par défaut aux types non cités.
       FD  FICHIER-SEUILS.
       01  SEUIL-REC.
           05  SEUIL-TYPE         PIC X(41).
           05  FILLER             PIC X(1).
           05  SEUIL-MONTANT      PIC 9(9)V99.

       FD  FICHIER-ATTENTE.
       01  ATT-REC.
           05  ATT-DATE           PIC X(8).
           05  FILLER             PIC X(1).
           05  ATT-ACTION         PIC X(1).
           05  FILLER             PIC X(1).
           05  ATT-NUMERO         PIC X(10).
           05  FILLER             PIC X(1).
           05  ATT-MONTANT        PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  ATT-OPERATEUR      PIC X(8).

      *    Visa : 'A' = accord, 'R' = refus, donné par
      *    VISA-OPERATEUR sur le mouvement en attente de même
      *    sinistre, même action et même montant.
       FD  FICHIER-VISAS.
       01  VISA-REC.
           05  VISA-DECISION      PIC X(1).
           05  FILLER             PIC X(1).
           05  VISA-ACTION        PIC X(1).
           05  FILLER             PIC X(1).
           05  VISA-NUMERO        PIC X(10).
           05  FILLER             PIC X(1).
           05  VISA-MONTANT       PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  VISA-OPERATEUR     PIC X(8).

       FD  FICHIER-ETAT-VISAS.
       01  LIGNE-VISAS            PIC X(132).

       FD  FICHIER-JOURNAL.
       01  LIGNE-JOURNAL          PIC X(132).

       FD  FICHIER-EVT.
           COPY EVTREC.

       FD  FICHIER-RESERVES.
       01  LIGNE-RESERVES         PIC X(132).

       01  WS-RESERVES-STATUS     PIC XX.
       01  WS-TAUX-STATUS         PIC XX.
       01  WS-EXCEDENT-STATUS     PIC XX.
       01  WS-EVT-STATUS          PIC XX.
       01  WS-SEUILS-STATUS       PIC XX.
       01  WS-ATTENTE-STATUS      PIC XX.
       01  WS-VISAS-STATUS        PIC XX.
       01  WS-ETAT-VISAS-STATUS   PIC XX.

      *    Date de cotation attendue dans le fichier des taux.
       01  WS-DATE-TAUX           PIC X(8).

       01  WS-RESULTAT            PIC X(30).

      *    Seuils de double contrôle par type de contrat, et seuil
      *    par défaut (type '*'). Sans seuil applicable, le
      *    mouvement n'est pas soumis au visa.
       01  WS-NB-SEUILS           PIC 9(2) VALUE 0.
       01  WS-SEUIL-IDX           PIC 9(2) VALUE 0.
       01  WS-SEUIL-DEFAUT-PRESENT PIC X(1) VALUE 'N'.
       01  WS-SEUIL-DEFAUT        PIC 9(9)V99 VALUE 0.
       01  WS-TABLE-SEUILS.
           05  WS-SEUIL-ENTRY OCCURS 50 TIMES.
               10  WS-SEUIL-TYPE      PIC X(41).
               10  WS-SEUIL-MONTANT   PIC 9(9)V99.

      *    Contrôle du mouvement courant : seuil retenu, montant
      *    contrôlé (paiement ou augmentation de réserve) et
      *    décision de mise en attente. WS-CONTROLE-ACTIF vaut 'N'
      *    pendant l'application d'un mouvement libéré par visa.
       01  WS-CONTROLE-ACTIF      PIC X(1) VALUE 'O'.
       01  WS-A-VISER             PIC X(1) VALUE 'N'.
       01  WS-SEUIL-TROUVE        PIC X(1) VALUE 'N'.
       01  WS-SEUIL-APPLICABLE    PIC 9(9)V99 VALUE 0.
       01  WS-MONTANT-CONTROLE    PIC 9(7)V99 VALUE 0.

      *    Opérateur du visa du mouvement courant, espaces pour un
      *    mouvement appliqué sans visa.
       01  WS-OPERATEUR-VISA      PIC X(8) VALUE SPACES.

      *    Durée de validité d'une mise en attente, en jours, et
      *    âge de l'attente examinée.
       01  WS-DELAI-VISA          PIC 9(3) VALUE 30.
       01  WS-AGE-ATTENTE         PIC S9(7) VALUE 0.
       01  WS-DATE-ATT-NUM        PIC 9(8) VALUE 0.
       01  WS-DATE-JOUR-NUM       PIC 9(8) VALUE 0.

      *    Mouvements en attente de visa : ceux du fichier d'attente
      *    puis ceux mis en attente au passage. WS-ATT-ETAT : 'E' en
      *    attente, 'L' libéré, 'R' refusé, 'X' expiré ; seuls les
      *    'E' sont réécrits. Table pleine : le mouvement à viser ne
      *    peut être mis en attente et il est refusé.
       01  WS-NB-ATT              PIC 9(3) VALUE 0.
       01  WS-NB-ATT-PRECEDENTS   PIC 9(3) VALUE 0.
       01  WS-ATT-IDX             PIC 9(3) VALUE 0.
       01  WS-TABLE-ATTENTE.
           05  WS-ATT-ENTRY OCCURS 500 TIMES.
               10  WS-ATT-DATE        PIC X(8).
               10  WS-ATT-ACTION      PIC X(1).
               10  WS-ATT-NUMERO      PIC X(10).
               10  WS-ATT-MONTANT     PIC 9(7)V99.
               10  WS-ATT-OPERATEUR   PIC X(8).
               10  WS-ATT-ETAT        PIC X(1).

      *    Visas reçus ; WS-VISA-UTILISE passe à 'O' dès qu'un visa
      *    a été rapproché d'un mouvement en attente.
       01  WS-NB-VISAS            PIC 9(3) VALUE 0.
       01  WS-VISA-IDX            PIC 9(3) VALUE 0.
       01  WS-VISA-CIBLE          PIC 9(3) VALUE 0.
       01  WS-TABLE-VISAS.
           05  WS-VISA-ENTRY OCCURS 500 TIMES.
               10  WS-VISA-DECISION   PIC X(1).
               10  WS-VISA-ACTION     PIC X(1).
               10  WS-VISA-NUMERO     PIC X(10).
               10  WS-VISA-MONTANT    PIC 9(7)V99.
               10  WS-VISA-OPERATEUR  PIC X(8).
               10  WS-VISA-UTILISE    PIC X(1).

       01  WS-NB-MIS-EN-ATTENTE   PIC 9(4) VALUE 0.
       01  WS-NB-LIBERES          PIC 9(4) VALUE 0.
       01  WS-NB-VISAS-REFUSES    PIC 9(4) VALUE 0.
       01  WS-NB-VISAS-REJETES    PIC 9(4) VALUE 0.
       01  WS-NB-EXPIRES          PIC 9(4) VALUE 0.
       01  WS-NB-TOUJOURS-ATTENTE PIC 9(4) VALUE 0.

       01  WS-LIBELLE-VISA        PIC X(40).
       01  WS-SANS-TAUX-AVANT     PIC 9(4) VALUE 0.
       01  WS-MONTANT-EDIT        PIC ZZZZZZ9.99.

      *    Réserve du sinistre avant le mouvement, et code, sens et
      *    montant de l'événement comptable à écrire.
       01  WS-RESERVE-AVANT       PIC 9(7)V99 VALUE 0.
       01  WS-EVT-CODE            PIC X(4).
       01  WS-EVT-SENS            PIC X(1).
       01  WS-EVT-MONTANT         PIC 9(9)V99.

      *    Maître des sinistres chargé en table pour l'application
      *    des mouvements puis la réécriture. Table pleine : les
      *    sinistres excédentaires passent par le fichier de travail

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0050-CONTROLER-ENVELOPPES
           PERFORM 0100-INITIALISER-TABLES
           PERFORM 0150-CHARGER-TAUX
           PERFORM 0200-CHARGER-SINISTRES
           PERFORM 0300-CHARGER-SEUILS
           PERFORM 0400-CHARGER-ATTENTE
           PERFORM 0500-CHARGER-VISAS

           OPEN INPUT FICHIER-MVT
           OPEN OUTPUT FICHIER-JOURNAL
           OPEN INPUT FICHIER-MAITRE

           OPEN EXTEND FICHIER-EVT
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-EVT
           END-IF

           OPEN OUTPUT FICHIER-ETAT-VISAS
           MOVE SPACES TO LIGNE-VISAS
           STRING "ASSURSMV - DOUBLE CONTROLE DES MOUVEMENTS DE "
                  "SINISTRES DU " WS-DATE-TAUX
               INTO LIGNE-VISAS
           WRITE LIGNE-VISAS
           WRITE LIGNE-VISAS FROM WS-LIGNE-VIDE

      *    Les mouvements en attente sont examinés avant les
      *    mouvements du jour : un mouvement libéré s'applique dans
      *    l'ordre où il a été saisi.
           PERFORM 2000-TRAITER-ATTENTES

           IF WS-MVT-STATUS = '00'
               PERFORM UNTIL WS-MVT-STATUS = '10'
                       AT END
                           MOVE '10' TO WS-MVT-STATUS
                       NOT AT END
                           IF MVT-REC(1:8) NOT = "*ENTETE*"
                              AND MVT-REC(1:8) NOT = "*FINFIC*"
                               ADD 1 TO WS-NB-MVT-LUS
                               MOVE SPACES TO WS-OPERATEUR-VISA
                               PERFORM 1000-TRAITER-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MVT
                       "(SINISTRES-MVT.DAT)"
           END-IF

           PERFORM 2300-SIGNALER-VISAS-ORPHELINS
           PERFORM 2400-IMPRIMER-TOTAUX-VISAS

           CLOSE FICHIER-JOURNAL
           CLOSE FICHIER-MAITRE
           CLOSE FICHIER-EVT
           CLOSE FICHIER-ETAT-VISAS

           PERFORM 3000-REECRIRE-SINISTRES
           PERFORM 3200-REECRIRE-ATTENTE
           PERFORM 4000-IMPRIMER-RESERVES

           DISPLAY "ASSURSMV - MOUVEMENTS LUS: " WS-NB-MVT-LUS
                   " APPLIQUES: "                WS-NB-APPLIQUES
                   " ERREURS: "                  WS-NB-ERREURS
           DISPLAY "ASSURSMV - MIS EN ATTENTE: " WS-NB-MIS-EN-ATTENTE
                   " LIBERES: "                  WS-NB-LIBERES
                   " REFUSES: "                  WS-NB-VISAS-REFUSES
                   " VISAS REJETES: "            WS-NB-VISAS-REJETES
                   " EXPIRES: "                  WS-NB-EXPIRES

      *    Code retour pour l'ordonnanceur : 4 dès qu'au moins un
      *    mouvement a été refusé, ou qu'un visa a été refusé,
      *    rejeté ou a expiré, 0 sinon.
           IF WS-NB-ERREURS > 0
              OR WS-NB-VISAS-REFUSES > 0
              OR WS-NB-VISAS-REJETES > 0
              OR WS-NB-EXPIRES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

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
           MOVE "ASSURSMV" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'M' TO ENV-MODE
           MOVE "sinistres-mvt.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF

           MOVE 'V' TO ENV-FONCTION
           MOVE 'C' TO ENV-MODE
           MOVE "assur-taux.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURSMV - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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

       0100-INITIALISER-TABLES.
           MOVE 'EUR' TO WS-RDEV-CODE(1)
           MOVE 'USD' TO WS-RDEV-CODE(2)
                       "QUEL: " SINM-NUMERO
           END-IF.

      *    Charge les seuils de double contrôle. Sans fichier des
      *    seuils, aucun mouvement n'est soumis au visa, un message
      *    le signale.
       0300-CHARGER-SEUILS.
           OPEN INPUT FICHIER-SEUILS

           IF WS-SEUILS-STATUS NOT = '00'
               DISPLAY "ASSURSMV - FICHIER DES SEUILS ABSENT "
                       "(SINISTRES-SEUILS.DAT) - AUCUN MOUVEMENT "
                       "SOUMIS AU VISA"
           ELSE
               PERFORM UNTIL WS-SEUILS-STATUS = '10'
                   READ FICHIER-SEUILS INTO SEUIL-REC
                       AT END
                           MOVE '10' TO WS-SEUILS-STATUS
                       NOT AT END
                           PERFORM 0350-RETENIR-SEUIL
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SEUILS
           END-IF.

       0350-RETENIR-SEUIL.
           EVALUATE TRUE
               WHEN SEUIL-MONTANT NOT NUMERIC
                   DISPLAY "ASSURSMV - SEUIL NON NUMERIQUE IGNORE: "
                           SEUIL-TYPE

               WHEN SEUIL-TYPE = '*'
                   MOVE 'O' TO WS-SEUIL-DEFAUT-PRESENT
                   MOVE SEUIL-MONTANT TO WS-SEUIL-DEFAUT

               WHEN WS-NB-SEUILS < 50
                   ADD 1 TO WS-NB-SEUILS
                   MOVE SEUIL-TYPE    TO WS-SEUIL-TYPE(WS-NB-SEUILS)
                   MOVE SEUIL-MONTANT TO WS-SEUIL-MONTANT(WS-NB-SEUILS)

               WHEN OTHER
                   DISPLAY "ASSURSMV - TABLE DES SEUILS PLEINE - "
                           "SEUIL IGNORE: " SEUIL-TYPE
           END-EVALUATE.

      *    Charge les mouvements restés en attente de visa au
      *    passage précédent. Pas de fichier : rien en attente.
       0400-CHARGER-ATTENTE.
           MOVE WS-DATE-TAUX TO WS-DATE-JOUR-NUM

           OPEN INPUT FICHIER-ATTENTE

           IF WS-ATTENTE-STATUS = '00'
               PERFORM UNTIL WS-ATTENTE-STATUS = '10'
                   READ FICHIER-ATTENTE INTO ATT-REC
                       AT END
                           MOVE '10' TO WS-ATTENTE-STATUS
                       NOT AT END
                           PERFORM 0450-RETENIR-ATTENTE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENTE
           END-IF

           MOVE WS-NB-ATT TO WS-NB-ATT-PRECEDENTS.

       0450-RETENIR-ATTENTE.
           IF WS-NB-ATT < 500
               ADD 1 TO WS-NB-ATT
               MOVE ATT-DATE      TO WS-ATT-DATE(WS-NB-ATT)
               MOVE ATT-ACTION    TO WS-ATT-ACTION(WS-NB-ATT)
               MOVE ATT-NUMERO    TO WS-ATT-NUMERO(WS-NB-ATT)
               MOVE ATT-MONTANT   TO WS-ATT-MONTANT(WS-NB-ATT)
               MOVE ATT-OPERATEUR TO WS-ATT-OPERATEUR(WS-NB-ATT)
               MOVE 'E'           TO WS-ATT-ETAT(WS-NB-ATT)
           ELSE
               DISPLAY "ASSURSMV - TABLE D'ATTENTE PLEINE - "
                       "MOUVEMENT EN ATTENTE PERDU: " ATT-NUMERO
           END-IF.

      *    Charge les visas donnés depuis le dernier passage. Pas
      *    de fichier : aucun visa.
       0500-CHARGER-VISAS.
           OPEN INPUT FICHIER-VISAS

           IF WS-VISAS-STATUS = '00'
               PERFORM UNTIL WS-VISAS-STATUS = '10'
                   READ FICHIER-VISAS INTO VISA-REC
                       AT END
                           MOVE '10' TO WS-VISAS-STATUS
                       NOT AT END
                           PERFORM 0550-RETENIR-VISA
                   END-READ
               END-PERFORM
               CLOSE FICHIER-VISAS
           END-IF.

       0550-RETENIR-VISA.
           IF WS-NB-VISAS < 500
               ADD 1 TO WS-NB-VISAS
               MOVE VISA-DECISION  TO WS-VISA-DECISION(WS-NB-VISAS)
               MOVE VISA-ACTION    TO WS-VISA-ACTION(WS-NB-VISAS)
               MOVE VISA-NUMERO    TO WS-VISA-NUMERO(WS-NB-VISAS)
               MOVE VISA-MONTANT   TO WS-VISA-MONTANT(WS-NB-VISAS)
               MOVE VISA-OPERATEUR TO WS-VISA-OPERATEUR(WS-NB-VISAS)
               MOVE 'N'            TO WS-VISA-UTILISE(WS-NB-VISAS)
           ELSE
               DISPLAY "ASSURSMV - TABLE DES VISAS PLEINE - "
                       "VISA IGNORE: " VISA-NUMERO
           END-IF.

      *    Retrouve le sinistre visé par le mouvement, vérifie
      *    qu'il est encore ouvert au mouvement, le met en attente
      *    de visa s'il dépasse le seuil de double contrôle, ou
      *    applique l'action demandée.
       1000-TRAITER-MOUVEMENT.
           MOVE 0 TO WS-SIN-CIBLE
           MOVE 'N' TO WS-A-VISER

           PERFORM VARYING WS-SIN-IDX FROM 1 BY 1
                   UNTIL WS-SIN-IDX > WS-NB-SIN
               END-IF
           END-PERFORM

           IF WS-SIN-CIBLE > 0
              AND WS-CONTROLE-ACTIF = 'O'
              AND (MVT-ACTION = 'E' OR MVT-ACTION = 'P')
              AND MVT-MONTANT IS NUMERIC
               PERFORM 1600-CONTROLER-SEUIL
           END-IF

           EVALUATE TRUE
               WHEN WS-SIN-CIBLE = 0
                   ADD 1 TO WS-NB-ERREURS
                   ADD 1 TO WS-NB-ERREURS
                   MOVE "SINISTRE CLOS OU REFUSE" TO WS-RESULTAT

               WHEN WS-A-VISER = 'O' AND MVT-OPERATEUR = SPACES
                   ADD 1 TO WS-NB-ERREURS
                   MOVE "OPERATEUR ABSENT - NON VISABLE"
                       TO WS-RESULTAT

               WHEN WS-A-VISER = 'O'
                   PERFORM 1650-METTRE-EN-ATTENTE

               WHEN MVT-ACTION = 'E'
                   PERFORM 1100-EVALUER-RESERVE

               MOVE "MONTANT NON NUMERIQUE" TO WS-RESULTAT
           ELSE
               ADD 1 TO WS-NB-APPLIQUES
               MOVE WS-SIN-RESERVE(WS-SIN-CIBLE) TO WS-RESERVE-AVANT
               MOVE MVT-MONTANT TO WS-SIN-RESERVE(WS-SIN-CIBLE)
               IF WS-SIN-STATUT(WS-SIN-CIBLE) = "OUVERT"
                   MOVE "EVALUE" TO WS-SIN-STATUT(WS-SIN-CIBLE)
               END-IF
               MOVE "RESERVE EVALUEE" TO WS-RESULTAT
               PERFORM 1700-EVENEMENT-RESERVE
           END-IF.

      *    Paiement partiel : le montant s'ajoute aux règlements et
               MOVE "MONTANT NON NUMERIQUE" TO WS-RESULTAT
           ELSE
               ADD 1 TO WS-NB-APPLIQUES
               MOVE WS-SIN-RESERVE(WS-SIN-CIBLE) TO WS-RESERVE-AVANT
               ADD MVT-MONTANT TO WS-SIN-REGLE(WS-SIN-CIBLE)

               IF MVT-MONTANT >= WS-SIN-RESERVE(WS-SIN-CIBLE)
               ELSE
                   MOVE "PAIEMENT PARTIEL" TO WS-RESULTAT
               END-IF

               MOVE "REGL" TO WS-EVT-CODE
               MOVE '+' TO WS-EVT-SENS
               MOVE MVT-MONTANT TO WS-EVT-MONTANT
               PERFORM 1800-ECRIRE-EVENEMENT

               PERFORM 1700-EVENEMENT-RESERVE
           END-IF.

      *    Changement de statut explicite ; un passage à CLOS ou
               MOVE "STATUT INCONNU" TO WS-RESULTAT
           ELSE
               ADD 1 TO WS-NB-APPLIQUES
               MOVE WS-SIN-RESERVE(WS-SIN-CIBLE) TO WS-RESERVE-AVANT
               MOVE MVT-STATUT TO WS-SIN-STATUT(WS-SIN-CIBLE)

               IF MVT-STATUT = "CLOS" OR MVT-STATUT = "REFUSE"
               END-IF

               MOVE "STATUT CHANGE" TO WS-RESULTAT
               PERFORM 1700-EVENEMENT-RESERVE
           END-IF.

      *    Montant soumis au contrôle : le paiement, ou
      *    l'augmentation de réserve d'une évaluation, converti en
      *    EUR et comparé au seuil du type de contrat. Une devise
      *    sans taux du jour ne permet pas de s'assurer que le seuil
      *    est respecté : le mouvement est mis en attente.
       1600-CONTROLER-SEUIL.
           MOVE 'N' TO WS-A-VISER

           IF MVT-ACTION = 'P'
               MOVE MVT-MONTANT TO WS-MONTANT-CONTROLE
           ELSE
               IF MVT-MONTANT > WS-SIN-RESERVE(WS-SIN-CIBLE)
                   COMPUTE WS-MONTANT-CONTROLE =
                       MVT-MONTANT - WS-SIN-RESERVE(WS-SIN-CIBLE)
               ELSE
                   MOVE 0 TO WS-MONTANT-CONTROLE
               END-IF
           END-IF

           IF WS-MONTANT-CONTROLE > 0
               PERFORM 1610-CHERCHER-SEUIL
           END-IF

           IF WS-MONTANT-CONTROLE > 0 AND WS-SEUIL-TROUVE = 'O'
               MOVE WS-NB-SANS-TAUX TO WS-SANS-TAUX-AVANT
               MOVE WS-MONTANT-CONTROLE TO WS-CONV-MONTANT
               MOVE WS-SIN-DEVISE(WS-SIN-CIBLE) TO WS-CONV-DEVISE
               PERFORM 2500-CONVERTIR-EUR

               IF WS-MONTANT-EUR > WS-SEUIL-APPLICABLE
                  OR WS-NB-SANS-TAUX > WS-SANS-TAUX-AVANT
                   MOVE 'O' TO WS-A-VISER
               END-IF
           END-IF.

      *    Seuil du type du contrat du sinistre, relu sur le maître
      *    des contrats ; à défaut, seuil par défaut (type '*').
       1610-CHERCHER-SEUIL.
           MOVE 'N' TO WS-SEUIL-TROUVE

           MOVE WS-SIN-ASSUR-ID(WS-SIN-CIBLE) TO MAITRE-ID
           READ FICHIER-MAITRE
               INVALID KEY
                   MOVE SPACES TO MAITRE-TYPE
           END-READ

           PERFORM VARYING WS-SEUIL-IDX FROM 1 BY 1
                   UNTIL WS-SEUIL-IDX > WS-NB-SEUILS
                      OR WS-SEUIL-TROUVE = 'O'
               IF WS-SEUIL-TYPE(WS-SEUIL-IDX) = MAITRE-TYPE
                   MOVE 'O' TO WS-SEUIL-TROUVE
                   MOVE WS-SEUIL-MONTANT(WS-SEUIL-IDX)
                       TO WS-SEUIL-APPLICABLE
               END-IF
           END-PERFORM

           IF WS-SEUIL-TROUVE = 'N' AND WS-SEUIL-DEFAUT-PRESENT = 'O'
               MOVE 'O' TO WS-SEUIL-TROUVE
               MOVE WS-SEUIL-DEFAUT TO WS-SEUIL-APPLICABLE
           END-IF.

      *    Le mouvement à viser rejoint la table d'attente, réécrite
      *    en fin d'exécution ; ni la réserve ni les règlements ne
      *    sont touchés. Table pleine : le mouvement est refusé, il
      *    devra être ressaisi.
       1650-METTRE-EN-ATTENTE.
           IF WS-NB-ATT < 500
               ADD 1 TO WS-NB-ATT
               ADD 1 TO WS-NB-MIS-EN-ATTENTE
               MOVE WS-DATE-TAUX  TO WS-ATT-DATE(WS-NB-ATT)
               MOVE MVT-ACTION    TO WS-ATT-ACTION(WS-NB-ATT)
               MOVE MVT-NUMERO    TO WS-ATT-NUMERO(WS-NB-ATT)
               MOVE MVT-MONTANT   TO WS-ATT-MONTANT(WS-NB-ATT)
               MOVE MVT-OPERATEUR TO WS-ATT-OPERATEUR(WS-NB-ATT)
               MOVE 'E'           TO WS-ATT-ETAT(WS-NB-ATT)
               MOVE "EN ATTENTE DE VISA" TO WS-RESULTAT

               MOVE WS-NB-ATT TO WS-ATT-IDX
               MOVE "MIS EN ATTENTE DE VISA" TO WS-LIBELLE-VISA
               PERFORM 2200-ECRIRE-ETAT-VISA
           ELSE
               ADD 1 TO WS-NB-ERREURS
               MOVE "ATTENTE PLEINE - REFUSE" TO WS-RESULTAT
           END-IF.

      *    Variation de la réserve du sinistre visé par rapport à
      *    WS-RESERVE-AVANT : événement RESV en plus ou en moins ;
      *    réserve inchangée, aucun événement.
       1700-EVENEMENT-RESERVE.
           MOVE "RESV" TO WS-EVT-CODE

           EVALUATE TRUE
               WHEN WS-SIN-RESERVE(WS-SIN-CIBLE) > WS-RESERVE-AVANT
                   MOVE '+' TO WS-EVT-SENS
                   COMPUTE WS-EVT-MONTANT =
                       WS-SIN-RESERVE(WS-SIN-CIBLE) - WS-RESERVE-AVANT
                   PERFORM 1800-ECRIRE-EVENEMENT

               WHEN WS-SIN-RESERVE(WS-SIN-CIBLE) < WS-RESERVE-AVANT
                   MOVE '-' TO WS-EVT-SENS
                   COMPUTE WS-EVT-MONTANT =
                       WS-RESERVE-AVANT - WS-SIN-RESERVE(WS-SIN-CIBLE)
                   PERFORM 1800-ECRIRE-EVENEMENT

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Evénement comptable du sinistre visé, dans sa devise,
      *    avec le type du contrat relu sur le maître des contrats
      *    pour le schéma comptable de ASSURCPT.
       1800-ECRIRE-EVENEMENT.
           MOVE SPACES TO EVT-REC
           MOVE WS-SIN-ASSUR-ID(WS-SIN-CIBLE) TO MAITRE-ID
           READ FICHIER-MAITRE
               INVALID KEY
                   MOVE SPACES TO EVT-TYPE
               NOT INVALID KEY
                   MOVE MAITRE-TYPE TO EVT-TYPE
           END-READ

           MOVE WS-DATE-TAUX   TO EVT-DATE
           MOVE "ASSURSMV"     TO EVT-PROGRAMME
           MOVE WS-EVT-CODE    TO EVT-CODE
           MOVE WS-SIN-DEVISE(WS-SIN-CIBLE) TO EVT-DEVISE
           MOVE WS-EVT-SENS    TO EVT-SENS
           MOVE WS-EVT-MONTANT TO EVT-MONTANT
           MOVE MVT-NUMERO     TO EVT-REFERENCE

           WRITE EVT-REC.

       1900-ECRIRE-JOURNAL.
           MOVE SPACES TO LIGNE-JOURNAL
           STRING MVT-ACTION   DELIMITED BY SIZE " " DELIMITED BY SIZE
                  MVT-NUMERO   DELIMITED BY SIZE " " DELIMITED BY SIZE
                  MVT-OPERATEUR DELIMITED BY SIZE " " DELIMITED BY SIZE
                  WS-OPERATEUR-VISA DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WS-RESULTAT  DELIMITED BY SIZE
               INTO LIGNE-JOURNAL

           WRITE LIGNE-JOURNAL.

      *    Examine chacun des mouvements en attente au passage
      *    précédent.
       2000-TRAITER-ATTENTES.
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-NB-ATT-PRECEDENTS
               PERFORM 2100-EXAMINER-ATTENTE
           END-PERFORM.

      *    Rapproche le mouvement en attente de son visa (même
      *    sinistre, même action, même montant). Un accord donné par
      *    un autre opérateur que celui de la saisie libère le
      *    mouvement, appliqué sans nouveau contrôle du seuil ; un
      *    refus le retire de l'attente ; un visa du saisisseur
      *    lui-même ou sans opérateur est rejeté et le mouvement
      *    reste en attente.
      *    Sans visa, l'attente expire au-delà de WS-DELAI-VISA
      *    jours.
       2100-EXAMINER-ATTENTE.
           MOVE 0 TO WS-VISA-CIBLE

           PERFORM VARYING WS-VISA-IDX FROM 1 BY 1
                   UNTIL WS-VISA-IDX > WS-NB-VISAS
                      OR WS-VISA-CIBLE > 0
               IF WS-VISA-UTILISE(WS-VISA-IDX) = 'N'
                  AND WS-VISA-NUMERO(WS-VISA-IDX) =
                      WS-ATT-NUMERO(WS-ATT-IDX)
                  AND WS-VISA-ACTION(WS-VISA-IDX) =
                      WS-ATT-ACTION(WS-ATT-IDX)
                  AND WS-VISA-MONTANT(WS-VISA-IDX) =
                      WS-ATT-MONTANT(WS-ATT-IDX)
                   MOVE WS-VISA-IDX TO WS-VISA-CIBLE
               END-IF
           END-PERFORM

           MOVE SPACES TO MVT-REC
           MOVE WS-ATT-ACTION(WS-ATT-IDX)    TO MVT-ACTION
           MOVE WS-ATT-NUMERO(WS-ATT-IDX)    TO MVT-NUMERO
           MOVE WS-ATT-MONTANT(WS-ATT-IDX)   TO MVT-MONTANT
           MOVE WS-ATT-OPERATEUR(WS-ATT-IDX) TO MVT-OPERATEUR
           MOVE SPACES TO WS-OPERATEUR-VISA

           IF WS-VISA-CIBLE = 0
               PERFORM 2150-VERIFIER-EXPIRATION
           ELSE
               MOVE 'O' TO WS-VISA-UTILISE(WS-VISA-CIBLE)
               MOVE WS-VISA-OPERATEUR(WS-VISA-CIBLE)
                   TO WS-OPERATEUR-VISA
               PERFORM 2120-APPLIQUER-VISA
           END-IF.

       2120-APPLIQUER-VISA.
           EVALUATE TRUE
               WHEN WS-OPERATEUR-VISA = SPACES
                   ADD 1 TO WS-NB-VISAS-REJETES
                   MOVE "VISA SANS OPERATEUR - REJETE" TO WS-RESULTAT
                   MOVE WS-RESULTAT TO WS-LIBELLE-VISA
                   PERFORM 1900-ECRIRE-JOURNAL

               WHEN WS-OPERATEUR-VISA = WS-ATT-OPERATEUR(WS-ATT-IDX)
                   ADD 1 TO WS-NB-VISAS-REJETES
                   MOVE "VISA DU SAISISSEUR - REJETE" TO WS-RESULTAT
                   MOVE WS-RESULTAT TO WS-LIBELLE-VISA
                   PERFORM 1900-ECRIRE-JOURNAL

               WHEN WS-VISA-DECISION(WS-VISA-CIBLE) = 'A'
                   ADD 1 TO WS-NB-LIBERES
                   MOVE 'L' TO WS-ATT-ETAT(WS-ATT-IDX)
                   MOVE 'N' TO WS-CONTROLE-ACTIF
                   PERFORM 1000-TRAITER-MOUVEMENT
                   MOVE 'O' TO WS-CONTROLE-ACTIF
                   MOVE SPACES TO WS-LIBELLE-VISA
                   STRING "LIBERE - " DELIMITED BY SIZE
                          WS-RESULTAT DELIMITED BY SIZE
                       INTO WS-LIBELLE-VISA

               WHEN WS-VISA-DECISION(WS-VISA-CIBLE) = 'R'
                   ADD 1 TO WS-NB-VISAS-REFUSES
                   MOVE 'R' TO WS-ATT-ETAT(WS-ATT-IDX)
                   MOVE "VISA REFUSE - ABANDONNE" TO WS-RESULTAT
                   MOVE WS-RESULTAT TO WS-LIBELLE-VISA
                   PERFORM 1900-ECRIRE-JOURNAL

               WHEN OTHER
                   ADD 1 TO WS-NB-VISAS-REJETES
                   MOVE "CODE VISA INCONNU - REJETE" TO WS-RESULTAT
                   MOVE WS-RESULTAT TO WS-LIBELLE-VISA
                   PERFORM 1900-ECRIRE-JOURNAL
           END-EVALUATE

           PERFORM 2200-ECRIRE-ETAT-VISA.

      *    Une date de mise en attente illisible vaut attente
      *    expirée.
       2150-VERIFIER-EXPIRATION.
           IF WS-ATT-DATE(WS-ATT-IDX) IS NUMERIC
               MOVE WS-ATT-DATE(WS-ATT-IDX) TO WS-DATE-ATT-NUM
               COMPUTE WS-AGE-ATTENTE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-ATT-NUM)
           ELSE
               COMPUTE WS-AGE-ATTENTE = WS-DELAI-VISA + 1
           END-IF

           IF WS-AGE-ATTENTE > WS-DELAI-VISA
               ADD 1 TO WS-NB-EXPIRES
               MOVE 'X' TO WS-ATT-ETAT(WS-ATT-IDX)
               MOVE "ATTENTE EXPIREE - ABANDONNE" TO WS-RESULTAT
               MOVE WS-RESULTAT TO WS-LIBELLE-VISA
               PERFORM 1900-ECRIRE-JOURNAL
               PERFORM 2200-ECRIRE-ETAT-VISA
           END-IF.

       2200-ECRIRE-ETAT-VISA.
           MOVE WS-ATT-MONTANT(WS-ATT-IDX) TO WS-MONTANT-EDIT

           MOVE SPACES TO LIGNE-VISAS
           STRING WS-ATT-DATE(WS-ATT-IDX) " "
                  WS-ATT-ACTION(WS-ATT-IDX) " "
                  WS-ATT-NUMERO(WS-ATT-IDX) " "
                  WS-MONTANT-EDIT
                  " SAISI PAR " WS-ATT-OPERATEUR(WS-ATT-IDX)
                  " VISA " WS-OPERATEUR-VISA " "
                  WS-LIBELLE-VISA
               INTO LIGNE-VISAS
           WRITE LIGNE-VISAS.

      *    Un visa qui ne correspond à aucun mouvement en attente
      *    est rejeté et signalé.
       2300-SIGNALER-VISAS-ORPHELINS.
           PERFORM VARYING WS-VISA-IDX FROM 1 BY 1
                   UNTIL WS-VISA-IDX > WS-NB-VISAS
               IF WS-VISA-UTILISE(WS-VISA-IDX) = 'N'
                   ADD 1 TO WS-NB-VISAS-REJETES
                   MOVE WS-VISA-MONTANT(WS-VISA-IDX)
                       TO WS-MONTANT-EDIT
                   MOVE SPACES TO LIGNE-VISAS
                   STRING "         "
                          WS-VISA-ACTION(WS-VISA-IDX) " "
                          WS-VISA-NUMERO(WS-VISA-IDX) " "
                          WS-MONTANT-EDIT
                          " VISA " WS-VISA-OPERATEUR(WS-VISA-IDX)
                          " " WS-VISA-DECISION(WS-VISA-IDX)
                          " - VISA SANS MOUVEMENT EN ATTENTE"
                       INTO LIGNE-VISAS
                   WRITE LIGNE-VISAS
               END-IF
           END-PERFORM.

       2400-IMPRIMER-TOTAUX-VISAS.
           MOVE 0 TO WS-NB-TOUJOURS-ATTENTE
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-NB-ATT
               IF WS-ATT-ETAT(WS-ATT-IDX) = 'E'
                   ADD 1 TO WS-NB-TOUJOURS-ATTENTE
               END-IF
           END-PERFORM

           WRITE LIGNE-VISAS FROM WS-LIGNE-VIDE

           MOVE WS-NB-MIS-EN-ATTENTE TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-VISAS
           STRING "MIS EN ATTENTE DE VISA  : " WS-NB-EDIT
               INTO LIGNE-VISAS
           WRITE LIGNE-VISAS

           MOVE WS-NB-LIBERES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-VISAS
           STRING "LIBERES PAR VISA        : " WS-NB-EDIT
               INTO LIGNE-VISAS
           WRITE LIGNE-VISAS

           MOVE WS-NB-VISAS-REFUSES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-VISAS
           STRING "REFUSES PAR VISA        : " WS-NB-EDIT
               INTO LIGNE-VISAS
           WRITE LIGNE-VISAS

           MOVE WS-NB-VISAS-REJETES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-VISAS
           STRING "VISAS REJETES           : " WS-NB-EDIT
               INTO LIGNE-VISAS
           WRITE LIGNE-VISAS

           MOVE WS-NB-EXPIRES TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-VISAS
           STRING "ATTENTES EXPIREES       : " WS-NB-EDIT
               INTO LIGNE-VISAS
           WRITE LIGNE-VISAS

           MOVE WS-NB-TOUJOURS-ATTENTE TO WS-NB-EDIT
           MOVE SPACES TO LIGNE-VISAS
           STRING "RESTANT EN ATTENTE      : " WS-NB-EDIT
               INTO LIGNE-VISAS
           WRITE LIGNE-VISAS.

      *    Le maître réécrit remplace l'ancien, mouvements
      *    appliqués ; les sinistres mis de côté au chargement
      *    (table pleine) sont recopiés tels quels à la suite.

           CLOSE FICHIER-EXCEDENT.

      *    Le fichier d'attente réécrit ne garde que les mouvements
      *    toujours en attente de visa.
       3200-REECRIRE-ATTENTE.
           OPEN OUTPUT FICHIER-ATTENTE

           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-NB-ATT
               IF WS-ATT-ETAT(WS-ATT-IDX) = 'E'
                   MOVE SPACES TO ATT-REC
                   MOVE WS-ATT-DATE(WS-ATT-IDX)      TO ATT-DATE
                   MOVE WS-ATT-ACTION(WS-ATT-IDX)    TO ATT-ACTION
                   MOVE WS-ATT-NUMERO(WS-ATT-IDX)    TO ATT-NUMERO
                   MOVE WS-ATT-MONTANT(WS-ATT-IDX)   TO ATT-MONTANT
                   MOVE WS-ATT-OPERATEUR(WS-ATT-IDX) TO ATT-OPERATEUR
                   WRITE ATT-REC
               END-IF
           END-PERFORM

           CLOSE FICHIER-ATTENTE.

      *    Cumule les réserves en cours des sinistres non soldés par
      *    type de contrat (converti en EUR) et par devise, puis
      *    imprime l'état, sur le modèle de ASSURSIN
