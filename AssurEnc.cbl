      *    encaissements 'assur-encaissements.dat' (date de
      *    l'encaissement, ASSUR-ID, montant, devise, référence
      *    bancaire), rapproche chaque encaissement de la première
      *    échéance ouverte ou soumise au prélèvement de même
      *    contrat, même montant et même devise dans
      *    'assur-echeancier.dat' (format
      *    copy/ECHREC.cpy, généré par ASSURFRA), passe l'échéance à
      *    l'état payé ('P') avec la date de l'encaissement, puis
      *    réécrit l'échéancier, comme ASSURRCY réécrit son en-cours.
      *
      *    Les encaissements sans échéance correspondante sont
      *    listés avec le motif dans 'assur-enc-rejets.lst'. Chaque
      *    encaissement rapproché est ajouté comme événement ENCA au
      *    fichier des événements comptables 'assur-evenements.dat'
      *    (format copy/EVTREC.cpy), repris par ASSURCPT.
      *
      *    Imprime ensuite l'état des impayés 'assur-impayes.lst' :
      *    chaque échéance restée ouverte dont la date est dépassée,
      *
      *    Code retour : 8 si l'échéancier est absent, 4 s'il reste
      *    des encaissements non rapprochés, 0 sinon.
      *
      *    Le fichier d'interface lu (assur-encaissements.dat) est
      *    contrôlé par ASSURENV avant tout traitement : un fichier
      *    rejeté arrête le programme en code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               STATUS IS WS-MAITRE-STATUS.

      *    Evénements comptables, fichier cumulatif ouvert en
      *    ajout.
           SELECT FICHIER-EVT ASSIGN TO 'assur-evenements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EVT-STATUS.

      *    Encaissements non rapprochés, avec le motif.
           SELECT FICHIER-ENC-REJETS ASSIGN TO 'assur-enc-rejets.lst'
               ORGANIZATION IS LINE SEQUENTIAL
               ==ASSUR-CLIENT==     BY ==MAITRE-CLIENT==
               ==ASSUR-COURTIER==   BY ==MAITRE-COURTIER==.

       FD  FICHIER-EVT.
           COPY EVTREC.

       FD  FICHIER-ENC-REJETS.
       01  LIGNE-ENC-REJET        PIC X(132).

       01  WS-IMPAYES-STATUS      PIC XX.
       01  WS-RELANCES-STATUS     PIC XX.
       01  WS-EXCEDENT-STATUS     PIC XX.
       01  WS-EVT-STATUS          PIC XX.

      *    Date de traitement (argument 1, défaut date système).
       01  WS-PARM-LIGNE          PIC X(80).

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0050-CONTROLER-ENVELOPPES
           PERFORM 0100-LIRE-PARAMETRES
           PERFORM 0200-CHARGER-ECHEANCIER

           OPEN INPUT FICHIER-MAITRE
           OPEN OUTPUT FICHIER-ENC-REJETS

           OPEN EXTEND FICHIER-EVT
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-EVT
           END-IF

           IF WS-ENC-STATUS = '00'
               PERFORM UNTIL WS-ENC-STATUS = '10'
                   READ FICHIER-ENC INTO ENC-REC
                       AT END
                           MOVE '10' TO WS-ENC-STATUS
                       NOT AT END
                           IF ENC-DATE NOT = "*ENTETE*"
                              AND ENC-DATE NOT = "*FINFIC*"
                               ADD 1 TO WS-NB-ENC-LUS
                               PERFORM 1000-TRAITER-ENCAISSEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ENC
           END-IF

           CLOSE FICHIER-ENC-REJETS
           CLOSE FICHIER-EVT

           PERFORM 3000-REECRIRE-ECHEANCIER
           PERFORM 4000-IMPRIMER-IMPAYES
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 0070-CONSIGNER-RECEPTIONS

           STOP RUN.

      *    Contrôle des enveloppes des fichiers reçus avant toute
      *    mise à jour : un fichier rejeté par ASSURENV (tronqué,
      *    cumuls discordants, séquence déjà traitée ou hors ordre)
      *    arrête le traitement en code retour 12, sans rien avoir
      *    modifié.
       0050-CONTROLER-ENVELOPPES.
           MOVE "ASSURENC" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'M' TO ENV-MODE
           MOVE "assur-encaissements.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURENC - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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

       0100-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE
                   UNTIL WS-ECH-IDX > WS-NB-ECH
                      OR WS-ECH-TROUVEE = 'O'
               IF WS-ECH-ID(WS-ECH-IDX) = ENC-ID
                  AND (WS-ECH-ETAT(WS-ECH-IDX) = 'O'
                    OR WS-ECH-ETAT(WS-ECH-IDX) = 'S')
                   MOVE "MONTANT SANS CORRESPONDANCE"
                       TO WS-MOTIF-REJET
                   IF WS-ECH-MONTANT(WS-ECH-IDX) = ENC-MONTANT
           ADD 1 TO WS-NB-RAPPROCHES

           MOVE 'P' TO WS-ECH-ETAT(WS-ECH-IDX)
           MOVE ENC-DATE TO WS-ECH-DATE-PAIE(WS-ECH-IDX)

           PERFORM 1150-ECRIRE-EVENEMENT.

      *    Evénement comptable de l'encaissement rapproché, avec le
      *    type du contrat relu sur le maître pour le schéma
      *    comptable de ASSURCPT.
       1150-ECRIRE-EVENEMENT.
           MOVE SPACES TO EVT-REC
           MOVE ENC-ID TO MAITRE-ID
           READ FICHIER-MAITRE
               INVALID KEY
                   MOVE SPACES TO EVT-TYPE
               NOT INVALID KEY
                   MOVE MAITRE-TYPE TO EVT-TYPE
           END-READ

           MOVE WS-RUN-DATE TO EVT-DATE
           MOVE "ASSURENC"  TO EVT-PROGRAMME
           MOVE "ENCA"      TO EVT-CODE
           MOVE ENC-DEVISE  TO EVT-DEVISE
           MOVE '+'         TO EVT-SENS
           MOVE ENC-MONTANT TO EVT-MONTANT
           MOVE ENC-ID      TO EVT-REFERENCE

           WRITE EVT-REC.

       1200-ECRIRE-ENC-REJET.
           ADD 1 TO WS-NB-NON-RAPPROCHES
