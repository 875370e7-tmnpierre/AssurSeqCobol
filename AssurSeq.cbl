      *    enregistrements ASSUR-REC lus, avec entêtes de page, saut
      *    de page toutes les WS-LIGNES-PAR-PAGE lignes, et une ligne
      *    de total en fin d'état.
      *
      *    Les fichiers d'interface lus (assurances.dat,
      *    assur-taux.dat) sont contrôlés par ASSURENV avant
      *    tout traitement : un fichier rejeté arrête le
      *    programme en code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       01  WS-REPRISE-PAGE-COUNT PIC 9(4) VALUE 0.
       01  WS-REPRISE-LIGNE-COUNT PIC 9(2) VALUE 0.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0050-CONTROLER-ENVELOPPES
           PERFORM 0100-INITIALISER-TABLES-RESUME
           PERFORM 0150-CHARGER-TAUX
           PERFORM 0200-LIRE-CHECKPOINT
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
           MOVE "ASSURSEQ" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'M' TO ENV-MODE
           MOVE "assurances.dat" TO ENV-FICHIER
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
           DISPLAY "ASSURSEQ - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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

       0200-LIRE-CHECKPOINT.
           OPEN INPUT FICHIER-CKPT

                   AT END
                       MOVE '10' TO WS-FILE-STATUS
                   NOT AT END
                       IF ASSUR-ID NOT = "*ENTETE*"
                          AND ASSUR-ID NOT = "*FINFIC*"
                           ADD 1 TO WS-REC-COUNT
                       END-IF
               END-READ
           END-PERFORM

                   MOVE '10' TO WS-FILE-STATUS

               NOT AT END
      *    En-tête et fin de fichier, déjà contrôlés au lancement,
      *    ne sont pas des contrats.
                   IF ASSUR-ID NOT = "*ENTETE*"
                      AND ASSUR-ID NOT = "*FINFIC*"
                       PERFORM 1050-TRAITER-ENREGISTREMENT
                   END-IF
           END-READ.

       1050-TRAITER-ENREGISTREMENT.
      *    Incrémenter le compteur d'enregistrements.
           ADD 1 TO WS-REC-COUNT

           PERFORM 1500-VALIDER-ENREGISTREMENT

           IF REC-EST-VALIDE
               IF WS-LIGNE-COUNT = 0
                  OR WS-LIGNE-COUNT >= WS-LIGNES-PAR-PAGE
                   PERFORM 2000-IMPRIMER-ENTETE
               END-IF

               PERFORM 2100-IMPRIMER-DETAIL
               PERFORM 1700-ACCUMULER-RESUME
           ELSE
               PERFORM 1600-ECRIRE-REJET
           END-IF

           IF FUNCTION MOD(WS-REC-COUNT, WS-CKPT-INTERVALLE) = 0
               PERFORM 8000-ECRIRE-CHECKPOINT
           END-IF.

       1500-VALIDER-ENREGISTREMENT.
           SET REC-EST-VALIDE TO TRUE
