      *        A = Ajout d'un nouveau client
      *        C = Changement (modification) d'un client existant
      *        D = Suppression d'un client existant
      *
      *    Le fichier d'interface lu (client-trans.dat) est contrôlé
      *    par ASSURENV avant tout traitement : un fichier rejeté
      *    arrête le programme en code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.
           88  REC-EST-VALIDE     VALUE 'O'.
           88  REC-EST-INVALIDE   VALUE 'N'.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0050-CONTROLER-ENVELOPPES
           OPEN INPUT FICHIER-TRANS
           OPEN I-O FICHIER-CLIENTS

                   AT END
                       MOVE '10' TO WS-TRANS-STATUS
                   NOT AT END
                       IF TRANS-REC(1:8) NOT = "*ENTETE*"
                          AND TRANS-REC(1:8) NOT = "*FINFIC*"
                           PERFORM 1000-TRAITER-MOUVEMENT
                       END-IF
               END-READ
           END-PERFORM

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
           MOVE "ASSURCLI" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'M' TO ENV-MODE
           MOVE "client-trans.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURCLI - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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

       1000-TRAITER-MOUVEMENT.
           EVALUATE TRANS-ACTION
               WHEN 'A'
