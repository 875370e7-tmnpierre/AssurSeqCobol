      *    double, avec le numéro d'enregistrement d'origine et les
      *    valeurs complètes de chaque occurrence, pour permettre à
      *    l'équipe de données de trancher laquelle conserver.
      *
      *    Le fichier d'interface lu (assurances.dat) est contrôlé
      *    par ASSURENV avant tout traitement : un fichier rejeté
      *    arrête le programme en code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0050-CONTROLER-ENVELOPPES
           SORT FICHIER-TRI
               ON ASCENDING KEY SD-ID SD-NUM-ENR
               INPUT PROCEDURE IS 1000-ALIMENTER-TRI
           DISPLAY "FIN DE TRAITEMENT. ID EN DOUBLE: " WS-NB-GROUPES
                   " ENREGISTREMENTS CONCERNES: "       WS-NB-DOUBLONS

           PERFORM 0070-CONSIGNER-RECEPTIONS

           STOP RUN.

      *    Contrôle des enveloppes des fichiers reçus avant toute
      *    mise à jour : un fichier rejeté par ASSURENV (tronqué,
      *    cumuls discordants, séquence déjà traitée ou hors ordre)
      *    arrête le traitement en code retour 12, sans rien avoir
      *    modifié.
       0050-CONTROLER-ENVELOPPES.
           MOVE "ASSURDUP" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'C' TO ENV-MODE
           MOVE "assurances.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURDUP - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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

       1000-ALIMENTER-TRI.
           OPEN INPUT FICHIER-ASSUR

                   AT END
                       MOVE '10' TO WS-FILE-STATUS
                   NOT AT END
                       IF ASSUR-ID NOT = "*ENTETE*"
                          AND ASSUR-ID NOT = "*FINFIC*"
                           PERFORM 1100-ALIMENTER-ENREGISTREMENT
                       END-IF
               END-READ
           END-PERFORM

