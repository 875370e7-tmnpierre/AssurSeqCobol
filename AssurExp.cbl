      *                       (par défaut : date système du jour)
      *        2e  argument : taille de la fenêtre en jours, parmi
      *                       30, 60 ou 90 (par défaut : 30)
      *
      *    Les fichiers d'interface lus (assurances.dat,
      *    assur-taux.dat) sont contrôlés par ASSURENV avant tout
      *    traitement : un fichier rejeté arrête le programme en
      *    code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.
           88  REC-EST-INVALIDE   VALUE 'N'.
       01  WS-NB-REJETES          PIC 9(4) VALUE 0.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0050-CONTROLER-ENVELOPPES
           PERFORM 0100-LIRE-PARAMETRES
           PERFORM 0150-CHARGER-DEVISES

                   WS-NB-ALERTES
                   " ENREGISTREMENTS REJETES: " WS-NB-REJETES

           PERFORM 0070-CONSIGNER-RECEPTIONS

           STOP RUN.

      *    Contrôle des enveloppes des fichiers reçus avant toute
      *    mise à jour : un fichier rejeté par ASSURENV (tronqué,
      *    cumuls discordants, séquence déjà traitée ou hors ordre)
      *    arrête le traitement en code retour 12, sans rien avoir
      *    modifié.
       0050-CONTROLER-ENVELOPPES.
           MOVE "ASSUREXP" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'C' TO ENV-MODE
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
           DISPLAY "ASSUREXP - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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
      *    Arguments de la ligne de commande :
      *        1er : date de traitement (AAAAMMJJ), défaut = ce jour
                   AT END
                       MOVE '10' TO WS-TAUX-STATUS
                   NOT AT END
                       IF TAUX-DATE NOT = "*ENTETE*"
                          AND TAUX-DATE NOT = "*FINFIC*"
                           PERFORM 0160-RETENIR-DEVISE
                       END-IF
               END-READ
           END-PERFORM

                   AT END
                       MOVE '10' TO WS-FILE-STATUS
                   NOT AT END
                       IF ASSUR-ID NOT = "*ENTETE*"
                          AND ASSUR-ID NOT = "*FINFIC*"
                           PERFORM 1100-EVALUER-ECHEANCE
                       END-IF
               END-READ
           END-PERFORM

