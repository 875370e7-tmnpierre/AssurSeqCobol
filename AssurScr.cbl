      *    Code retour : 8 taux ou limites absents ou conversions
      *    restées sans taux, 4 tant qu'il reste des mouvements en
      *    attente, 0 sinon.
      *
      *    Les fichiers d'interface lus (assur-trans.dat,
      *    assur-taux.dat) sont contrôlés par ASSURENV avant tout
      *    traitement : un fichier rejeté arrête le programme en
      *    code retour 12.
      *
      *    Le fichier assur-trans.dat émis porte l'en-tête et la fin
      *    de fichier de copy/ENVREC.cpy, numérotés par ASSURENV.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       01  WS-NB-EDIT             PIC ZZZ9.
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
           PERFORM 0200-CHARGER-LIMITES
           WRITE LIGNE-FILTRAGE FROM WS-LIGNE-VIDE

           OPEN OUTPUT FICHIER-TRANS
           PERFORM 2800-ECRIRE-ENTETE-TRANS
           OPEN OUTPUT FICHIER-ATT-EXCEDENT

           PERFORM 1000-ARBITRER-ATTENTES
               PERFORM 2700-RECOPIER-NON-FILTRES
           END-IF

           PERFORM 2820-ECRIRE-FIN-TRANS
           CLOSE FICHIER-TRANS

           PERFORM 3000-ECRIRE-NOUVELLE-ATTENTE
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
           MOVE "ASSURSCR" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'M' TO ENV-MODE
           MOVE "assur-trans.dat" TO ENV-FICHIER
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
           DISPLAY "ASSURSCR - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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
                       AT END
                           MOVE '10' TO WS-TRANS-STATUS
                       NOT AT END
                           IF TRANS-ID NOT = "*ENTETE*"
                              AND TRANS-ID NOT = "*FINFIC*"
                               ADD 1 TO WS-NB-MVT-LUS
                               PERFORM 0650-RETENIR-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TRANS
               WHEN "APPROUVE"
                   ADD 1 TO WS-NB-RELACHES
                   WRITE TRANS-REC
                   PERFORM 2810-COMPTER-TRANS
                   PERFORM 1200-LISTER-RELACHE

               WHEN "REFUSE"
               ELSE
                   ADD 1 TO WS-NB-ACCEPTES
                   WRITE TRANS-REC
                   PERFORM 2810-COMPTER-TRANS
               END-IF
           END-PERFORM.

           IF TRANS-MONTANT NOT NUMERIC
               ADD 1 TO WS-NB-ACCEPTES
               WRITE TRANS-REC
               PERFORM 2810-COMPTER-TRANS
           ELSE
               PERFORM 2200-CONTROLER-PLAFOND-TYPE

               IF WS-AJOUT-ADMIS = 'O'
                   ADD 1 TO WS-NB-ACCEPTES
                   WRITE TRANS-REC
                   PERFORM 2810-COMPTER-TRANS
                   PERFORM 2400-IMPUTER-EXPOSITION
               ELSE
                   ADD 1 TO WS-NB-ECARTES
                       MOVE '10' TO WS-EXCEDENT-STATUS
                   NOT AT END
                       WRITE TRANS-REC
                       PERFORM 2810-COMPTER-TRANS
               END-READ
           END-PERFORM

           CLOSE FICHIER-EXCEDENT.

      *    Enveloppe du fichier assur-trans.dat émis : en-tête numéroté
      *    par ASSURENV à l'ouverture, chaque détail compté, fin de
      *    fichier (nombre et total de contrôle) avant la fermeture.
       2800-ECRIRE-ENTETE-TRANS.
           MOVE "ASSURSCR" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'N' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

       2810-COMPTER-TRANS.
           MOVE "ASSURSCR" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'L' TO ENV-FONCTION
           MOVE TRANS-REC TO ENV-LIGNE
           PERFORM 0080-APPELER-ASSURENV.

       2820-ECRIRE-FIN-TRANS.
           MOVE "ASSURSCR" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'F' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

      *    L'ajout en dépassement part à l'en-cours d'attente, avec
      *    sa date de première apparition et le motif, et figure sur
      *    la liste de contrôle. Table de l'en-cours pleine : il
