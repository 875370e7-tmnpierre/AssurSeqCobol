      *
      *    Paramètre : 1er argument de ligne de commande = date de
      *    traitement AAAAMMJJ (par défaut : date système du jour).
      *
      *    Le fichier d'interface lu (assur-taux.dat) est contrôlé
      *    par ASSURENV avant tout traitement : un fichier rejeté
      *    arrête le programme en code retour 12.
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
           PERFORM 0150-CHARGER-DEVISES
           PERFORM 0200-CHARGER-CORRECTIONS
           OPEN INPUT FICHIER-REJETS
           OPEN INPUT FICHIER-MAITRE
           OPEN OUTPUT FICHIER-TRANS
           PERFORM 1600-ECRIRE-ENTETE-TRANS

           IF WS-REJETS-STATUS = '00'
               MOVE 'O' TO WS-REJETS-PRESENT
           END-IF

           CLOSE FICHIER-MAITRE
           PERFORM 1620-ECRIRE-FIN-TRANS
           CLOSE FICHIER-TRANS

      *    Sans fichier des rejets, l'en-cours précédent est laissé
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
           MOVE "ASSURRCY" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'C' TO ENV-MODE
           MOVE "assur-taux.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURRCY - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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
                       MOVE '10' TO WS-TAUX-STATUS
                   NOT AT END
                       IF TAUX-DATE NOT = "*ENTETE*"
                          AND TAUX-DATE NOT = "*FINFIC*"
                           PERFORM 0160-RETENIR-DEVISE
                       END-IF
               END-READ
           END-PERFORM

                   MOVE 'C' TO TRANS-ACTION
           END-READ

           WRITE TRANS-REC
           PERFORM 1610-COMPTER-TRANS.

      *    Le rejet reste invalide : il est porté au nouvel
      *    en-cours, avec sa date de première apparition si l'en-
                       "PORTE AU SUSPENS: " CTR-ID
           END-IF.

      *    Enveloppe du fichier assur-trans.dat émis : en-tête numéroté
      *    par ASSURENV à l'ouverture, chaque détail compté, fin de
      *    fichier (nombre et total de contrôle) avant la fermeture.
       1600-ECRIRE-ENTETE-TRANS.
           MOVE "ASSURRCY" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'N' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

       1610-COMPTER-TRANS.
           MOVE "ASSURRCY" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'L' TO ENV-FONCTION
           MOVE TRANS-REC TO ENV-LIGNE
           PERFORM 0080-APPELER-ASSURENV.

       1620-ECRIRE-FIN-TRANS.
           MOVE "ASSURRCY" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'F' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

      *    Le nouvel en-cours remplace l'ancien : les rejets
      *    recyclés ou disparus du fichier des rejets en sortent.
       3000-ECRIRE-NOUVEAU-SUSPENS.
