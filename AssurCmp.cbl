      *    Produit aussi l'état imprimable 'assur-delta.lst' montrant
      *    côte à côte l'ancienne et la nouvelle valeur de chaque
      *    champ modifié.
      *
      *    Le fichier d'interface lu (assurances.dat) est contrôlé
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
           OPEN INPUT FICHIER-PREC
           OPEN INPUT FICHIER-NOUV
           OPEN OUTPUT FICHIER-TRANS
           PERFORM 2700-ECRIRE-ENTETE-TRANS
           OPEN OUTPUT FICHIER-DELTA

           MOVE SPACES TO LIGNE-DELTA

           CLOSE FICHIER-PREC
           CLOSE FICHIER-NOUV
           PERFORM 2720-ECRIRE-FIN-TRANS
           CLOSE FICHIER-TRANS
           CLOSE FICHIER-DELTA

                   " SUPPRESSIONS: "       WS-NB-SUPPRESSIONS
                   " INCHANGES: "          WS-NB-INCHANGES

           PERFORM 0070-CONSIGNER-RECEPTIONS

           STOP RUN.

      *    Contrôle des enveloppes des fichiers reçus avant toute
      *    mise à jour : un fichier rejeté par ASSURENV (tronqué,
      *    cumuls discordants, séquence déjà traitée ou hors ordre)
      *    arrête le traitement en code retour 12, sans rien avoir
      *    modifié.
       0050-CONTROLER-ENVELOPPES.
           MOVE "ASSURCMP" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'M' TO ENV-MODE
           MOVE "assurances.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURCMP - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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

      *    Rapprochement classique de deux fichiers en séquence de
      *    clé : la plus petite clé détermine le sens de l'écart.
       1000-RAPPROCHER.
                   PERFORM 1200-LIRE-NOUV
           END-EVALUATE.

      *    Les enregistrements d'en-tête et de fin de fichier ne
      *    participent pas au rapprochement.
       1100-LIRE-PREC.
           PERFORM 1150-LIRE-ENREG-PREC
           PERFORM 1150-LIRE-ENREG-PREC
               UNTIL WS-CLE-PREC NOT = "*ENTETE*"
                 AND WS-CLE-PREC NOT = "*FINFIC*"

           IF WS-CLE-PREC NOT = HIGH-VALUES
               IF WS-CLE-PREC < WS-CLE-PREC-AVANT
                   DISPLAY "ASSURCMP - ASSURANCES-PREC.DAT HORS "
                           "SEQUENCE SUR: " PREC-ID
                           " - TRAITEMENT ABANDONNE"
                   PERFORM 9100-ABANDONNER
               END-IF
               MOVE WS-CLE-PREC TO WS-CLE-PREC-AVANT
           END-IF.

       1150-LIRE-ENREG-PREC.
           READ FICHIER-PREC INTO PREC-REC
               AT END
                   MOVE HIGH-VALUES TO WS-CLE-PREC
               NOT AT END
                   MOVE PREC-ID TO WS-CLE-PREC
           END-READ.

      *    Les enregistrements d'en-tête et de fin de fichier ne
      *    participent pas au rapprochement.
       1200-LIRE-NOUV.
           PERFORM 1250-LIRE-ENREG-NOUV
           PERFORM 1250-LIRE-ENREG-NOUV
               UNTIL WS-CLE-NOUV NOT = "*ENTETE*"
                 AND WS-CLE-NOUV NOT = "*FINFIC*"

           IF WS-CLE-NOUV NOT = HIGH-VALUES
               IF WS-CLE-NOUV < WS-CLE-NOUV-AVANT
                   DISPLAY "ASSURCMP - ASSURANCES.DAT HORS "
                           "SEQUENCE SUR: " NOUV-ID
                           " - TRAITEMENT ABANDONNE"
                   PERFORM 9100-ABANDONNER
               END-IF
               MOVE WS-CLE-NOUV TO WS-CLE-NOUV-AVANT
           END-IF.

       1250-LIRE-ENREG-NOUV.
           READ FICHIER-NOUV INTO NOUV-REC
               AT END
                   MOVE HIGH-VALUES TO WS-CLE-NOUV
               NOT AT END
                   MOVE NOUV-ID TO WS-CLE-NOUV
           END-READ.

      *    ASSUR-ID présent seulement dans le nouvel extrait :
           PERFORM 2500-GARNIR-DETAIL-NOUV
           MOVE 'A' TO TRANS-ACTION
           WRITE TRANS-REC
           PERFORM 2710-COMPTER-TRANS

           MOVE SPACES TO LIGNE-DELTA
           STRING "CONTRAT " NOUV-ID " AJOUTE"
           PERFORM 2600-GARNIR-DETAIL-PREC
           MOVE 'D' TO TRANS-ACTION
           WRITE TRANS-REC
           PERFORM 2710-COMPTER-TRANS

           MOVE SPACES TO LIGNE-DELTA
           STRING "CONTRAT " PREC-ID " SUPPRIME"
               PERFORM 2500-GARNIR-DETAIL-NOUV
               MOVE 'C' TO TRANS-ACTION
               WRITE TRANS-REC
               PERFORM 2710-COMPTER-TRANS

               MOVE SPACES TO LIGNE-DELTA
               STRING "CONTRAT " NOUV-ID " MODIFIE"
           MOVE PREC-CLIENT    TO TRANS-CLIENT
           MOVE PREC-COURTIER  TO TRANS-COURTIER.

      *    Enveloppe du fichier assur-trans.dat émis : en-tête numéroté
      *    par ASSURENV à l'ouverture, chaque détail compté, fin de
      *    fichier (nombre et total de contrôle) avant la fermeture.
       2700-ECRIRE-ENTETE-TRANS.
           MOVE "ASSURCMP" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'N' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

       2710-COMPTER-TRANS.
           MOVE "ASSURCMP" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'L' TO ENV-FONCTION
           MOVE TRANS-REC TO ENV-LIGNE
           PERFORM 0080-APPELER-ASSURENV.

       2720-ECRIRE-FIN-TRANS.
           MOVE "ASSURCMP" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'F' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

      *    Abandon sur fichier hors séquence : les mouvements déjà
      *    émis ne doivent pas être consommés par ASSURMAJ, le
      *    fichier des mouvements est donc laissé vide.
