      *    le fichier plat 'assurances.dat', afin que les états
      *    batch existants (ASSURSEQ, ASSUREXP, ...) continuent à
      *    fonctionner sans changement sur un flux séquentiel.
      *
      *    Le fichier assurances.dat émis porte l'en-tête et la fin
      *    de fichier de copy/ENVREC.cpy, numérotés par ASSURENV.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       01  WS-CTL-MONTANT-USD     PIC 9(11)V99 VALUE 0.
       01  WS-CTL-MONTANT-GBP     PIC 9(11)V99 VALUE 0.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           OPEN INPUT FICHIER-MAITRE
           OPEN OUTPUT FICHIER-ASSUR
           PERFORM 1200-ECRIRE-ENTETE-ASSUR

           PERFORM UNTIL WS-MAITRE-STATUS = '10'
               READ FICHIER-MAITRE NEXT RECORD
           END-PERFORM

           CLOSE FICHIER-MAITRE
           PERFORM 1220-ECRIRE-FIN-ASSUR
           CLOSE FICHIER-ASSUR

           PERFORM 9300-ECRIRE-CONTROLE

           STOP RUN.

      *    L'appel remet RETURN-CODE à zéro : le code retour déjà
      *    établi par le programme est préservé.
       0080-APPELER-ASSURENV.
           MOVE RETURN-CODE TO WS-CODE-RETOUR
           CALL 'ASSURENV' USING ENV-PARAMETRES
           MOVE WS-CODE-RETOUR TO RETURN-CODE.

       1000-EXTRAIRE-ENREGISTREMENT.
           MOVE SPACES           TO ASSUR-REC
           MOVE MAITRE-ID        TO ASSUR-ID
           IF WS-SEQ-STATUS = '00'
               ADD 1 TO WS-NB-EXTRAITS
               PERFORM 1100-CUMULER-MONTANT-EXTRAIT
               PERFORM 1210-COMPTER-ASSUR
           ELSE
               DISPLAY "ERREUR ECRITURE ASSURANCES.DAT - STATUT: "
                       WS-SEQ-STATUS " ID: " MAITRE-ID
               END-EVALUATE
           END-IF.

      *    Enveloppe du fichier assurances.dat émis : en-tête numéroté
      *    par ASSURENV à l'ouverture, chaque détail compté, fin de
      *    fichier (nombre et total de contrôle) avant la fermeture.
       1200-ECRIRE-ENTETE-ASSUR.
           MOVE "ASSUREXT" TO ENV-PROGRAMME
           MOVE "assurances.dat" TO ENV-FICHIER
           MOVE 'N' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE ASSUR-REC FROM ENV-LIGNE.

       1210-COMPTER-ASSUR.
           MOVE "ASSUREXT" TO ENV-PROGRAMME
           MOVE "assurances.dat" TO ENV-FICHIER
           MOVE 'L' TO ENV-FONCTION
           MOVE ASSUR-REC TO ENV-LIGNE
           PERFORM 0080-APPELER-ASSURENV.

       1220-ECRIRE-FIN-ASSUR.
           MOVE "ASSUREXT" TO ENV-PROGRAMME
           MOVE "assurances.dat" TO ENV-FICHIER
           MOVE 'F' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE ASSUR-REC FROM ENV-LIGNE.

      *    Ajoute la ligne de compteurs de cette exécution au
      *    fichier commun de contrôle, pour l'équilibrage ASSURBAL.
       9300-ECRIRE-CONTROLE.
