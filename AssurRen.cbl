      *                       (par défaut : 30)
      *        3e  argument : taux d'indexation en pourcentage,
      *                       par exemple 3.5 (par défaut : 0)
      *
      *    Le fichier assur-trans.dat émis porte l'en-tête et la fin
      *    de fichier de copy/ENVREC.cpy, numérotés par ASSURENV.
      *    *************************************************************

       IDENTIFICATION DIVISION.

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.

           OPEN INPUT FICHIER-MAITRE
           OPEN OUTPUT FICHIER-TRANS
           PERFORM 2100-ECRIRE-ENTETE-TRANS
           OPEN OUTPUT FICHIER-LETTRES
           OPEN OUTPUT FICHIER-CONTROLE

           PERFORM 9000-IMPRIMER-TOTAUX

           CLOSE FICHIER-MAITRE
           PERFORM 2120-ECRIRE-FIN-TRANS
           CLOSE FICHIER-TRANS
           CLOSE FICHIER-LETTRES
           CLOSE FICHIER-CONTROLE

           STOP RUN.

      *    L'appel remet RETURN-CODE à zéro : le code retour déjà
      *    établi par le programme est préservé.
       0080-APPELER-ASSURENV.
           MOVE RETURN-CODE TO WS-CODE-RETOUR
           CALL 'ASSURENV' USING ENV-PARAMETRES
           MOVE WS-CODE-RETOUR TO RETURN-CODE.

       0100-LIRE-PARAMETRES.
      *    Arguments de la ligne de commande :
      *        1er : date de traitement (AAAAMMJJ), défaut = ce jour
           MOVE MAITRE-COURTIER  TO TRANS-COURTIER

           WRITE TRANS-REC
           PERFORM 2110-COMPTER-TRANS

           MOVE "RENOUVELE" TO WS-SORT-CONTRAT
           PERFORM 5000-LISTER-CONTRAT.

      *    Enveloppe du fichier assur-trans.dat émis : en-tête numéroté
      *    par ASSURENV à l'ouverture, chaque détail compté, fin de
      *    fichier (nombre et total de contrôle) avant la fermeture.
       2100-ECRIRE-ENTETE-TRANS.
           MOVE "ASSURREN" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'N' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

       2110-COMPTER-TRANS.
           MOVE "ASSURREN" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'L' TO ENV-FONCTION
           MOVE TRANS-REC TO ENV-LIGNE
           PERFORM 0080-APPELER-ASSURENV.

       2120-ECRIRE-FIN-TRANS.
           MOVE "ASSURREN" TO ENV-PROGRAMME
           MOVE "assur-trans.dat" TO ENV-FICHIER
           MOVE 'F' TO ENV-FONCTION
           PERFORM 0080-APPELER-ASSURENV
           WRITE TRANS-REC FROM ENV-LIGNE.

      *    Consentement requis : lettre de proposition au client,
      *    aucun mouvement tant que le retour n'est pas saisi.
       3000-PROPOSER-RENOUVELLEMENT.
