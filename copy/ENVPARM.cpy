      *    *************************************************************
      *    COPY ENVPARM
      *    Zone d'appel du module de contrôle des enveloppes
      *    ASSURENV (CALL 'ASSURENV' USING ENV-PARAMETRES).
      *    ENV-FONCTION :
      *        V = vérifier un fichier reçu avant de le traiter :
      *            en-tête, fin de fichier, nombre d'enregistrements,
      *            total de contrôle et numéro de séquence contre le
      *            registre des fichiers reçus. ENV-MODE :
      *                M = le programme met à jour à partir du
      *                    fichier : la séquence doit suivre la
      *                    dernière qu'il a traitée pour cet émetteur
      *                C = le programme consulte le fichier : la
      *                    séquence ne doit pas être antérieure à la
      *                    dernière qu'il a lue
      *        E = consigner au registre les fichiers vérifiés par
      *            le programme, à appeler en fin de traitement
      *            réussi (un traitement abandonné pourra être
      *            relancé sur le même fichier)
      *        N = ouvrir l'émission d'un fichier : ENV-LIGNE
      *            rendue porte l'en-tête à écrire en tête du fichier
      *            (la dernière séquence émise est réutilisée tant
      *            qu'aucun lecteur en mise à jour ne l'a traitée)
      *        L = compter dans l'émission l'enregistrement de
      *            détail placé dans ENV-LIGNE, après son écriture
      *        F = clore l'émission : ENV-LIGNE rendue porte la fin
      *            de fichier à écrire avant la fermeture
      *    ENV-CODE rendu : 0 = correct (ou fichier absent pour V,
      *    ENV-SEQUENCE reste alors à zéro), 12 = fichier rejeté,
      *    le motif étant dans ENV-MOTIF.
      *    *************************************************************
       01  ENV-PARAMETRES.
           05  ENV-FONCTION       PIC X(1).
           05  ENV-MODE           PIC X(1).
           05  ENV-PROGRAMME      PIC X(8).
           05  ENV-FICHIER        PIC X(30).
           05  ENV-CODE           PIC 9(2).
           05  ENV-MOTIF          PIC X(60).
           05  ENV-EMETTEUR       PIC X(8).
           05  ENV-SEQUENCE       PIC 9(6).
           05  ENV-NB-ENREG       PIC 9(9).
           05  ENV-LIGNE          PIC X(200).
