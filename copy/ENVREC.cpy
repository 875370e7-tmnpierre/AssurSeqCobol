      *    *************************************************************
      *    COPY ENVREC
      *    Enregistrements d'enveloppe des fichiers d'interface en
      *    entrée de la chaîne (assurances.dat, assur-trans.dat,
      *    sinistres.dat, sinistres-mvt.dat, assur-encaissements.dat,
      *    client-trans.dat, assur-taux.dat). Chaque fichier commence
      *    par un en-tête et se termine par une fin de fichier, les
      *    enregistrements de détail étant entre les deux :
      *        en-tête  : '*ENTETE*', émetteur, type de fichier
      *                   (voir ASSURENV), date de création
      *                   AAAAMMJJ et numéro de séquence de
      *                   l'émetteur pour ce type de fichier
      *                   (1, 2, 3, ... sans trou)
      *        fin      : '*FINFIC*', nombre d'enregistrements de
      *                   détail et total de contrôle, somme du
      *                   champ montant de chaque détail (6
      *                   décimales)
      *    Les deux enregistrements tiennent dans le plus court des
      *    enregistrements de détail des fichiers concernés.
      *    *************************************************************
       01  ENV-REC.
           05  ENV-ETIQUETTE      PIC X(8).
           05  FILLER             PIC X(1).
           05  ENV-CORPS          PIC X(33).
           05  ENV-ENTETE REDEFINES ENV-CORPS.
               10  ENV-ENT-EMETTEUR   PIC X(8).
               10  FILLER             PIC X(1).
               10  ENV-ENT-TYPE       PIC X(8).
               10  FILLER             PIC X(1).
               10  ENV-ENT-DATE       PIC X(8).
               10  FILLER             PIC X(1).
               10  ENV-ENT-SEQUENCE   PIC 9(6).
           05  ENV-FIN REDEFINES ENV-CORPS.
               10  ENV-FIN-NB-ENREG   PIC 9(9).
               10  FILLER             PIC X(1).
               10  ENV-FIN-TOTAL      PIC 9(12)V9(6).
               10  FILLER             PIC X(5).
