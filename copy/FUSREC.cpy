      *    *************************************************************
      *    COPY FUSREC
      *    Structure d'un enregistrement de paire de clients en
      *    double : proposée par ASSURRAP (client-fusions-prop.dat)
      *    avec son score de ressemblance, puis reprise après
      *    examen dans le fichier des fusions approuvées
      *    (client-fusions.dat) traité par ASSURFUS :
      *        FUS-SURVIVANT : client conservé, auquel les contrats
      *                        sont rattachés
      *        FUS-ABSORBE   : client absorbé, supprimé du maître
      *                        des clients
      *        FUS-SCORE     : score de ressemblance de 0 à 100,
      *                        indicatif, ignoré par ASSURFUS
      *    *************************************************************
       01  FUS-REC.
           05  FUS-SURVIVANT      PIC X(6).
           05  FILLER             PIC X(1).
           05  FUS-ABSORBE        PIC X(6).
           05  FILLER             PIC X(1).
           05  FUS-SCORE          PIC 9(3).
