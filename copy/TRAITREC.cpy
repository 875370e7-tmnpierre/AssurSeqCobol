      *    *************************************************************
      *    COPY TRAITREC
      *    Structure d'un enregistrement du maître des traités de
      *    réassurance (assur-traites.dat), tenu par le service
      *    réassurance, un enregistrement par traité :
      *        TRT-NATURE     : 'QP' = quote-part, 'XL' = excédent
      *                         de sinistre
      *        TRT-TYPE       : préfixe de ASSUR-TYPE des contrats
      *                         couverts, '*' = tous les types
      *        TRT-TAUX       : quote-part : pourcentage cédé des
      *                         primes et des sinistres ;
      *                         excédent : taux de prime de
      *                         réassurance, en pourcentage de la
      *                         prime conservée après quote-part
      *        TRT-PRIORITE   : excédent : rétention par sinistre
      *        TRT-PORTEE     : excédent : limite cédée par
      *                         sinistre au-delà de la priorité
      *        TRT-DATE-DEB / TRT-DATE-FIN : période du traité ;
      *                         un contrat y est rattaché par sa
      *                         date d'effet, un sinistre par sa
      *                         date de survenance
      *        TRT-REASSUREUR : réassureur porteur du traité
      *    Priorité et portée sont exprimées en EUR.
      *    *************************************************************
       01  TRT-REC.
           05  TRT-ID             PIC X(6).
           05  FILLER             PIC X(1).
           05  TRT-NATURE         PIC X(2).
           05  FILLER             PIC X(1).
           05  TRT-TYPE           PIC X(41).
           05  FILLER             PIC X(1).
           05  TRT-TAUX           PIC 9(3)V99.
           05  FILLER             PIC X(1).
           05  TRT-PRIORITE       PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  TRT-PORTEE         PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  TRT-DATE-DEB       PIC X(8).
           05  FILLER             PIC X(1).
           05  TRT-DATE-FIN       PIC X(8).
           05  FILLER             PIC X(1).
           05  TRT-REASSUREUR     PIC X(30).
