      *    *************************************************************
      *    COPY RESILREC
      *    Structure d'un enregistrement du fichier cumulatif des
      *    résiliations en cours de période (assur-resiliations.dat),
      *    écrit par ASSURRES, un enregistrement par contrat résilié :
      *        RSL-DATE-TRAIT : date de traitement de la résiliation
      *        RSL-DATE-EFFET : date d'effet de la résiliation
      *        RSL-MOTIF      : code motif de la demande
      *        RSL-PRIME      : prime du contrat avant résiliation
      *        RSL-ACQUISE    : prime acquise à la date d'effet
      *        RSL-RISTOURNE  : prime des jours non courus (prime
      *                         moins prime acquise)
      *        RSL-ENCAISSE   : échéances du contrat déjà payées
      *                         ou soumises au prélèvement
      *        RSL-SOLDE      : écart entre le facturé à la date
      *                         d'effet (encaissé plus échéances
      *                         échues restées ouvertes) et
      *                         l'acquis, en valeur absolue
      *        RSL-SENS       : 'R' = solde à rembourser à l'assuré,
      *                         'D' = solde restant dû par l'assuré
      *    Tous les montants sont dans la devise du contrat.
      *    *************************************************************
       01  RSL-REC.
           05  RSL-DATE-TRAIT     PIC X(8).
           05  FILLER             PIC X(1).
           05  RSL-ID             PIC X(8).
           05  FILLER             PIC X(1).
           05  RSL-CLIENT         PIC X(6).
           05  FILLER             PIC X(1).
           05  RSL-TYPE           PIC X(41).
           05  FILLER             PIC X(1).
           05  RSL-DATE-EFFET     PIC X(8).
           05  FILLER             PIC X(1).
           05  RSL-MOTIF          PIC X(2).
           05  FILLER             PIC X(1).
           05  RSL-PRIME          PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  RSL-ACQUISE        PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  RSL-RISTOURNE      PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  RSL-ENCAISSE       PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  RSL-SOLDE          PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  RSL-SENS           PIC X(1).
           05  FILLER             PIC X(1).
           05  RSL-DEVISE         PIC X(3).
