      *    trésorerie : date de cotation, devise et taux de
      *    conversion vers la devise de base (EUR). Le fichier est
      *    cumulatif, une ligne par devise et par date de cotation.
      *    Il porte l'en-tête et la fin de fichier de copy/ENVREC.cpy,
      *    d'où la zone de fin d'enregistrement qui leur donne place.
      *    *************************************************************
       01  TAUX-REC.
           05  TAUX-DATE          PIC X(8).
           05  TAUX-DEVISE        PIC X(3).
           05  FILLER             PIC X(1).
           05  TAUX-VALEUR        PIC 9(3)V9(6).
           05  FILLER             PIC X(20).
