      *    *************************************************************
      *    COPY GLREC
      *    Structure d'une ligne d'écriture du lot comptable produit
      *    par ASSURCPT, une ligne par jambe (débit ou crédit) de
      *    chaque événement de gestion traduit en partie double :
      *        GL-LOT       : date du journal (identifiant du lot)
      *        GL-NUMERO    : numéro de ligne dans le lot
      *        GL-SENS      : 'D' = débit, 'C' = crédit
      *        GL-MONTANT   : montant dans la devise GL-DEVISE
      *        GL-EVENEMENT : code de l'événement d'origine
      *                       (copy/EVTREC.cpy)
      *    Les deux jambes d'un même événement se suivent et portent
      *    la même référence.
      *    *************************************************************
       01  GL-REC.
           05  GL-LOT             PIC X(8).
           05  FILLER             PIC X(1).
           05  GL-NUMERO          PIC 9(6).
           05  FILLER             PIC X(1).
           05  GL-COMPTE          PIC X(10).
           05  FILLER             PIC X(1).
           05  GL-SENS            PIC X(1).
           05  FILLER             PIC X(1).
           05  GL-MONTANT         PIC 9(11)V99.
           05  FILLER             PIC X(1).
           05  GL-DEVISE          PIC X(3).
           05  FILLER             PIC X(1).
           05  GL-EVENEMENT       PIC X(4).
           05  FILLER             PIC X(1).
           05  GL-REFERENCE       PIC X(10).
           05  FILLER             PIC X(1).
           05  GL-PROGRAMME       PIC X(8).
