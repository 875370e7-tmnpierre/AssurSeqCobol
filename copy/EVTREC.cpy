      *    *************************************************************
      *    COPY EVTREC
      *    Structure d'un enregistrement du fichier cumulatif des
      *    événements comptables (assur-evenements.dat), alimenté en
      *    ajout par les programmes de gestion et traduit en
      *    écritures en partie double par ASSURCPT :
      *        EVT-CODE : ENCA = encaissement de prime rapproché
      *                          (ASSURENC)
      *                   COMM = commission de courtage (ASSURCOM)
      *                   REGL = règlement de sinistre (ASSURSMV)
      *                   RESV = mouvement de réserve de sinistre
      *                          (ASSURSMV)
      *                   UPR  = variation de la prime non acquise
      *                          depuis la clôture précédente
      *                          (ASSURCLO)
      *        EVT-SENS : '+' = augmentation, '-' = diminution ;
      *                   une diminution inverse le débit et le
      *                   crédit du schéma comptable
      *        EVT-MONTANT est exprimé dans la devise EVT-DEVISE.
      *    *************************************************************
       01  EVT-REC.
           05  EVT-DATE           PIC X(8).
           05  FILLER             PIC X(1).
           05  EVT-PROGRAMME      PIC X(8).
           05  FILLER             PIC X(1).
           05  EVT-CODE           PIC X(4).
           05  FILLER             PIC X(1).
           05  EVT-TYPE           PIC X(41).
           05  FILLER             PIC X(1).
           05  EVT-DEVISE         PIC X(3).
           05  FILLER             PIC X(1).
           05  EVT-SENS           PIC X(1).
           05  FILLER             PIC X(1).
           05  EVT-MONTANT        PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  EVT-REFERENCE      PIC X(10).
