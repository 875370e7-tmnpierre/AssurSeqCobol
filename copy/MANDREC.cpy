      *    *************************************************************
      *    COPY MANDREC
      *    Structure d'un enregistrement du fichier maître des
      *    mandats de prélèvement SEPA (assur-mandats.dat), organisé
      *    en accès direct par numéro de client (CLIENT-ID du maître
      *    des clients), un mandat par client. Tenu par ASSURMDT,
      *    utilisé par ASSURPRL pour la remise des prélèvements et
      *    mis à jour par ASSURRET au retour des rejets bancaires :
      *        MDT-SEQUENCE  : 'FRST' = premier prélèvement à venir,
      *                        'RCUR' = prélèvement récurrent
      *        MDT-ETAT      : 'A' = mandat actif,
      *                        'R' = mandat révoqué,
      *                        'C' = compte clos ;
      *                        seul un mandat actif est prélevé
      *        MDT-DATE-ETAT : date de la révocation ou de la
      *                        clôture du compte
      *        MDT-DATE-PRL  : date du dernier prélèvement remis
      *    *************************************************************
       01  MDT-REC.
           05  MDT-CLIENT         PIC X(6).
           05  FILLER             PIC X(1).
           05  MDT-IBAN           PIC X(34).
           05  FILLER             PIC X(1).
           05  MDT-BIC            PIC X(11).
           05  FILLER             PIC X(1).
           05  MDT-REFERENCE      PIC X(35).
           05  FILLER             PIC X(1).
           05  MDT-DATE-SIGNATURE PIC X(8).
           05  FILLER             PIC X(1).
           05  MDT-SEQUENCE       PIC X(4).
           05  FILLER             PIC X(1).
           05  MDT-ETAT           PIC X(1).
           05  FILLER             PIC X(1).
           05  MDT-DATE-ETAT      PIC X(8).
           05  FILLER             PIC X(1).
           05  MDT-DATE-PRL       PIC X(8).
