      *    COPY ECHREC
      *    Structure d'un enregistrement de l'échéancier de paiement
      *    (assur-echeancier.dat), généré par ASSURFRA et tenu à jour
      *    par ASSURENC au fil des encaissements, par ASSURRES au
      *    fil des résiliations et par ASSURPRL et ASSURRET au fil
      *    des prélèvements SEPA :
      *        ECH-ETAT      : 'O' = échéance ouverte (à payer),
      *                        'S' = échéance soumise au
      *                              prélèvement (ASSURPRL),
      *                              rouverte par ASSURRET en cas
      *                              de rejet
      *                        'P' = échéance payée,
      *                        'A' = échéance postérieure à la
      *                              date d'effet d'une
      *                              résiliation, annulée (la
      *                              prime acquise non encore
      *                              facturée passe sur une
      *                              échéance de solde ouverte,
      *                              datée du jour d'effet)
      *        ECH-NB        : nombre d'échéances du
      *                        fractionnement ; 999 marque
      *                        l'échéance de solde d'une
      *                        résiliation (ASSURRES), hors
      *                        fractionnement, que ASSURFRA
      *                        recopie telle quelle
      *        ECH-DATE-PAIE : date de l'encaissement rapproché,
      *                        espaces tant que l'échéance est ouverte
      *    *************************************************************
