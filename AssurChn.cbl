      *        COMPLET = étape terminée en code retour 0 ou 4
      *        ECHEC   = étape terminée en code retour 8 ou plus
      *    Un code retour 4 n'arrête pas la chaîne ; un code 8
      *    l'arrête à l'étape en échec. Un code 12 signale un
      *    fichier en entrée rejeté par le contrôle d'enveloppe
      *    ASSURENV : l'étape est en échec, le fichier est à faire
      *    réémettre avant la reprise.
      *
      *    Au lancement, si le fichier d'état de la chaîne
      *    précédente correspond au plan (mêmes étapes, mêmes
                           WS-ETA-NUMERO(WS-ETA-IDX) " "
                           WS-ETA-PROGRAMME(WS-ETA-IDX)
                           " - ECHEC CODE " WS-ETA-CODE(WS-ETA-IDX)
                   IF WS-CODE-ETAPE = 12
                       DISPLAY "ASSURCHN - FICHIER EN ENTREE REJETE "
                               "AU CONTROLE D'ENVELOPPE (ASSURENV)"
                   END-IF

               WHEN WS-CODE-ETAPE = 4
                   MOVE "COMPLET" TO WS-ETA-ETAT(WS-ETA-IDX)
