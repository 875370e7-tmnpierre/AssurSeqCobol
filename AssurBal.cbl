      *        - montants par devise ASSUREXT vs ASSURSEQ (un écart
      *          est toléré en avertissement si ASSURSEQ a rejeté
      *          des enregistrements, qui sortent de ses cumuls)
      *    et, lorsque l'interface comptable ASSURCPT a tourné (ses
      *    lignes ASSURCPT, totaux débit, et ASSURCPC, totaux
      *    crédit, sont facultatives) :
      *        - ASSURCPT événements = lignes / 2 + écartés
      *        - ASSURCPC lignes = ASSURCPT lignes
      *        - débit = crédit pour chacune des devises EUR, USD,
      *          GBP
      *    Imprime l'état d'équilibrage 'assur-balance.lst' et rend
      *    un code retour pour l'ordonnanceur :
      *        0 = chaîne en équilibre, aucun rejet

      *    Dernière ligne de contrôle retenue pour chacun des
      *    programmes de la chaîne, dans l'ordre de passage :
      *    1 = ASSURIDX, 2 = ASSUREXT, 3 = ASSURMAJ, 4 = ASSURSEQ,
      *    puis les deux lignes facultatives de l'interface
      *    comptable : 5 = ASSURCPT (débits), 6 = ASSURCPC
      *    (crédits).
       01  WS-TABLE-CTL.
           05  WS-CTL-ENTRY OCCURS 6 TIMES INDEXED BY WS-CTL-IDX.
               10  WS-CTL-PROG        PIC X(8).
               10  WS-CTL-PRESENT     PIC X(1).
               10  WS-CTL-DATE        PIC X(8).
           MOVE "ASSUREXT" TO WS-CTL-PROG(2)
           MOVE "ASSURMAJ" TO WS-CTL-PROG(3)
           MOVE "ASSURSEQ" TO WS-CTL-PROG(4)
           MOVE "ASSURCPT" TO WS-CTL-PROG(5)
           MOVE "ASSURCPC" TO WS-CTL-PROG(6)

           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > 6
               MOVE 'N' TO WS-CTL-PRESENT(WS-CTL-IDX)
           END-PERFORM.

               END-IF

               PERFORM 2200-VERIFIER-MONTANTS
           END-IF

           IF WS-CTL-PRESENT(5) = 'O'
               PERFORM 2300-VERIFIER-COMPTABILITE
           END-IF.

      *    Une ligne de contrôle manquante signifie qu'un maillon de
      *    la chaîne n'a pas tourné (ou n'a pas écrit son contrôle) :
      *    la chaîne ne peut pas être déclarée en équilibre.
      *    L'interface comptable est facultative : son absence est
      *    seulement signalée.
       2100-VERIFIER-PRESENCES.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > 6
               IF WS-CTL-PRESENT(WS-CTL-IDX) = 'N'
                  AND WS-CTL-IDX > 4
                   MOVE SPACES TO LIGNE-BALANCE
                   STRING "CONTROLE ABSENT POUR "
                          WS-CTL-PROG(WS-CTL-IDX)
                          " - INTERFACE COMPTABLE NON PASSEE"
                       INTO LIGNE-BALANCE
                   WRITE LIGNE-BALANCE
               END-IF

               IF WS-CTL-PRESENT(WS-CTL-IDX) = 'N'
                  AND WS-CTL-IDX NOT > 4
                   ADD 1 TO WS-NB-ECARTS

                   MOVE SPACES TO LIGNE-BALANCE
               PERFORM 2600-ECRIRE-MONTANT-ECART
           END-IF.

      *    Equilibre du lot comptable : chaque événement traduit
      *    donne deux lignes, et les totaux débit (ligne ASSURCPT)
      *    et crédit (ligne ASSURCPC) doivent être égaux devise par
      *    devise. Une ligne ASSURCPC manquante est un écart.
       2300-VERIFIER-COMPTABILITE.
           MOVE "ASSURCPT EVENEMENTS = LIGNES / 2 + ECARTES"
               TO WS-LIBELLE-CONTROLE
           MOVE WS-CTL-LUS(5) TO WS-NB-EDIT-1
           COMPUTE WS-NB-EDIT-2 =
               WS-CTL-ECRITS(5) / 2 + WS-CTL-REJETES(5)
           IF WS-CTL-LUS(5) * 2 =
              WS-CTL-ECRITS(5) + WS-CTL-REJETES(5) * 2
               PERFORM 2800-ECRIRE-CONTROLE-OK
           ELSE
               PERFORM 2900-ECRIRE-CONTROLE-ECART
           END-IF

           IF WS-CTL-PRESENT(6) = 'N'
               ADD 1 TO WS-NB-ECARTS
               MOVE SPACES TO LIGNE-BALANCE
               STRING "CONTROLE ASSURCPC ABSENT - EQUILIBRE DU LOT "
                      "COMPTABLE NON VERIFIABLE"
                   INTO LIGNE-BALANCE
               WRITE LIGNE-BALANCE
           ELSE
               MOVE "ASSURCPC LIGNES = ASSURCPT LIGNES"
                   TO WS-LIBELLE-CONTROLE
               MOVE WS-CTL-ECRITS(6) TO WS-NB-EDIT-1
               MOVE WS-CTL-ECRITS(5) TO WS-NB-EDIT-2
               IF WS-CTL-ECRITS(6) = WS-CTL-ECRITS(5)
                   PERFORM 2800-ECRIRE-CONTROLE-OK
               ELSE
                   PERFORM 2900-ECRIRE-CONTROLE-ECART
               END-IF

               MOVE "COMPTABILITE EUR DEBIT / CREDIT"
                   TO WS-LIBELLE-CONTROLE
               MOVE WS-CTL-EUR(5) TO WS-MONTANT-EDIT-1
               MOVE WS-CTL-EUR(6) TO WS-MONTANT-EDIT-2
               IF WS-CTL-EUR(5) = WS-CTL-EUR(6)
                   PERFORM 2700-ECRIRE-MONTANT-OK
               ELSE
                   PERFORM 2650-ECRIRE-ECART-COMPTABLE
               END-IF

               MOVE "COMPTABILITE USD DEBIT / CREDIT"
                   TO WS-LIBELLE-CONTROLE
               MOVE WS-CTL-USD(5) TO WS-MONTANT-EDIT-1
               MOVE WS-CTL-USD(6) TO WS-MONTANT-EDIT-2
               IF WS-CTL-USD(5) = WS-CTL-USD(6)
                   PERFORM 2700-ECRIRE-MONTANT-OK
               ELSE
                   PERFORM 2650-ECRIRE-ECART-COMPTABLE
               END-IF

               MOVE "COMPTABILITE GBP DEBIT / CREDIT"
                   TO WS-LIBELLE-CONTROLE
               MOVE WS-CTL-GBP(5) TO WS-MONTANT-EDIT-1
               MOVE WS-CTL-GBP(6) TO WS-MONTANT-EDIT-2
               IF WS-CTL-GBP(5) = WS-CTL-GBP(6)
                   PERFORM 2700-ECRIRE-MONTANT-OK
               ELSE
                   PERFORM 2650-ECRIRE-ECART-COMPTABLE
               END-IF
           END-IF.

       2600-ECRIRE-MONTANT-ECART.
           IF WS-CTL-REJETES(4) > 0
               ADD 1 TO WS-NB-AVERTISSEMENTS
               INTO LIGNE-BALANCE
           WRITE LIGNE-BALANCE.

      *    Un lot comptable déséquilibré n'est jamais toléré.
       2650-ECRIRE-ECART-COMPTABLE.
           ADD 1 TO WS-NB-ECARTS

           MOVE SPACES TO LIGNE-BALANCE
           STRING WS-LIBELLE-CONTROLE " "
                  WS-MONTANT-EDIT-1 " / "
                  WS-MONTANT-EDIT-2 " ECART"
               INTO LIGNE-BALANCE
           WRITE LIGNE-BALANCE.

       2700-ECRIRE-MONTANT-OK.
           MOVE SPACES TO LIGNE-BALANCE
           STRING WS-LIBELLE-CONTROLE " "
       3000-CONCLURE.
           IF WS-NB-ECARTS = 0
               PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                       UNTIL WS-CTL-IDX > 6
                   IF WS-CTL-PRESENT(WS-CTL-IDX) = 'O'
                      AND WS-CTL-REJETES(WS-CTL-IDX) > 0
                       ADD 1 TO WS-NB-AVERTISSEMENTS
