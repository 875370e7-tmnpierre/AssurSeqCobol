      *    de ASSURENC, et l'état payé des échéances de l'échéancier
      *    précédent (même ECH-ID, même ECH-NUM) est reporté sur les
      *    échéances régénérées pour survivre aux passages
      *    quotidiens de la chaîne ; il en va de même de l'état
      *    annulé ('A') posé par ASSURRES et de l'état soumis au
      *    prélèvement ('S') posé par ASSURPRL. Les échéances d'un
      *    contrat RESILIE ne sont pas régénérées mais recopiées
      *    telles quelles de l'échéancier précédent, pour que les
      *    échéances restant dues continuent d'être relancées. Pour
      *    un contrat ACTIF, l'échéance de solde posée par ASSURRES
      *    (ECH-NB 999) est de même recopiée telle quelle tant que
      *    ASSURMAJ n'a pas encore passé le contrat à l'état
      *    RESILIE ; les autres échéances précédentes sont
      *    remplacées par le fractionnement régénéré.
      *
      *    La périodicité de paiement de chaque contrat est lue dans
      *    le fichier 'assur-freq.dat' (ASSUR-ID + code M, T ou A) :
       01  WS-CODE-FREQ           PIC X(1).
       01  WS-PAS-MOIS            PIC 9(2).

      *    Echéances payées ou annulées de l'échéancier précédent
      *    (ECH-ID + ECH-NUM + état + date d'encaissement),
      *    reportées sur les échéances régénérées pour que le
      *    rapprochement de ASSURENC et les annulations de ASSURRES
      *    survivent à la régénération.
       01  WS-NB-PAYEES           PIC 9(4) VALUE 0.
       01  WS-PAY-IDX             PIC 9(4) VALUE 0.
       01  WS-TABLE-PAYEES.
           05  WS-PAY-ENTRY OCCURS 5000 TIMES.
               10  WS-PAY-ID          PIC X(8).
               10  WS-PAY-NUM         PIC 9(3).
               10  WS-PAY-ETAT        PIC X(1).
               10  WS-PAY-DATE        PIC X(8).

      *    Echéancier précédent conservé en image, pour recopier
      *    telles quelles les échéances des contrats RESILIE et les
      *    échéances de solde. Table pleine : les échéances
      *    excédentaires ne peuvent plus être recopiées, un message
      *    le signale au chargement.
       01  WS-NB-PREC             PIC 9(4) VALUE 0.
       01  WS-PREC-IDX            PIC 9(4) VALUE 0.
       01  WS-NB-REPORTEES        PIC 9(4) VALUE 0.
       01  WS-TABLE-PREC.
           05  WS-PREC-IMAGE OCCURS 5000 TIMES PIC X(60).

      *    Découpage des dates de couverture et de la date
      *    d'échéance en cours de calcul.
       01  WS-DATE-DEB            PIC 9(8).
           DISPLAY "ASSURFRA - CONTRATS FACTURES: " WS-NB-CONTRATS
                   " IGNORES: "                     WS-NB-IGNORES
                   " ECHEANCES: "                   WS-NB-ECHEANCES
                   " REPORTEES: "                   WS-NB-REPORTEES

           STOP RUN.

               CLOSE FICHIER-ECHEANCIER
           END-IF.

      *    Seules les échéances déjà payées, annulées ou soumises
      *    au prélèvement méritent d'être reportées : les ouvertes
      *    renaîtront ouvertes de toute façon. L'échéance de solde
      *    (ECH-NB 999) n'y entre pas : elle est recopiée telle
      *    quelle et son état ne doit pas passer à l'échéance
      *    régénérée de même numéro. Table pleine : les
      *    états excédentaires sont perdus de vue, un message le
      *    signale. Toute échéance est par ailleurs conservée en
      *    image pour la recopie des contrats résiliés et des
      *    échéances de solde.
       0350-RETENIR-ECHEANCE-PREC.
           IF (ECH-ETAT NOT = 'P' AND ECH-ETAT NOT = 'A'
                                  AND ECH-ETAT NOT = 'S')
              OR ECH-NB = 999
               CONTINUE
           ELSE
               IF WS-NB-PAYEES < 5000
                   ADD 1 TO WS-NB-PAYEES
                   MOVE ECH-ID        TO WS-PAY-ID(WS-NB-PAYEES)
                   MOVE ECH-NUM       TO WS-PAY-NUM(WS-NB-PAYEES)
                   MOVE ECH-ETAT      TO WS-PAY-ETAT(WS-NB-PAYEES)
                   MOVE ECH-DATE-PAIE TO WS-PAY-DATE(WS-NB-PAYEES)
               ELSE
                   DISPLAY "ASSURFRA - TABLE DES ECHEANCES PAYEES "
                           "PLEINE - PAIEMENT PERDU DE VUE: "
                           ECH-ID " " ECH-NUM
               END-IF
           END-IF

           IF WS-NB-PREC < 5000
               ADD 1 TO WS-NB-PREC
               MOVE ECH-REC TO WS-PREC-IMAGE(WS-NB-PREC)
           ELSE
               DISPLAY "ASSURFRA - TABLE DE L'ECHEANCIER PRECEDENT "
                       "PLEINE - ECHEANCE NON RECOPIABLE: "
                       ECH-ID " " ECH-NUM
           END-IF.

       1000-GENERER-ECHEANCIERS.

      *    Seuls les contrats ACTIF dont le montant et les dates
      *    sont exploitables sont facturés ; les autres sont
      *    comptés ignorés. Un contrat RESILIE garde les échéances
      *    de l'échéancier précédent.
       1100-TRAITER-CONTRAT.
           EVALUATE TRUE
               WHEN MAITRE-STATUT = "RESILIE"
                   ADD 1 TO WS-NB-IGNORES
                   PERFORM 1150-REPORTER-ECHEANCES

               WHEN MAITRE-STATUT NOT = "ACTIF"
                   ADD 1 TO WS-NB-IGNORES

                   PERFORM 1200-CALCULER-ECHEANCIER
           END-EVALUATE.

      *    Recopie telles quelles les échéances du contrat résilié
      *    (payées, annulées ou restant dues) ; elles ne figurent
      *    pas sur l'avis d'échéance.
       1150-REPORTER-ECHEANCES.
           PERFORM VARYING WS-PREC-IDX FROM 1 BY 1
                   UNTIL WS-PREC-IDX > WS-NB-PREC
               IF WS-PREC-IMAGE(WS-PREC-IDX)(1:8) = MAITRE-ID
                   MOVE WS-PREC-IMAGE(WS-PREC-IDX) TO ECH-REC
                   WRITE ECH-REC
                   ADD 1 TO WS-NB-REPORTEES
               END-IF
           END-PERFORM.

       1200-CALCULER-ECHEANCIER.
           MOVE MAITRE-DATE-DEB TO WS-DATE-DEB
           MOVE MAITRE-DATE-FIN TO WS-DATE-FIN
           PERFORM VARYING WS-NUM-ECH FROM 1 BY 1
                   UNTIL WS-NUM-ECH > WS-NB-ECH
               PERFORM 1400-ECRIRE-ECHEANCE
           END-PERFORM

           PERFORM 1250-REPORTER-ECHEANCES-SUPPL.

      *    Recopie telles quelles les échéances de solde du contrat
      *    (ECH-NB 999, résiliation que ASSURMAJ n'a pas encore
      *    appliquée) ; elles ne figurent pas sur l'avis
      *    d'échéance. Une échéance ordinaire au-delà du
      *    fractionnement régénéré (périodicité changée, période
      *    raccourcie) n'est plus due et n'est pas recopiée.
       1250-REPORTER-ECHEANCES-SUPPL.
           PERFORM VARYING WS-PREC-IDX FROM 1 BY 1
                   UNTIL WS-PREC-IDX > WS-NB-PREC
               IF WS-PREC-IMAGE(WS-PREC-IDX)(1:8) = MAITRE-ID
                   MOVE WS-PREC-IMAGE(WS-PREC-IDX) TO ECH-REC
                   IF ECH-NB = 999
                       WRITE ECH-REC
                       ADD 1 TO WS-NB-REPORTEES
                   END-IF
               END-IF
           END-PERFORM.

      *    Retrouve la périodicité du contrat courant dans la table

      *    Une échéance nouvelle naît ouverte ; une échéance déjà
      *    payée lors d'une précédente exécution reprend son état
      *    'P' et sa date d'encaissement, que ASSURENC avait posés,
      *    et une échéance annulée par ASSURRES reprend son état 'A',
      *    une échéance remise au prélèvement par ASSURPRL son 'S'.
           MOVE 'O' TO ECH-ETAT
           MOVE SPACES TO ECH-DATE-PAIE

                   UNTIL WS-PAY-IDX > WS-NB-PAYEES
               IF WS-PAY-ID(WS-PAY-IDX) = ECH-ID
                  AND WS-PAY-NUM(WS-PAY-IDX) = ECH-NUM
                   MOVE WS-PAY-ETAT(WS-PAY-IDX) TO ECH-ETAT
                   MOVE WS-PAY-DATE(WS-PAY-IDX) TO ECH-DATE-PAIE
               END-IF
           END-PERFORM
