      *        FINMIN=<AAAAMMJJ> date de fin minimale
      *        FINMAX=<AAAAMMJJ> date de fin maximale
      *    Sans paramètre, tous les contrats sont extraits.
      *
      *    Le fichier d'interface lu (assur-taux.dat) est contrôlé
      *    par ASSURENV avant tout traitement : un fichier rejeté
      *    arrête le programme en code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       01  WS-MONTANT-EDIT        PIC ZZZZZZ9.99.
       01  WS-MONTANT-EUR-EDIT    PIC ZZZZZZZZ9.99.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0050-CONTROLER-ENVELOPPES
           PERFORM 0100-CHARGER-TAUX
           PERFORM 0200-LIRE-PARAMETRES

               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 0070-CONSIGNER-RECEPTIONS

           STOP RUN.

      *    Contrôle des enveloppes des fichiers reçus avant toute
      *    mise à jour : un fichier rejeté par ASSURENV (tronqué,
      *    cumuls discordants, séquence déjà traitée ou hors ordre)
      *    arrête le traitement en code retour 12, sans rien avoir
      *    modifié.
       0050-CONTROLER-ENVELOPPES.
           MOVE "ASSURDLM" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'C' TO ENV-MODE
           MOVE "assur-taux.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURDLM - FICHIER " FUNCTION TRIM(ENV-FICHIER)
                   " REJETE - TRAITEMENT ABANDONNE"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *    Fin de traitement sans échec : les fichiers contrôlés
      *    sont consignés au registre des fichiers reçus, et ne
      *    seront plus acceptés une seconde fois.
       0070-CONSIGNER-RECEPTIONS.
           IF RETURN-CODE < 8
               MOVE 'E' TO ENV-FONCTION
               PERFORM 0080-APPELER-ASSURENV
           END-IF.

      *    L'appel remet RETURN-CODE à zéro : le code retour déjà
      *    établi par le programme est préservé.
       0080-APPELER-ASSURENV.
           MOVE RETURN-CODE TO WS-CODE-RETOUR
           CALL 'ASSURENV' USING ENV-PARAMETRES
           MOVE WS-CODE-RETOUR TO RETURN-CODE.

      *    Charge les taux de change du jour de traitement depuis le
      *    fichier des taux datés, comme ASSURSEQ 0150-CHARGER-TAUX.
      *    Fichier absent ou taux du jour manquants : arrêt en code
