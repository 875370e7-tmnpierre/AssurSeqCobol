      *    cotation au jour de traitement ; sans cotation antérieure
      *    les taux du jour servent des deux côtés (écart nul) et un
      *    message le signale.
      *
      *    Le fichier d'interface lu (assur-taux.dat) est contrôlé
      *    par ASSURENV avant tout traitement : un fichier rejeté
      *    arrête le programme en code retour 12.
      *    *************************************************************

       IDENTIFICATION DIVISION.

       01  WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.

      *    Contrôle des enveloppes des fichiers d'interface par le
      *    module ASSURENV (copy/ENVPARM.cpy).
       COPY ENVPARM.
       01  WS-CODE-RETOUR         PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 0050-CONTROLER-ENVELOPPES
           PERFORM 0100-LIRE-PARAMETRES
           PERFORM 0200-REPERER-DATE-PRECEDENTE
           PERFORM 0300-CHARGER-DEUX-JEUX
           DISPLAY "ASSURREV - CONTRATS CUMULES: " WS-NB-CONTRATS
                   " IGNORES: "                    WS-NB-IGNORES

           PERFORM 0070-CONSIGNER-RECEPTIONS

           STOP RUN.

      *    Contrôle des enveloppes des fichiers reçus avant toute
      *    mise à jour : un fichier rejeté par ASSURENV (tronqué,
      *    cumuls discordants, séquence déjà traitée ou hors ordre)
      *    arrête le traitement en code retour 12, sans rien avoir
      *    modifié.
       0050-CONTROLER-ENVELOPPES.
           MOVE "ASSURREV" TO ENV-PROGRAMME

           MOVE 'V' TO ENV-FONCTION
           MOVE 'C' TO ENV-MODE
           MOVE "assur-taux.dat" TO ENV-FICHIER
           PERFORM 0080-APPELER-ASSURENV
           IF ENV-CODE NOT = 0
               PERFORM 0060-REJETER-FICHIER
           END-IF.

       0060-REJETER-FICHIER.
           DISPLAY "ASSURREV - FICHIER " FUNCTION TRIM(ENV-FICHIER)
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

       0100-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE

      *    Première lecture du fichier des taux : retient la date de
      *    cotation la plus récente strictement antérieure au jour
      *    de traitement. L'en-tête et la fin de fichier ne sont pas
      *    des cotations : ils sont écartés ici comme en 0300.
       0200-REPERER-DATE-PRECEDENTE.
           OPEN INPUT FICHIER-TAUX

                   AT END
                       MOVE '10' TO WS-TAUX-STATUS
                   NOT AT END
                       IF TAUX-DATE NOT = "*ENTETE*"
                          AND TAUX-DATE NOT = "*FINFIC*"
                           IF TAUX-DATE < WS-DATE-TAUX
                              AND TAUX-DATE > WS-DATE-PREC
                               MOVE TAUX-DATE TO WS-DATE-PREC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   AT END
                       MOVE '10' TO WS-TAUX-STATUS
                   NOT AT END
                       IF TAUX-DATE NOT = "*ENTETE*"
                          AND TAUX-DATE NOT = "*FINFIC*"
                           IF TAUX-DATE = WS-DATE-TAUX
                               PERFORM 0350-RETENIR-TAUX-JOUR
                           END-IF
                           IF TAUX-DATE = WS-DATE-PREC
                               PERFORM 0360-RETENIR-TAUX-PREC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
