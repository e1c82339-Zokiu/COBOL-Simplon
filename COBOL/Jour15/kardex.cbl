      *calcule du stock reel de inventaire.txt : tout ecart est
      *signale bruyamment. Au premier lancement, le stock
      *d'ouverture est initialise depuis l'inventaire courant (le
      *grand livre demarre a cet instant). Un mouvement qui porte
      *une reference (numero de commande) l'affiche : les
      *composants sortis pour un kit renvoient ainsi a la commande
      *du kit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-MVT-TYPE        PIC X(10).
           05 FILLER            PIC X(01).
           05 F-MVT-SOURCE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-MVT-REFERENCE   PIC X(10).

       FD FICHIER-KARDEX.
       01  F-KARDEX             PIC X(90).
               10 WS-MVT-QTE       PIC S9(05).
               10 WS-MVT-TYPE      PIC X(10).
               10 WS-MVT-SOURCE    PIC X(10).
               10 WS-MVT-REFERENCE PIC X(10).

       77  WS-IDX-MVT           PIC 9(03) VALUE 1.
       77  WS-MAX-MOUVEMENTS    PIC 9(03) VALUE 200.
                                    WS-MVT-TYPE(WS-NB-MVT-LUS)
                               MOVE F-MVT-SOURCE  TO
                                    WS-MVT-SOURCE(WS-NB-MVT-LUS)
                               MOVE F-MVT-REFERENCE TO
                                    WS-MVT-REFERENCE(WS-NB-MVT-LUS)
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE WS-MVT-QTE(WS-IDX-MVT) TO WS-QTE-ED
                   MOVE WS-SOLDE-COURANT       TO WS-SOLDE-ED
                   MOVE SPACES TO F-KARDEX
                   IF WS-MVT-REFERENCE(WS-IDX-MVT) = SPACES
                       STRING WS-MVT-DATE(WS-IDX-MVT)
                              " " WS-MVT-TYPE(WS-IDX-MVT)
                              " " WS-QTE-ED
                              " (" WS-MVT-SOURCE(WS-IDX-MVT) ")"
                              " solde " WS-SOLDE-ED
                              DELIMITED BY SIZE INTO F-KARDEX
                   ELSE
                       STRING WS-MVT-DATE(WS-IDX-MVT)
                              " " WS-MVT-TYPE(WS-IDX-MVT)
                              " " WS-QTE-ED
                              " (" WS-MVT-SOURCE(WS-IDX-MVT) ")"
                              " solde " WS-SOLDE-ED
                              " ref " WS-MVT-REFERENCE(WS-IDX-MVT)
                              DELIMITED BY SIZE INTO F-KARDEX
                   END-IF
                   WRITE F-KARDEX
               END-IF
           END-PERFORM.
