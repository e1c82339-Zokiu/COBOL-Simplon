      *la synthese d'une page en signalant tout ce qui a bouge
      *fortement (plus de moitie d'ecart). La premiere heure de la
      *journee ne se passera plus a ouvrir sept fichiers.
      *Le total des violations du controle d'integrite
      *referentielle (integrite.txt) y figure aussi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *Les indicateurs releves, leur valeur du jour et celle de la
      *veille.
       01  WS-TABLE-INDICATEURS.
           05 WS-IND OCCURS 7 TIMES.
               10 WS-IND-LIBELLE   PIC X(25).
               10 WS-IND-VALEUR    PIC 9(06).
               10 WS-IND-VEILLE    PIC 9(06).
               10 WS-IND-A-VEILLE  PIC X(01).

       77  WS-IDX-IND           PIC 9(01) VALUE 1.
       77  WS-NB-IND            PIC 9(01) VALUE 7.

       77  WS-NOM-SOURCE        PIC X(40) VALUE SPACES.
       77  WS-SOURCE-STATUS     PIC X(02) VALUE SPACES.
           MOVE "Lignes perdues (rendu)" TO WS-IND-LIBELLE(4).
           MOVE "Recus (diplome)"        TO WS-IND-LIBELLE(5).
           MOVE "Echecs (diplome)"       TO WS-IND-LIBELLE(6).
           MOVE "Violations d'integrite" TO WS-IND-LIBELLE(7).

           PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                   UNTIL WS-IDX-IND > WS-NB-IND
           THRU    0200-COMPTER-END.
           MOVE WS-COMPTEUR TO WS-IND-VALEUR(6).

      *integrite : le total des violations de sa derniere ligne.
           MOVE "integrite.txt" TO WS-NOM-SOURCE.
           PERFORM 0260-INTEGRITE-START
           THRU    0260-INTEGRITE-END.

           EXIT.
       0100-RELEVER-TOUT-END.

           EXIT.
       0250-RECAP-RENDU-END.

      *Reprend du rapport d'integrite la ligne TOTAL VIOLATIONS.
       0260-INTEGRITE-START.

           MOVE 0   TO WS-IND-VALEUR(7).
           MOVE "N" TO WS-FIN-SOURCE.

           OPEN INPUT FICHIER-SOURCE.

           IF WS-SOURCE-STATUS NOT = "00"
               CLOSE FICHIER-SOURCE
               GO TO 0260-INTEGRITE-END
           END-IF.

           PERFORM UNTIL WS-FIN-SOURCE = "O"
               READ FICHIER-SOURCE
                   AT END
                       MOVE "O" TO WS-FIN-SOURCE
                   NOT AT END
                       IF F-LIGNE-SOURCE(1:17) = "TOTAL VIOLATIONS "
                          AND F-LIGNE-SOURCE(18:6) IS NUMERIC
                           MOVE F-LIGNE-SOURCE(18:6) TO
                                WS-IND-VALEUR(7)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-SOURCE.

           EXIT.
       0260-INTEGRITE-END.

       0300-LIRE-VEILLE-START.

           OPEN INPUT FICHIER-PRECEDENT.
