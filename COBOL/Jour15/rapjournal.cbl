      *INCOMPLET des qu'une etape du passage ne s'est pas terminee
      *en OK. "Tout le passage de mardi soir" est un filtre, plus
      *une archeologie d'horodatages.
      *Un passage repris par chaine apres un echec reste un seul
      *passage : une etape en echec puis rejouee en OK sous le
      *meme identifiant est signalee reprise, et ne rend plus le
      *passage incomplet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-TOT-ECRITS        PIC 9(08) VALUE 0.
       77  WS-TOT-REJETES       PIC 9(08) VALUE 0.
       77  WS-RUN-INCOMPLET     PIC X(01) VALUE "N".
      *Etape en echec rejouee plus loin en OK dans le passage.
       77  WS-RUN-REPRIS        PIC X(01) VALUE "N".
       77  WS-ETAPE-REPRISE     PIC X(01) VALUE "N".
       77  WS-IDX-SUITE         PIC 9(03) VALUE 1.

       PROCEDURE DIVISION.

       0200-RESTITUER-END.

      *Restitue un passage : ses lignes, ses totaux, et le drapeau
      *RUN INCOMPLET des qu'une etape n'est pas OK et n'a pas ete
      *rejouee en OK par une reprise du passage.
       0300-UN-PASSAGE-START.

           IF WS-RUN-EDITE = 0
           MOVE 0   TO WS-TOT-ECRITS.
           MOVE 0   TO WS-TOT-REJETES.
           MOVE "N" TO WS-RUN-INCOMPLET.
           MOVE "N" TO WS-RUN-REPRIS.

           PERFORM VARYING WS-IDX-JRN FROM 1 BY 1
                   UNTIL WS-IDX-JRN > WS-NB-LIGNES
                   ADD WS-JRN-ECRITS(WS-IDX-JRN)  TO WS-TOT-ECRITS
                   ADD WS-JRN-REJETES(WS-IDX-JRN) TO WS-TOT-REJETES
                   IF WS-JRN-STATUT(WS-IDX-JRN)(1:2) NOT = "OK"
                       PERFORM 0310-ETAPE-REPRISE-START
                       THRU    0310-ETAPE-REPRISE-END
                       IF WS-ETAPE-REPRISE = "O"
                           MOVE "O" TO WS-RUN-REPRIS
                       ELSE
                           MOVE "O" TO WS-RUN-INCOMPLET
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
                       " s'est pas terminee en OK"
           END-IF.

           IF WS-RUN-REPRIS = "O"
               DISPLAY ">>> RUN REPRIS : etape(s) en echec rejouee(s)"
                       " en OK par une reprise du passage"
           END-IF.

           EXIT.
       0300-UN-PASSAGE-END.

      *La ligne en echec WS-IDX-JRN est-elle suivie, dans le meme
      *passage, d'une execution OK du meme programme ?
       0310-ETAPE-REPRISE-START.

           MOVE "N" TO WS-ETAPE-REPRISE.
      *Hors chaine, pas de reprise : chaque execution compte.
           IF WS-RUN-EDITE = 0
               GO TO 0310-ETAPE-REPRISE-END
           END-IF.

           PERFORM VARYING WS-IDX-SUITE FROM WS-IDX-JRN BY 1
                   UNTIL WS-IDX-SUITE > WS-NB-LIGNES
               IF WS-JRN-RUN(WS-IDX-SUITE) = WS-RUN-EDITE AND
                  WS-JRN-PROGRAMME(WS-IDX-SUITE) =
                  WS-JRN-PROGRAMME(WS-IDX-JRN) AND
                  WS-JRN-STATUT(WS-IDX-SUITE)(1:2) = "OK"
                   MOVE "O" TO WS-ETAPE-REPRISE
               END-IF
           END-PERFORM.

           EXIT.
       0310-ETAPE-REPRISE-END.
