      *injustifiees a part) et signale chaque eleve dont les
      *absences injustifiees depassent le plafond saisi. Les
      *absences rencontrent enfin les donnees de la classe.
      *Chaque eleve est suivi de ses heures manquees par matiere,
      *tirees des absences rattachees a un cours de l'emploi du
      *temps (les absences a la journee n'ont pas de matiere).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-ABS-PRENOM      PIC X(15).
           05 FILLER            PIC X(01).
           05 F-ABS-TYPE        PIC X(01).
           05 FILLER            PIC X(01).
           05 F-ABS-HEURE       PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-ABS-DUREE       PIC 9(01).
           05 FILLER            PIC X(01).
           05 F-ABS-MATIERE     PIC X(06).

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(90).
       77  WS-TOT-TROUVE        PIC 9(02) VALUE 0.
       77  WS-FIN-ABSENCES      PIC X(01) VALUE "N".

      *Heures manquees par eleve (rang dans la table des totaux)
      *et par matiere.
       01  WS-TABLE-HEURES.
           05 WS-HM OCCURS 300 TIMES.
               10 WS-HM-TOT        PIC 9(02).
               10 WS-HM-MATIERE    PIC X(06).
               10 WS-HM-JUST       PIC 9(03).
               10 WS-HM-INJUST     PIC 9(03).

       77  WS-IDX-HM            PIC 9(03) VALUE 1.
       77  WS-MAX-HM            PIC 9(03) VALUE 300.
       77  WS-NB-HM             PIC 9(03) VALUE 0.
       77  WS-HM-TROUVE         PIC 9(03) VALUE 0.
       77  WS-HM-TOTAL          PIC 9(03) VALUE 0.

      *Plafond d'absences injustifiees avant signalement.
       77  WS-PLAFOND           PIC 9(03) VALUE 0.
       77  WS-NB-SIGNALES       PIC 9(02) VALUE 0.
                               ADD 1 TO
                                   WS-TOT-INJUST(WS-TOT-TROUVE)
                           END-IF
                           IF F-ABS-MATIERE NOT = SPACES AND
                              F-ABS-DUREE NUMERIC
                               PERFORM 0150-HEURES-START
                               THRU    0150-HEURES-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.
       0100-CUMULER-END.

      *Heures du cours manque portees a l'eleve WS-TOT-TROUVE dans
      *la matiere du cours.
       0150-HEURES-START.

           MOVE 0 TO WS-HM-TROUVE.
           PERFORM VARYING WS-IDX-HM FROM 1 BY 1
                   UNTIL WS-IDX-HM > WS-NB-HM
               IF WS-HM-TOT(WS-IDX-HM) = WS-TOT-TROUVE AND
                  WS-HM-MATIERE(WS-IDX-HM) = F-ABS-MATIERE
                   MOVE WS-IDX-HM TO WS-HM-TROUVE
               END-IF
           END-PERFORM.

           IF WS-HM-TROUVE = 0
               IF WS-NB-HM >= WS-MAX-HM
                   GO TO 0150-HEURES-END
               END-IF
               ADD 1 TO WS-NB-HM
               MOVE WS-NB-HM      TO WS-HM-TROUVE
               MOVE WS-TOT-TROUVE TO WS-HM-TOT(WS-HM-TROUVE)
               MOVE F-ABS-MATIERE TO WS-HM-MATIERE(WS-HM-TROUVE)
               MOVE 0 TO WS-HM-JUST(WS-HM-TROUVE)
               MOVE 0 TO WS-HM-INJUST(WS-HM-TROUVE)
           END-IF.

           IF F-ABS-TYPE = "J"
               ADD F-ABS-DUREE TO WS-HM-JUST(WS-HM-TROUVE)
           ELSE
               ADD F-ABS-DUREE TO WS-HM-INJUST(WS-HM-TROUVE)
           END-IF.

           EXIT.
       0150-HEURES-END.

       0200-RAPPORT-START.

           OPEN OUTPUT FICHIER-RAPPORT.
                                  DELIMITED BY SIZE INTO F-RAPPORT
                       END-IF
                       WRITE F-RAPPORT
                       PERFORM 0250-HEURES-ELEVE-START
                       THRU    0250-HEURES-ELEVE-END
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.
       0200-RAPPORT-END.

      *Heures manquees par matiere de l'eleve WS-IDX-TOT.
       0250-HEURES-ELEVE-START.

           PERFORM VARYING WS-IDX-HM FROM 1 BY 1
                   UNTIL WS-IDX-HM > WS-NB-HM
               IF WS-HM-TOT(WS-IDX-HM) = WS-IDX-TOT
                   COMPUTE WS-HM-TOTAL = WS-HM-JUST(WS-IDX-HM)
                                       + WS-HM-INJUST(WS-IDX-HM)
                   MOVE SPACES TO F-RAPPORT
                   STRING "    " WS-HM-MATIERE(WS-IDX-HM)
                          " heures manquees " WS-HM-TOTAL
                          " dont injustifiees "
                          WS-HM-INJUST(WS-IDX-HM)
                          DELIMITED BY SIZE INTO F-RAPPORT
                   WRITE F-RAPPORT
               END-IF
           END-PERFORM.

           EXIT.
       0250-HEURES-ELEVE-END.
