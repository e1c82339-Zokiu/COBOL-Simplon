       SELECT FICHIER-ELEVES ASSIGN TO "eleves-maitre.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Notes par matiere (identifiant eleve, code matiere, note,
      *evaluation, date, trimestre, poids) : la note de decision de
      *chaque eleve est sa moyenne annuelle, moyenne de ses
      *moyennes trimestrielles, saisies une seule fois pour tous
      *les rapports.
       SELECT FICHIER-NOTES ASSIGN TO "notes-matieres.txt"
           ORGANIZATION IS LINE SEQUENTIAL.


       FD FICHIER-NOTES.
       01 F-NOTES.
           05 F-NOTE-ELEVE     PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-NOTE-MATIERE   PIC X(06).
           05 FILLER           PIC X(01).
           05 F-NOTE-VALEUR    PIC 9(02).
           05 FILLER           PIC X(01).
           05 F-NOTE-EVAL      PIC X(06).
           05 FILLER           PIC X(01).
           05 F-NOTE-DATE      PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-NOTE-TRIMESTRE PIC 9(01).
           05 FILLER           PIC X(01).
           05 F-NOTE-POIDS     PIC 9(01).

      *Un coefficient par code matiere.
       FD FICHIER-MATIERES.
         03 WS-ELEVES OCCURS 15 TIMES.
           05 WS-ELEVE-ID PIC 9(03).
           05 WS-NOM    PIC X(10).
      *Note de decision : moyenne annuelle de l'eleve, arrondie.
           05 WS-NOTE   PIC 9(02).
      *Moyennes trimestrielles ponderees par les coefficients des
      *matieres (MATH pese double, SPORT moitie), "O" dans
      *WS-TRIM-NOTE quand l'eleve a au moins une note dans le
      *trimestre, et moyenne annuelle des trimestres notes.
           05 WS-TRIM-ELV OCCURS 3 TIMES.
               10 WS-MOY-TRIM   PIC 9(02)V99.
               10 WS-TRIM-NOTE  PIC X(01).
           05 WS-MOY-ANNUELLE PIC 9(02)V99.
           05 WS-ANNEE-NOTEE  PIC X(01).

       77  WS-INDEX     PIC 9(02) VALUE 1.
       77  WS-MAX-INDEX PIC 9(02) VALUE 15.
       77  WS-FIN-F     PIC X     VALUE "N".
       77  WS-FIN-NOTES PIC X     VALUE "N".

      *Cumuls par eleve et par matiere, trimestre par trimestre :
      *somme des notes ponderees par le poids de l'evaluation et
      *somme des poids, decouverts au fil des notes.
       01 WS-TABLE-EM.
         03 WS-EM OCCURS 300 TIMES.
           05 WS-EM-ELEVE    PIC 9(03).
           05 WS-EM-MATIERE  PIC X(06).
           05 WS-EM-TRIM OCCURS 3 TIMES.
               10 WS-EM-SOMME   PIC 9(05).
               10 WS-EM-POIDS   PIC 9(03).
               10 WS-EM-MOYENNE PIC 9(02)V99.
           05 WS-EM-ANNUELLE PIC 9(02)V99.

       77  WS-IDX-EM     PIC 9(03) VALUE 1.
       77  WS-MAX-EM     PIC 9(03) VALUE 300.
       77  WS-NB-EM      PIC 9(03) VALUE 0.
       77  WS-EM-TROUVE  PIC 9(03) VALUE 0.
       77  WS-TRIM       PIC 9(01) VALUE 1.
      *La decision porte sur l'annee entiere.
       77  WS-TRIM-MAX   PIC 9(01) VALUE 3.
       77  WS-POIDS-NOTE PIC 9(01) VALUE 1.
       77  WS-NB-HORS-TRIMESTRE PIC 9(03) VALUE 0.
      *Cumuls du calcul en cours : moyennes ponderees par le
      *coefficient, somme des coefficients, trimestres notes.
       77  WS-CUMUL-MOY  PIC 9(05)V9(03) VALUE 0.
       77  WS-CUMUL-COEF PIC 9(03)V9 VALUE 0.
       77  WS-NB-TRIM-NOTES PIC 9(01) VALUE 0.

       01  WS-MENTION   PIC X(10).

       77  WS-NB-REUSSITE PIC 9(02) VALUE 0.
           PERFORM 0120-READ-MATIERES-START
           THRU    0120-READ-MATIERES-END.

      *Les coefficients doivent etre charges avant le calcul des
      *moyennes trimestrielles.
           PERFORM 0150-READ-NOTES-START
           THRU    0150-READ-NOTES-END.

           PERFORM 0200-OUTPUT-REUSSITE-START
           THRU    0200-OUTPUT-REUSSITE-END.

                            MOVE F-ELEVE-ID TO WS-ELEVE-ID(WS-INDEX)
                            MOVE F-NOM  TO WS-NOM(WS-INDEX)
                            MOVE 0 TO WS-NOTE(WS-INDEX)
                            ADD 1 TO WS-INDEX
                       END-IF
               END-READ

           COMPUTE WS-NB-ELEVES-LUS = WS-INDEX - 1.

           EXIT.
       0100-READ-END.

       0160-COEF-MATIERE-END.


      *Chaque note alimente le cumul de son eleve dans sa matiere,
      *au trimestre de l'evaluation. Une note sans trimestre
      *(fichier de l'ancien format) est ecartee et comptee.
       0150-READ-NOTES-START.

           MOVE "N" TO WS-FIN-NOTES.
                   AT END
                       MOVE "Y" TO WS-FIN-NOTES
                   NOT AT END
                       IF F-NOTE-TRIMESTRE IS NUMERIC AND
                          F-NOTE-TRIMESTRE >= 1 AND
                          F-NOTE-TRIMESTRE <= 3
                           PERFORM 0155-CUMULER-NOTE-START
                           THRU    0155-CUMULER-NOTE-END
                       ELSE
                           ADD 1 TO WS-NB-HORS-TRIMESTRE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-NOTES.

      *La note de decision est la moyenne annuelle arrondie, avec
      *le meme seuil de 10 qu'avant.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-ELEVES-LUS
               PERFORM 0170-MOYENNES-ELEVE-START
               THRU    0170-MOYENNES-ELEVE-END
               IF WS-ANNEE-NOTEE(WS-INDEX) = "O"
                   COMPUTE WS-NOTE(WS-INDEX) ROUNDED =
                           WS-MOY-ANNUELLE(WS-INDEX)
               ELSE
                   MOVE 0 TO WS-NOTE(WS-INDEX)
                   DISPLAY "ATTENTION : aucune note pour "
               END-IF
           END-PERFORM.

           IF WS-NB-HORS-TRIMESTRE > 0
               DISPLAY "ATTENTION : " WS-NB-HORS-TRIMESTRE
                       " note(s) sans trimestre ignoree(s),"
                       " notes-matieres.txt a passer par mignotes"
           END-IF.

           EXIT.
       0150-READ-NOTES-END.

       0155-CUMULER-NOTE-START.

           MOVE 0 TO WS-EM-TROUVE.
           PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                   UNTIL WS-IDX-EM > WS-NB-EM
               IF WS-EM-ELEVE(WS-IDX-EM) = F-NOTE-ELEVE AND
                  WS-EM-MATIERE(WS-IDX-EM) = F-NOTE-MATIERE
                   MOVE WS-IDX-EM TO WS-EM-TROUVE
               END-IF
           END-PERFORM.

           IF WS-EM-TROUVE = 0
               IF WS-NB-EM >= WS-MAX-EM
                   GO TO 0155-CUMULER-NOTE-END
               END-IF
               ADD 1 TO WS-NB-EM
               MOVE WS-NB-EM TO WS-EM-TROUVE
               MOVE F-NOTE-ELEVE   TO WS-EM-ELEVE(WS-EM-TROUVE)
               MOVE F-NOTE-MATIERE TO WS-EM-MATIERE(WS-EM-TROUVE)
               PERFORM VARYING WS-TRIM FROM 1 BY 1
                       UNTIL WS-TRIM > 3
                   MOVE 0 TO WS-EM-SOMME(WS-EM-TROUVE, WS-TRIM)
                   MOVE 0 TO WS-EM-POIDS(WS-EM-TROUVE, WS-TRIM)
                   MOVE 0 TO WS-EM-MOYENNE(WS-EM-TROUVE, WS-TRIM)
               END-PERFORM
               MOVE 0 TO WS-EM-ANNUELLE(WS-EM-TROUVE)
           END-IF.

      *Une evaluation sans poids compte pour 1.
           MOVE 1 TO WS-POIDS-NOTE.
           IF F-NOTE-POIDS IS NUMERIC AND F-NOTE-POIDS > 0
               MOVE F-NOTE-POIDS TO WS-POIDS-NOTE
           END-IF.

           MOVE F-NOTE-TRIMESTRE TO WS-TRIM.
           COMPUTE WS-EM-SOMME(WS-EM-TROUVE, WS-TRIM) =
                   WS-EM-SOMME(WS-EM-TROUVE, WS-TRIM) +
                   F-NOTE-VALEUR * WS-POIDS-NOTE.
           ADD WS-POIDS-NOTE TO WS-EM-POIDS(WS-EM-TROUVE, WS-TRIM).

           EXIT.
       0155-CUMULER-NOTE-END.

      *Moyennes de l'eleve WS-INDEX : moyenne de chaque matiere
      *par trimestre (evaluations ponderees par leur poids),
      *moyenne de l'eleve par trimestre (matieres ponderees par
      *leur coefficient), puis moyennes annuelles, de chaque
      *matiere et de l'eleve, egales a la moyenne des trimestres
      *notes jusqu'a WS-TRIM-MAX.
       0170-MOYENNES-ELEVE-START.

           PERFORM VARYING WS-TRIM FROM 1 BY 1 UNTIL WS-TRIM > 3
               MOVE 0 TO WS-CUMUL-MOY
               MOVE 0 TO WS-CUMUL-COEF
               PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                       UNTIL WS-IDX-EM > WS-NB-EM
                   IF WS-EM-ELEVE(WS-IDX-EM) = WS-ELEVE-ID(WS-INDEX)
                      AND WS-EM-POIDS(WS-IDX-EM, WS-TRIM) > 0
                       COMPUTE WS-EM-MOYENNE(WS-IDX-EM, WS-TRIM)
                               ROUNDED =
                               WS-EM-SOMME(WS-IDX-EM, WS-TRIM) /
                               WS-EM-POIDS(WS-IDX-EM, WS-TRIM)
                       MOVE WS-EM-MATIERE(WS-IDX-EM) TO
                            WS-COEF-CHERCHE
                       PERFORM 0160-COEF-MATIERE-START
                       THRU    0160-COEF-MATIERE-END
                       COMPUTE WS-CUMUL-MOY = WS-CUMUL-MOY +
                               WS-EM-MOYENNE(WS-IDX-EM, WS-TRIM) *
                               WS-COEF
                       ADD WS-COEF TO WS-CUMUL-COEF
                   END-IF
               END-PERFORM
               IF WS-CUMUL-COEF > 0
                   COMPUTE WS-MOY-TRIM(WS-INDEX, WS-TRIM) ROUNDED =
                           WS-CUMUL-MOY / WS-CUMUL-COEF
                   MOVE "O" TO WS-TRIM-NOTE(WS-INDEX, WS-TRIM)
               ELSE
                   MOVE 0   TO WS-MOY-TRIM(WS-INDEX, WS-TRIM)
                   MOVE "N" TO WS-TRIM-NOTE(WS-INDEX, WS-TRIM)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                   UNTIL WS-IDX-EM > WS-NB-EM
               IF WS-EM-ELEVE(WS-IDX-EM) = WS-ELEVE-ID(WS-INDEX)
                   MOVE 0 TO WS-CUMUL-MOY
                   MOVE 0 TO WS-NB-TRIM-NOTES
                   PERFORM VARYING WS-TRIM FROM 1 BY 1
                           UNTIL WS-TRIM > WS-TRIM-MAX
                       IF WS-EM-POIDS(WS-IDX-EM, WS-TRIM) > 0
                           ADD WS-EM-MOYENNE(WS-IDX-EM, WS-TRIM) TO
                               WS-CUMUL-MOY
                           ADD 1 TO WS-NB-TRIM-NOTES
                       END-IF
                   END-PERFORM
                   IF WS-NB-TRIM-NOTES > 0
                       COMPUTE WS-EM-ANNUELLE(WS-IDX-EM) ROUNDED =
                               WS-CUMUL-MOY / WS-NB-TRIM-NOTES
                   ELSE
                       MOVE 0 TO WS-EM-ANNUELLE(WS-IDX-EM)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-CUMUL-MOY.
           MOVE 0 TO WS-NB-TRIM-NOTES.
           PERFORM VARYING WS-TRIM FROM 1 BY 1
                   UNTIL WS-TRIM > WS-TRIM-MAX
               IF WS-TRIM-NOTE(WS-INDEX, WS-TRIM) = "O"
                   ADD WS-MOY-TRIM(WS-INDEX, WS-TRIM) TO WS-CUMUL-MOY
                   ADD 1 TO WS-NB-TRIM-NOTES
               END-IF
           END-PERFORM.
           IF WS-NB-TRIM-NOTES > 0
               COMPUTE WS-MOY-ANNUELLE(WS-INDEX) ROUNDED =
                       WS-CUMUL-MOY / WS-NB-TRIM-NOTES
               MOVE "O" TO WS-ANNEE-NOTEE(WS-INDEX)
           ELSE
               MOVE 0   TO WS-MOY-ANNUELLE(WS-INDEX)
               MOVE "N" TO WS-ANNEE-NOTEE(WS-INDEX)
           END-IF.

           EXIT.
       0170-MOYENNES-ELEVE-END.

       0200-OUTPUT-REUSSITE-START.
           OPEN OUTPUT FICHIER-REUSSITE.

