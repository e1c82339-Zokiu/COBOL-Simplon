      *confondus, les memes calculs que Tablo3 mais sur les notes
      *saisies une seule fois dans notes-matieres.txt. Une note
      *saisie une fois alimente tous les rapports.
      *Les moyennes sont donnees par trimestre et pour l'annee :
      *dans un trimestre, la moyenne d'une matiere pondere chaque
      *evaluation par son poids, la moyenne de l'eleve pondere
      *chaque matiere par son coefficient ; la moyenne annuelle
      *est la moyenne des trimestres notes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER     PIC X(01).
           05 F-CLASSE   PIC X(05).

      *Une note par evaluation : date, trimestre et poids.
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
           05 F-MAT-COEF     PIC 9(01)V9.

       FD FICHIER-MOYENNES.
       01 F-MOYENNE          PIC X(70).
      *En-tête d'audit (date/heure d'exécution).
       01 F-MOYENNE-ENTETE   PIC X(70).

       WORKING-STORAGE SECTION.

           05 WS-ELEVE-ID    PIC 9(03).
           05 WS-NOM         PIC X(10).
           05 WS-ELV-CLASSE  PIC X(05).
      *Moyenne de chaque trimestre ("O" dans WS-TRIM-NOTE quand
      *l'eleve y a au moins une note) et moyenne annuelle : les
      *moyennes par eleve sont PONDEREES par matiere.
           05 WS-TRIM-ELV OCCURS 3 TIMES.
               10 WS-MOY-TRIM   PIC 9(02)V99.
               10 WS-TRIM-NOTE  PIC X(01).
           05 WS-MOY-ANNUELLE PIC 9(02)V99.
           05 WS-ANNEE-NOTEE  PIC X(01).

       77  WS-INDEX     PIC 9(02) VALUE 1.
       77  WS-MAX-INDEX PIC 9(02) VALUE 15.
       77  WS-NB-ELEVES-LUS PIC 9(02) VALUE 0.

      *Cumuls par matiere, decouverts au fil des notes : somme
      *des moyennes d'eleve et nombre d'eleves notes, par
      *trimestre (1 a 3) et pour l'annee (4).
       01 WS-TABLE-MATIERES.
         03 WS-MATIERES OCCURS 20 TIMES.
           05 WS-MAT-CODE    PIC X(06).
           05 WS-MAT-PER OCCURS 4 TIMES.
               10 WS-MAT-SOMME  PIC 9(05)V99.
               10 WS-MAT-NB     PIC 9(03).

       77  WS-IDX-MAT   PIC 9(02) VALUE 1.
       77  WS-MAX-MAT   PIC 9(02) VALUE 20.
       77  WS-MOYENNE   PIC 9(02)V99 VALUE 0.
       77  WS-MOYENNE-ED PIC Z9.99.

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
      *Dernier trimestre pris dans la moyenne annuelle.
       77  WS-TRIM-MAX   PIC 9(01) VALUE 3.
       77  WS-POIDS-NOTE PIC 9(01) VALUE 1.
       77  WS-NB-HORS-TRIMESTRE PIC 9(03) VALUE 0.
      *Cumuls du calcul en cours : moyennes ponderees par le
      *coefficient, somme des coefficients, trimestres notes.
       77  WS-CUMUL-MOY  PIC 9(05)V9(03) VALUE 0.
       77  WS-CUMUL-COEF PIC 9(03)V9 VALUE 0.
       77  WS-NB-TRIM-NOTES PIC 9(01) VALUE 0.

      *Moyennes des trois trimestres et de l'annee pour une ligne
      *du rapport ; une periode sans note est marquee d'un tiret.
       01 WS-LIGNE-PERIODES.
         03 WS-LP OCCURS 4 TIMES.
           05 WS-LP-MOY      PIC Z9.99.
           05 WS-LP-X REDEFINES WS-LP-MOY PIC X(05).
       77  WS-IDX-PER    PIC 9(01) VALUE 1.

      *Cumuls par classe, decouvertes au fil des fiches : somme
      *des moyennes des eleves notes, par trimestre (1 a 3) et
      *pour l'annee (4).
       01 WS-TABLE-CLASSES.
         03 WS-CLS OCCURS 10 TIMES.
           05 WS-CLS-CODE    PIC X(05).
           05 WS-CLS-PER OCCURS 4 TIMES.
               10 WS-CLS-SOMME  PIC 9(05)V99.
               10 WS-CLS-NB     PIC 9(02).

       77  WS-IDX-CLS    PIC 9(02) VALUE 1.
       77  WS-MAX-CLS    PIC 9(02) VALUE 10.
           PERFORM 0200-READ-NOTES-START
           THRU    0200-READ-NOTES-END.

           PERFORM 0260-MOYENNES-ELEVE-START
           THRU    0260-MOYENNES-ELEVE-END
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ELEVES-LUS.

           PERFORM 0300-RAPPORT-START
           THRU    0300-RAPPORT-END.

                            MOVE F-ELEVE-ID TO WS-ELEVE-ID(WS-INDEX)
                            MOVE F-NOM      TO WS-NOM(WS-INDEX)
                            MOVE F-CLASSE   TO WS-ELV-CLASSE(WS-INDEX)
                            ADD 1 TO WS-INDEX
                       END-IF
               END-READ
       0250-COEF-MATIERE-END.


      *Chaque note alimente le cumul de son eleve dans sa matiere,
      *au trimestre de l'evaluation. Une note sans trimestre
      *(fichier de l'ancien format) est ecartee et comptee.
       0200-READ-NOTES-START.

           OPEN INPUT FICHIER-NOTES.
                   AT END
                       MOVE "Y" TO WS-FIN-NOTES
                   NOT AT END
                       IF F-NOTE-TRIMESTRE IS NUMERIC AND
                          F-NOTE-TRIMESTRE >= 1 AND
                          F-NOTE-TRIMESTRE <= 3
                           PERFORM 0210-CUMULER-NOTE-START
                           THRU    0210-CUMULER-NOTE-END
                       ELSE
                           ADD 1 TO WS-NB-HORS-TRIMESTRE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-NOTES.

           IF WS-NB-HORS-TRIMESTRE > 0
               DISPLAY "ATTENTION : " WS-NB-HORS-TRIMESTRE
                       " note(s) sans trimestre ignoree(s),"
                       " notes-matieres.txt a passer par mignotes"
           END-IF.

           EXIT.
       0200-READ-NOTES-END.

       0210-CUMULER-NOTE-START.

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
                   GO TO 0210-CUMULER-NOTE-END
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
       0210-CUMULER-NOTE-END.

      *Moyennes de l'eleve WS-INDEX : moyenne de chaque matiere
      *par trimestre (evaluations ponderees par leur poids),
      *moyenne de l'eleve par trimestre (matieres ponderees par
      *leur coefficient), puis moyennes annuelles, de chaque
      *matiere et de l'eleve, egales a la moyenne des trimestres
      *notes jusqu'a WS-TRIM-MAX.
       0260-MOYENNES-ELEVE-START.

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
                       PERFORM 0250-COEF-MATIERE-START
                       THRU    0250-COEF-MATIERE-END
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
       0260-MOYENNES-ELEVE-END.

       0300-RAPPORT-START.

           OPEN OUTPUT FICHIER-MOYENNES.

           MOVE SPACES TO F-MOYENNE.
           STRING "---- Moyennes par eleve ----"
                  "  (T1, T2, T3, annee)"
                  DELIMITED BY SIZE INTO F-MOYENNE.
           WRITE F-MOYENNE.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-ELEVES-LUS
               PERFORM VARYING WS-TRIM FROM 1 BY 1 UNTIL WS-TRIM > 3
                   IF WS-TRIM-NOTE(WS-INDEX, WS-TRIM) = "O"
                       MOVE WS-MOY-TRIM(WS-INDEX, WS-TRIM) TO
                            WS-LP-MOY(WS-TRIM)
                   ELSE
                       MOVE "  -  " TO WS-LP-X(WS-TRIM)
                   END-IF
               END-PERFORM
               IF WS-ANNEE-NOTEE(WS-INDEX) = "O"
                   MOVE WS-MOY-ANNUELLE(WS-INDEX) TO WS-LP-MOY(4)
               ELSE
                   MOVE "  -  " TO WS-LP-X(4)
               END-IF
               MOVE SPACES TO F-MOYENNE
               STRING WS-NOM(WS-INDEX)
                      " (" WS-ELV-CLASSE(WS-INDEX) ")"
                      " : T1 " WS-LP-X(1) " T2 " WS-LP-X(2)
                      " T3 " WS-LP-X(3) " annee " WS-LP-X(4)
                      DELIMITED BY SIZE INTO F-MOYENNE
               WRITE F-MOYENNE
               DISPLAY F-MOYENNE
           END-PERFORM.

      *Moyenne par classe : moyenne des moyennes des eleves de la
      *classe notes dans la periode, chaque classe decouverte au
      *fil des fiches.
           MOVE SPACES TO F-MOYENNE.
           STRING "---- Moyennes par classe ----"
                  DELIMITED BY SIZE INTO F-MOYENNE.
                   MOVE WS-NB-CLS TO WS-CLS-TROUVE
                   MOVE WS-ELV-CLASSE(WS-INDEX) TO
                        WS-CLS-CODE(WS-CLS-TROUVE)
                   PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                           UNTIL WS-IDX-PER > 4
                       MOVE 0 TO WS-CLS-SOMME(WS-CLS-TROUVE,
                                              WS-IDX-PER)
                       MOVE 0 TO WS-CLS-NB(WS-CLS-TROUVE, WS-IDX-PER)
                   END-PERFORM
               END-IF
               IF WS-CLS-TROUVE > 0
                   PERFORM VARYING WS-TRIM FROM 1 BY 1
                           UNTIL WS-TRIM > 3
                       IF WS-TRIM-NOTE(WS-INDEX, WS-TRIM) = "O"
                           ADD WS-MOY-TRIM(WS-INDEX, WS-TRIM) TO
                               WS-CLS-SOMME(WS-CLS-TROUVE, WS-TRIM)
                           ADD 1 TO WS-CLS-NB(WS-CLS-TROUVE, WS-TRIM)
                       END-IF
                   END-PERFORM
                   IF WS-ANNEE-NOTEE(WS-INDEX) = "O"
                       ADD WS-MOY-ANNUELLE(WS-INDEX) TO
                           WS-CLS-SOMME(WS-CLS-TROUVE, 4)
                       ADD 1 TO WS-CLS-NB(WS-CLS-TROUVE, 4)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-NB-CLS
               PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                       UNTIL WS-IDX-PER > 4
                   IF WS-CLS-NB(WS-IDX-CLS, WS-IDX-PER) > 0
                       COMPUTE WS-MOYENNE ROUNDED =
                               WS-CLS-SOMME(WS-IDX-CLS, WS-IDX-PER) /
                               WS-CLS-NB(WS-IDX-CLS, WS-IDX-PER)
                       MOVE WS-MOYENNE TO WS-LP-MOY(WS-IDX-PER)
                   ELSE
                       MOVE "  -  " TO WS-LP-X(WS-IDX-PER)
                   END-IF
               END-PERFORM
               MOVE SPACES TO F-MOYENNE
               STRING "Classe " WS-CLS-CODE(WS-IDX-CLS)
                      " : T1 " WS-LP-X(1) " T2 " WS-LP-X(2)
                      " T3 " WS-LP-X(3) " annee " WS-LP-X(4)
                      " sur " WS-CLS-NB(WS-IDX-CLS, 4) " eleve(s)"
                      DELIMITED BY SIZE INTO F-MOYENNE
               WRITE F-MOYENNE
               DISPLAY F-MOYENNE
           END-PERFORM.

      *Moyenne par matiere : moyenne des moyennes des eleves notes
      *dans la matiere, par trimestre et pour l'annee.
           PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                   UNTIL WS-IDX-EM > WS-NB-EM
               MOVE 0 TO WS-MAT-TROUVE
               PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                       UNTIL WS-IDX-MAT > WS-NB-MAT
                   IF WS-MAT-CODE(WS-IDX-MAT) =
                                  WS-EM-MATIERE(WS-IDX-EM)
                       MOVE WS-IDX-MAT TO WS-MAT-TROUVE
                   END-IF
               END-PERFORM
               IF WS-MAT-TROUVE = 0 AND WS-NB-MAT < WS-MAX-MAT
                   ADD 1 TO WS-NB-MAT
                   MOVE WS-NB-MAT TO WS-MAT-TROUVE
                   MOVE WS-EM-MATIERE(WS-IDX-EM) TO
                        WS-MAT-CODE(WS-MAT-TROUVE)
                   PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                           UNTIL WS-IDX-PER > 4
                       MOVE 0 TO WS-MAT-SOMME(WS-MAT-TROUVE,
                                              WS-IDX-PER)
                       MOVE 0 TO WS-MAT-NB(WS-MAT-TROUVE, WS-IDX-PER)
                   END-PERFORM
               END-IF
               IF WS-MAT-TROUVE > 0
                   MOVE 0 TO WS-NB-TRIM-NOTES
                   PERFORM VARYING WS-TRIM FROM 1 BY 1
                           UNTIL WS-TRIM > 3
                       IF WS-EM-POIDS(WS-IDX-EM, WS-TRIM) > 0
                           ADD WS-EM-MOYENNE(WS-IDX-EM, WS-TRIM) TO
                               WS-MAT-SOMME(WS-MAT-TROUVE, WS-TRIM)
                           ADD 1 TO WS-MAT-NB(WS-MAT-TROUVE, WS-TRIM)
                           ADD 1 TO WS-NB-TRIM-NOTES
                       END-IF
                   END-PERFORM
                   IF WS-NB-TRIM-NOTES > 0
                       ADD WS-EM-ANNUELLE(WS-IDX-EM) TO
                           WS-MAT-SOMME(WS-MAT-TROUVE, 4)
                       ADD 1 TO WS-MAT-NB(WS-MAT-TROUVE, 4)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-MOYENNE.
           STRING "---- Moyennes par matiere ----"
                  DELIMITED BY SIZE INTO F-MOYENNE.

           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MAT
               PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                       UNTIL WS-IDX-PER > 4
                   IF WS-MAT-NB(WS-IDX-MAT, WS-IDX-PER) > 0
                       COMPUTE WS-MOYENNE ROUNDED =
                               WS-MAT-SOMME(WS-IDX-MAT, WS-IDX-PER) /
                               WS-MAT-NB(WS-IDX-MAT, WS-IDX-PER)
                       MOVE WS-MOYENNE TO WS-LP-MOY(WS-IDX-PER)
                   ELSE
                       MOVE "  -  " TO WS-LP-X(WS-IDX-PER)
                   END-IF
               END-PERFORM
               MOVE SPACES TO F-MOYENNE
               STRING WS-MAT-CODE(WS-IDX-MAT)
                      " : T1 " WS-LP-X(1) " T2 " WS-LP-X(2)
                      " T3 " WS-LP-X(3) " annee " WS-LP-X(4)
                      " sur " WS-MAT-NB(WS-IDX-MAT, 4) " eleve(s)"
                      DELIMITED BY SIZE INTO F-MOYENNE
               WRITE F-MOYENNE
               DISPLAY F-MOYENNE
