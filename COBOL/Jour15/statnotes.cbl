       IDENTIFICATION DIVISION.
       PROGRAM-ID. statnotes.
       AUTHOR.    Terry.

      *Statistiques de repartition des notes par matiere et par
      *classe : effectif, moyenne, mediane, ecart-type, minimum et
      *maximum, part des eleves sous 10 et histogramme par tranches
      *de deux points. Les valeurs sont les moyennes de matiere des
      *eleves calculees comme sur le bulletin (evaluations du
      *trimestre ponderees par leur poids ; pour l'annee, moyenne
      *des trimestres notes), ou les notes brutes d'une seule
      *evaluation quand son code est donne : c'est la question "le
      *devoir etait-il trop dur ?". Hors evaluation, une derniere
      *rubrique GENERALE reprend la moyenne de l'eleve, matieres
      *ponderees par les coefficients de matieres.txt.
      *Une classe dont la moyenne s'ecarte de celle des autres
      *classes de plus du seuil saisi est signalee dans sa matiere.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-ELEVES ASSIGN TO "eleves-maitre.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-NOTES ASSIGN TO "notes-matieres.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Referentiel des matieres : un coefficient par code matiere.
      *OPTIONAL : sans referentiel, toutes les matieres pesent 1.
       SELECT OPTIONAL FICHIER-MATIERES ASSIGN TO "matieres.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATIERES-STATUS.

       SELECT FICHIER-STATS ASSIGN TO "statistiques-notes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Memes decoupages que les FD de moyennes.
       FD FICHIER-ELEVES.
       01 F-ELEVES.
           05 F-ELEVE-ID PIC 9(03).
           05 FILLER     PIC X(01).
           05 F-NOM      PIC X(10).
           05 FILLER     PIC X(01).
           05 F-CLASSE   PIC X(05).

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

       FD FICHIER-MATIERES.
       01 F-MATIERE.
           05 F-MAT-CODE     PIC X(06).
           05 FILLER         PIC X(01).
           05 F-MAT-COEF     PIC 9(01)V9.

       FD FICHIER-STATS.
       01 F-STATS            PIC X(100).
      *En-tête d'audit (date/heure d'exécution).
       01 F-STATS-ENTETE     PIC X(100).

       WORKING-STORAGE SECTION.

      *Eleves, avec leur moyenne generale de la periode ("O" dans
      *WS-GEN-NOTE quand elle existe).
       01 WS-TABLE-ELEVES.
         03 WS-ELEVES OCCURS 60 TIMES.
           05 WS-ELEVE-ID    PIC 9(03).
           05 WS-NOM         PIC X(10).
           05 WS-ELV-CLASSE  PIC X(05).
           05 WS-TRIM-ELV OCCURS 3 TIMES.
               10 WS-MOY-TRIM   PIC 9(02)V99.
               10 WS-TRIM-NOTE  PIC X(01).
           05 WS-GEN-MOY     PIC 9(02)V99.
           05 WS-GEN-NOTE    PIC X(01).

       77  WS-INDEX         PIC 9(02) VALUE 1.
       77  WS-MAX-INDEX     PIC 9(02) VALUE 60.
       77  WS-NB-ELEVES-LUS PIC 9(02) VALUE 0.
       77  WS-ELV-TROUVE    PIC 9(02) VALUE 0.

      *Cumuls par eleve et par matiere, trimestre par trimestre,
      *note de l'evaluation demandee, et valeur retenue pour la
      *statistique ("O" dans WS-EM-VALEUR-OK quand elle existe).
       01 WS-TABLE-EM.
         03 WS-EM OCCURS 900 TIMES.
           05 WS-EM-ELEVE     PIC 9(03).
           05 WS-EM-CLASSE    PIC X(05).
           05 WS-EM-MATIERE   PIC X(06).
           05 WS-EM-TRIM OCCURS 3 TIMES.
               10 WS-EM-SOMME   PIC 9(05).
               10 WS-EM-POIDS   PIC 9(03).
               10 WS-EM-MOYENNE PIC 9(02)V99.
           05 WS-EM-EVAL-NOTE PIC 9(02).
           05 WS-EM-EVAL-OK   PIC X(01).
           05 WS-EM-VALEUR    PIC 9(02)V99.
           05 WS-EM-VALEUR-OK PIC X(01).

       77  WS-IDX-EM     PIC 9(04) VALUE 1.
       77  WS-MAX-EM     PIC 9(04) VALUE 900.
       77  WS-NB-EM      PIC 9(04) VALUE 0.
       77  WS-EM-TROUVE  PIC 9(04) VALUE 0.
       77  WS-TRIM       PIC 9(01) VALUE 1.
       77  WS-POIDS-NOTE PIC 9(01) VALUE 1.
       77  WS-NB-NOTES-LUES     PIC 9(04) VALUE 0.
       77  WS-NB-HORS-TRIMESTRE PIC 9(03) VALUE 0.
       77  WS-FIN-F      PIC X     VALUE "N".
       77  WS-FIN-NOTES  PIC X     VALUE "N".

      *Matieres rencontrees dans les notes, dans l'ordre.
       01 WS-TABLE-MATIERES.
         03 WS-MATIERES OCCURS 20 TIMES.
           05 WS-MAT-CODE    PIC X(06).

       77  WS-IDX-MAT   PIC 9(02) VALUE 1.
       77  WS-MAX-MAT   PIC 9(02) VALUE 20.
       77  WS-NB-MAT    PIC 9(02) VALUE 0.
       77  WS-MAT-TROUVE PIC 9(02) VALUE 0.

      *Classes des fiches eleves, avec la somme et l'effectif de la
      *matiere en cours pour le controle des ecarts.
       01 WS-TABLE-CLASSES.
         03 WS-CLS OCCURS 10 TIMES.
           05 WS-CLS-CODE    PIC X(05).
           05 WS-CLS-SOMME   PIC 9(05)V99.
           05 WS-CLS-NB      PIC 9(03).

       77  WS-IDX-CLS    PIC 9(02) VALUE 1.
       77  WS-IDX-AUTRE  PIC 9(02) VALUE 1.
       77  WS-MAX-CLS    PIC 9(02) VALUE 10.
       77  WS-NB-CLS     PIC 9(02) VALUE 0.
       77  WS-CLS-TROUVE PIC 9(02) VALUE 0.

      *Coefficients par matiere, charges de matieres.txt (1,0 pour
      *une matiere absente du referentiel) ; WS-COEF recoit le
      *coefficient de la matiere posee dans WS-COEF-CHERCHE.
       01 WS-TABLE-COEFS.
         03 WS-COEFS OCCURS 20 TIMES.
           05 WS-COEF-CODE   PIC X(06).
           05 WS-COEF-VALEUR PIC 9(01)V9.

       77  WS-IDX-COEF        PIC 9(02) VALUE 1.
       77  WS-MAX-COEFS       PIC 9(02) VALUE 20.
       77  WS-NB-COEFS        PIC 9(02) VALUE 0.
       77  WS-MATIERES-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-MATIERES    PIC X(01) VALUE "N".
       77  WS-COEF-CHERCHE    PIC X(06) VALUE SPACES.
       77  WS-COEF            PIC 9(01)V9 VALUE 0.
       77  WS-COEF-ED         PIC 9.9.

      *Parametres du rapport : trimestre (0 = annee), evaluation
      *(blanc = moyennes de matiere) et seuil d'ecart entre une
      *classe et les autres.
       77  WS-TRIM-DEMANDE  PIC 9(01) VALUE 0.
       77  WS-EVAL          PIC X(06) VALUE SPACES.
       77  WS-SEUIL-ECART   PIC 9(02)V9 VALUE 0.
       77  WS-SEUIL-ED      PIC Z9.9.
       77  WS-NB-TRIM-NOTES PIC 9(01) VALUE 0.
       77  WS-CUMUL-MOY     PIC 9(05)V9(03) VALUE 0.
       77  WS-CUMUL-COEF    PIC 9(03)V9 VALUE 0.

      *Rubrique en cours : code matiere (GENERALE pour la moyenne
      *de l'eleve) et classe.
       77  WS-RUBRIQUE      PIC X(08) VALUE SPACES.

      *Valeurs de la rubrique et de la classe en cours, triees
      *pour la mediane.
       01 WS-TABLE-VALEURS.
         03 WS-VAL OCCURS 60 TIMES PIC 9(02)V99.
       77  WS-IDX-VAL    PIC 9(02) VALUE 1.
       77  WS-IDX-TRI    PIC 9(02) VALUE 1.
       77  WS-MAX-VAL    PIC 9(02) VALUE 60.
       77  WS-N          PIC 9(02) VALUE 0.
       77  WS-VAL-ECHANGE PIC 9(02)V99 VALUE 0.

      *Statistiques de la classe en cours.
       77  WS-SOMME         PIC 9(05)V99 VALUE 0.
       77  WS-MOYENNE       PIC 9(02)V99 VALUE 0.
       77  WS-MEDIANE       PIC 9(02)V99 VALUE 0.
       77  WS-MIN           PIC 9(02)V99 VALUE 0.
       77  WS-MAX           PIC 9(02)V99 VALUE 0.
       77  WS-ECART         PIC S9(02)V99 VALUE 0.
       77  WS-SOMME-CARRES  PIC 9(07)V9(04) VALUE 0.
       77  WS-ECART-TYPE    PIC 9(02)V99 VALUE 0.
       77  WS-NB-SOUS-10    PIC 9(02) VALUE 0.
       77  WS-PART-SOUS-10  PIC 9(03) VALUE 0.

      *Histogramme par tranches de deux points (20 tombe dans la
      *derniere tranche).
       01 WS-TABLE-TRANCHES.
         03 WS-TRANCHE OCCURS 10 TIMES PIC 9(02).
       77  WS-IDX-TR        PIC 9(02) VALUE 1.
       77  WS-BORNE-BASSE   PIC 9(02) VALUE 0.
       77  WS-BORNE-HAUTE   PIC 9(02) VALUE 0.
       77  WS-BARRE         PIC X(60) VALUE SPACES.

      *Controle des ecarts entre classes d'une matiere.
       77  WS-AUTRES-SOMME  PIC 9(05)V99 VALUE 0.
       77  WS-AUTRES-NB     PIC 9(03) VALUE 0.
       77  WS-AUTRES-MOY    PIC 9(02)V99 VALUE 0.
       77  WS-NB-ECARTS     PIC 9(03) VALUE 0.
       77  WS-NB-RUBRIQUES  PIC 9(03) VALUE 0.

       01 WS-EDITION.
           05 WS-ED-MOY      PIC Z9.99.
           05 WS-ED-MED      PIC Z9.99.
           05 WS-ED-ET       PIC Z9.99.
           05 WS-ED-MIN      PIC Z9.99.
           05 WS-ED-MAX      PIC Z9.99.
           05 WS-ED-AUTRES   PIC Z9.99.

      *Horodatage de l'exécution, reporté en en-tête du rapport.
       01  WS-HORODATAGE  PIC X(19).

       PROCEDURE DIVISION.

           DISPLAY "Trimestre (1-3, 0 = annee) :".
           ACCEPT WS-TRIM-DEMANDE.
           IF WS-TRIM-DEMANDE > 3
               DISPLAY "ERREUR : trimestre hors 0-3"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Code d'evaluation (blanc = moyennes de matiere) :".
           ACCEPT WS-EVAL.
           DISPLAY "Ecart signale entre une classe et les autres"
                   " (points, 0 = 3) :".
           ACCEPT WS-SEUIL-ECART.
           IF WS-SEUIL-ECART = 0
               MOVE 3 TO WS-SEUIL-ECART
           END-IF.
           MOVE WS-SEUIL-ECART TO WS-SEUIL-ED.

           PERFORM 0100-READ-ELEVES-START
           THRU    0100-READ-ELEVES-END.

           PERFORM 0150-READ-MATIERES-START
           THRU    0150-READ-MATIERES-END.

           PERFORM 0200-READ-NOTES-START
           THRU    0200-READ-NOTES-END.

           PERFORM 0260-VALEURS-ELEVE-START
           THRU    0260-VALEURS-ELEVE-END
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ELEVES-LUS.

           PERFORM 0300-RAPPORT-START
           THRU    0300-RAPPORT-END.

           DISPLAY "Statistiques ecrites dans statistiques-notes.txt ("
                   WS-NB-RUBRIQUES " rubrique(s), " WS-NB-ECARTS
                   " ecart(s) signale(s))".

           STOP RUN.
      ******************************************************************

      *Fiches eleves, et classes distinctes dans l'ordre des fiches.
       0100-READ-ELEVES-START.
           OPEN INPUT FICHIER-ELEVES.

           PERFORM UNTIL WS-FIN-F = "Y"
               READ FICHIER-ELEVES
                   AT END
                       MOVE "Y" TO WS-FIN-F
                   NOT AT END
                       IF WS-NB-ELEVES-LUS < WS-MAX-INDEX
                           ADD 1 TO WS-NB-ELEVES-LUS
                           MOVE WS-NB-ELEVES-LUS TO WS-INDEX
                           MOVE F-ELEVE-ID TO WS-ELEVE-ID(WS-INDEX)
                           MOVE F-NOM      TO WS-NOM(WS-INDEX)
                           MOVE F-CLASSE   TO WS-ELV-CLASSE(WS-INDEX)
                           PERFORM 0110-CLASSE-START
                           THRU    0110-CLASSE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ELEVES.

           EXIT.
       0100-READ-ELEVES-END.

       0110-CLASSE-START.

           MOVE 0 TO WS-CLS-TROUVE.
           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-NB-CLS
               IF WS-CLS-CODE(WS-IDX-CLS) = F-CLASSE
                   MOVE WS-IDX-CLS TO WS-CLS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CLS-TROUVE = 0 AND WS-NB-CLS < WS-MAX-CLS
               ADD 1 TO WS-NB-CLS
               MOVE F-CLASSE TO WS-CLS-CODE(WS-NB-CLS)
           END-IF.

           EXIT.
       0110-CLASSE-END.

      *Chargement des coefficients des matieres. Statut 05 :
      *fichier optionnel absent, toutes les matieres pesent 1.
       0150-READ-MATIERES-START.

           OPEN INPUT FICHIER-MATIERES.

           IF WS-MATIERES-STATUS = "00" OR WS-MATIERES-STATUS = "05"
               PERFORM UNTIL WS-FIN-MATIERES = "O"
                   READ FICHIER-MATIERES
                       AT END
                           MOVE "O" TO WS-FIN-MATIERES
                       NOT AT END
                           IF WS-NB-COEFS < WS-MAX-COEFS
                               ADD 1 TO WS-NB-COEFS
                               MOVE F-MAT-CODE TO
                                    WS-COEF-CODE(WS-NB-COEFS)
                               MOVE F-MAT-COEF TO
                                    WS-COEF-VALEUR(WS-NB-COEFS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MATIERES
           END-IF.

           EXIT.
       0150-READ-MATIERES-END.

      *Chaque note alimente le cumul de son eleve dans sa matiere,
      *au trimestre de l'evaluation, et la note de l'evaluation
      *demandee. Une note sans trimestre (fichier de l'ancien
      *format) est ecartee et comptee.
       0200-READ-NOTES-START.

           OPEN INPUT FICHIER-NOTES.

           PERFORM UNTIL WS-FIN-NOTES = "Y"
               READ FICHIER-NOTES
                   AT END
                       MOVE "Y" TO WS-FIN-NOTES
                   NOT AT END
                       ADD 1 TO WS-NB-NOTES-LUES
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
      *Une note d'un eleve absent des fiches n'a pas de classe.
               MOVE 0 TO WS-ELV-TROUVE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-NB-ELEVES-LUS
                   IF WS-ELEVE-ID(WS-INDEX) = F-NOTE-ELEVE
                       MOVE WS-INDEX TO WS-ELV-TROUVE
                   END-IF
               END-PERFORM
               IF WS-ELV-TROUVE = 0 OR WS-NB-EM >= WS-MAX-EM
                   GO TO 0210-CUMULER-NOTE-END
               END-IF
               ADD 1 TO WS-NB-EM
               MOVE WS-NB-EM TO WS-EM-TROUVE
               MOVE F-NOTE-ELEVE   TO WS-EM-ELEVE(WS-EM-TROUVE)
               MOVE WS-ELV-CLASSE(WS-ELV-TROUVE) TO
                    WS-EM-CLASSE(WS-EM-TROUVE)
               MOVE F-NOTE-MATIERE TO WS-EM-MATIERE(WS-EM-TROUVE)
               PERFORM VARYING WS-TRIM FROM 1 BY 1
                       UNTIL WS-TRIM > 3
                   MOVE 0 TO WS-EM-SOMME(WS-EM-TROUVE, WS-TRIM)
                   MOVE 0 TO WS-EM-POIDS(WS-EM-TROUVE, WS-TRIM)
                   MOVE 0 TO WS-EM-MOYENNE(WS-EM-TROUVE, WS-TRIM)
               END-PERFORM
               MOVE 0   TO WS-EM-EVAL-NOTE(WS-EM-TROUVE)
               MOVE "N" TO WS-EM-EVAL-OK(WS-EM-TROUVE)
               MOVE 0   TO WS-EM-VALEUR(WS-EM-TROUVE)
               MOVE "N" TO WS-EM-VALEUR-OK(WS-EM-TROUVE)
               PERFORM 0220-MATIERE-START
               THRU    0220-MATIERE-END
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

      *Note de l'evaluation demandee, dans le trimestre demande
      *s'il y en a un (un meme code peut revenir chaque trimestre).
           IF WS-EVAL NOT = SPACES AND F-NOTE-EVAL = WS-EVAL AND
              (WS-TRIM-DEMANDE = 0 OR
               WS-TRIM-DEMANDE = F-NOTE-TRIMESTRE)
               MOVE F-NOTE-VALEUR TO WS-EM-EVAL-NOTE(WS-EM-TROUVE)
               MOVE "O" TO WS-EM-EVAL-OK(WS-EM-TROUVE)
           END-IF.

           EXIT.
       0210-CUMULER-NOTE-END.

      *Matiere de la note ajoutee a la liste des rubriques.
       0220-MATIERE-START.

           MOVE 0 TO WS-MAT-TROUVE.
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MAT
               IF WS-MAT-CODE(WS-IDX-MAT) = F-NOTE-MATIERE
                   MOVE WS-IDX-MAT TO WS-MAT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-MAT-TROUVE = 0 AND WS-NB-MAT < WS-MAX-MAT
               ADD 1 TO WS-NB-MAT
               MOVE F-NOTE-MATIERE TO WS-MAT-CODE(WS-NB-MAT)
           END-IF.

           EXIT.
       0220-MATIERE-END.

      *Coefficient de la matiere posee dans WS-COEF-CHERCHE : 1,0
      *quand elle n'est pas au referentiel.
       0250-COEF-MATIERE-START.

           MOVE 1.0 TO WS-COEF.
           PERFORM VARYING WS-IDX-COEF FROM 1 BY 1
                   UNTIL WS-IDX-COEF > WS-NB-COEFS
               IF WS-COEF-CODE(WS-IDX-COEF) = WS-COEF-CHERCHE
                   MOVE WS-COEF-VALEUR(WS-IDX-COEF) TO WS-COEF
               END-IF
           END-PERFORM.

           EXIT.
       0250-COEF-MATIERE-END.

      *Valeurs de l'eleve WS-INDEX, calculees comme dans moyennes
      *et bulletin : moyenne de chaque matiere par trimestre, puis
      *valeur retenue pour la periode demandee (trimestre, ou
      *moyenne des trimestres notes pour l'annee, ou note de
      *l'evaluation), et moyenne generale ponderee par les
      *coefficients.
       0260-VALEURS-ELEVE-START.

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
                   EVALUATE TRUE
                       WHEN WS-EVAL NOT = SPACES
                           IF WS-EM-EVAL-OK(WS-IDX-EM) = "O"
                               MOVE WS-EM-EVAL-NOTE(WS-IDX-EM) TO
                                    WS-EM-VALEUR(WS-IDX-EM)
                               MOVE "O" TO WS-EM-VALEUR-OK(WS-IDX-EM)
                           END-IF
                       WHEN WS-TRIM-DEMANDE > 0
                           IF WS-EM-POIDS(WS-IDX-EM, WS-TRIM-DEMANDE)
                              > 0
                               MOVE WS-EM-MOYENNE(WS-IDX-EM,
                                                  WS-TRIM-DEMANDE)
                                 TO WS-EM-VALEUR(WS-IDX-EM)
                               MOVE "O" TO WS-EM-VALEUR-OK(WS-IDX-EM)
                           END-IF
                       WHEN OTHER
                           MOVE 0 TO WS-CUMUL-MOY
                           MOVE 0 TO WS-NB-TRIM-NOTES
                           PERFORM VARYING WS-TRIM FROM 1 BY 1
                                   UNTIL WS-TRIM > 3
                               IF WS-EM-POIDS(WS-IDX-EM, WS-TRIM) > 0
                                   ADD WS-EM-MOYENNE(WS-IDX-EM,
                                                     WS-TRIM)
                                    TO WS-CUMUL-MOY
                                   ADD 1 TO WS-NB-TRIM-NOTES
                               END-IF
                           END-PERFORM
                           IF WS-NB-TRIM-NOTES > 0
                               COMPUTE WS-EM-VALEUR(WS-IDX-EM)
                                       ROUNDED =
                                       WS-CUMUL-MOY / WS-NB-TRIM-NOTES
                               MOVE "O" TO WS-EM-VALEUR-OK(WS-IDX-EM)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-GEN-NOTE(WS-INDEX).
           MOVE 0   TO WS-GEN-MOY(WS-INDEX).
           IF WS-TRIM-DEMANDE > 0
               IF WS-TRIM-NOTE(WS-INDEX, WS-TRIM-DEMANDE) = "O"
                   MOVE WS-MOY-TRIM(WS-INDEX, WS-TRIM-DEMANDE) TO
                        WS-GEN-MOY(WS-INDEX)
                   MOVE "O" TO WS-GEN-NOTE(WS-INDEX)
               END-IF
           ELSE
               MOVE 0 TO WS-CUMUL-MOY
               MOVE 0 TO WS-NB-TRIM-NOTES
               PERFORM VARYING WS-TRIM FROM 1 BY 1 UNTIL WS-TRIM > 3
                   IF WS-TRIM-NOTE(WS-INDEX, WS-TRIM) = "O"
                       ADD WS-MOY-TRIM(WS-INDEX, WS-TRIM) TO
                           WS-CUMUL-MOY
                       ADD 1 TO WS-NB-TRIM-NOTES
                   END-IF
               END-PERFORM
               IF WS-NB-TRIM-NOTES > 0
                   COMPUTE WS-GEN-MOY(WS-INDEX) ROUNDED =
                           WS-CUMUL-MOY / WS-NB-TRIM-NOTES
                   MOVE "O" TO WS-GEN-NOTE(WS-INDEX)
               END-IF
           END-IF.

           EXIT.
       0260-VALEURS-ELEVE-END.

      *Une rubrique par matiere, puis la moyenne generale hors
      *evaluation ; dans chaque rubrique un bloc par classe notee,
      *puis le controle des ecarts entre classes.
       0300-RAPPORT-START.

           OPEN OUTPUT FICHIER-STATS.

           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE SPACES TO F-STATS-ENTETE.
           IF WS-EVAL NOT = SPACES
               STRING "Statistiques des notes - evaluation " WS-EVAL
                      " - trimestre " WS-TRIM-DEMANDE
                      " - execution du " WS-HORODATAGE
                      DELIMITED BY SIZE INTO F-STATS-ENTETE
           ELSE
               IF WS-TRIM-DEMANDE = 0
                   STRING "Statistiques des notes - annee"
                          " - execution du " WS-HORODATAGE
                          DELIMITED BY SIZE INTO F-STATS-ENTETE
               ELSE
                   STRING "Statistiques des notes - trimestre "
                          WS-TRIM-DEMANDE
                          " - execution du " WS-HORODATAGE
                          DELIMITED BY SIZE INTO F-STATS-ENTETE
               END-IF
           END-IF.
           WRITE F-STATS-ENTETE.

           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MAT
               MOVE WS-MAT-CODE(WS-IDX-MAT) TO WS-RUBRIQUE
               PERFORM 0400-RUBRIQUE-START
               THRU    0400-RUBRIQUE-END
           END-PERFORM.

           IF WS-EVAL = SPACES
               MOVE "GENERALE" TO WS-RUBRIQUE
               PERFORM 0400-RUBRIQUE-START
               THRU    0400-RUBRIQUE-END
           END-IF.

           MOVE SPACES TO F-STATS.
           WRITE F-STATS.
           STRING "Total : " WS-NB-RUBRIQUES " bloc(s) classe,"
                  " " WS-NB-ECARTS " ecart(s) de plus de "
                  WS-SEUIL-ED " point(s) signale(s)"
                  DELIMITED BY SIZE INTO F-STATS.
           WRITE F-STATS.

           CLOSE FICHIER-STATS.

           EXIT.
       0300-RAPPORT-END.

      *Rubrique WS-RUBRIQUE : un bloc par classe qui a au moins une
      *valeur, puis chaque classe comparee a l'ensemble des autres.
       0400-RUBRIQUE-START.

           MOVE SPACES TO F-STATS.
           WRITE F-STATS.
           IF WS-RUBRIQUE = "GENERALE"
               STRING "==== Moyenne generale (matieres ponderees par"
                      " leur coefficient) ===="
                      DELIMITED BY SIZE INTO F-STATS
           ELSE
               MOVE WS-RUBRIQUE TO WS-COEF-CHERCHE
               PERFORM 0250-COEF-MATIERE-START
               THRU    0250-COEF-MATIERE-END
               MOVE WS-COEF TO WS-COEF-ED
               STRING "==== " WS-RUBRIQUE(1:6) " (coef " WS-COEF-ED
                      ") ===="
                      DELIMITED BY SIZE INTO F-STATS
           END-IF.
           WRITE F-STATS.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-NB-CLS
               PERFORM 0410-COLLECTER-START
               THRU    0410-COLLECTER-END
               MOVE 0 TO WS-CLS-SOMME(WS-IDX-CLS)
               MOVE WS-N TO WS-CLS-NB(WS-IDX-CLS)
               IF WS-N > 0
                   PERFORM 0420-STATISTIQUES-START
                   THRU    0420-STATISTIQUES-END
                   MOVE WS-SOMME TO WS-CLS-SOMME(WS-IDX-CLS)
                   PERFORM 0430-BLOC-START
                   THRU    0430-BLOC-END
               END-IF
           END-PERFORM.

           PERFORM 0450-ECARTS-START
           THRU    0450-ECARTS-END.

           EXIT.
       0400-RUBRIQUE-END.

      *Valeurs de la rubrique pour la classe WS-IDX-CLS.
       0410-COLLECTER-START.

           MOVE 0 TO WS-N.
           IF WS-RUBRIQUE = "GENERALE"
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-NB-ELEVES-LUS
                   IF WS-ELV-CLASSE(WS-INDEX) =
                                       WS-CLS-CODE(WS-IDX-CLS) AND
                      WS-GEN-NOTE(WS-INDEX) = "O" AND
                      WS-N < WS-MAX-VAL
                       ADD 1 TO WS-N
                       MOVE WS-GEN-MOY(WS-INDEX) TO WS-VAL(WS-N)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                       UNTIL WS-IDX-EM > WS-NB-EM
                   IF WS-EM-MATIERE(WS-IDX-EM) = WS-RUBRIQUE AND
                      WS-EM-CLASSE(WS-IDX-EM) =
                                       WS-CLS-CODE(WS-IDX-CLS) AND
                      WS-EM-VALEUR-OK(WS-IDX-EM) = "O" AND
                      WS-N < WS-MAX-VAL
                       ADD 1 TO WS-N
                       MOVE WS-EM-VALEUR(WS-IDX-EM) TO WS-VAL(WS-N)
                   END-IF
               END-PERFORM
           END-IF.

           EXIT.
       0410-COLLECTER-END.

      *Statistiques des WS-N valeurs : tri croissant (mediane,
      *minimum, maximum), moyenne, ecart-type de la population,
      *part sous 10 et tranches de l'histogramme.
       0420-STATISTIQUES-START.

           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL >= WS-N
               PERFORM VARYING WS-IDX-TRI FROM 1 BY 1
                       UNTIL WS-IDX-TRI > WS-N - WS-IDX-VAL
                   IF WS-VAL(WS-IDX-TRI) > WS-VAL(WS-IDX-TRI + 1)
                       MOVE WS-VAL(WS-IDX-TRI) TO WS-VAL-ECHANGE
                       MOVE WS-VAL(WS-IDX-TRI + 1) TO
                            WS-VAL(WS-IDX-TRI)
                       MOVE WS-VAL-ECHANGE TO WS-VAL(WS-IDX-TRI + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE WS-VAL(1)    TO WS-MIN.
           MOVE WS-VAL(WS-N) TO WS-MAX.
           DIVIDE WS-N BY 2 GIVING WS-IDX-VAL REMAINDER WS-IDX-TRI.
           IF WS-IDX-TRI = 1
               MOVE WS-VAL(WS-IDX-VAL + 1) TO WS-MEDIANE
           ELSE
               COMPUTE WS-MEDIANE ROUNDED =
                       (WS-VAL(WS-IDX-VAL) + WS-VAL(WS-IDX-VAL + 1))
                       / 2
           END-IF.

           MOVE 0 TO WS-SOMME.
           MOVE 0 TO WS-NB-SOUS-10.
           PERFORM VARYING WS-IDX-TR FROM 1 BY 1 UNTIL WS-IDX-TR > 10
               MOVE 0 TO WS-TRANCHE(WS-IDX-TR)
           END-PERFORM.
           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL > WS-N
               ADD WS-VAL(WS-IDX-VAL) TO WS-SOMME
               IF WS-VAL(WS-IDX-VAL) < 10
                   ADD 1 TO WS-NB-SOUS-10
               END-IF
               DIVIDE WS-VAL(WS-IDX-VAL) BY 2 GIVING WS-IDX-TR
               ADD 1 TO WS-IDX-TR
               IF WS-IDX-TR > 10
                   MOVE 10 TO WS-IDX-TR
               END-IF
               ADD 1 TO WS-TRANCHE(WS-IDX-TR)
           END-PERFORM.

           COMPUTE WS-MOYENNE ROUNDED = WS-SOMME / WS-N.
           COMPUTE WS-PART-SOUS-10 ROUNDED =
                   WS-NB-SOUS-10 * 100 / WS-N.

           MOVE 0 TO WS-SOMME-CARRES.
           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL > WS-N
               COMPUTE WS-ECART = WS-VAL(WS-IDX-VAL) - WS-MOYENNE
               COMPUTE WS-SOMME-CARRES = WS-SOMME-CARRES +
                                         WS-ECART * WS-ECART
           END-PERFORM.
           COMPUTE WS-ECART-TYPE ROUNDED =
                   (WS-SOMME-CARRES / WS-N) ** 0.5.

           EXIT.
       0420-STATISTIQUES-END.

      *Bloc d'une classe : ligne des statistiques, part sous 10,
      *puis une ligne d'histogramme par tranche de deux points.
       0430-BLOC-START.

           ADD 1 TO WS-NB-RUBRIQUES.
           MOVE WS-MOYENNE    TO WS-ED-MOY.
           MOVE WS-MEDIANE    TO WS-ED-MED.
           MOVE WS-ECART-TYPE TO WS-ED-ET.
           MOVE WS-MIN        TO WS-ED-MIN.
           MOVE WS-MAX        TO WS-ED-MAX.

           MOVE SPACES TO F-STATS.
           STRING "-- Classe " WS-CLS-CODE(WS-IDX-CLS)
                  " : effectif " WS-N
                  "  moyenne " WS-ED-MOY
                  "  mediane " WS-ED-MED
                  "  ecart-type " WS-ED-ET
                  "  min " WS-ED-MIN
                  "  max " WS-ED-MAX
                  DELIMITED BY SIZE INTO F-STATS.
           WRITE F-STATS.

           MOVE SPACES TO F-STATS.
           STRING "   Sous 10 : " WS-NB-SOUS-10 " eleve(s), "
                  WS-PART-SOUS-10 " %"
                  DELIMITED BY SIZE INTO F-STATS.
           WRITE F-STATS.

           PERFORM VARYING WS-IDX-TR FROM 1 BY 1 UNTIL WS-IDX-TR > 10
               COMPUTE WS-BORNE-BASSE = (WS-IDX-TR - 1) * 2
               COMPUTE WS-BORNE-HAUTE = WS-BORNE-BASSE + 2
               MOVE SPACES TO WS-BARRE
               IF WS-TRANCHE(WS-IDX-TR) > 0
                   MOVE ALL "*" TO
                        WS-BARRE(1:WS-TRANCHE(WS-IDX-TR))
               END-IF
               MOVE SPACES TO F-STATS
               STRING "   " WS-BORNE-BASSE "-" WS-BORNE-HAUTE " | "
                      WS-TRANCHE(WS-IDX-TR) " " WS-BARRE
                      DELIMITED BY SIZE INTO F-STATS
               WRITE F-STATS
           END-PERFORM.

           EXIT.
       0430-BLOC-END.

      *Chaque classe notee de la rubrique comparee a l'ensemble
      *des eleves des autres classes : un ecart de plus de
      *WS-SEUIL-ECART points est signale.
       0450-ECARTS-START.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-NB-CLS
               IF WS-CLS-NB(WS-IDX-CLS) > 0
                   MOVE 0 TO WS-AUTRES-SOMME
                   MOVE 0 TO WS-AUTRES-NB
                   PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                           UNTIL WS-IDX-AUTRE > WS-NB-CLS
                       IF WS-IDX-AUTRE NOT = WS-IDX-CLS
                           ADD WS-CLS-SOMME(WS-IDX-AUTRE) TO
                               WS-AUTRES-SOMME
                           ADD WS-CLS-NB(WS-IDX-AUTRE) TO
                               WS-AUTRES-NB
                       END-IF
                   END-PERFORM
                   IF WS-AUTRES-NB > 0
                       COMPUTE WS-MOYENNE ROUNDED =
                               WS-CLS-SOMME(WS-IDX-CLS) /
                               WS-CLS-NB(WS-IDX-CLS)
                       COMPUTE WS-AUTRES-MOY ROUNDED =
                               WS-AUTRES-SOMME / WS-AUTRES-NB
                       COMPUTE WS-ECART = WS-MOYENNE - WS-AUTRES-MOY
                       IF WS-ECART > WS-SEUIL-ECART OR
                          WS-ECART < 0 - WS-SEUIL-ECART
                           ADD 1 TO WS-NB-ECARTS
                           MOVE WS-MOYENNE    TO WS-ED-MOY
                           MOVE WS-AUTRES-MOY TO WS-ED-AUTRES
                           MOVE SPACES TO F-STATS
                           STRING "*** ECART " WS-RUBRIQUE
                                  " : classe "
                                  WS-CLS-CODE(WS-IDX-CLS)
                                  " moyenne " WS-ED-MOY
                                  " contre " WS-ED-AUTRES
                                  " pour les autres classes"
                                  DELIMITED BY SIZE INTO F-STATS
                           WRITE F-STATS
                           DISPLAY F-STATS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0450-ECARTS-END.
