      *dans eleves-maitre.txt, notes-matieres.txt et absences.txt :
      *il ne manquait que la page unique, que les enseignants
      *assemblaient a la main avant chaque conseil.
      *Le dossier est celui d'un trimestre : le rang et les
      *moyennes par matiere sont ceux du trimestre (evaluations
      *ponderees par leur poids), et chaque eleve porte aussi sa
      *moyenne annuelle a date (moyenne des trimestres notes
      *jusqu'a celui-ci).
      *Chaque eleve est range dans la classe ou il etait a la date
      *du conseil d'apres ses mouvements (ClasseDate) : un eleve
      *change de classe en cours d'annee apparait dans sa nouvelle
      *classe avec la date de son arrivee, un eleve sorti n'est
      *plus classe mais reste cite, et chaque absence est
      *rapprochee de la classe de l'eleve au jour de l'absence.

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
           05 F-ABS-PRENOM      PIC X(15).
           05 FILLER            PIC X(01).
           05 F-ABS-TYPE        PIC X(01).
           05 FILLER            PIC X(01).
           05 F-ABS-HEURE       PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-ABS-DUREE       PIC 9(01).
           05 FILLER            PIC X(01).
           05 F-ABS-MATIERE     PIC X(06).

       FD FICHIER-CONSEIL.
       01 F-CONSEIL         PIC X(110).
      *En-tête d'audit (date/heure d'exécution).
       01 F-CONSEIL-ENTETE  PIC X(60).

       WORKING-STORAGE SECTION.

      *Eleves avec leurs moyennes ponderees par trimestre ("O"
      *dans WS-TRIM-NOTE quand l'eleve y a au moins une note), la
      *moyenne du trimestre du conseil qui fait le rang, la
      *moyenne annuelle a date et leurs compteurs d'absences.
       01 WS-TABLE-ELEVES.
         03 WS-ELEVES OCCURS 60 TIMES.
           05 WS-ELV-ID      PIC 9(03).
           05 WS-ELV-NOM     PIC X(10).
      *Classe a la date du conseil (blanc si sorti ou pas encore
      *arrive), classe de la fiche, derniere classe d'un sorti,
      *date du mouvement qui fixe la classe et statut ClasseDate.
           05 WS-ELV-CLASSE  PIC X(05).
           05 WS-ELV-FICHE   PIC X(05).
           05 WS-ELV-DERNIERE PIC X(05).
           05 WS-ELV-DEPUIS  PIC 9(08).
           05 WS-ELV-STATUT  PIC X(02).
           05 WS-TRIM-ELV OCCURS 3 TIMES.
               10 WS-MOY-TRIM   PIC 9(02)V99.
               10 WS-TRIM-NOTE  PIC X(01).
           05 WS-MOYENNE     PIC 9(02)V99.
           05 WS-MOY-ANNUELLE PIC 9(02)V99.
           05 WS-ANNEE-NOTEE  PIC X(01).
           05 WS-ABS-JUST    PIC 9(03).
           05 WS-ABS-INJUST  PIC 9(03).
      *"O" une fois l'eleve range dans le volet en cours.
       77  WS-MATIERES-STATUS PIC X(02) VALUE SPACES.
       77  WS-COEF            PIC 9(01)V9 VALUE 0.

      *Cumuls par eleve et par matiere, trimestre par trimestre :
      *somme des notes ponderees par le poids de l'evaluation et
      *somme des poids, decouverts au fil des notes ; ils donnent
      *aussi les moyennes par matiere de chaque classe.
       01 WS-TABLE-EM.
         03 WS-EM OCCURS 1200 TIMES.
           05 WS-EM-ELEVE    PIC 9(03).
           05 WS-EM-MATIERE  PIC X(06).
           05 WS-EM-TRIM OCCURS 3 TIMES.
               10 WS-EM-SOMME   PIC 9(05).
               10 WS-EM-POIDS   PIC 9(03).
               10 WS-EM-MOYENNE PIC 9(02)V99.
           05 WS-EM-ANNUELLE PIC 9(02)V99.

       77  WS-IDX-EM     PIC 9(04) VALUE 1.
       77  WS-MAX-EM     PIC 9(04) VALUE 1200.
       77  WS-NB-EM      PIC 9(04) VALUE 0.
       77  WS-EM-TROUVE  PIC 9(04) VALUE 0.
       77  WS-TRIM       PIC 9(01) VALUE 1.
      *Trimestre du conseil, dernier pris dans la moyenne
      *annuelle.
       77  WS-TRIM-MAX   PIC 9(01) VALUE 3.
       77  WS-POIDS-NOTE PIC 9(01) VALUE 1.
       77  WS-NB-HORS-TRIMESTRE PIC 9(03) VALUE 0.
      *Cumuls du calcul en cours : moyennes ponderees par le
      *coefficient, somme des coefficients, trimestres notes.
       77  WS-CUMUL-MOY  PIC 9(05)V9(03) VALUE 0.
       77  WS-CUMUL-COEF PIC 9(03)V9 VALUE 0.
       77  WS-NB-TRIM-NOTES PIC 9(01) VALUE 0.
       77  WS-COEF-CHERCHE  PIC X(06) VALUE SPACES.
       77  WS-ANNUELLE-ED   PIC Z9.99.

      *Classes des eleves a la date du conseil (derniere classe
      *pour un sorti).
       01 WS-TABLE-CLASSES.
         03 WS-CLS OCCURS 10 TIMES.
           05 WS-CLS-CODE    PIC X(05).
       01 WS-TABLE-MAT-CLASSE.
         03 WS-MC OCCURS 20 TIMES.
           05 WS-MC-CODE     PIC X(06).
           05 WS-MC-SOMME    PIC 9(05)V99.
           05 WS-MC-NB       PIC 9(03).

       77  WS-IDX-MC     PIC 9(02) VALUE 1.
       77  WS-FIN-FICHIER     PIC X(01) VALUE "N".
       77  WS-ABSENCES-STATUS PIC X(02) VALUE SPACES.

      *Date du conseil (AAAAMMJJ, aujourd'hui a defaut) : la
      *classe de chaque eleve est celle de cette date.
       01  WS-DATE-SYS        PIC X(21).
       77  WS-DATE-CONSEIL    PIC 9(08) VALUE 0.
       77  WS-NB-SORTIS       PIC 9(02) VALUE 0.

      *Zone de travail pour l'appel du sous-programme ClasseDate.
       77  WS-CD-ELEVE          PIC 9(03) VALUE 0.
       77  WS-CD-DATE           PIC 9(08) VALUE 0.
       77  WS-CD-CLASSE-FICHE   PIC X(05) VALUE SPACES.
       77  WS-CD-CLASSE         PIC X(05) VALUE SPACES.
       77  WS-CD-DATE-EFFET     PIC 9(08) VALUE 0.
       77  WS-CD-STATUT         PIC X(02) VALUE SPACES.

      *Classement du volet en cours.
       77  WS-CLASSE-EDITEE   PIC X(05) VALUE SPACES.
       77  WS-NB-GROUPE       PIC 9(02) VALUE 0.
           PERFORM 0150-LIRE-MATIERES-START
           THRU    0150-LIRE-MATIERES-END.

           DISPLAY "Trimestre du conseil (1-3) :".
           ACCEPT WS-TRIM-MAX.
           IF WS-TRIM-MAX < 1 OR WS-TRIM-MAX > 3
               DISPLAY "ERREUR : trimestre hors 1-3"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Date du conseil (AAAAMMJJ, 0 = aujourd'hui) :".
           ACCEPT WS-DATE-CONSEIL.
           IF WS-DATE-CONSEIL = 0
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS
               MOVE WS-DATE-SYS(1:8) TO WS-DATE-CONSEIL
           END-IF.

           PERFORM 0120-CLASSE-A-DATE-START
           THRU    0120-CLASSE-A-DATE-END
               VARYING WS-IDX-ELV FROM 1 BY 1
               UNTIL WS-IDX-ELV > WS-NB-ELEVES.

           PERFORM 0200-LIRE-NOTES-START
           THRU    0200-LIRE-NOTES-END.

                           MOVE F-NOM      TO
                                WS-ELV-NOM(WS-NB-ELEVES)
                           MOVE F-CLASSE   TO
                                WS-ELV-FICHE(WS-NB-ELEVES)
                           MOVE 0 TO WS-MOYENNE(WS-NB-ELEVES)
                           MOVE 0 TO WS-ABS-JUST(WS-NB-ELEVES)
                           MOVE 0 TO WS-ABS-INJUST(WS-NB-ELEVES)
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.
       0100-LIRE-ELEVES-END.

      *Classe de l'eleve WS-IDX-ELV a la date du conseil ; les
      *classes sont decouvertes au fil des eleves, un sorti
      *faisant connaitre sa derniere classe.
       0120-CLASSE-A-DATE-START.

           MOVE WS-ELV-ID(WS-IDX-ELV)    TO WS-CD-ELEVE.
           MOVE WS-DATE-CONSEIL          TO WS-CD-DATE.
           MOVE WS-ELV-FICHE(WS-IDX-ELV) TO WS-CD-CLASSE-FICHE.
           CALL "ClasseDate" USING WS-CD-ELEVE WS-CD-DATE
                                   WS-CD-CLASSE-FICHE WS-CD-CLASSE
                                   WS-CD-DATE-EFFET WS-CD-STATUT.
           MOVE WS-CD-CLASSE     TO WS-ELV-DERNIERE(WS-IDX-ELV).
           MOVE WS-CD-DATE-EFFET TO WS-ELV-DEPUIS(WS-IDX-ELV).
           MOVE WS-CD-STATUT     TO WS-ELV-STATUT(WS-IDX-ELV).
           IF WS-CD-STATUT = "00"
               MOVE WS-CD-CLASSE TO WS-ELV-CLASSE(WS-IDX-ELV)
           ELSE
               MOVE SPACES TO WS-ELV-CLASSE(WS-IDX-ELV)
           END-IF.

           IF WS-CD-CLASSE = SPACES
               GO TO 0120-CLASSE-A-DATE-END
           END-IF.
           MOVE 0 TO WS-CLS-TROUVE.
           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-NB-CLS
               IF WS-CLS-CODE(WS-IDX-CLS) = WS-CD-CLASSE
                   MOVE WS-IDX-CLS TO WS-CLS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CLS-TROUVE = 0 AND WS-NB-CLS < WS-MAX-CLS
               ADD 1 TO WS-NB-CLS
               MOVE WS-CD-CLASSE TO WS-CLS-CODE(WS-NB-CLS)
           END-IF.

           EXIT.
       0120-CLASSE-A-DATE-END.

      *Chargement des coefficients des matieres. Statut 05 :
      *fichier optionnel absent, toutes les matieres pesent 1.
       0150-LIRE-MATIERES-START.
           EXIT.
       0150-LIRE-MATIERES-END.

      *Coefficient de la matiere posee dans WS-COEF-CHERCHE : 1,0
      *quand elle n'est pas au referentiel.
       0160-COEF-MATIERE-START.

           MOVE 1.0 TO WS-COEF.
           PERFORM VARYING WS-IDX-COEF FROM 1 BY 1
                   UNTIL WS-IDX-COEF > WS-NB-COEFS
               IF WS-COEF-CODE(WS-IDX-COEF) = WS-COEF-CHERCHE
                   MOVE WS-COEF-VALEUR(WS-IDX-COEF) TO WS-COEF
               END-IF
           END-PERFORM.

           EXIT.
       0160-COEF-MATIERE-END.

      *Chaque note alimente le cumul de son eleve dans sa matiere,
      *au trimestre de l'evaluation. Une note sans trimestre
      *(fichier de l'ancien format) est ecartee et comptee.
       0200-LIRE-NOTES-START.

           MOVE "N" TO WS-FIN-FICHIER.
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
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

           PERFORM 0220-MOYENNES-ELEVE-START
           THRU    0220-MOYENNES-ELEVE-END
               VARYING WS-IDX-ELV FROM 1 BY 1
               UNTIL WS-IDX-ELV > WS-NB-ELEVES.

           IF WS-NB-HORS-TRIMESTRE > 0
               DISPLAY "ATTENTION : " WS-NB-HORS-TRIMESTRE
                       " note(s) sans trimestre ignoree(s),"
                       " notes-matieres.txt a passer par mignotes"
           END-IF.

           EXIT.
       0200-LIRE-NOTES-END.

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

      *Moyennes de l'eleve WS-IDX-ELV : moyenne de chaque matiere
      *par trimestre (evaluations ponderees par leur poids),
      *moyenne de l'eleve par trimestre (matieres ponderees par
      *leur coefficient), puis moyennes annuelles, de chaque
      *matiere et de l'eleve, egales a la moyenne des trimestres
      *notes jusqu'a WS-TRIM-MAX.
       0220-MOYENNES-ELEVE-START.

           PERFORM VARYING WS-TRIM FROM 1 BY 1 UNTIL WS-TRIM > 3
               MOVE 0 TO WS-CUMUL-MOY
               MOVE 0 TO WS-CUMUL-COEF
               PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                       UNTIL WS-IDX-EM > WS-NB-EM
                   IF WS-EM-ELEVE(WS-IDX-EM) = WS-ELV-ID(WS-IDX-ELV)
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
                   COMPUTE WS-MOY-TRIM(WS-IDX-ELV, WS-TRIM) ROUNDED =
                           WS-CUMUL-MOY / WS-CUMUL-COEF
                   MOVE "O" TO WS-TRIM-NOTE(WS-IDX-ELV, WS-TRIM)
               ELSE
                   MOVE 0   TO WS-MOY-TRIM(WS-IDX-ELV, WS-TRIM)
                   MOVE "N" TO WS-TRIM-NOTE(WS-IDX-ELV, WS-TRIM)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                   UNTIL WS-IDX-EM > WS-NB-EM
               IF WS-EM-ELEVE(WS-IDX-EM) = WS-ELV-ID(WS-IDX-ELV)
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
               IF WS-TRIM-NOTE(WS-IDX-ELV, WS-TRIM) = "O"
                   ADD WS-MOY-TRIM(WS-IDX-ELV, WS-TRIM) TO WS-CUMUL-MOY
                   ADD 1 TO WS-NB-TRIM-NOTES
               END-IF
           END-PERFORM.
           IF WS-NB-TRIM-NOTES > 0
               COMPUTE WS-MOY-ANNUELLE(WS-IDX-ELV) ROUNDED =
                       WS-CUMUL-MOY / WS-NB-TRIM-NOTES
               MOVE "O" TO WS-ANNEE-NOTEE(WS-IDX-ELV)
           ELSE
               MOVE 0   TO WS-MOY-ANNUELLE(WS-IDX-ELV)
               MOVE "N" TO WS-ANNEE-NOTEE(WS-IDX-ELV)
           END-IF.

           MOVE WS-MOY-TRIM(WS-IDX-ELV, WS-TRIM-MAX) TO
                WS-MOYENNE(WS-IDX-ELV).

           EXIT.
       0220-MOYENNES-ELEVE-END.

      *Compte les absences de chaque eleve (rapprochement par nom
      *et par les trois premiers caracteres de la classe ou il
      *etait le jour de l'absence, les cles du journal des
      *absences).
       0250-LIRE-ABSENCES-START.

           MOVE "N" TO WS-FIN-FICHIER.
                           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
                               IF F-ABS-NOM(1:10) =
                                      WS-ELV-NOM(WS-IDX-ELV)
                                   PERFORM 0260-CLASSE-ABSENCE-START
                                   THRU    0260-CLASSE-ABSENCE-END
                               ELSE
                                   MOVE SPACES TO WS-CD-CLASSE
                               END-IF
                               IF WS-CD-CLASSE NOT = SPACES AND
                                  F-ABS-CLASSE = WS-CD-CLASSE(1:3)
                                   IF F-ABS-TYPE = "J"
                                       ADD 1 TO
                                           WS-ABS-JUST(WS-IDX-ELV)
           EXIT.
       0250-LIRE-ABSENCES-END.

      *Classe de l'eleve WS-IDX-ELV le jour de l'absence lue
      *(blanc s'il n'etait pas inscrit ce jour-la).
       0260-CLASSE-ABSENCE-START.

           MOVE WS-ELV-ID(WS-IDX-ELV)    TO WS-CD-ELEVE.
           MOVE F-ABS-DATE               TO WS-CD-DATE.
           MOVE WS-ELV-FICHE(WS-IDX-ELV) TO WS-CD-CLASSE-FICHE.
           CALL "ClasseDate" USING WS-CD-ELEVE WS-CD-DATE
                                   WS-CD-CLASSE-FICHE WS-CD-CLASSE
                                   WS-CD-DATE-EFFET WS-CD-STATUT.
           IF WS-CD-STATUT NOT = "00"
               MOVE SPACES TO WS-CD-CLASSE
           END-IF.

           EXIT.
       0260-CLASSE-ABSENCE-END.

       0300-EDITER-START.

           OPEN OUTPUT FICHIER-CONSEIL.

           MOVE SPACES TO F-CONSEIL.
           STRING "==== Conseil de la classe " WS-CLASSE-EDITEE
                  " - trimestre " WS-TRIM-MAX " ===="
                  DELIMITED BY SIZE INTO F-CONSEIL.
           WRITE F-CONSEIL.

               END-IF
               MOVE WS-MOYENNE(WS-MEILLEUR) TO WS-MOY-PRECEDENTE
               MOVE WS-MOYENNE(WS-MEILLEUR) TO WS-MOYENNE-ED
               MOVE WS-MOY-ANNUELLE(WS-MEILLEUR) TO WS-ANNUELLE-ED
               MOVE SPACES TO F-CONSEIL
               STRING "Rang " WS-RANG " "
                      WS-ELV-NOM(WS-MEILLEUR)
                      " moyenne " WS-MOYENNE-ED
                      " annee " WS-ANNUELLE-ED
                      " abs J " WS-ABS-JUST(WS-MEILLEUR)
                      " I " WS-ABS-INJUST(WS-MEILLEUR)
                      " | Appreciation : ....................."
                      DELIMITED BY SIZE INTO F-CONSEIL
               WRITE F-CONSEIL
               IF WS-ELV-DEPUIS(WS-MEILLEUR) > 0
                   MOVE SPACES TO F-CONSEIL
                   STRING "       dans la classe depuis le "
                          WS-ELV-DEPUIS(WS-MEILLEUR)
                          DELIMITED BY SIZE INTO F-CONSEIL
                   WRITE F-CONSEIL
               END-IF
               MOVE "O" TO WS-DEJA-CLASSE(WS-MEILLEUR)
           END-PERFORM.

      *Eleves sortis de la classe : plus classes, notes gardees.
           MOVE 0 TO WS-NB-SORTIS.
           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
               IF WS-ELV-STATUT(WS-IDX-ELV) = "20" AND
                  WS-ELV-DERNIERE(WS-IDX-ELV) = WS-CLASSE-EDITEE
                   IF WS-NB-SORTIS = 0
                       MOVE SPACES TO F-CONSEIL
                       STRING "-- Eleves sortis de la classe --"
                              DELIMITED BY SIZE INTO F-CONSEIL
                       WRITE F-CONSEIL
                   END-IF
                   ADD 1 TO WS-NB-SORTIS
                   MOVE SPACES TO F-CONSEIL
                   STRING WS-ELV-NOM(WS-IDX-ELV)
                          " sorti le " WS-ELV-DEPUIS(WS-IDX-ELV)
                          " (notes conservees au dossier)"
                          DELIMITED BY SIZE INTO F-CONSEIL
                   WRITE F-CONSEIL
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-CONSEIL.
           WRITE F-CONSEIL.

           EXIT.
       0400-UNE-CLASSE-END.

      *Moyennes par matiere de la classe en cours pour le
      *trimestre : moyenne des moyennes des eleves de la classe
      *notes dans la matiere.
       0500-MATIERES-CLASSE-START.

           MOVE 0 TO WS-NB-MC.

           PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                   UNTIL WS-IDX-EM > WS-NB-EM
               MOVE 0 TO WS-CLS-TROUVE
               PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                       UNTIL WS-IDX-ELV > WS-NB-ELEVES
                   IF WS-ELV-ID(WS-IDX-ELV) =
                                  WS-EM-ELEVE(WS-IDX-EM) AND
                      WS-ELV-CLASSE(WS-IDX-ELV) = WS-CLASSE-EDITEE
                       MOVE WS-IDX-ELV TO WS-CLS-TROUVE
                   END-IF
               END-PERFORM
               IF WS-CLS-TROUVE > 0 AND
                  WS-EM-POIDS(WS-IDX-EM, WS-TRIM-MAX) > 0
                   MOVE 0 TO WS-MC-TROUVE
                   PERFORM VARYING WS-IDX-MC FROM 1 BY 1
                           UNTIL WS-IDX-MC > WS-NB-MC
                       IF WS-MC-CODE(WS-IDX-MC) =
                                      WS-EM-MATIERE(WS-IDX-EM)
                           MOVE WS-IDX-MC TO WS-MC-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-MC-TROUVE = 0 AND WS-NB-MC < WS-MAX-MC
                       ADD 1 TO WS-NB-MC
                       MOVE WS-NB-MC TO WS-MC-TROUVE
                       MOVE WS-EM-MATIERE(WS-IDX-EM) TO
                            WS-MC-CODE(WS-MC-TROUVE)
                       MOVE 0 TO WS-MC-SOMME(WS-MC-TROUVE)
                       MOVE 0 TO WS-MC-NB(WS-MC-TROUVE)
                   END-IF
                   IF WS-MC-TROUVE > 0
                       ADD WS-EM-MOYENNE(WS-IDX-EM, WS-TRIM-MAX) TO
                           WS-MC-SOMME(WS-MC-TROUVE)
                       ADD 1 TO WS-MC-NB(WS-MC-TROUVE)
                   END-IF
               MOVE WS-MOY-MATIERE TO WS-MOYENNE-ED
               MOVE SPACES TO F-CONSEIL
               STRING WS-MC-CODE(WS-IDX-MC) " : " WS-MOYENNE-ED
                      " sur " WS-MC-NB(WS-IDX-MC) " eleve(s)"
                      DELIMITED BY SIZE INTO F-CONSEIL
               WRITE F-CONSEIL
           END-PERFORM.
