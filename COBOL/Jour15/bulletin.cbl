      *(le meme bareme que diplome) et la ligne recu/echec au meme
      *seuil de 10. Quarante bulletins assembles a la main prenaient
      *une journee entiere chaque trimestre.
      *Le bulletin est celui d'un trimestre : par matiere, la
      *moyenne du trimestre (evaluations ponderees par leur poids)
      *avec celle du trimestre precedent et la progression, puis
      *la moyenne du trimestre et la moyenne annuelle a date
      *(moyenne des trimestres notes jusqu'a celui-ci), chacune
      *avec celle de la classe. Recu/echec et mention se decident
      *sur la moyenne annuelle, comme dans diplome.
      *Chaque matiere porte le nom de son enseignant dans la classe
      *de l'eleve (enseignants.txt et affectations.txt, tenus par
      *ensmait).
      *La classe de l'eleve est celle ou il etait a la fin de la
      *periode (aujourd'hui a defaut) d'apres ses mouvements
      *(ClasseDate) ; un changement de classe est rappele avec sa
      *date, chaque absence est rapprochee de la classe du jour
      *de l'absence. Un eleve pas encore arrive n'a pas de
      *bulletin ; un eleve sorti n'en a un que s'il a des notes au
      *trimestre, et il n'entre plus dans la moyenne de classe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABSENCES-STATUS.

      *Enseignants et affectations tenus par ensmait. OPTIONAL :
      *sans eux, la ligne de matiere n'a pas de nom d'enseignant.
       SELECT OPTIONAL FICHIER-ENSEIGNANTS ASSIGN TO
           "enseignants.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENS-STATUS.

       SELECT OPTIONAL FICHIER-AFFECTATIONS ASSIGN TO
           "affectations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AFF-STATUS.

      *Un bulletin par eleve : le nom du fichier est construit a
      *partir de l'identifiant de l'eleve.
       SELECT FICHIER-BULLETIN ASSIGN TO DYNAMIC WS-NOM-BULLETIN
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

      *Memes decoupages que les FD de ensmait.
       FD FICHIER-ENSEIGNANTS.
       01  F-ENSEIGNANT.
           05 F-ENS-CODE        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-ENS-NOM         PIC X(20).
           05 FILLER            PIC X(01).
           05 F-ENS-ACTIF       PIC X(01).

       FD FICHIER-AFFECTATIONS.
       01  F-AFFECTATION.
           05 F-AFF-ENS         PIC X(08).
           05 FILLER            PIC X(01).
           05 F-AFF-CLASSE      PIC X(05).
           05 FILLER            PIC X(01).
           05 F-AFF-MATIERE     PIC X(06).

       FD FICHIER-BULLETIN.
       01 F-BULLETIN         PIC X(110).

       WORKING-STORAGE SECTION.

           05 WS-ELEVE-ID    PIC 9(03).
           05 WS-NOM         PIC X(10).
           05 WS-ELV-CLASSE  PIC X(05).
      *Classe de la fiche, statut ClasseDate a la fin de la
      *periode, date du mouvement qui fixe la classe et classe
      *quittee la veille (changement de classe).
           05 WS-ELV-FICHE     PIC X(05).
           05 WS-ELV-STATUT    PIC X(02).
           05 WS-ELV-DEPUIS    PIC 9(08).
           05 WS-ELV-PRECEDENTE PIC X(05).
      *Moyenne de chaque trimestre ("O" dans WS-TRIM-NOTE quand
      *l'eleve y a au moins une note) et moyenne annuelle a date :
      *la moyenne du bulletin est PONDEREE par matiere.
           05 WS-TRIM-ELV OCCURS 3 TIMES.
               10 WS-MOY-TRIM   PIC 9(02)V99.
               10 WS-TRIM-NOTE  PIC X(01).
           05 WS-MOY-ANNUELLE PIC 9(02)V99.
           05 WS-ANNEE-NOTEE  PIC X(01).

       77  WS-INDEX     PIC 9(02) VALUE 1.
       77  WS-MAX-INDEX PIC 9(02) VALUE 15.
       77  WS-NB-ELEVES-LUS PIC 9(02) VALUE 0.

      *Cumuls par eleve et par matiere, trimestre par trimestre :
      *somme des notes ponderees par le poids de l'evaluation,
      *somme des poids et nombre d'evaluations, decouverts au fil
      *des notes ; ils redonnent le detail par matiere du
      *bulletin.
       01 WS-TABLE-EM.
         03 WS-EM OCCURS 300 TIMES.
           05 WS-EM-ELEVE    PIC 9(03).
           05 WS-EM-MATIERE  PIC X(06).
           05 WS-EM-TRIM OCCURS 3 TIMES.
               10 WS-EM-SOMME   PIC 9(05).
               10 WS-EM-POIDS   PIC 9(03).
               10 WS-EM-NB      PIC 9(02).
               10 WS-EM-MOYENNE PIC 9(02)V99.
           05 WS-EM-ANNUELLE PIC 9(02)V99.

       77  WS-IDX-EM     PIC 9(03) VALUE 1.
       77  WS-MAX-EM     PIC 9(03) VALUE 300.
       77  WS-NB-EM      PIC 9(03) VALUE 0.
       77  WS-EM-TROUVE  PIC 9(03) VALUE 0.
       77  WS-TRIM       PIC 9(01) VALUE 1.
      *Trimestre du bulletin, dernier pris dans la moyenne
      *annuelle, et trimestre precedent.
       77  WS-TRIM-MAX   PIC 9(01) VALUE 3.
       77  WS-TRIM-PREC  PIC 9(01) VALUE 0.
       77  WS-POIDS-NOTE PIC 9(01) VALUE 1.
       77  WS-NB-HORS-TRIMESTRE PIC 9(03) VALUE 0.
      *Cumuls du calcul en cours : moyennes ponderees par le
      *coefficient, somme des coefficients, trimestres notes.
       77  WS-CUMUL-MOY  PIC 9(05)V9(03) VALUE 0.
       77  WS-CUMUL-COEF PIC 9(03)V9 VALUE 0.
       77  WS-NB-TRIM-NOTES PIC 9(01) VALUE 0.

      *Zones d'edition d'une ligne de matiere : moyenne du
      *trimestre, moyenne du precedent, progression ; un tiret
      *quand la periode n'est pas notee.
       77  WS-MOY-T-ED      PIC Z9.99.
       77  WS-MOY-T-X REDEFINES WS-MOY-T-ED PIC X(05).
       77  WS-MOY-P-ED      PIC Z9.99.
       77  WS-MOY-P-X REDEFINES WS-MOY-P-ED PIC X(05).
       77  WS-PROGRES       PIC S9(02)V99 VALUE 0.
       77  WS-PROGRES-ED    PIC +Z9.99.
       77  WS-PROGRES-X REDEFINES WS-PROGRES-ED PIC X(06).

       77  WS-FIN-F     PIC X     VALUE "N".
       77  WS-FIN-NOTES PIC X     VALUE "N".
       01 WS-TABLE-CLASSES.
         03 WS-CLS OCCURS 10 TIMES.
           05 WS-CLS-CODE    PIC X(05).
      *Moyenne du trimestre du bulletin (T) et moyenne annuelle a
      *date (A) de la classe.
           05 WS-CLS-SOMME-T   PIC 9(05)V99.
           05 WS-CLS-NB-T      PIC 9(02).
           05 WS-CLS-MOYENNE-T PIC 9(02)V99.
           05 WS-CLS-SOMME-A   PIC 9(05)V99.
           05 WS-CLS-NB-A      PIC 9(02).
           05 WS-CLS-MOYENNE-A PIC 9(02)V99.

       77  WS-IDX-CLS        PIC 9(02) VALUE 1.
       77  WS-MAX-CLS        PIC 9(02) VALUE 10.
       77  WS-CLS-TROUVE     PIC 9(02) VALUE 0.

      *Seuil de passage et mention, les memes que diplome ; la
      *note de decision est la moyenne annuelle ARRONDIE a
      *l'entier, comme la derive diplome, pour que bulletin et
      *reussite/echec ne se contredisent jamais sur un 10,4 ou un
      *15,5.
       77  WS-SEUIL     PIC 9(02) VALUE 10.
       77  WS-NOTE-DECISION PIC 9(02) VALUE 0.
       01  WS-MENTION   PIC X(10).
      *par les trois premiers caracteres de la classe, les cles du
      *journal des absences).
       01 WS-TABLE-ABSENCES.
         03 WS-ABS OCCURS 900 TIMES.
           05 WS-ABS-DATE    PIC 9(08).
           05 WS-ABS-CLASSE  PIC X(03).
           05 WS-ABS-NOM     PIC X(15).
           05 WS-ABS-TYPE    PIC X(01).
      *Matiere et duree du cours manque (matiere a blanc pour une
      *absence a la journee).
           05 WS-ABS-MATIERE PIC X(06).
           05 WS-ABS-DUREE   PIC 9(01).

       77  WS-IDX-ABS         PIC 9(03) VALUE 1.
       77  WS-MAX-ABSENCES    PIC 9(03) VALUE 900.
       77  WS-NB-ABSENCES     PIC 9(03) VALUE 0.
       77  WS-FIN-ABSENCES    PIC X(01) VALUE "N".
       77  WS-ABSENCES-STATUS PIC X(02) VALUE SPACES.
       77  WS-PERIODE-DEBUT   PIC 9(08) VALUE 0.
       77  WS-PERIODE-FIN     PIC 9(08) VALUE 0.
       77  WS-PLAFOND         PIC 9(03) VALUE 0.
      *Date de reference de la classe : fin de la periode, ou
      *aujourd'hui.
       01  WS-DATE-SYS        PIC X(21).
       77  WS-DATE-CLASSE     PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme ClasseDate.
       77  WS-CD-ELEVE          PIC 9(03) VALUE 0.
       77  WS-CD-DATE           PIC 9(08) VALUE 0.
       77  WS-CD-CLASSE-FICHE   PIC X(05) VALUE SPACES.
       77  WS-CD-CLASSE         PIC X(05) VALUE SPACES.
       77  WS-CD-DATE-EFFET     PIC 9(08) VALUE 0.
       77  WS-CD-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(veille d'un changement de classe).
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Compteurs de l'eleve en cours d'edition.
       77  WS-NB-JUSTIFIEES   PIC 9(03) VALUE 0.
       77  WS-NB-INJUSTIFIEES PIC 9(03) VALUE 0.
      *Heures manquees par matiere de l'eleve en cours d'edition.
       01 WS-TABLE-HEURES.
         03 WS-HM OCCURS 20 TIMES.
           05 WS-HM-MATIERE   PIC X(06).
           05 WS-HM-HEURES    PIC 9(03).
       77  WS-IDX-HM          PIC 9(02) VALUE 1.
       77  WS-MAX-HM          PIC 9(02) VALUE 20.
       77  WS-NB-HM           PIC 9(02) VALUE 0.
       77  WS-HM-TROUVE       PIC 9(02) VALUE 0.

      *Affectations, chacune avec le nom de son enseignant relu
      *dans enseignants.txt (le code a defaut).
       01 WS-TABLE-AFFECTATIONS.
         03 WS-AFF OCCURS 200 TIMES.
           05 WS-AFF-ENS      PIC X(08).
           05 WS-AFF-CLASSE   PIC X(05).
           05 WS-AFF-MATIERE  PIC X(06).
           05 WS-AFF-NOM      PIC X(20).

       77  WS-IDX-AFF         PIC 9(03) VALUE 1.
       77  WS-MAX-AFF         PIC 9(03) VALUE 200.
       77  WS-NB-AFF          PIC 9(03) VALUE 0.
       77  WS-AFF-STATUS      PIC X(02) VALUE SPACES.
       77  WS-ENS-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FIN-ENS         PIC X(01) VALUE "N".
      *Nom de l'enseignant de la matiere en cours d'edition.
       77  WS-NOM-ENSEIGNANT  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0150-READ-MATIERES-START
           THRU    0150-READ-MATIERES-END.

           DISPLAY "Trimestre du bulletin (1-3) :".
           ACCEPT WS-TRIM-MAX.
           IF WS-TRIM-MAX < 1 OR WS-TRIM-MAX > 3
               DISPLAY "ERREUR : trimestre hors 1-3"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-TRIM-PREC = WS-TRIM-MAX - 1.

           DISPLAY "Debut de la periode des absences (AAAAMMJJ,"
                   " 0 = tout) :".
           ACCEPT WS-PERIODE-DEBUT.
                   " avertissement :".
           ACCEPT WS-PLAFOND.

           MOVE WS-PERIODE-FIN TO WS-DATE-CLASSE.
           IF WS-DATE-CLASSE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS
               MOVE WS-DATE-SYS(1:8) TO WS-DATE-CLASSE
           END-IF.
           PERFORM 0120-CLASSE-A-DATE-START
           THRU    0120-CLASSE-A-DATE-END
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ELEVES-LUS.

           PERFORM 0180-READ-ABSENCES-START
           THRU    0180-READ-ABSENCES-END.

           PERFORM 0190-READ-AFFECTATIONS-START
           THRU    0190-READ-AFFECTATIONS-END.

           PERFORM 0200-READ-NOTES-START
           THRU    0200-READ-NOTES-END.

                       IF WS-INDEX <= WS-MAX-INDEX
                            MOVE F-ELEVE-ID TO WS-ELEVE-ID(WS-INDEX)
                            MOVE F-NOM      TO WS-NOM(WS-INDEX)
                            MOVE F-CLASSE   TO WS-ELV-FICHE(WS-INDEX)
                            ADD 1 TO WS-INDEX
                       END-IF
               END-READ
           EXIT.
       0100-READ-ELEVES-END.

      *Classe de l'eleve WS-INDEX a la date de reference ; apres un
      *changement de classe, la classe quittee est celle de la
      *veille.
       0120-CLASSE-A-DATE-START.

           MOVE WS-ELEVE-ID(WS-INDEX)  TO WS-CD-ELEVE.
           MOVE WS-DATE-CLASSE         TO WS-CD-DATE.
           MOVE WS-ELV-FICHE(WS-INDEX) TO WS-CD-CLASSE-FICHE.
           CALL "ClasseDate" USING WS-CD-ELEVE WS-CD-DATE
                                   WS-CD-CLASSE-FICHE WS-CD-CLASSE
                                   WS-CD-DATE-EFFET WS-CD-STATUT.
           MOVE WS-CD-CLASSE     TO WS-ELV-CLASSE(WS-INDEX).
           MOVE WS-CD-STATUT     TO WS-ELV-STATUT(WS-INDEX).
           MOVE WS-CD-DATE-EFFET TO WS-ELV-DEPUIS(WS-INDEX).
           MOVE SPACES           TO WS-ELV-PRECEDENTE(WS-INDEX).

           IF WS-CD-STATUT NOT = "00" OR WS-CD-DATE-EFFET = 0
               GO TO 0120-CLASSE-A-DATE-END
           END-IF.

           MOVE "A"              TO WS-DC-FONCTION.
           MOVE WS-CD-DATE-EFFET TO WS-DC-DATE-1.
           MOVE -1               TO WS-DC-NOMBRE.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               GO TO 0120-CLASSE-A-DATE-END
           END-IF.
           MOVE WS-DC-DATE-2 TO WS-CD-DATE.
           CALL "ClasseDate" USING WS-CD-ELEVE WS-CD-DATE
                                   WS-CD-CLASSE-FICHE WS-CD-CLASSE
                                   WS-CD-DATE-EFFET WS-CD-STATUT.
           IF WS-CD-STATUT = "00" AND
              WS-CD-CLASSE NOT = WS-ELV-CLASSE(WS-INDEX)
               MOVE WS-CD-CLASSE TO WS-ELV-PRECEDENTE(WS-INDEX)
           END-IF.

           EXIT.
       0120-CLASSE-A-DATE-END.

      *Chargement des coefficients des matieres. Statut 05 :
      *fichier optionnel absent, toutes les matieres pesent 1.
       0150-READ-MATIERES-START.
           EXIT.
       0150-READ-MATIERES-END.

      *Chargement des affectations puis des noms de leurs
      *enseignants. Statut 05 : fichiers optionnels absents.
       0190-READ-AFFECTATIONS-START.

           MOVE "N" TO WS-FIN-ENS.
           OPEN INPUT FICHIER-AFFECTATIONS.

           IF WS-AFF-STATUS = "00" OR WS-AFF-STATUS = "05"
               PERFORM UNTIL WS-FIN-ENS = "O"
                   READ FICHIER-AFFECTATIONS
                       AT END
                           MOVE "O" TO WS-FIN-ENS
                       NOT AT END
                           IF WS-NB-AFF < WS-MAX-AFF
                               ADD 1 TO WS-NB-AFF
                               MOVE F-AFF-ENS     TO
                                    WS-AFF-ENS(WS-NB-AFF)
                               MOVE F-AFF-CLASSE  TO
                                    WS-AFF-CLASSE(WS-NB-AFF)
                               MOVE F-AFF-MATIERE TO
                                    WS-AFF-MATIERE(WS-NB-AFF)
                               MOVE F-AFF-ENS     TO
                                    WS-AFF-NOM(WS-NB-AFF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AFFECTATIONS
           END-IF.

           MOVE "N" TO WS-FIN-ENS.
           OPEN INPUT FICHIER-ENSEIGNANTS.

           IF WS-ENS-STATUS = "00" OR WS-ENS-STATUS = "05"
               PERFORM UNTIL WS-FIN-ENS = "O"
                   READ FICHIER-ENSEIGNANTS
                       AT END
                           MOVE "O" TO WS-FIN-ENS
                       NOT AT END
                           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                                   UNTIL WS-IDX-AFF > WS-NB-AFF
                               IF WS-AFF-ENS(WS-IDX-AFF) = F-ENS-CODE
                                   MOVE F-ENS-NOM TO
                                        WS-AFF-NOM(WS-IDX-AFF)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ENSEIGNANTS
           END-IF.

           EXIT.
       0190-READ-AFFECTATIONS-END.

      *Chargement des absences de la periode demandee. Statut 05 :
      *fichier optionnel absent, aucun resume a porter.
       0180-READ-ABSENCES-START.
                               F-ABS-DATE <= WS-PERIODE-FIN) AND
                              WS-NB-ABSENCES < WS-MAX-ABSENCES
                               ADD 1 TO WS-NB-ABSENCES
                               MOVE F-ABS-DATE   TO
                                    WS-ABS-DATE(WS-NB-ABSENCES)
                               MOVE F-ABS-CLASSE TO
                                    WS-ABS-CLASSE(WS-NB-ABSENCES)
                               MOVE F-ABS-NOM    TO
                                    WS-ABS-NOM(WS-NB-ABSENCES)
                               MOVE F-ABS-TYPE   TO
                                    WS-ABS-TYPE(WS-NB-ABSENCES)
                               MOVE SPACES TO
                                    WS-ABS-MATIERE(WS-NB-ABSENCES)
                               MOVE 0 TO
                                    WS-ABS-DUREE(WS-NB-ABSENCES)
                               IF F-ABS-MATIERE NOT = SPACES AND
                                  F-ABS-DUREE NUMERIC
                                   MOVE F-ABS-MATIERE TO
                                    WS-ABS-MATIERE(WS-NB-ABSENCES)
                                   MOVE F-ABS-DUREE TO
                                    WS-ABS-DUREE(WS-NB-ABSENCES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
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
                   MOVE 0 TO WS-EM-NB(WS-EM-TROUVE, WS-TRIM)
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
           ADD 1 TO WS-EM-NB(WS-EM-TROUVE, WS-TRIM).

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

      *Moyennes de chaque eleve jusqu'au trimestre du bulletin,
      *puis moyennes de la classe (moyenne des moyennes des
      *eleves notes) pour ce trimestre et pour l'annee a date.
       0300-MOYENNES-START.

           PERFORM 0260-MOYENNES-ELEVE-START
           THRU    0260-MOYENNES-ELEVE-END
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ELEVES-LUS.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-ELEVES-LUS
      *Cumul des moyennes de l'eleve dans sa classe, decouverte
      *au passage ; un eleve sorti ou pas encore arrive n'y entre
      *pas.
               MOVE 0 TO WS-CLS-TROUVE
               PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                       UNTIL WS-IDX-CLS > WS-NB-CLS
                       MOVE WS-IDX-CLS TO WS-CLS-TROUVE
                   END-IF
               END-PERFORM
               IF WS-CLS-TROUVE = 0 AND WS-NB-CLS < WS-MAX-CLS AND
                  WS-ELV-CLASSE(WS-INDEX) NOT = SPACES
                   ADD 1 TO WS-NB-CLS
                   MOVE WS-NB-CLS TO WS-CLS-TROUVE
                   MOVE WS-ELV-CLASSE(WS-INDEX) TO
                        WS-CLS-CODE(WS-CLS-TROUVE)
                   MOVE 0 TO WS-CLS-SOMME-T(WS-CLS-TROUVE)
                   MOVE 0 TO WS-CLS-NB-T(WS-CLS-TROUVE)
                   MOVE 0 TO WS-CLS-MOYENNE-T(WS-CLS-TROUVE)
                   MOVE 0 TO WS-CLS-SOMME-A(WS-CLS-TROUVE)
                   MOVE 0 TO WS-CLS-NB-A(WS-CLS-TROUVE)
                   MOVE 0 TO WS-CLS-MOYENNE-A(WS-CLS-TROUVE)
               END-IF
               IF WS-CLS-TROUVE > 0 AND
                  WS-ELV-STATUT(WS-INDEX) = "00"
                   IF WS-TRIM-NOTE(WS-INDEX, WS-TRIM-MAX) = "O"
                       ADD WS-MOY-TRIM(WS-INDEX, WS-TRIM-MAX) TO
                           WS-CLS-SOMME-T(WS-CLS-TROUVE)
                       ADD 1 TO WS-CLS-NB-T(WS-CLS-TROUVE)
                   END-IF
                   IF WS-ANNEE-NOTEE(WS-INDEX) = "O"
                       ADD WS-MOY-ANNUELLE(WS-INDEX) TO
                           WS-CLS-SOMME-A(WS-CLS-TROUVE)
                       ADD 1 TO WS-CLS-NB-A(WS-CLS-TROUVE)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-NB-CLS
               IF WS-CLS-NB-T(WS-IDX-CLS) > 0
                   COMPUTE WS-CLS-MOYENNE-T(WS-IDX-CLS) ROUNDED =
                           WS-CLS-SOMME-T(WS-IDX-CLS) /
                           WS-CLS-NB-T(WS-IDX-CLS)
               END-IF
               IF WS-CLS-NB-A(WS-IDX-CLS) > 0
                   COMPUTE WS-CLS-MOYENNE-A(WS-IDX-CLS) ROUNDED =
                           WS-CLS-SOMME-A(WS-IDX-CLS) /
                           WS-CLS-NB-A(WS-IDX-CLS)
               END-IF
           END-PERFORM.

           EXIT.
       0300-MOYENNES-END.

      *Edite le bulletin du trimestre de l'eleve WS-INDEX :
      *moyenne par matiere et progression sur le trimestre
      *precedent, moyennes du trimestre et de l'annee avec celles
      *de la classe en regard, mention et ligne recu/echec.
       0400-EDITER-START.

           IF WS-ELV-STATUT(WS-INDEX) = "10"
               GO TO 0400-EDITER-END
           END-IF.
           IF WS-ELV-STATUT(WS-INDEX) = "20" AND
              WS-TRIM-NOTE(WS-INDEX, WS-TRIM-MAX) NOT = "O"
               GO TO 0400-EDITER-END
           END-IF.

           MOVE SPACES TO WS-NOM-BULLETIN.
           STRING "bulletin-" WS-ELEVE-ID(WS-INDEX) ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-BULLETIN.
           STRING "Bulletin de "
                  FUNCTION TRIM(WS-NOM(WS-INDEX))
                  " - classe " WS-ELV-CLASSE(WS-INDEX)
                  " - trimestre " WS-TRIM-MAX
                  " - edite le " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-BULLETIN.
           WRITE F-BULLETIN.

           IF WS-ELV-STATUT(WS-INDEX) = "20"
               MOVE SPACES TO F-BULLETIN
               STRING "Eleve sorti de la classe "
                      WS-ELV-CLASSE(WS-INDEX) " le "
                      WS-ELV-DEPUIS(WS-INDEX)
                      DELIMITED BY SIZE INTO F-BULLETIN
               WRITE F-BULLETIN
           END-IF.
           IF WS-ELV-PRECEDENTE(WS-INDEX) NOT = SPACES
               MOVE SPACES TO F-BULLETIN
               STRING "Dans la classe " WS-ELV-CLASSE(WS-INDEX)
                      " depuis le " WS-ELV-DEPUIS(WS-INDEX)
                      " (classe precedente "
                      WS-ELV-PRECEDENTE(WS-INDEX) ")"
                      DELIMITED BY SIZE INTO F-BULLETIN
               WRITE F-BULLETIN
           END-IF.

      *Une ligne par matiere notee jusqu'a ce trimestre.
           PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                   UNTIL WS-IDX-EM > WS-NB-EM
               IF WS-EM-ELEVE(WS-IDX-EM) = WS-ELEVE-ID(WS-INDEX)
                   MOVE 0 TO WS-NB-TRIM-NOTES
                   PERFORM VARYING WS-TRIM FROM 1 BY 1
                           UNTIL WS-TRIM > WS-TRIM-MAX
                       IF WS-EM-POIDS(WS-IDX-EM, WS-TRIM) > 0
                           ADD 1 TO WS-NB-TRIM-NOTES
                       END-IF
                   END-PERFORM
                   IF WS-NB-TRIM-NOTES > 0
                       PERFORM 0410-LIGNE-MATIERE-START
                       THRU    0410-LIGNE-MATIERE-END
                   END-IF
               END-IF
           END-PERFORM.

                   MOVE WS-IDX-CLS TO WS-CLS-TROUVE
               END-IF
           END-PERFORM.

           MOVE WS-MOY-TRIM(WS-INDEX, WS-TRIM-MAX) TO WS-MOYENNE-ED.
           IF WS-CLS-TROUVE > 0
               MOVE WS-CLS-MOYENNE-T(WS-CLS-TROUVE)
                    TO WS-MOY-CLASSE-ED
           ELSE
               MOVE 0 TO WS-MOY-CLASSE-ED
           END-IF.
           MOVE SPACES TO F-BULLETIN.
           STRING "Moyenne du trimestre : " WS-MOYENNE-ED
                  "  (classe " WS-ELV-CLASSE(WS-INDEX)
                  " : " WS-MOY-CLASSE-ED ")"
                  DELIMITED BY SIZE INTO F-BULLETIN.
           WRITE F-BULLETIN.

           IF WS-TRIM-PREC > 0
               IF WS-TRIM-NOTE(WS-INDEX, WS-TRIM-PREC) = "O" AND
                  WS-TRIM-NOTE(WS-INDEX, WS-TRIM-MAX) = "O"
                   MOVE WS-MOY-TRIM(WS-INDEX, WS-TRIM-PREC) TO
                        WS-MOY-P-ED
                   COMPUTE WS-PROGRES =
                           WS-MOY-TRIM(WS-INDEX, WS-TRIM-MAX) -
                           WS-MOY-TRIM(WS-INDEX, WS-TRIM-PREC)
                   MOVE WS-PROGRES TO WS-PROGRES-ED
                   MOVE SPACES TO F-BULLETIN
                   STRING "Trimestre precedent : " WS-MOY-P-X
                          "  progression " WS-PROGRES-X
                          DELIMITED BY SIZE INTO F-BULLETIN
                   WRITE F-BULLETIN
               END-IF
           END-IF.

           MOVE WS-MOY-ANNUELLE(WS-INDEX) TO WS-MOYENNE-ED.
           IF WS-CLS-TROUVE > 0
               MOVE WS-CLS-MOYENNE-A(WS-CLS-TROUVE)
                    TO WS-MOY-CLASSE-ED
           ELSE
               MOVE 0 TO WS-MOY-CLASSE-ED
           END-IF.
           MOVE SPACES TO F-BULLETIN.
           STRING "Moyenne annuelle (T1 a T" WS-TRIM-MAX ") : "
                  WS-MOYENNE-ED
                  "  (classe " WS-ELV-CLASSE(WS-INDEX)
                  " : " WS-MOY-CLASSE-ED ")"
                  DELIMITED BY SIZE INTO F-BULLETIN.
           WRITE F-BULLETIN.

      *La note de decision est derivee exactement comme dans
      *diplome : la moyenne annuelle arrondie a l'entier. C'est
      *elle qui decide recu/echec et la mention, pas la moyenne a
      *deux decimales affichee au-dessus.
           COMPUTE WS-NOTE-DECISION ROUNDED =
                   WS-MOY-ANNUELLE(WS-INDEX).

           PERFORM 0500-MENTION-START
           THRU    0500-MENTION-END.
      *les parents, le bulletin et la lettre inquietante reunis.
           MOVE 0 TO WS-NB-JUSTIFIEES.
           MOVE 0 TO WS-NB-INJUSTIFIEES.
           MOVE 0 TO WS-NB-HM.
           PERFORM VARYING WS-IDX-ABS FROM 1 BY 1
                   UNTIL WS-IDX-ABS > WS-NB-ABSENCES
               MOVE SPACES TO WS-CD-CLASSE
               IF WS-ABS-NOM(WS-IDX-ABS)(1:10) = WS-NOM(WS-INDEX)
                   PERFORM 0430-CLASSE-ABSENCE-START
                   THRU    0430-CLASSE-ABSENCE-END
               END-IF
               IF WS-CD-CLASSE NOT = SPACES AND
                  WS-ABS-CLASSE(WS-IDX-ABS) = WS-CD-CLASSE(1:3)
                   IF WS-ABS-TYPE(WS-IDX-ABS) = "J"
                       ADD 1 TO WS-NB-JUSTIFIEES
                   ELSE
                       ADD 1 TO WS-NB-INJUSTIFIEES
                   END-IF
                   IF WS-ABS-MATIERE(WS-IDX-ABS) NOT = SPACES
                       PERFORM 0420-HEURES-MATIERE-START
                       THRU    0420-HEURES-MATIERE-END
                   END-IF
               END-IF
           END-PERFORM.

                  DELIMITED BY SIZE INTO F-BULLETIN.
           WRITE F-BULLETIN.

      *Heures manquees par matiere, pour les absences rattachees
      *a un cours de l'emploi du temps.
           PERFORM VARYING WS-IDX-HM FROM 1 BY 1
                   UNTIL WS-IDX-HM > WS-NB-HM
               MOVE SPACES TO F-BULLETIN
               STRING "    " WS-HM-MATIERE(WS-IDX-HM) " : "
                      WS-HM-HEURES(WS-IDX-HM)
                      " heure(s) de cours manquee(s)"
                      DELIMITED BY SIZE INTO F-BULLETIN
               WRITE F-BULLETIN
           END-PERFORM.

           IF WS-NB-INJUSTIFIEES > WS-PLAFOND
               MOVE SPACES TO F-BULLETIN
               STRING "ATTENTION : absences injustifiees au-dela"
           EXIT.
       0400-EDITER-END.

      *Ligne de la matiere WS-IDX-EM : moyenne du trimestre et
      *nombre d'evaluations, moyenne du trimestre precedent et
      *progression quand les deux sont notes, coefficient.
       0410-LIGNE-MATIERE-START.

           MOVE WS-EM-MATIERE(WS-IDX-EM) TO WS-COEF-CHERCHE.
           PERFORM 0250-COEF-MATIERE-START
           THRU    0250-COEF-MATIERE-END.
           MOVE WS-COEF TO WS-COEF-ED.

           IF WS-EM-POIDS(WS-IDX-EM, WS-TRIM-MAX) > 0
               MOVE WS-EM-MOYENNE(WS-IDX-EM, WS-TRIM-MAX) TO
                    WS-MOY-T-ED
           ELSE
               MOVE "  -  " TO WS-MOY-T-X
           END-IF.

           MOVE "  -  "  TO WS-MOY-P-X.
           MOVE "   -  " TO WS-PROGRES-X.
           IF WS-TRIM-PREC > 0
               IF WS-EM-POIDS(WS-IDX-EM, WS-TRIM-PREC) > 0
                   MOVE WS-EM-MOYENNE(WS-IDX-EM, WS-TRIM-PREC) TO
                        WS-MOY-P-ED
                   IF WS-EM-POIDS(WS-IDX-EM, WS-TRIM-MAX) > 0
                       COMPUTE WS-PROGRES =
                           WS-EM-MOYENNE(WS-IDX-EM, WS-TRIM-MAX) -
                           WS-EM-MOYENNE(WS-IDX-EM, WS-TRIM-PREC)
                       MOVE WS-PROGRES TO WS-PROGRES-ED
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-NOM-ENSEIGNANT.
           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-NB-AFF
               IF WS-AFF-CLASSE(WS-IDX-AFF) = WS-ELV-CLASSE(WS-INDEX)
                  AND WS-AFF-MATIERE(WS-IDX-AFF) =
                      WS-EM-MATIERE(WS-IDX-EM)
                   MOVE WS-AFF-NOM(WS-IDX-AFF) TO WS-NOM-ENSEIGNANT
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-BULLETIN.
           STRING "  " WS-EM-MATIERE(WS-IDX-EM)
                  " : " WS-MOY-T-X "/20"
                  " (" WS-EM-NB(WS-IDX-EM, WS-TRIM-MAX) " eval.)"
                  "  trim. prec. " WS-MOY-P-X
                  "  progression " WS-PROGRES-X
                  "  (coef " WS-COEF-ED ")  " WS-NOM-ENSEIGNANT
                  DELIMITED BY SIZE INTO F-BULLETIN.
           WRITE F-BULLETIN.

           EXIT.
       0410-LIGNE-MATIERE-END.

      *Duree du cours manque WS-IDX-ABS portee a sa matiere.
       0420-HEURES-MATIERE-START.

           MOVE 0 TO WS-HM-TROUVE.
           PERFORM VARYING WS-IDX-HM FROM 1 BY 1
                   UNTIL WS-IDX-HM > WS-NB-HM
               IF WS-HM-MATIERE(WS-IDX-HM) =
                              WS-ABS-MATIERE(WS-IDX-ABS)
                   MOVE WS-IDX-HM TO WS-HM-TROUVE
               END-IF
           END-PERFORM.

           IF WS-HM-TROUVE = 0
               IF WS-NB-HM >= WS-MAX-HM
                   GO TO 0420-HEURES-MATIERE-END
               END-IF
               ADD 1 TO WS-NB-HM
               MOVE WS-NB-HM TO WS-HM-TROUVE
               MOVE WS-ABS-MATIERE(WS-IDX-ABS) TO
                    WS-HM-MATIERE(WS-HM-TROUVE)
               MOVE 0 TO WS-HM-HEURES(WS-HM-TROUVE)
           END-IF.

           ADD WS-ABS-DUREE(WS-IDX-ABS) TO WS-HM-HEURES(WS-HM-TROUVE).

           EXIT.
       0420-HEURES-MATIERE-END.

      *Classe de l'eleve WS-INDEX le jour de l'absence WS-IDX-ABS
      *(blanc s'il n'etait pas inscrit ce jour-la).
       0430-CLASSE-ABSENCE-START.

           MOVE WS-ELEVE-ID(WS-INDEX)    TO WS-CD-ELEVE.
           MOVE WS-ABS-DATE(WS-IDX-ABS)  TO WS-CD-DATE.
           MOVE WS-ELV-FICHE(WS-INDEX)   TO WS-CD-CLASSE-FICHE.
           CALL "ClasseDate" USING WS-CD-ELEVE WS-CD-DATE
                                   WS-CD-CLASSE-FICHE WS-CD-CLASSE
                                   WS-CD-DATE-EFFET WS-CD-STATUT.
           IF WS-CD-STATUT NOT = "00"
               MOVE SPACES TO WS-CD-CLASSE
           END-IF.

           EXIT.
       0430-CLASSE-ABSENCE-END.

      *Le meme bareme de mentions que diplome, applique a la meme
      *note de decision arrondie.
       0500-MENTION-START.
