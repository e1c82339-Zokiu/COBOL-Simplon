       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapens.
       AUTHOR.    Terry.

      *Releve par enseignant avant le conseil de classe : pour
      *chaque affectation (classe et matiere, affectations.txt
      *tenu par ensmait), la moyenne de la classe dans la matiere
      *au trimestre du conseil (moyenne des moyennes des eleves
      *notes, evaluations ponderees par leur poids) et les notes
      *encore manquantes : pour chaque evaluation deja donnee a la
      *classe, les eleves qui n'y ont pas de note ; une matiere
      *sans aucune evaluation au trimestre est signalee avec le
      *nombre d'eleves sans note. L'en-tete porte la date du
      *conseil et les jours ouvres qui restent pour completer.
      *Le releve est ecrit dans rapport-enseignants.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-ELEVES ASSIGN TO "eleves-maitre.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-NOTES ASSIGN TO "notes-matieres.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *OPTIONAL : tant que ensmait n'a rien declare.
       SELECT OPTIONAL FICHIER-ENSEIGNANTS ASSIGN TO
           "enseignants.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENS-STATUS.

       SELECT OPTIONAL FICHIER-AFFECTATIONS ASSIGN TO
           "affectations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AFF-STATUS.

       SELECT FICHIER-RAPPORT ASSIGN TO "rapport-enseignants.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Memes decoupages que les FD de bulletin.
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

       FD FICHIER-RAPPORT.
       01 F-RAPPORT          PIC X(90).

       WORKING-STORAGE SECTION.

       01 WS-TABLE-ELEVES.
         03 WS-ELEVES OCCURS 60 TIMES.
           05 WS-ELV-ID      PIC 9(03).
           05 WS-ELV-NOM     PIC X(10).
           05 WS-ELV-CLASSE  PIC X(05).

       77  WS-IDX-ELV        PIC 9(02) VALUE 1.
       77  WS-MAX-ELEVES     PIC 9(02) VALUE 60.
       77  WS-NB-ELEVES      PIC 9(02) VALUE 0.

      *Notes du trimestre du conseil.
       01 WS-TABLE-NOTES.
         03 WS-NOTES OCCURS 900 TIMES.
           05 WS-NT-ELEVE    PIC 9(03).
           05 WS-NT-MATIERE  PIC X(06).
           05 WS-NT-VALEUR   PIC 9(02).
           05 WS-NT-EVAL     PIC X(06).
           05 WS-NT-POIDS    PIC 9(01).

       77  WS-IDX-NOTE       PIC 9(03) VALUE 1.
       77  WS-MAX-NOTES      PIC 9(03) VALUE 900.
       77  WS-NB-NOTES       PIC 9(03) VALUE 0.
       77  WS-NB-NOTES-LUES  PIC 9(04) VALUE 0.

       01 WS-TABLE-ENSEIGNANTS.
         03 WS-ENS OCCURS 50 TIMES.
           05 WS-ENS-CODE    PIC X(08).
           05 WS-ENS-NOM     PIC X(20).
           05 WS-ENS-ACTIF   PIC X(01).

       77  WS-IDX-ENS        PIC 9(02) VALUE 1.
       77  WS-MAX-ENS        PIC 9(02) VALUE 50.
       77  WS-NB-ENS         PIC 9(02) VALUE 0.
       77  WS-ENS-STATUS     PIC X(02) VALUE SPACES.

       01 WS-TABLE-AFFECTATIONS.
         03 WS-AFF OCCURS 200 TIMES.
           05 WS-AFF-ENS     PIC X(08).
           05 WS-AFF-CLASSE  PIC X(05).
           05 WS-AFF-MATIERE PIC X(06).

       77  WS-IDX-AFF        PIC 9(03) VALUE 1.
       77  WS-MAX-AFF        PIC 9(03) VALUE 200.
       77  WS-NB-AFF         PIC 9(03) VALUE 0.
       77  WS-AFF-STATUS     PIC X(02) VALUE SPACES.

      *Evaluations donnees a la classe dans la matiere en cours.
       01 WS-TABLE-EVALS.
         03 WS-EV OCCURS 20 TIMES.
           05 WS-EV-CODE     PIC X(06).

       77  WS-IDX-EV         PIC 9(02) VALUE 1.
       77  WS-MAX-EV         PIC 9(02) VALUE 20.
       77  WS-NB-EV          PIC 9(02) VALUE 0.
       77  WS-EV-TROUVE      PIC X(01) VALUE "N".

       77  WS-FIN-FICHIER    PIC X(01) VALUE "N".

      *Trimestre et date du conseil, jours ouvres restants.
       77  WS-TRIMESTRE      PIC 9(01) VALUE 0.
       77  WS-DATE-CONSEIL   PIC 9(08) VALUE 0.
       77  WS-JOURS-RESTANTS PIC S9(05) VALUE 0.
       77  WS-JOURS-ED       PIC -(4)9.
       01  WS-DATE-SYS       PIC X(21).
       77  WS-DATE-JOUR      PIC 9(08) VALUE 0.

      *Cumuls d'une affectation : eleves de la classe, eleves
      *notes et somme de leurs moyennes ; cumul d'un eleve.
       77  WS-NB-CLASSE      PIC 9(02) VALUE 0.
       77  WS-NB-NOTES-ELV   PIC 9(02) VALUE 0.
       77  WS-SOMME-MOY      PIC 9(04)V99 VALUE 0.
       77  WS-SOMME-ELV      PIC 9(05) VALUE 0.
       77  WS-POIDS-ELV      PIC 9(03) VALUE 0.
       77  WS-POIDS-NOTE     PIC 9(01) VALUE 1.
       77  WS-MOY-ELV        PIC 9(02)V99 VALUE 0.
       77  WS-MOY-CLASSE     PIC 9(02)V99 VALUE 0.
       77  WS-MOY-ED         PIC Z9.99.
       77  WS-MOY-X REDEFINES WS-MOY-ED PIC X(05).
       77  WS-A-LA-NOTE      PIC X(01) VALUE "N".

      *Compteurs du releve.
       77  WS-NB-MANQUES-ENS PIC 9(04) VALUE 0.
       77  WS-NB-MANQUES     PIC 9(05) VALUE 0.
       77  WS-NB-AFF-ECRITES PIC 9(03) VALUE 0.

      *Horodatage de l'execution, reporte en en-tete du releve.
       01  WS-HORODATAGE     PIC X(19).

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(controle de la date du conseil et jours ouvres restants).
       77  WS-DC-FONCTION    PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1      PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2      PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE      PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT    PIC S9(07) VALUE 0.
       77  WS-DC-STATUT      PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "rapens".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           DISPLAY "Trimestre du conseil (1-3) :".
           ACCEPT WS-TRIMESTRE.
           IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 3
               DISPLAY "ERREUR : trimestre hors 1-3"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Date du conseil (AAAAMMJJ) :".
           ACCEPT WS-DATE-CONSEIL.
           MOVE "V"             TO WS-DC-FONCTION.
           MOVE WS-DATE-CONSEIL TO WS-DC-DATE-1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "ERREUR : date du conseil invalide"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "G"             TO WS-DC-FONCTION.
           MOVE WS-DATE-JOUR    TO WS-DC-DATE-1.
           MOVE WS-DATE-CONSEIL TO WS-DC-DATE-2.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           MOVE WS-DC-RESULTAT TO WS-JOURS-RESTANTS.

           PERFORM 0100-READ-ELEVES-START
           THRU    0100-READ-ELEVES-END.

           PERFORM 0150-READ-ENSEIGNANTS-START
           THRU    0150-READ-ENSEIGNANTS-END.

           PERFORM 0200-READ-NOTES-START
           THRU    0200-READ-NOTES-END.

           IF WS-NB-AFF = 0
               DISPLAY "ERREUR : aucune affectation"
                       " (affectations.txt), passer par ensmait"
               MOVE "ECHEC" TO WS-JRN-STATUT
               CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                    WS-JRN-ECRITS WS-JRN-REJETES
                                    WS-JRN-STATUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "Horodatage" USING WS-HORODATAGE.

           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Releve par enseignant - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE WS-JOURS-RESTANTS TO WS-JOURS-ED.
           MOVE SPACES TO F-RAPPORT.
           STRING "Trimestre " WS-TRIMESTRE " - conseil du "
                  WS-DATE-CONSEIL(7:2) "/" WS-DATE-CONSEIL(5:2) "/"
                  WS-DATE-CONSEIL(1:4) " : " WS-JOURS-ED
                  " jour(s) ouvre(s) restant(s)"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM 0300-ENSEIGNANT-START
           THRU    0300-ENSEIGNANT-END
               VARYING WS-IDX-ENS FROM 1 BY 1
               UNTIL WS-IDX-ENS > WS-NB-ENS.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "AFFECTATIONS " WS-NB-AFF-ECRITES
                  "  NOTES MANQUANTES " WS-NB-MANQUES
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           CLOSE FICHIER-RAPPORT.

           DISPLAY "Releve par enseignant : " WS-NB-AFF-ECRITES
                   " affectation(s), " WS-NB-MANQUES
                   " note(s) manquante(s)"
                   " (rapport-enseignants.txt)".

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-NOTES-LUES  TO WS-JRN-LUS.
           MOVE WS-NB-AFF-ECRITES TO WS-JRN-ECRITS.
           MOVE WS-NB-MANQUES     TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

       0100-READ-ELEVES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ELEVES.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-ELEVES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-NB-ELEVES < WS-MAX-ELEVES
                           ADD 1 TO WS-NB-ELEVES
                           MOVE F-ELEVE-ID TO WS-ELV-ID(WS-NB-ELEVES)
                           MOVE F-NOM      TO WS-ELV-NOM(WS-NB-ELEVES)
                           MOVE F-CLASSE   TO
                                WS-ELV-CLASSE(WS-NB-ELEVES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ELEVES.

           EXIT.
       0100-READ-ELEVES-END.

      *Enseignants puis affectations. Statut 05 : fichiers
      *optionnels absents.
       0150-READ-ENSEIGNANTS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ENSEIGNANTS.

           IF WS-ENS-STATUS = "00" OR WS-ENS-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-ENSEIGNANTS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-ENS < WS-MAX-ENS
                               ADD 1 TO WS-NB-ENS
                               MOVE F-ENS-CODE  TO
                                    WS-ENS-CODE(WS-NB-ENS)
                               MOVE F-ENS-NOM   TO
                                    WS-ENS-NOM(WS-NB-ENS)
                               MOVE F-ENS-ACTIF TO
                                    WS-ENS-ACTIF(WS-NB-ENS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ENSEIGNANTS
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-AFFECTATIONS.

           IF WS-AFF-STATUS = "00" OR WS-AFF-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-AFFECTATIONS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-AFF < WS-MAX-AFF
                               ADD 1 TO WS-NB-AFF
                               MOVE F-AFF-ENS     TO
                                    WS-AFF-ENS(WS-NB-AFF)
                               MOVE F-AFF-CLASSE  TO
                                    WS-AFF-CLASSE(WS-NB-AFF)
                               MOVE F-AFF-MATIERE TO
                                    WS-AFF-MATIERE(WS-NB-AFF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AFFECTATIONS
           END-IF.

           EXIT.
       0150-READ-ENSEIGNANTS-END.

      *Seules les notes du trimestre du conseil sont gardees.
       0200-READ-NOTES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-NOTES.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-NOTES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-NOTES-LUES
                       IF F-NOTE-TRIMESTRE = WS-TRIMESTRE AND
                          WS-NB-NOTES < WS-MAX-NOTES
                           ADD 1 TO WS-NB-NOTES
                           MOVE F-NOTE-ELEVE   TO
                                WS-NT-ELEVE(WS-NB-NOTES)
                           MOVE F-NOTE-MATIERE TO
                                WS-NT-MATIERE(WS-NB-NOTES)
                           MOVE F-NOTE-VALEUR  TO
                                WS-NT-VALEUR(WS-NB-NOTES)
                           MOVE F-NOTE-EVAL    TO
                                WS-NT-EVAL(WS-NB-NOTES)
                           MOVE F-NOTE-POIDS   TO
                                WS-NT-POIDS(WS-NB-NOTES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-NOTES.

           EXIT.
       0200-READ-NOTES-END.

      *Un enseignant actif : ses affectations, puis le total de
      *ses notes manquantes.
       0300-ENSEIGNANT-START.

           IF WS-ENS-ACTIF(WS-IDX-ENS) NOT = "O"
               GO TO 0300-ENSEIGNANT-END
           END-IF.

           MOVE 0 TO WS-NB-MANQUES-ENS.
           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "==== " WS-ENS-CODE(WS-IDX-ENS) " "
                  WS-ENS-NOM(WS-IDX-ENS) " ===="
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-NB-AFF
               IF WS-AFF-ENS(WS-IDX-AFF) = WS-ENS-CODE(WS-IDX-ENS)
                   PERFORM 0400-AFFECTATION-START
                   THRU    0400-AFFECTATION-END
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           STRING "  Notes manquantes : " WS-NB-MANQUES-ENS
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           ADD WS-NB-MANQUES-ENS TO WS-NB-MANQUES.

           EXIT.
       0300-ENSEIGNANT-END.

      *Une classe dans une matiere : moyenne de la classe,
      *evaluations donnees, puis eleves sans note a chacune.
       0400-AFFECTATION-START.

           ADD 1 TO WS-NB-AFF-ECRITES.
           MOVE 0 TO WS-NB-CLASSE.
           MOVE 0 TO WS-NB-NOTES-ELV.
           MOVE 0 TO WS-SOMME-MOY.
           MOVE 0 TO WS-NB-EV.

           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
               IF WS-ELV-CLASSE(WS-IDX-ELV) = WS-AFF-CLASSE(WS-IDX-AFF)
                   ADD 1 TO WS-NB-CLASSE
                   PERFORM 0410-ELEVE-START
                   THRU    0410-ELEVE-END
               END-IF
           END-PERFORM.

           MOVE "  -  " TO WS-MOY-X.
           IF WS-NB-NOTES-ELV > 0
               COMPUTE WS-MOY-CLASSE ROUNDED =
                       WS-SOMME-MOY / WS-NB-NOTES-ELV
               MOVE WS-MOY-CLASSE TO WS-MOY-ED
           END-IF.

           MOVE SPACES TO F-RAPPORT.
           STRING "  " WS-AFF-CLASSE(WS-IDX-AFF) " "
                  WS-AFF-MATIERE(WS-IDX-AFF)
                  " : moyenne " WS-MOY-X
                  " (" WS-NB-NOTES-ELV "/" WS-NB-CLASSE
                  " eleve(s) notes, " WS-NB-EV " evaluation(s))"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           IF WS-NB-EV = 0
               MOVE SPACES TO F-RAPPORT
               STRING "    AUCUNE EVALUATION au trimestre : "
                      WS-NB-CLASSE " eleve(s) sans note"
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
               ADD WS-NB-CLASSE TO WS-NB-MANQUES-ENS
               GO TO 0400-AFFECTATION-END
           END-IF.

           PERFORM VARYING WS-IDX-EV FROM 1 BY 1
                   UNTIL WS-IDX-EV > WS-NB-EV
               PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                       UNTIL WS-IDX-ELV > WS-NB-ELEVES
                   IF WS-ELV-CLASSE(WS-IDX-ELV) =
                      WS-AFF-CLASSE(WS-IDX-AFF)
                       PERFORM 0420-MANQUE-START
                       THRU    0420-MANQUE-END
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.
       0400-AFFECTATION-END.

      *Moyenne de l'eleve WS-IDX-ELV dans la matiere de
      *l'affectation et evaluations rencontrees.
       0410-ELEVE-START.

           MOVE 0 TO WS-SOMME-ELV.
           MOVE 0 TO WS-POIDS-ELV.

           PERFORM VARYING WS-IDX-NOTE FROM 1 BY 1
                   UNTIL WS-IDX-NOTE > WS-NB-NOTES
               IF WS-NT-ELEVE(WS-IDX-NOTE) = WS-ELV-ID(WS-IDX-ELV) AND
                  WS-NT-MATIERE(WS-IDX-NOTE) =
                  WS-AFF-MATIERE(WS-IDX-AFF)
      *Une evaluation sans poids compte pour 1.
                   MOVE 1 TO WS-POIDS-NOTE
                   IF WS-NT-POIDS(WS-IDX-NOTE) IS NUMERIC AND
                      WS-NT-POIDS(WS-IDX-NOTE) > 0
                       MOVE WS-NT-POIDS(WS-IDX-NOTE) TO WS-POIDS-NOTE
                   END-IF
                   COMPUTE WS-SOMME-ELV = WS-SOMME-ELV +
                           WS-NT-VALEUR(WS-IDX-NOTE) * WS-POIDS-NOTE
                   ADD WS-POIDS-NOTE TO WS-POIDS-ELV
                   MOVE "N" TO WS-EV-TROUVE
                   PERFORM VARYING WS-IDX-EV FROM 1 BY 1
                           UNTIL WS-IDX-EV > WS-NB-EV
                       IF WS-EV-CODE(WS-IDX-EV) =
                          WS-NT-EVAL(WS-IDX-NOTE)
                           MOVE "O" TO WS-EV-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-EV-TROUVE = "N" AND WS-NB-EV < WS-MAX-EV
                       ADD 1 TO WS-NB-EV
                       MOVE WS-NT-EVAL(WS-IDX-NOTE) TO
                            WS-EV-CODE(WS-NB-EV)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-POIDS-ELV > 0
               COMPUTE WS-MOY-ELV ROUNDED =
                       WS-SOMME-ELV / WS-POIDS-ELV
               ADD WS-MOY-ELV TO WS-SOMME-MOY
               ADD 1 TO WS-NB-NOTES-ELV
           END-IF.

           EXIT.
       0410-ELEVE-END.

      *L'eleve WS-IDX-ELV a-t-il une note a l'evaluation
      *WS-IDX-EV ? Sinon, une ligne de note manquante.
       0420-MANQUE-START.

           MOVE "N" TO WS-A-LA-NOTE.
           PERFORM VARYING WS-IDX-NOTE FROM 1 BY 1
                   UNTIL WS-IDX-NOTE > WS-NB-NOTES
               IF WS-NT-ELEVE(WS-IDX-NOTE) = WS-ELV-ID(WS-IDX-ELV) AND
                  WS-NT-MATIERE(WS-IDX-NOTE) =
                  WS-AFF-MATIERE(WS-IDX-AFF) AND
                  WS-NT-EVAL(WS-IDX-NOTE) = WS-EV-CODE(WS-IDX-EV)
                   MOVE "O" TO WS-A-LA-NOTE
               END-IF
           END-PERFORM.

           IF WS-A-LA-NOTE = "N"
               ADD 1 TO WS-NB-MANQUES-ENS
               MOVE SPACES TO F-RAPPORT
               STRING "    MANQUE eval " WS-EV-CODE(WS-IDX-EV)
                      " eleve " WS-ELV-ID(WS-IDX-ELV) " "
                      WS-ELV-NOM(WS-IDX-ELV)
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.

           EXIT.
       0420-MANQUE-END.
