       IDENTIFICATION DIVISION.
       PROGRAM-ID. feuilletemps.
       AUTHOR.    Terry.

      *Feuille de temps hebdomadaire par proprietaire : les temps
      *saisis dans ToDoList (temps-taches.txt) pour la semaine du
      *lundi au dimanche, une feuille par proprietaire avec une
      *ligne par tache, une colonne par jour et les totaux par
      *tache, par jour et de la semaine (heures:minutes). La
      *semaine est celle de la date
      *lue dans param-feuilletemps.txt (une ligne AAAAMMJJ,
      *n'importe quel jour de la semaine) ; a defaut, la semaine
      *en cours. La feuille est ecrite dans feuille-temps.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-PARAM ASSIGN TO
           "param-feuilletemps.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

      *OPTIONAL : sans saisie, la feuille le dit.
       SELECT OPTIONAL FICHIER-TEMPS ASSIGN TO "temps-taches.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPS-STATUS.

       SELECT FICHIER-FEUILLE ASSIGN TO "feuille-temps.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-PARAM.
       01  F-PARAM              PIC X(80).

      *Meme decoupage que le FD de ToDoList, qui tient ce fichier.
       FD FICHIER-TEMPS.
       01  F-TEMPS.
           05 F-TPS-TACHE      PIC 9(03).
           05 FILLER           PIC X.
           05 F-TPS-DATE       PIC 9(08).
           05 FILLER           PIC X.
           05 F-TPS-PROPRIETAIRE PIC X(03).
           05 FILLER           PIC X.
           05 F-TPS-MINUTES    PIC 9(04).
           05 FILLER           PIC X.
           05 F-TPS-ECHEANCE   PIC 9(08).
           05 FILLER           PIC X.
           05 F-TPS-RECURRENCE PIC X(01).
           05 FILLER           PIC X.
           05 F-TPS-LIBELLE    PIC X(60).
           05 FILLER           PIC X.
           05 F-TPS-NOTE       PIC X(40).

       FD FICHIER-FEUILLE.
       01  F-FEUILLE            PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-PARAM-STATUS      PIC X(02) VALUE SPACES.
       77  WS-TEMPS-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FIN-TEMPS         PIC X(01) VALUE "N".

      *Semaine de la feuille : lundi et dimanche AAAAMMJJ.
       77  WS-DATE-PARAM        PIC 9(08) VALUE 0.
       77  WS-LUNDI             PIC 9(08) VALUE 0.
       77  WS-DIMANCHE          PIC 9(08) VALUE 0.
       77  WS-IDX-JOUR          PIC 9(01) VALUE 0.

      *Une ligne par proprietaire et par tache, minutes par jour
      *du lundi (1) au dimanche (7).
       01  WS-TABLE-LIGNES.
           05 WS-LIG OCCURS 300 TIMES.
               10 WS-LIG-PROPRIO    PIC X(03).
               10 WS-LIG-TACHE      PIC 9(03).
               10 WS-LIG-LIBELLE    PIC X(40).
               10 WS-LIG-JOUR OCCURS 7 TIMES PIC 9(05).
               10 WS-LIG-TOTAL      PIC 9(05).

       77  WS-IDX-LIG           PIC 9(03) VALUE 0.
       77  WS-MAX-LIGNES        PIC 9(03) VALUE 300.
       77  WS-NB-LIGNES         PIC 9(03) VALUE 0.
       77  WS-LIG-TROUVEE       PIC 9(03) VALUE 0.
       77  WS-NB-SAISIES        PIC 9(05) VALUE 0.

      *Proprietaires deja edites, et celui en cours d'edition
      *(ordre alphabetique des codes).
       01  WS-TABLE-EDITES.
           05 WS-EDITE OCCURS 50 TIMES PIC X(03).
       77  WS-NB-EDITES         PIC 9(02) VALUE 0.
       77  WS-IDX-EDITE         PIC 9(02) VALUE 0.
       77  WS-DEJA-EDITE        PIC X(01) VALUE "N".
       77  WS-PROPRIO-COURANT   PIC X(03) VALUE SPACES.
       77  WS-FIN-PROPRIOS      PIC X(01) VALUE "N".

      *Totaux du proprietaire en cours.
       01  WS-TOTAUX-JOUR.
           05 WS-TOT-JOUR OCCURS 7 TIMES PIC 9(05).
       77  WS-TOT-SEMAINE       PIC 9(05) VALUE 0.

      *Mise en forme d'une duree en heures:minutes.
       77  WS-FMT-MINUTES       PIC 9(05) VALUE 0.
       77  WS-FMT-HEURES        PIC 9(03) VALUE 0.
       77  WS-FMT-RESTE         PIC 9(02) VALUE 0.
       77  WS-FMT-HEURES-ED     PIC ZZ9.
       01  WS-FMT-TEXTE.
           05 WS-FMT-H          PIC X(03).
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-FMT-M          PIC 9(02).
       01  WS-CELLULES.
           05 WS-CELLULE OCCURS 8 TIMES.
               10 FILLER        PIC X(01).
               10 WS-CEL-TEXTE  PIC X(06).

      *Zone de travail pour l'appel du sous-programme DateCalc.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

       01  WS-HORODATAGE        PIC X(19).

       PROCEDURE DIVISION.

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0050-SEMAINE-START
           THRU    0050-SEMAINE-END.

           PERFORM 0100-RELEVER-START
           THRU    0100-RELEVER-END.

           PERFORM 0200-ECRIRE-START
           THRU    0200-ECRIRE-END.

           DISPLAY "Feuille de temps du " WS-LUNDI " au "
                   WS-DIMANCHE " : " WS-NB-SAISIES " saisie(s), "
                   WS-NB-EDITES " proprietaire(s), voir"
                   " feuille-temps.txt".

           STOP RUN.

      ******************************************************************

      *Lundi et dimanche de la semaine de la date lue dans
      *param-feuilletemps.txt (absente ou invalide : aujourd'hui).
       0050-SEMAINE-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-PARAM.

           OPEN INPUT FICHIER-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ FICHIER-PARAM
                   NOT AT END
                       MOVE "V" TO WS-DC-FONCTION
                       IF F-PARAM(1:8) IS NUMERIC
                           MOVE F-PARAM(1:8) TO WS-DC-DATE-1
                           CALL "DateCalc" USING WS-DC-FONCTION
                                    WS-DC-DATE-1 WS-DC-DATE-2
                                    WS-DC-NOMBRE WS-DC-RESULTAT
                                    WS-DC-STATUT
                       ELSE
                           MOVE "10" TO WS-DC-STATUT
                       END-IF
                       IF WS-DC-STATUT = "00"
                           MOVE F-PARAM(1:8) TO WS-DATE-PARAM
                       ELSE
                           DISPLAY "ATTENTION : date illisible dans"
                                   " param-feuilletemps.txt, semaine"
                                   " en cours retenue"
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHIER-PARAM.

           MOVE "J" TO WS-DC-FONCTION.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DATE-PARAM
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           COMPUTE WS-DC-NOMBRE = 1 - WS-DC-RESULTAT.
           MOVE "A" TO WS-DC-FONCTION.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DATE-PARAM
                                 WS-LUNDI WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           MOVE 6 TO WS-DC-NOMBRE.
           CALL "DateCalc" USING WS-DC-FONCTION WS-LUNDI
                                 WS-DIMANCHE WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.

           EXIT.
       0050-SEMAINE-END.

      *Cumule chaque saisie de la semaine sur la ligne de son
      *proprietaire et de sa tache, au jour du travail.
       0100-RELEVER-START.

           OPEN INPUT FICHIER-TEMPS.
           IF WS-TEMPS-STATUS = "00"
               PERFORM UNTIL WS-FIN-TEMPS = "O"
                   READ FICHIER-TEMPS
                       AT END
                           MOVE "O" TO WS-FIN-TEMPS
                       NOT AT END
                           IF F-TPS-DATE IS NUMERIC AND
                              F-TPS-MINUTES IS NUMERIC AND
                              F-TPS-DATE >= WS-LUNDI AND
                              F-TPS-DATE <= WS-DIMANCHE
                               PERFORM 0150-CUMULER-START
                               THRU    0150-CUMULER-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-TEMPS.

           EXIT.
       0100-RELEVER-END.

       0150-CUMULER-START.

           MOVE 0 TO WS-LIG-TROUVEE.
           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL WS-IDX-LIG > WS-NB-LIGNES
               IF WS-LIG-PROPRIO(WS-IDX-LIG) = F-TPS-PROPRIETAIRE AND
                  WS-LIG-TACHE(WS-IDX-LIG)   = F-TPS-TACHE AND
                  WS-LIG-LIBELLE(WS-IDX-LIG) = F-TPS-LIBELLE(1:40)
                   MOVE WS-IDX-LIG TO WS-LIG-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-LIG-TROUVEE = 0
               IF WS-NB-LIGNES >= WS-MAX-LIGNES
                   DISPLAY "ATTENTION : table pleine, saisie de "
                           F-TPS-PROPRIETAIRE " du " F-TPS-DATE
                           " ignoree"
                   GO TO 0150-CUMULER-END
               END-IF
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-LIGNES TO WS-LIG-TROUVEE
               MOVE F-TPS-PROPRIETAIRE TO
                    WS-LIG-PROPRIO(WS-LIG-TROUVEE)
               MOVE F-TPS-TACHE TO WS-LIG-TACHE(WS-LIG-TROUVEE)
               MOVE F-TPS-LIBELLE(1:40) TO
                    WS-LIG-LIBELLE(WS-LIG-TROUVEE)
               MOVE 0 TO WS-LIG-TOTAL(WS-LIG-TROUVEE)
               PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                       UNTIL WS-IDX-JOUR > 7
                   MOVE 0 TO WS-LIG-JOUR(WS-LIG-TROUVEE, WS-IDX-JOUR)
               END-PERFORM
           END-IF.

           MOVE "E" TO WS-DC-FONCTION.
           CALL "DateCalc" USING WS-DC-FONCTION WS-LUNDI F-TPS-DATE
                                 WS-DC-NOMBRE WS-DC-RESULTAT
                                 WS-DC-STATUT.
           COMPUTE WS-IDX-JOUR = WS-DC-RESULTAT + 1.

           ADD F-TPS-MINUTES TO
               WS-LIG-JOUR(WS-LIG-TROUVEE, WS-IDX-JOUR).
           ADD F-TPS-MINUTES TO WS-LIG-TOTAL(WS-LIG-TROUVEE).
           ADD 1 TO WS-NB-SAISIES.

           EXIT.
       0150-CUMULER-END.

      *Une feuille par proprietaire, par code croissant.
       0200-ECRIRE-START.

           OPEN OUTPUT FICHIER-FEUILLE.

           MOVE SPACES TO F-FEUILLE.
           STRING "FEUILLE DE TEMPS - semaine du " WS-LUNDI
                  " au " WS-DIMANCHE " - edition du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-FEUILLE.
           WRITE F-FEUILLE.

           PERFORM UNTIL WS-FIN-PROPRIOS = "O"
               MOVE HIGH-VALUES TO WS-PROPRIO-COURANT
               PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                       UNTIL WS-IDX-LIG > WS-NB-LIGNES
                   MOVE "N" TO WS-DEJA-EDITE
                   PERFORM VARYING WS-IDX-EDITE FROM 1 BY 1
                           UNTIL WS-IDX-EDITE > WS-NB-EDITES
                       IF WS-EDITE(WS-IDX-EDITE) =
                          WS-LIG-PROPRIO(WS-IDX-LIG)
                           MOVE "O" TO WS-DEJA-EDITE
                       END-IF
                   END-PERFORM
                   IF WS-DEJA-EDITE = "N" AND
                      WS-LIG-PROPRIO(WS-IDX-LIG) < WS-PROPRIO-COURANT
                       MOVE WS-LIG-PROPRIO(WS-IDX-LIG) TO
                            WS-PROPRIO-COURANT
                   END-IF
               END-PERFORM
               IF WS-PROPRIO-COURANT = HIGH-VALUES OR
                  WS-NB-EDITES >= 50
                   MOVE "O" TO WS-FIN-PROPRIOS
               ELSE
                   ADD 1 TO WS-NB-EDITES
                   MOVE WS-PROPRIO-COURANT TO WS-EDITE(WS-NB-EDITES)
                   PERFORM 0300-UN-PROPRIO-START
                   THRU    0300-UN-PROPRIO-END
               END-IF
           END-PERFORM.

           IF WS-NB-LIGNES = 0
               MOVE SPACES TO F-FEUILLE
               MOVE "(aucun temps saisi cette semaine)" TO F-FEUILLE
               WRITE F-FEUILLE
           END-IF.

           CLOSE FICHIER-FEUILLE.

           EXIT.
       0200-ECRIRE-END.

      *Feuille du proprietaire WS-PROPRIO-COURANT : une ligne par
      *tache, puis les totaux par jour et de la semaine.
       0300-UN-PROPRIO-START.

           MOVE ZEROS TO WS-TOTAUX-JOUR.
           MOVE 0 TO WS-TOT-SEMAINE.
           MOVE SPACES TO WS-CELLULES.

           MOVE SPACES TO F-FEUILLE.
           WRITE F-FEUILLE.
           MOVE SPACES TO F-FEUILLE.
           STRING "Proprietaire " WS-PROPRIO-COURANT
                  DELIMITED BY SIZE INTO F-FEUILLE.
           WRITE F-FEUILLE.
           MOVE SPACES TO F-FEUILLE.
           STRING "Tache Libelle                      "
                  "    Lun    Mar    Mer    Jeu    Ven    Sam"
                  "    Dim  Total"
                  DELIMITED BY SIZE INTO F-FEUILLE.
           WRITE F-FEUILLE.

           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL WS-IDX-LIG > WS-NB-LIGNES
               IF WS-LIG-PROPRIO(WS-IDX-LIG) = WS-PROPRIO-COURANT
                   PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                           UNTIL WS-IDX-JOUR > 7
                       MOVE WS-LIG-JOUR(WS-IDX-LIG, WS-IDX-JOUR)
                            TO WS-FMT-MINUTES
                       ADD WS-FMT-MINUTES TO WS-TOT-JOUR(WS-IDX-JOUR)
                       PERFORM 0900-FORMATER-START
                       THRU    0900-FORMATER-END
                       MOVE WS-FMT-TEXTE TO
                            WS-CEL-TEXTE(WS-IDX-JOUR)
                   END-PERFORM
                   MOVE WS-LIG-TOTAL(WS-IDX-LIG) TO WS-FMT-MINUTES
                   ADD WS-FMT-MINUTES TO WS-TOT-SEMAINE
                   PERFORM 0900-FORMATER-START
                   THRU    0900-FORMATER-END
                   MOVE WS-FMT-TEXTE TO WS-CEL-TEXTE(8)
                   MOVE SPACES TO F-FEUILLE
                   STRING " " WS-LIG-TACHE(WS-IDX-LIG) "  "
                          WS-LIG-LIBELLE(WS-IDX-LIG)(1:28)
                          WS-CELLULES
                          DELIMITED BY SIZE INTO F-FEUILLE
                   WRITE F-FEUILLE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > 7
               MOVE WS-TOT-JOUR(WS-IDX-JOUR) TO WS-FMT-MINUTES
               PERFORM 0900-FORMATER-START
               THRU    0900-FORMATER-END
               MOVE WS-FMT-TEXTE TO WS-CEL-TEXTE(WS-IDX-JOUR)
           END-PERFORM.
           MOVE WS-TOT-SEMAINE TO WS-FMT-MINUTES.
           PERFORM 0900-FORMATER-START
           THRU    0900-FORMATER-END.
           MOVE WS-FMT-TEXTE TO WS-CEL-TEXTE(8).
           MOVE SPACES TO F-FEUILLE.
           STRING "      Total " WS-PROPRIO-COURANT
                  "                   "
                  WS-CELLULES
                  DELIMITED BY SIZE INTO F-FEUILLE.
           WRITE F-FEUILLE.

           EXIT.
       0300-UN-PROPRIO-END.

      *WS-FMT-MINUTES en heures:minutes (HHH:MM) dans
      *WS-FMT-TEXTE.
       0900-FORMATER-START.

           DIVIDE WS-FMT-MINUTES BY 60 GIVING WS-FMT-HEURES
               REMAINDER WS-FMT-RESTE.
           MOVE WS-FMT-HEURES TO WS-FMT-HEURES-ED.
           MOVE WS-FMT-HEURES-ED TO WS-FMT-H.
           MOVE WS-FMT-RESTE TO WS-FMT-M.

           EXIT.
       0900-FORMATER-END.
