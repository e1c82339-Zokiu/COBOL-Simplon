      *ecrite par bidim (cm1.txt ou cm2.txt) avant d'etre ajoutee
      *au journal des absences. La feuille de papier qui ne
      *rencontrait jamais les notes a enfin un fichier.
      *Quand l'emploi du temps tenu par edtmait existe, l'absence
      *est rattachee aux cours de la classe ce jour-la : un cours
      *choisi, ou tous ceux de la journee (une ligne par cours),
      *d'ou les heures manquees par matiere de absrapport et du
      *bulletin.
      *Un eleve de la liste qui a une fiche dans eleves-maitre.txt
      *doit aussi etre dans la classe a la date de l'absence,
      *d'apres ses mouvements (ClasseDate) : pas d'absence avant
      *son arrivee, apres son depart, ou dans la classe qu'il a
      *quittee ou pas encore rejointe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCES-STATUS.

      *Emploi du temps tenu par edtmait. OPTIONAL : sans lui,
      *l'absence porte sur la journee, comme avant.
           SELECT OPTIONAL FICHIER-EDT ASSIGN TO
               "emploi-du-temps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDT-STATUS.

      *Fiches des eleves, pour la classe a la date par ClasseDate.
      *OPTIONAL : sans fiches, seule la liste de bidim fait foi.
           SELECT OPTIONAL FICHIER-ELEVES ASSIGN TO
               "eleves-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEVES-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 FILLER            PIC X(01).
      *J = justifiee, I = injustifiee.
           05 F-ABS-TYPE        PIC X(01).
      *Cours manque : heure de debut, duree en heures, matiere. A
      *blanc pour une absence a la journee, sans emploi du temps.
           05 FILLER            PIC X(01).
           05 F-ABS-HEURE       PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-ABS-DUREE       PIC 9(01).
           05 FILLER            PIC X(01).
           05 F-ABS-MATIERE     PIC X(06).

      *Meme decoupage que le FD de edtmait.
       FD FICHIER-EDT.
       01  F-COURS.
           05 F-EDT-CLASSE      PIC X(05).
           05 FILLER            PIC X(01).
           05 F-EDT-JOUR        PIC 9(01).
           05 FILLER            PIC X(01).
           05 F-EDT-HEURE       PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-EDT-DUREE       PIC 9(01).
           05 FILLER            PIC X(01).
           05 F-EDT-MATIERE     PIC X(06).
           05 FILLER            PIC X(01).
           05 F-EDT-ENS         PIC X(08).
           05 FILLER            PIC X(01).
           05 F-EDT-SALLE       PIC X(06).

      *Meme decoupage que le FD de mouvelv.
       FD FICHIER-ELEVES.
       01  F-ELEVES.
           05 F-ELEVE-ID        PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-NOM             PIC X(10).
           05 FILLER            PIC X(01).
           05 F-CLASSE          PIC X(05).

       WORKING-STORAGE SECTION.

       77  WS-CONTINUER         PIC X(01) VALUE "O".
       77  WS-NB-SAISIES        PIC 9(03) VALUE 0.

      *Cours de l'emploi du temps, toutes classes.
       01  WS-TABLE-COURS.
           05 WS-CRS OCCURS 300 TIMES.
               10 WS-CRS-CLASSE    PIC X(05).
               10 WS-CRS-JOUR      PIC 9(01).
               10 WS-CRS-HEURE     PIC 9(02).
               10 WS-CRS-DUREE     PIC 9(01).
               10 WS-CRS-MATIERE   PIC X(06).

       77  WS-IDX-CRS           PIC 9(03) VALUE 1.
       77  WS-MAX-COURS         PIC 9(03) VALUE 300.
       77  WS-NB-COURS          PIC 9(03) VALUE 0.
       77  WS-FIN-EDT           PIC X(01) VALUE "N".
       77  WS-EDT-STATUS        PIC X(02) VALUE SPACES.

      *Cours retenus pour l'absence saisie (rangs dans la table
      *des cours) et jour de la semaine de sa date.
       01  WS-TABLE-RETENUS.
           05 WS-RET-CRS OCCURS 12 TIMES PIC 9(03).

       77  WS-IDX-RET           PIC 9(02) VALUE 1.
       77  WS-MAX-RETENUS       PIC 9(02) VALUE 12.
       77  WS-NB-RETENUS        PIC 9(02) VALUE 0.
       77  WS-SAISIE-RANG       PIC 9(02) VALUE 0.
       77  WS-JOUR-SEMAINE      PIC 9(01) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(jour de la semaine de l'absence).
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Fiches de eleves-maitre.txt, rapprochees de la liste par le
      *nom (les dix caracteres de la fiche).
       01  WS-TABLE-FICHES.
           05 WS-FIC OCCURS 60 TIMES.
               10 WS-FIC-ID        PIC 9(03).
               10 WS-FIC-NOM       PIC X(10).
               10 WS-FIC-CLASSE    PIC X(05).

       77  WS-IDX-FIC           PIC 9(02) VALUE 1.
       77  WS-MAX-FICHES        PIC 9(02) VALUE 60.
       77  WS-NB-FICHES         PIC 9(02) VALUE 0.
       77  WS-NB-HOMONYMES      PIC 9(02) VALUE 0.
       77  WS-FIN-FICHES        PIC X(01) VALUE "N".
       77  WS-ELEVES-STATUS     PIC X(02) VALUE SPACES.
      *O = eleve dans la classe a la date, N = refuse.
       77  WS-CLASSE-A-DATE     PIC X(01) VALUE "N".

      *Zone de travail pour l'appel du sous-programme ClasseDate
      *(classe de l'eleve a la date de l'absence).
       77  WS-CD-ELEVE          PIC 9(03) VALUE 0.
       77  WS-CD-DATE           PIC 9(08) VALUE 0.
       77  WS-CD-CLASSE-FICHE   PIC X(05) VALUE SPACES.
       77  WS-CD-CLASSE         PIC X(05) VALUE SPACES.
       77  WS-CD-DATE-EFFET     PIC 9(08) VALUE 0.
       77  WS-CD-STATUT         PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0050-CHARGER-EDT-START
           THRU    0050-CHARGER-EDT-END.

           PERFORM 0060-CHARGER-FICHES-START
           THRU    0060-CHARGER-FICHES-END.

           PERFORM UNTIL WS-CONTINUER = "N"

               DISPLAY "Classe (CM1 ou CM2) :"

      ******************************************************************

      *Chargement de l'emploi du temps. Statut 05 : fichier
      *optionnel absent, les absences restent a la journee.
       0050-CHARGER-EDT-START.

           OPEN INPUT FICHIER-EDT.

           IF WS-EDT-STATUS = "00" OR WS-EDT-STATUS = "05"
               PERFORM UNTIL WS-FIN-EDT = "O"
                   READ FICHIER-EDT
                       AT END
                           MOVE "O" TO WS-FIN-EDT
                       NOT AT END
                           IF WS-NB-COURS < WS-MAX-COURS
                               ADD 1 TO WS-NB-COURS
                               MOVE F-EDT-CLASSE  TO
                                    WS-CRS-CLASSE(WS-NB-COURS)
                               MOVE F-EDT-JOUR    TO
                                    WS-CRS-JOUR(WS-NB-COURS)
                               MOVE F-EDT-HEURE   TO
                                    WS-CRS-HEURE(WS-NB-COURS)
                               MOVE F-EDT-DUREE   TO
                                    WS-CRS-DUREE(WS-NB-COURS)
                               MOVE F-EDT-MATIERE TO
                                    WS-CRS-MATIERE(WS-NB-COURS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EDT
           END-IF.

           EXIT.
       0050-CHARGER-EDT-END.

      *Chargement des fiches eleves. Statut 05 : fichier optionnel
      *absent, aucun controle de classe a la date.
       0060-CHARGER-FICHES-START.

           OPEN INPUT FICHIER-ELEVES.

           IF WS-ELEVES-STATUS = "00" OR WS-ELEVES-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHES = "O"
                   READ FICHIER-ELEVES
                       AT END
                           MOVE "O" TO WS-FIN-FICHES
                       NOT AT END
                           IF WS-NB-FICHES < WS-MAX-FICHES
                               ADD 1 TO WS-NB-FICHES
                               MOVE F-ELEVE-ID TO
                                    WS-FIC-ID(WS-NB-FICHES)
                               MOVE F-NOM      TO
                                    WS-FIC-NOM(WS-NB-FICHES)
                               MOVE F-CLASSE   TO
                                    WS-FIC-CLASSE(WS-NB-FICHES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ELEVES
           END-IF.

           EXIT.
       0060-CHARGER-FICHES-END.

      *Charge la liste de la classe demandee depuis le fichier
      *ecrit par bidim, en decoupant chaque ligne sur ses libelles.
       0100-CHARGER-CLASSE-START.
               GO TO 0200-SAISIR-END
           END-IF.

           PERFORM 0250-CLASSE-A-DATE-START
           THRU    0250-CLASSE-A-DATE-END.
           IF WS-CLASSE-A-DATE = "N"
               GO TO 0200-SAISIR-END
           END-IF.

           MOVE 0 TO WS-NB-RETENUS.
           IF WS-NB-COURS > 0
               PERFORM 0300-CHOISIR-COURS-START
               THRU    0300-CHOISIR-COURS-END
               IF WS-NB-RETENUS = 0
                   GO TO 0200-SAISIR-END
               END-IF
           END-IF.

           OPEN EXTEND FICHIER-ABSENCES.

      *Sans emploi du temps, une seule ligne a la journee ; sinon
      *une ligne par cours retenu.
           IF WS-NB-RETENUS = 0
               MOVE 0 TO WS-IDX-RET
               PERFORM 0400-ECRIRE-START
               THRU    0400-ECRIRE-END
           ELSE
               PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                       UNTIL WS-IDX-RET > WS-NB-RETENUS
                   PERFORM 0400-ECRIRE-START
                   THRU    0400-ECRIRE-END
               END-PERFORM
           END-IF.

           CLOSE FICHIER-ABSENCES.

           EXIT.
       0200-SAISIR-END.

      *Classe de l'eleve a la date de l'absence : une de ses fiches
      *(meme nom) doit etre inscrite dans la classe saisie ce
      *jour-la. Sans fiche a ce nom, la liste de bidim suffit.
       0250-CLASSE-A-DATE-START.

           MOVE "O" TO WS-CLASSE-A-DATE.
           MOVE 0   TO WS-NB-HOMONYMES.

           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                   UNTIL WS-IDX-FIC > WS-NB-FICHES
               IF WS-FIC-NOM(WS-IDX-FIC) = WS-SAISIE-NOM(1:10)
                   ADD 1 TO WS-NB-HOMONYMES
                   MOVE WS-FIC-ID(WS-IDX-FIC)     TO WS-CD-ELEVE
                   MOVE WS-SAISIE-DATE            TO WS-CD-DATE
                   MOVE WS-FIC-CLASSE(WS-IDX-FIC) TO
                        WS-CD-CLASSE-FICHE
                   CALL "ClasseDate" USING WS-CD-ELEVE WS-CD-DATE
                                           WS-CD-CLASSE-FICHE
                                           WS-CD-CLASSE
                                           WS-CD-DATE-EFFET
                                           WS-CD-STATUT
                   IF WS-CD-STATUT = "00" AND
                      WS-CD-CLASSE(1:3) = WS-SAISIE-CLASSE
                       GO TO 0250-CLASSE-A-DATE-END
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-HOMONYMES = 0
               GO TO 0250-CLASSE-A-DATE-END
           END-IF.

           MOVE "N" TO WS-CLASSE-A-DATE.
           EVALUATE WS-CD-STATUT
               WHEN "10"
                   DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-NOM)
                           " n'est arrive que le " WS-CD-DATE-EFFET
               WHEN "20"
                   DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-NOM)
                           " est sorti le " WS-CD-DATE-EFFET
               WHEN OTHER
                   DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-NOM)
                           " etait en " WS-CD-CLASSE " le "
                           WS-SAISIE-DATE ", pas en "
                           WS-SAISIE-CLASSE
           END-EVALUATE.

           EXIT.
       0250-CLASSE-A-DATE-END.

      *Cours de la classe le jour de l'absence (jour de la semaine
      *par DateCalc) : l'operateur designe le cours manque, ou 0
      *pour toute la journee. WS-NB-RETENUS reste a 0 si la saisie
      *est refusee.
       0300-CHOISIR-COURS-START.

           MOVE "J"            TO WS-DC-FONCTION.
           MOVE WS-SAISIE-DATE TO WS-DC-DATE-1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "REFUSE : date " WS-SAISIE-DATE " invalide"
               GO TO 0300-CHOISIR-COURS-END
           END-IF.
           MOVE WS-DC-RESULTAT TO WS-JOUR-SEMAINE.

           PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                   UNTIL WS-IDX-CRS > WS-NB-COURS
               IF WS-CRS-CLASSE(WS-IDX-CRS) = WS-SAISIE-CLASSE AND
                  WS-CRS-JOUR(WS-IDX-CRS) = WS-JOUR-SEMAINE AND
                  WS-NB-RETENUS < WS-MAX-RETENUS
                   ADD 1 TO WS-NB-RETENUS
                   MOVE WS-IDX-CRS TO WS-RET-CRS(WS-NB-RETENUS)
                   DISPLAY WS-NB-RETENUS " : "
                           WS-CRS-HEURE(WS-IDX-CRS) " h ("
                           WS-CRS-DUREE(WS-IDX-CRS) " h) "
                           WS-CRS-MATIERE(WS-IDX-CRS)
               END-IF
           END-PERFORM.

           IF WS-NB-RETENUS = 0
               DISPLAY "REFUSE : aucun cours de " WS-SAISIE-CLASSE
                       " le " WS-SAISIE-DATE " a l'emploi du temps"
               GO TO 0300-CHOISIR-COURS-END
           END-IF.

           DISPLAY "Cours manque (rang, 0 = toute la journee) :".
           ACCEPT WS-SAISIE-RANG.
           IF WS-SAISIE-RANG > WS-NB-RETENUS
               DISPLAY "REFUSE : rang " WS-SAISIE-RANG " inconnu"
               MOVE 0 TO WS-NB-RETENUS
               GO TO 0300-CHOISIR-COURS-END
           END-IF.
           IF WS-SAISIE-RANG > 0
               MOVE WS-RET-CRS(WS-SAISIE-RANG) TO WS-RET-CRS(1)
               MOVE 1 TO WS-NB-RETENUS
           END-IF.

           EXIT.
       0300-CHOISIR-COURS-END.

      *Une ligne d'absence, sur le cours retenu de rang WS-IDX-RET
      *(0 = a la journee).
       0400-ECRIRE-START.

           MOVE SPACES           TO F-ABSENCE.
           MOVE WS-SAISIE-DATE   TO F-ABS-DATE.
           MOVE WS-SAISIE-CLASSE TO F-ABS-CLASSE.
           MOVE WS-SAISIE-NOM    TO F-ABS-NOM.
           MOVE WS-SAISIE-PRENOM TO F-ABS-PRENOM.
           MOVE WS-SAISIE-TYPE   TO F-ABS-TYPE.
           IF WS-IDX-RET > 0
               MOVE WS-RET-CRS(WS-IDX-RET) TO WS-IDX-CRS
               MOVE WS-CRS-HEURE(WS-IDX-CRS)   TO F-ABS-HEURE
               MOVE WS-CRS-DUREE(WS-IDX-CRS)   TO F-ABS-DUREE
               MOVE WS-CRS-MATIERE(WS-IDX-CRS) TO F-ABS-MATIERE
           END-IF.
           WRITE F-ABSENCE.

           IF WS-ABSENCES-STATUS NOT = "00"
                       " statut " WS-ABSENCES-STATUS
           ELSE
               ADD 1 TO WS-NB-SAISIES
               IF WS-IDX-RET > 0
                   DISPLAY "Absence enregistree en "
                           F-ABS-MATIERE " a " F-ABS-HEURE " h."
               ELSE
                   DISPLAY "Absence enregistree."
               END-IF
           END-IF.

           EXIT.
       0400-ECRIRE-END.
