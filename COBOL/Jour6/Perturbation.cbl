       IDENTIFICATION DIVISION.
       PROGRAM-ID. Perturbation.
       AUTHOR. Terry.

      *Sous-programme partagé : perturbation d'un train a une date,
      *d'apres le fichier du jour perturbations-trains.txt tenu par
      *la regulation. Le train est designe comme dans les
      *reservations : type, gare et heure de depart.
      *  PT-NATURE  : " " aucune perturbation, "S" train supprime,
      *               "R" depart retarde, "C" remplace par car.
      *  PT-RETARD  : minutes de retard au depart (nature R).
      *  PT-CAUSE   : code cause du referentiel causes-retard.txt
      *               (le meme que train.cbl).
      *  PT-LIBELLE : libelle de la cause, "cause inconnue" si le
      *               code est absent du referentiel.
      *Plusieurs lignes pour un meme train et une meme date : la
      *derniere saisie l'emporte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : sans fichier, aucun train n'est perturbe.
           SELECT OPTIONAL FICHIER-PERTURBATIONS ASSIGN TO
               "perturbations-trains.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERTURBATIONS-STATUS.

           SELECT OPTIONAL FICHIER-CAUSES ASSIGN TO
               "causes-retard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAUSES-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Une perturbation par ligne : date, train (type, gare et
      *heure de depart), nature, retard en minutes, code cause.
       FD FICHIER-PERTURBATIONS.
       01  F-PERTURBATION.
           05 F-PER-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-PER-TYPE        PIC X(03).
           05 FILLER            PIC X(01).
           05 F-PER-GARE        PIC X(18).
           05 FILLER            PIC X(01).
           05 F-PER-HEURE       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-PER-NATURE      PIC X(01).
           05 FILLER            PIC X(01).
           05 F-PER-RETARD      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-PER-CAUSE       PIC X(06).

      *Meme decoupage que le FD de train.cbl.
       FD FICHIER-CAUSES.
       01  F-CAUSE.
           05 F-CAUSE-CODE      PIC X(06).
           05 FILLER            PIC X(01).
           05 F-CAUSE-LIBELLE   PIC X(20).

       WORKING-STORAGE SECTION.

       77  WS-PERTURBATIONS-STATUS PIC X(02) VALUE SPACES.
       77  WS-CAUSES-STATUS        PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER          PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  PT-DATE              PIC 9(08).
       01  PT-TYPE              PIC X(03).
       01  PT-GARE              PIC X(18).
       01  PT-HEURE             PIC 9(04).
       01  PT-NATURE            PIC X(01).
       01  PT-RETARD            PIC 9(03).
       01  PT-CAUSE             PIC X(06).
       01  PT-LIBELLE           PIC X(20).

       PROCEDURE DIVISION USING PT-DATE PT-TYPE PT-GARE PT-HEURE
                                PT-NATURE PT-RETARD PT-CAUSE
                                PT-LIBELLE.

           MOVE SPACE  TO PT-NATURE.
           MOVE 0      TO PT-RETARD.
           MOVE SPACES TO PT-CAUSE PT-LIBELLE.

           PERFORM 0100-PERTURBATION-START
           THRU    0100-PERTURBATION-END.

           IF PT-NATURE NOT = SPACE
               PERFORM 0200-CAUSE-START
               THRU    0200-CAUSE-END
           END-IF.

           GOBACK.

      ******************************************************************

       0100-PERTURBATION-START.

           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-PERTURBATIONS.
           IF WS-PERTURBATIONS-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-PERTURBATIONS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-PER-DATE  = PT-DATE  AND
                              F-PER-TYPE  = PT-TYPE  AND
                              F-PER-GARE  = PT-GARE  AND
                              F-PER-HEURE = PT-HEURE AND
                              (F-PER-NATURE = "S" OR
                               F-PER-NATURE = "R" OR
                               F-PER-NATURE = "C")
                               MOVE F-PER-NATURE TO PT-NATURE
                               MOVE F-PER-CAUSE  TO PT-CAUSE
                               MOVE 0 TO PT-RETARD
                               IF F-PER-NATURE = "R" AND
                                  F-PER-RETARD IS NUMERIC
                                   MOVE F-PER-RETARD TO PT-RETARD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-PERTURBATIONS.

           EXIT.
       0100-PERTURBATION-END.

      *Libelle de la cause dans le referentiel.
       0200-CAUSE-START.

           MOVE "cause inconnue" TO PT-LIBELLE.
           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-CAUSES.
           IF WS-CAUSES-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-CAUSES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-CAUSE-CODE = PT-CAUSE
                               MOVE F-CAUSE-LIBELLE TO PT-LIBELLE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-CAUSES.

           EXIT.
       0200-CAUSE-END.
