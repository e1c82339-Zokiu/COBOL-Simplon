       IDENTIFICATION DIVISION.
       PROGRAM-ID. mignotes.
       AUTHOR.    Terry.

      *Migration en un passage de notes-matieres.txt vers la note
      *datee : chaque note de l'ancien format (eleve, matiere,
      *note) recoit le code d'evaluation, la date et le trimestre
      *fournis par l'operateur (les notes existantes sont celles
      *d'un seul devoir, le dernier saisi), et le poids 1. Les
      *notes suivantes recevront les leurs a la saisie. Un fichier
      *deja migre est refuse. L'ancien fichier part en generation
      *via Sauvegarde.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Le fichier est relu en zone brute pour detecter son format
      *avant de decider quoi que ce soit.
       SELECT FICHIER-ANCIEN ASSIGN TO "notes-matieres.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANCIEN-STATUS.

       SELECT FICHIER-NOTES ASSIGN TO "notes-matieres.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-ANCIEN.
       01  F-LIGNE-BRUTE        PIC X(40).

      *Meme decoupage que le FD FICHIER-NOTES de saisinote.
       FD FICHIER-NOTES.
       01  F-NOTES.
           05 F-NOTE-ELEVE      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-NOTE-MATIERE    PIC X(06).
           05 FILLER            PIC X(01).
           05 F-NOTE-VALEUR     PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-NOTE-EVAL       PIC X(06).
           05 FILLER            PIC X(01).
           05 F-NOTE-DATE       PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-NOTE-TRIMESTRE  PIC 9(01).
           05 FILLER            PIC X(01).
           05 F-NOTE-POIDS      PIC 9(01).

       WORKING-STORAGE SECTION.

      *Notes de l'ancien format chargees en memoire avant la
      *reecriture complete du fichier.
       01  WS-TABLE-NOTES.
           05 WS-NT OCCURS 900 TIMES.
               10 WS-NT-LIGNE   PIC X(13).

       77  WS-IDX-NOTE          PIC 9(03) VALUE 1.
       77  WS-MAX-NOTES         PIC 9(03) VALUE 900.
       77  WS-NB-NOTES          PIC 9(03) VALUE 0.
       77  WS-FIN-ANCIEN        PIC X(01) VALUE "N".
       77  WS-ANCIEN-STATUS     PIC X(02) VALUE SPACES.
       77  WS-DEJA-MIGRE        PIC X(01) VALUE "N".
       77  WS-NB-TRONQUEES      PIC 9(03) VALUE 0.

      *Evaluation, date et trimestre des notes existantes, fournis
      *par l'operateur.
       77  WS-EVAL              PIC X(06) VALUE SPACES.
       77  WS-DATE-EVAL         PIC 9(08) VALUE 0.
       77  WS-TRIMESTRE         PIC 9(01) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(controle de la date fournie).
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY "Code d'evaluation des notes existantes (6"
                   " caracteres, ex: DS1) :".
           ACCEPT WS-EVAL.
           DISPLAY "Date de cette evaluation (AAAAMMJJ) :".
           ACCEPT WS-DATE-EVAL.
           DISPLAY "Trimestre de cette evaluation (1-3) :".
           ACCEPT WS-TRIMESTRE.

           IF WS-EVAL = SPACES
               DISPLAY "ERREUR : code d'evaluation obligatoire"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "V"          TO WS-DC-FONCTION.
           MOVE WS-DATE-EVAL TO WS-DC-DATE-1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "ERREUR : date d'evaluation invalide"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 3
               DISPLAY "ERREUR : trimestre hors 1-3"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-CHARGER-ANCIEN-START
           THRU    0100-CHARGER-ANCIEN-END.

           IF WS-DEJA-MIGRE = "O"
               DISPLAY "ERREUR : notes-matieres.txt porte deja les"
                       " evaluations, migration refusee"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0200-REECRIRE-START
           THRU    0200-REECRIRE-END.

           DISPLAY "Migration terminee : " WS-NB-NOTES
                   " note(s) rattachee(s) a l'evaluation " WS-EVAL
                   " du trimestre " WS-TRIMESTRE.

           IF WS-NB-TRONQUEES > 0
               DISPLAY "ATTENTION : " WS-NB-TRONQUEES
                       " note(s) ignoree(s), WS-MAX-NOTES depasse"
           END-IF.

           STOP RUN.

      ******************************************************************

      *Chargement de l'ancien fichier en zone brute : une note du
      *nouveau format porte des caracteres au-dela de la colonne 13
      *(l'ancien decoupage eleve/matiere/note s'arrete la), ce qui
      *suffit a reconnaitre un fichier deja migre.
       0100-CHARGER-ANCIEN-START.

           OPEN INPUT FICHIER-ANCIEN.

           IF WS-ANCIEN-STATUS NOT = "00"
               DISPLAY "ERREUR : notes-matieres.txt illisible,"
                       " statut " WS-ANCIEN-STATUS
               CLOSE FICHIER-ANCIEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-ANCIEN = "O"
               READ FICHIER-ANCIEN
                   AT END
                       MOVE "O" TO WS-FIN-ANCIEN
                   NOT AT END
                       IF F-LIGNE-BRUTE(14:27) NOT = SPACES
                           MOVE "O" TO WS-DEJA-MIGRE
                       ELSE
                           IF WS-NB-NOTES < WS-MAX-NOTES
                               ADD 1 TO WS-NB-NOTES
                               MOVE F-LIGNE-BRUTE(1:13) TO
                                    WS-NT-LIGNE(WS-NB-NOTES)
                           ELSE
                               ADD 1 TO WS-NB-TRONQUEES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ANCIEN.

           EXIT.
       0100-CHARGER-ANCIEN-END.

       0200-REECRIRE-START.

      *Sauvegarde a generations de l'ancien fichier avant de le
      *remplacer par la note datee.
           MOVE "notes-matieres.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-NOTES.

           PERFORM VARYING WS-IDX-NOTE FROM 1 BY 1
                   UNTIL WS-IDX-NOTE > WS-NB-NOTES
               MOVE SPACES TO F-NOTES
               MOVE WS-NT-LIGNE(WS-IDX-NOTE) TO F-NOTES(1:13)
               MOVE WS-EVAL      TO F-NOTE-EVAL
               MOVE WS-DATE-EVAL TO F-NOTE-DATE
               MOVE WS-TRIMESTRE TO F-NOTE-TRIMESTRE
               MOVE 1            TO F-NOTE-POIDS
               WRITE F-NOTES
           END-PERFORM.

           CLOSE FICHIER-NOTES.

           EXIT.
       0200-REECRIRE-END.
