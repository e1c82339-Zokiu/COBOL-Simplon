      *RECU-S1, RECU-RATTR ou ECHEC-DEF : les deux sessions ne
      *vivront plus sur deux tas de papier. L'enregistrement de
      *controle TOTAL ecrit par diplome est verifie avant
      *d'enroler qui que ce soit. Un eleve note absent a une
      *epreuve de la session (absents-rattrapage.txt, tenu par
      *emargrat) echoue dans la matiere et n'est donc pas recu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTO-STATUS.

      *Absents aux epreuves de la session. OPTIONAL : vide quand
      *personne n'a manque d'epreuve.
       SELECT OPTIONAL FICHIER-ABSENTS ASSIGN TO
           "absents-rattrapage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABSENTS-STATUS.

       SELECT FICHIER-FINAL ASSIGN TO "resultats-finaux.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           05 FILLER        PIC X(01).
           05 F-HS-STATUT   PIC X(10).

      *Meme decoupage que le FD de emargrat.
       FD FICHIER-ABSENTS.
       01 F-ABSENT.
           05 F-ABS-NOM       PIC X(10).
           05 FILLER          PIC X(01).
           05 F-ABS-ELEVE     PIC 9(03).
           05 FILLER          PIC X(01).
           05 F-ABS-MATIERE   PIC X(06).
           05 FILLER          PIC X(01).
           05 F-ABS-DATE      PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-ABS-OPERATEUR PIC X(08).
           05 FILLER          PIC X(01).
           05 F-ABS-HORODATE  PIC X(19).

       FD FICHIER-FINAL.
       01 F-FINAL           PIC X(60).
      *En-tête d'audit (date/heure d'exécution).
       WORKING-STORAGE SECTION.

      *Les recales de la premiere session, avec leur note de
      *seconde epreuve une fois retrouvee, et la premiere
      *matiere ou ils ont ete notes absents (blanc si aucune).
       01 WS-TABLE-RECALES.
         03 WS-RECALES OCCURS 15 TIMES.
           05 WS-REC-NOM     PIC X(10).
           05 WS-REC-NOTE-1  PIC 9(02).
           05 WS-REC-NOTE-2  PIC 9(02).
           05 WS-REC-A-NOTE  PIC X(01).
           05 WS-REC-ABSENCE PIC X(06).

       77  WS-IDX-REC   PIC 9(02) VALUE 1.
       77  WS-MAX-REC   PIC 9(02) VALUE 15.
       77  WS-PREMIERE-REU PIC X  VALUE "O".

       77  WS-FIN-NOTES-R PIC X   VALUE "N".
       77  WS-FIN-ABSENTS PIC X   VALUE "N".
       77  WS-ABSENTS-STATUS PIC X(02) VALUE SPACES.

       01  WS-MENTION   PIC X(10).
       77  WS-NB-RECUS-R PIC 9(02) VALUE 0.
           PERFORM 0300-LIRE-NOTES-START
           THRU    0300-LIRE-NOTES-END.

           PERFORM 0350-LIRE-ABSENTS-START
           THRU    0350-LIRE-ABSENTS-END.

           PERFORM 0400-CONSOLIDER-START
           THRU    0400-CONSOLIDER-END.

                                        WS-REC-NOTE-2(WS-NB-REC)
                                   MOVE "N" TO
                                        WS-REC-A-NOTE(WS-NB-REC)
                                   MOVE SPACES TO
                                        WS-REC-ABSENCE(WS-NB-REC)
                                   ADD F-NOTE-ECH TO WS-TOT-NOTES-LU
                               END-IF
                           END-IF
           EXIT.
       0300-LIRE-NOTES-END.

      *Absences aux epreuves de la session, rapprochees des
      *inscrits. Statut 05 : fichier optionnel absent, aucune
      *absence.
       0350-LIRE-ABSENTS-START.

           OPEN INPUT FICHIER-ABSENTS.

           IF WS-ABSENTS-STATUS = "00" OR WS-ABSENTS-STATUS = "05"
               PERFORM UNTIL WS-FIN-ABSENTS = "Y"
                   READ FICHIER-ABSENTS
                       AT END
                           MOVE "Y" TO WS-FIN-ABSENTS
                       NOT AT END
                           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                                   UNTIL WS-IDX-REC > WS-NB-REC
                               IF WS-REC-NOM(WS-IDX-REC) = F-ABS-NOM
                                  AND WS-REC-ABSENCE(WS-IDX-REC) =
                                      SPACES
                                   MOVE F-ABS-MATIERE TO
                                        WS-REC-ABSENCE(WS-IDX-REC)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ABSENTS
           END-IF.

           EXIT.
       0350-LIRE-ABSENTS-END.

      *Fichier consolide : recus de premiere session tels quels,
      *puis chaque inscrit au rattrapage juge au meme seuil de 10
      *(absent a la seconde epreuve, ou a l'epreuve d'une de ses
      *matieres = echec definitif).
       0400-CONSOLIDER-START.

           OPEN OUTPUT FICHIER-FINAL.
                   UNTIL WS-IDX-REC > WS-NB-REC
               MOVE SPACES TO F-FINAL
               IF WS-REC-A-NOTE(WS-IDX-REC) = "O" AND
                  WS-REC-NOTE-2(WS-IDX-REC) > 10 AND
                  WS-REC-ABSENCE(WS-IDX-REC) = SPACES
                   PERFORM 0500-MENTION-START
                   THRU    0500-MENTION-END
                   STRING WS-REC-NOM(WS-IDX-REC) " "
                   MOVE WS-MENTION                TO WS-HS-MENTION
                   MOVE "RECU-RATTR"              TO WS-HS-STATUT
               ELSE
                   EVALUATE TRUE
                       WHEN WS-REC-ABSENCE(WS-IDX-REC) NOT = SPACES
                           STRING WS-REC-NOM(WS-IDX-REC) " "
                                  WS-REC-NOTE-1(WS-IDX-REC)
                                  " ECHEC-DEF (absent a l'epreuve de "
                                  DELIMITED BY SIZE
                                  WS-REC-ABSENCE(WS-IDX-REC)
                                  DELIMITED BY SPACE
                                  ")"
                                  DELIMITED BY SIZE INTO F-FINAL
                           MOVE WS-REC-NOTE-1(WS-IDX-REC)
                                TO WS-HS-MOYENNE
                       WHEN WS-REC-A-NOTE(WS-IDX-REC) = "N"
                           STRING WS-REC-NOM(WS-IDX-REC) " "
                                  WS-REC-NOTE-1(WS-IDX-REC)
                                  " ECHEC-DEF (absent au rattrapage)"
                                  DELIMITED BY SIZE INTO F-FINAL
                           MOVE WS-REC-NOTE-1(WS-IDX-REC)
                                TO WS-HS-MOYENNE
                       WHEN OTHER
                           STRING WS-REC-NOM(WS-IDX-REC) " "
                                  WS-REC-NOTE-2(WS-IDX-REC)
                                  " ECHEC-DEF"
                                  DELIMITED BY SIZE INTO F-FINAL
                           MOVE WS-REC-NOTE-2(WS-IDX-REC)
                                TO WS-HS-MOYENNE
                   END-EVALUATE
                   ADD 1 TO WS-NB-DEFINITIFS
                   MOVE SPACES      TO WS-HS-MENTION
                   MOVE "ECHEC-DEF" TO WS-HS-STATUT
