      *point d'expirer : c'est elle qui declenche la lettre aux
      *parents. Chaque justificatif recu est consigne dans
      *justificatifs.txt. La banette "mots des parents" peut etre
      *videe. Une absence a la journee s'inscrit en une ligne par
      *cours : le mot des parents couvre la journee, ses autres
      *cours injustifies basculent avec celui designe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER            PIC X(01).
      *J = justifiee, I = injustifiee.
           05 F-ABS-TYPE        PIC X(01).
      *Cours manque, reporte tel quel a la reecriture (a blanc pour
      *une absence a la journee).
           05 F-ABS-COURS.
               10 FILLER         PIC X(01).
               10 F-ABS-HEURE    PIC 9(02).
               10 FILLER         PIC X(01).
               10 F-ABS-DUREE    PIC 9(01).
               10 FILLER         PIC X(01).
               10 F-ABS-MATIERE  PIC X(06).

      *Une ligne par justificatif recu : date de l'absence, eleve,
      *date de reception, type de justificatif, accepte ou hors
           05 F-JUS-ACCEPTE     PIC X(01).

       FD FICHIER-RELANCE.
       01  F-RELANCE            PIC X(110).
      *En-tête d'audit (date/heure d'exécution).
       01  F-RELANCE-ENTETE     PIC X(60).

      *Journal des absences charge en memoire, bascule au fil des
      *justificatifs puis reecrit.
       01  WS-TABLE-ABSENCES.
           05 WS-ABS OCCURS 900 TIMES.
               10 WS-ABS-DATE    PIC 9(08).
               10 WS-ABS-CLASSE  PIC X(03).
               10 WS-ABS-NOM     PIC X(15).
               10 WS-ABS-PRENOM  PIC X(15).
               10 WS-ABS-TYPE    PIC X(01).
               10 WS-ABS-COURS.
                   15 FILLER         PIC X(01).
                   15 WS-ABS-HEURE   PIC X(02).
                   15 FILLER         PIC X(01).
                   15 WS-ABS-DUREE   PIC X(01).
                   15 FILLER         PIC X(01).
                   15 WS-ABS-MATIERE PIC X(06).

       77  WS-IDX-ABS           PIC 9(03) VALUE 1.
       77  WS-IDX-MEME-JOUR     PIC 9(03) VALUE 1.
       77  WS-NB-MEME-JOUR      PIC 9(02) VALUE 0.
       77  WS-MAX-ABSENCES      PIC 9(03) VALUE 900.
       77  WS-NB-ABSENCES       PIC 9(03) VALUE 0.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-ABSENCES-STATUS   PIC X(02) VALUE SPACES.
                                    WS-ABS-PRENOM(WS-NB-ABSENCES)
                               MOVE F-ABS-TYPE   TO
                                    WS-ABS-TYPE(WS-NB-ABSENCES)
                               MOVE F-ABS-COURS  TO
                                    WS-ABS-COURS(WS-NB-ABSENCES)
                           END-IF
                   END-READ
               END-PERFORM
                           WS-ABS-DATE(WS-IDX-ABS) " "
                           WS-ABS-CLASSE(WS-IDX-ABS) " "
                           WS-ABS-NOM(WS-IDX-ABS) " "
                           WS-ABS-PRENOM(WS-IDX-ABS) " "
                           WS-ABS-MATIERE(WS-IDX-ABS) " "
                           WS-ABS-HEURE(WS-IDX-ABS)
               END-IF
           END-PERFORM.

               MOVE "O" TO F-JUS-ACCEPTE
               ADD 1 TO WS-NB-BASCULEES
               DISPLAY "Absence basculee en justifiee"
               PERFORM 0450-MEME-JOUR-START
               THRU    0450-MEME-JOUR-END
           ELSE
               MOVE "N" TO F-JUS-ACCEPTE
               ADD 1 TO WS-NB-HORS-DELAI
           EXIT.
       0400-UN-JUSTIFICATIF-END.

      *Le justificatif accepte couvre la journee : les autres
      *cours injustifies du meme eleve a la meme date basculent
      *aussi.
       0450-MEME-JOUR-START.

           MOVE 0 TO WS-NB-MEME-JOUR.
           PERFORM VARYING WS-IDX-MEME-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-MEME-JOUR > WS-NB-ABSENCES
               IF WS-ABS-TYPE(WS-IDX-MEME-JOUR) = "I" AND
                  WS-ABS-DATE(WS-IDX-MEME-JOUR) =
                              WS-ABS-DATE(WS-SAISIE-RANG) AND
                  WS-ABS-CLASSE(WS-IDX-MEME-JOUR) =
                              WS-ABS-CLASSE(WS-SAISIE-RANG) AND
                  WS-ABS-NOM(WS-IDX-MEME-JOUR) =
                              WS-ABS-NOM(WS-SAISIE-RANG) AND
                  WS-ABS-PRENOM(WS-IDX-MEME-JOUR) =
                              WS-ABS-PRENOM(WS-SAISIE-RANG)
                   MOVE "J" TO WS-ABS-TYPE(WS-IDX-MEME-JOUR)
                   ADD 1 TO WS-NB-MEME-JOUR
                   ADD 1 TO WS-NB-BASCULEES
               END-IF
           END-PERFORM.

           IF WS-NB-MEME-JOUR > 0
               DISPLAY WS-NB-MEME-JOUR " autre(s) cours du meme"
                       " jour bascule(s) en justifie(s)"
           END-IF.

           EXIT.
       0450-MEME-JOUR-END.

       0500-REECRIRE-START.

      *Sauvegarde a generations du journal avant de le remplacer
               MOVE WS-ABS-NOM(WS-IDX-ABS)    TO F-ABS-NOM
               MOVE WS-ABS-PRENOM(WS-IDX-ABS) TO F-ABS-PRENOM
               MOVE WS-ABS-TYPE(WS-IDX-ABS)   TO F-ABS-TYPE
               MOVE WS-ABS-COURS(WS-IDX-ABS)  TO F-ABS-COURS
               WRITE F-ABSENCE
           END-PERFORM.

                                  " " WS-ABS-CLASSE(WS-IDX-ABS)
                                  " " WS-ABS-NOM(WS-IDX-ABS)
                                  " " WS-ABS-PRENOM(WS-IDX-ABS)
                                  " " WS-ABS-MATIERE(WS-IDX-ABS)
                                  " " WS-ABS-HEURE(WS-IDX-ABS)
                                  " : fenetre de justification "
                                  WS-JOURS-RESTANTS " jour(s)"
                                  DELIMITED BY SIZE INTO F-RELANCE
