       IDENTIFICATION DIVISION.
       PROGRAM-ID. emargrat.
       AUTHOR.    Terry.

      *Emargement de la session de rattrapage : apres chaque
      *epreuve, les inscrits qui ne se sont pas presentes sont
      *notes absents dans absents-rattrapage.txt (nom, eleve,
      *matiere, date de l'epreuve, operateur, horodatage). Seul
      *un inscrit du plan epreuves-rattrapage.txt (ecrit par
      *convocrat) peut etre note absent, et pas avant le jour de
      *l'epreuve. rattrapage tient une absence pour un echec dans
      *la matiere. Une absence notee par erreur (retard, pieces
      *justificatives) s'annule avec le droit de suppression ; le
      *fichier est alors reecrit, l'ancien passant en generation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : sans plan, rien a emarger.
           SELECT OPTIONAL FICHIER-PLAN ASSIGN TO
               "epreuves-rattrapage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

      *OPTIONAL : n'existe pas avant la premiere absence.
           SELECT OPTIONAL FICHIER-ABSENTS ASSIGN TO
               "absents-rattrapage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de convocrat.
       FD FICHIER-PLAN.
       01  F-PLAN.
           05 F-PLN-NOM         PIC X(10).
           05 FILLER            PIC X(01).
           05 F-PLN-ELEVE       PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-PLN-MATIERE     PIC X(06).
           05 FILLER            PIC X(01).
           05 F-PLN-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-PLN-HEURE       PIC X(05).
           05 FILLER            PIC X(01).
           05 F-PLN-SALLE       PIC X(06).
           05 FILLER            PIC X(01).
           05 F-PLN-PLACE       PIC 9(03).

      *Une absence : nom et identifiant de l'eleve, matiere et
      *date de l'epreuve, operateur et horodatage de la saisie.
       FD FICHIER-ABSENTS.
       01  F-ABSENT.
           05 F-ABS-NOM         PIC X(10).
           05 FILLER            PIC X(01).
           05 F-ABS-ELEVE       PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-ABS-MATIERE     PIC X(06).
           05 FILLER            PIC X(01).
           05 F-ABS-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-ABS-OPERATEUR   PIC X(08).
           05 FILLER            PIC X(01).
           05 F-ABS-HORODATE    PIC X(19).

       WORKING-STORAGE SECTION.

      *Plan de la session.
       01  WS-TABLE-PLAN.
           05 WS-PLN OCCURS 150 TIMES.
               10 WS-PLN-NOM        PIC X(10).
               10 WS-PLN-ELEVE      PIC 9(03).
               10 WS-PLN-MATIERE    PIC X(06).
               10 WS-PLN-DATE       PIC 9(08).
               10 WS-PLN-HEURE      PIC X(05).
               10 WS-PLN-SALLE      PIC X(06).
               10 WS-PLN-PLACE      PIC 9(03).

       77  WS-IDX-PLN           PIC 9(03) VALUE 1.
       77  WS-MAX-PLN           PIC 9(03) VALUE 150.
       77  WS-NB-PLN            PIC 9(03) VALUE 0.
       77  WS-PLN-TROUVE        PIC 9(03) VALUE 0.
       77  WS-PLAN-STATUS       PIC X(02) VALUE SPACES.

      *Absences deja notees.
       01  WS-TABLE-ABSENTS.
           05 WS-ABS OCCURS 150 TIMES.
               10 WS-ABS-NOM        PIC X(10).
               10 WS-ABS-ELEVE      PIC 9(03).
               10 WS-ABS-MATIERE    PIC X(06).
               10 WS-ABS-DATE       PIC 9(08).
               10 WS-ABS-OPERATEUR  PIC X(08).
               10 WS-ABS-HORODATE   PIC X(19).

       77  WS-IDX-ABS           PIC 9(03) VALUE 1.
       77  WS-MAX-ABS           PIC 9(03) VALUE 150.
       77  WS-NB-ABS            PIC 9(03) VALUE 0.
       77  WS-ABS-TROUVE        PIC 9(03) VALUE 0.
       77  WS-ABSENTS-STATUS    PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

      *Choix du menu et zones de saisie.
       77  WS-CHOIX             PIC 9(01) VALUE 0.
       77  WS-SAISIE-MATIERE    PIC X(06) VALUE SPACES.
       77  WS-SAISIE-NOM        PIC X(10) VALUE SPACES.
       77  WS-CONFIRMATION      PIC X(01) VALUE SPACE.
       77  WS-FIN-SAISIE        PIC X(01) VALUE "N".
       77  WS-EPR-DATE          PIC 9(08) VALUE 0.
       77  WS-EPR-HEURE         PIC X(05) VALUE SPACES.
       77  WS-NB-INSCRITS       PIC 9(03) VALUE 0.
       77  WS-NB-ABS-EPREUVE    PIC 9(03) VALUE 0.

      *Date du jour (AAAAMMJJ) : pas d'absence avant l'epreuve.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-AUJOURDHUI        PIC 9(08) VALUE 0.

      *Horodatage de la saisie.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *avant toute reecriture du fichier.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Verrou d'ecriture unique (sous-programme Verrou) sur
      *absents-rattrapage.txt, charge entier puis reecrit a
      *l'annulation.
       77  WS-VR-ACTION      PIC X(01) VALUE SPACE.
       77  WS-VR-FICHIER     PIC X(40) VALUE SPACES.
       77  WS-VR-UTILISATEUR PIC X(08) VALUE SPACES.
       77  WS-VR-DETENTEUR   PIC X(08) VALUE SPACES.
       77  WS-VR-DEPUIS      PIC X(19) VALUE SPACES.
       77  WS-VR-STATUT      PIC X(02) VALUE SPACES.
       77  WS-VR-FORCER      PIC X(01) VALUE "N".

      *Zone de travail pour l'appel du sous-programme Habilitation :
      *identification de l'operateur (code et mot de passe) et
      *controle de ses droits sur chaque action.
       77  WS-HB-ACTION      PIC X(01) VALUE SPACE.
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "emargrat".
       77  WS-HB-DROIT       PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR   PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE   PIC 9(10) VALUE 0.
       77  WS-HB-STATUT      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0040-IDENTIFIER-START
           THRU    0040-IDENTIFIER-END.

           PERFORM 0600-LOAD-PLAN-START
           THRU    0600-LOAD-PLAN-END.
           IF WS-NB-PLN = 0
               DISPLAY "ERREUR : epreuves-rattrapage.txt vide,"
                       " convocrat n'a pas ete passe"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-HB-OPERATEUR TO WS-VR-UTILISATEUR.
           MOVE "absents-rattrapage.txt" TO WS-VR-FICHIER.
           PERFORM 0050-VERROUILLER-START
           THRU    0050-VERROUILLER-END.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8) TO WS-AUJOURDHUI.

           PERFORM 0650-LOAD-ABSENTS-START
           THRU    0650-LOAD-ABSENTS-END.

           PERFORM 0100-MENU-START
           THRU    0100-MENU-END.

           PERFORM 0060-DEVERROUILLER-START
           THRU    0060-DEVERROUILLER-END.

           STOP RUN.

      ******************************************************************

      *Identification de l'operateur ; refusee, le programme
      *s'arrete sans rien avoir ouvert.
       0040-IDENTIFIER-START.

           MOVE "S" TO WS-HB-ACTION.
           CALL "Habilitation" USING WS-HB-ACTION WS-HB-PROGRAMME
                                     WS-HB-DROIT WS-HB-OPERATEUR
                                     WS-HB-EMPREINTE WS-HB-STATUT.
           IF WS-HB-STATUT NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0040-IDENTIFIER-END.

      *Controle du droit WS-HB-DROIT pose par l'appelant ; le
      *refus est affiche et consigne par Habilitation.
       0045-AUTORISER-START.

           MOVE "A" TO WS-HB-ACTION.
           CALL "Habilitation" USING WS-HB-ACTION WS-HB-PROGRAMME
                                     WS-HB-DROIT WS-HB-OPERATEUR
                                     WS-HB-EMPREINTE WS-HB-STATUT.

           EXIT.
       0045-AUTORISER-END.

      *Prend le verrou d'ecriture sur le fichier maintenu. S'il
      *est deja tenu, le detenteur et l'heure de prise sont
      *affiches ; l'operateur peut forcer (session plantee
      *uniquement) ou renoncer.
       0050-VERROUILLER-START.

           MOVE "P" TO WS-VR-ACTION.
           CALL "Verrou" USING WS-VR-ACTION WS-VR-FICHIER
                               WS-VR-UTILISATEUR WS-VR-DETENTEUR
                               WS-VR-DEPUIS WS-VR-STATUT.

           IF WS-VR-STATUT = "10"
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-VR-FICHIER)
                       " est en cours de modification par "
                       FUNCTION TRIM(WS-VR-DETENTEUR)
                       " depuis le " WS-VR-DEPUIS
               DISPLAY "Forcer le verrou (session plantee"
                       " uniquement) ? (O/N)"
               ACCEPT WS-VR-FORCER
               IF WS-VR-FORCER = "O"
                   MOVE "F" TO WS-HB-DROIT
                   PERFORM 0045-AUTORISER-START
                   THRU    0045-AUTORISER-END
                   IF WS-HB-STATUT NOT = "00"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "F" TO WS-VR-ACTION
                   CALL "Verrou" USING WS-VR-ACTION WS-VR-FICHIER
                                       WS-VR-UTILISATEUR
                                       WS-VR-DETENTEUR WS-VR-DEPUIS
                                       WS-VR-STATUT
                   DISPLAY "Verrou repris par "
                           FUNCTION TRIM(WS-VR-UTILISATEUR)
               ELSE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXIT.
       0050-VERROUILLER-END.

       0060-DEVERROUILLER-START.

           MOVE "L" TO WS-VR-ACTION.
           CALL "Verrou" USING WS-VR-ACTION WS-VR-FICHIER
                               WS-VR-UTILISATEUR WS-VR-DETENTEUR
                               WS-VR-DEPUIS WS-VR-STATUT.

           EXIT.
       0060-DEVERROUILLER-END.

       0100-MENU-START.

           PERFORM UNTIL WS-CHOIX = 4
                   DISPLAY "Emargement du rattrapage"
                   DISPLAY "1- Noter les absents d'une epreuve"
                   DISPLAY "2- Annuler une absence"
                   DISPLAY "3- Liste des absents"
                   DISPLAY "4- Quitter"
                   ACCEPT WS-CHOIX
                   EVALUATE WS-CHOIX
                       WHEN = 1
                           MOVE "C" TO WS-HB-DROIT
                           PERFORM 0045-AUTORISER-START
                           THRU    0045-AUTORISER-END
                           IF WS-HB-STATUT = "00"
                               PERFORM 0200-NOTER-START
                               THRU    0200-NOTER-END
                           END-IF
                       WHEN = 2
                           MOVE "S" TO WS-HB-DROIT
                           PERFORM 0045-AUTORISER-START
                           THRU    0045-AUTORISER-END
                           IF WS-HB-STATUT = "00"
                               PERFORM 0300-ANNULER-START
                               THRU    0300-ANNULER-END
                           END-IF
                       WHEN = 3
                           PERFORM 0400-LISTE-START
                           THRU    0400-LISTE-END
                       WHEN = 4
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Je n'ai pas compris votre demande"
                   END-EVALUATE
           END-PERFORM.

           EXIT.
       0100-MENU-END.

      *Absents d'une epreuve : la liste des inscrits est affichee,
      *puis chaque absent est saisi par son nom jusqu'a un nom
      *blanc ; chaque absence est ajoutee aussitot au fichier.
       0200-NOTER-START.

           PERFORM 0700-SAISIR-EPREUVE-START
           THRU    0700-SAISIR-EPREUVE-END.
           IF WS-NB-INSCRITS = 0
               GO TO 0200-NOTER-END
           END-IF.

           IF WS-EPR-DATE > WS-AUJOURDHUI
               DISPLAY "REFUSE : l'epreuve de " WS-SAISIE-MATIERE
                       " n'a lieu que le " WS-EPR-DATE
               GO TO 0200-NOTER-END
           END-IF.

           MOVE "N" TO WS-FIN-SAISIE.
           PERFORM UNTIL WS-FIN-SAISIE = "O"
               DISPLAY "Nom de l'absent (blanc = fin) :"
               MOVE SPACES TO WS-SAISIE-NOM
               ACCEPT WS-SAISIE-NOM
               IF WS-SAISIE-NOM = SPACES
                   MOVE "O" TO WS-FIN-SAISIE
               ELSE
                   PERFORM 0210-ABSENT-START
                   THRU    0210-ABSENT-END
               END-IF
           END-PERFORM.

           EXIT.
       0200-NOTER-END.

       0210-ABSENT-START.

           PERFORM 0710-CHERCHER-INSCRIT-START
           THRU    0710-CHERCHER-INSCRIT-END.
           IF WS-PLN-TROUVE = 0
               DISPLAY "REFUSE : " WS-SAISIE-NOM
                       " n'est pas inscrit a l'epreuve de "
                       WS-SAISIE-MATIERE
               GO TO 0210-ABSENT-END
           END-IF.

           PERFORM 0720-CHERCHER-ABSENT-START
           THRU    0720-CHERCHER-ABSENT-END.
           IF WS-ABS-TROUVE > 0
               DISPLAY "REFUSE : " WS-SAISIE-NOM
                       " est deja note absent en " WS-SAISIE-MATIERE
               GO TO 0210-ABSENT-END
           END-IF.

           IF WS-NB-ABS >= WS-MAX-ABS
               DISPLAY "REFUSE : table des absents pleine"
               GO TO 0210-ABSENT-END
           END-IF.

           CALL "Horodatage" USING WS-HORODATAGE.
           ADD 1 TO WS-NB-ABS.
           MOVE WS-PLN-NOM(WS-PLN-TROUVE)     TO WS-ABS-NOM(WS-NB-ABS).
           MOVE WS-PLN-ELEVE(WS-PLN-TROUVE)   TO
                WS-ABS-ELEVE(WS-NB-ABS).
           MOVE WS-PLN-MATIERE(WS-PLN-TROUVE) TO
                WS-ABS-MATIERE(WS-NB-ABS).
           MOVE WS-PLN-DATE(WS-PLN-TROUVE)    TO
                WS-ABS-DATE(WS-NB-ABS).
           MOVE WS-HB-OPERATEUR               TO
                WS-ABS-OPERATEUR(WS-NB-ABS).
           MOVE WS-HORODATAGE                 TO
                WS-ABS-HORODATE(WS-NB-ABS).
           MOVE WS-NB-ABS TO WS-IDX-ABS.

           OPEN EXTEND FICHIER-ABSENTS.
           PERFORM 0550-ECRIRE-ABSENT-START
           THRU    0550-ECRIRE-ABSENT-END.
           CLOSE FICHIER-ABSENTS.

           DISPLAY WS-SAISIE-NOM " note absent en " WS-SAISIE-MATIERE.

           EXIT.
       0210-ABSENT-END.

      *Annulation d'une absence notee par erreur.
       0300-ANNULER-START.

           DISPLAY "Matiere de l'epreuve :".
           MOVE SPACES TO WS-SAISIE-MATIERE.
           ACCEPT WS-SAISIE-MATIERE.
           DISPLAY "Nom de l'eleve :".
           MOVE SPACES TO WS-SAISIE-NOM.
           ACCEPT WS-SAISIE-NOM.

           PERFORM 0720-CHERCHER-ABSENT-START
           THRU    0720-CHERCHER-ABSENT-END.
           IF WS-ABS-TROUVE = 0
               DISPLAY "REFUSE : aucune absence de " WS-SAISIE-NOM
                       " en " WS-SAISIE-MATIERE
               GO TO 0300-ANNULER-END
           END-IF.

           DISPLAY "Absence notee le "
                   WS-ABS-HORODATE(WS-ABS-TROUVE) " par "
                   WS-ABS-OPERATEUR(WS-ABS-TROUVE).
           DISPLAY "Confirmer l'annulation ? (O/N)".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "O"
               DISPLAY "Annulation abandonnee"
               GO TO 0300-ANNULER-END
           END-IF.

           PERFORM VARYING WS-IDX-ABS FROM WS-ABS-TROUVE BY 1
                   UNTIL WS-IDX-ABS >= WS-NB-ABS
               MOVE WS-ABS(WS-IDX-ABS + 1) TO WS-ABS(WS-IDX-ABS)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-ABS.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.

           DISPLAY "Absence annulee".

           EXIT.
       0300-ANNULER-END.

      *Absents de chaque epreuve, a l'ecran.
       0400-LISTE-START.

           IF WS-NB-ABS = 0
               DISPLAY "Aucune absence notee"
               GO TO 0400-LISTE-END
           END-IF.

           PERFORM VARYING WS-IDX-ABS FROM 1 BY 1
                   UNTIL WS-IDX-ABS > WS-NB-ABS
               DISPLAY WS-ABS-MATIERE(WS-IDX-ABS) " "
                       WS-ABS-DATE(WS-IDX-ABS) " "
                       WS-ABS-NOM(WS-IDX-ABS) " "
                       WS-ABS-ELEVE(WS-IDX-ABS) " note par "
                       WS-ABS-OPERATEUR(WS-IDX-ABS) " le "
                       WS-ABS-HORODATE(WS-IDX-ABS)
           END-PERFORM.
           DISPLAY WS-NB-ABS " absence(s)".

           EXIT.
       0400-LISTE-END.

      *Reecriture de absents-rattrapage.txt apres une annulation,
      *l'ancien passant d'abord en generation.
       0500-SAVE-START.

           MOVE "absents-rattrapage.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-ABSENTS.
           PERFORM 0550-ECRIRE-ABSENT-START
           THRU    0550-ECRIRE-ABSENT-END
               VARYING WS-IDX-ABS FROM 1 BY 1
               UNTIL WS-IDX-ABS > WS-NB-ABS.
           CLOSE FICHIER-ABSENTS.

           EXIT.
       0500-SAVE-END.

      *Ecriture de l'absence WS-IDX-ABS dans le fichier ouvert.
       0550-ECRIRE-ABSENT-START.

           MOVE SPACES                       TO F-ABSENT.
           MOVE WS-ABS-NOM(WS-IDX-ABS)       TO F-ABS-NOM.
           MOVE WS-ABS-ELEVE(WS-IDX-ABS)     TO F-ABS-ELEVE.
           MOVE WS-ABS-MATIERE(WS-IDX-ABS)   TO F-ABS-MATIERE.
           MOVE WS-ABS-DATE(WS-IDX-ABS)      TO F-ABS-DATE.
           MOVE WS-ABS-OPERATEUR(WS-IDX-ABS) TO F-ABS-OPERATEUR.
           MOVE WS-ABS-HORODATE(WS-IDX-ABS)  TO F-ABS-HORODATE.
           WRITE F-ABSENT.
           IF WS-ABSENTS-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture de l'absence de "
                       WS-ABS-NOM(WS-IDX-ABS)
                       " en echec, statut " WS-ABSENTS-STATUS
           END-IF.

           EXIT.
       0550-ECRIRE-ABSENT-END.

      *Statut 05 : fichier optionnel absent, plan vide.
       0600-LOAD-PLAN-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-PLAN.

           IF WS-PLAN-STATUS = "00" OR WS-PLAN-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-PLAN
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-PLN < WS-MAX-PLN
                               ADD 1 TO WS-NB-PLN
                               MOVE F-PLN-NOM     TO
                                    WS-PLN-NOM(WS-NB-PLN)
                               MOVE F-PLN-ELEVE   TO
                                    WS-PLN-ELEVE(WS-NB-PLN)
                               MOVE F-PLN-MATIERE TO
                                    WS-PLN-MATIERE(WS-NB-PLN)
                               MOVE F-PLN-DATE    TO
                                    WS-PLN-DATE(WS-NB-PLN)
                               MOVE F-PLN-HEURE   TO
                                    WS-PLN-HEURE(WS-NB-PLN)
                               MOVE F-PLN-SALLE   TO
                                    WS-PLN-SALLE(WS-NB-PLN)
                               MOVE F-PLN-PLACE   TO
                                    WS-PLN-PLACE(WS-NB-PLN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PLAN
           END-IF.

           EXIT.
       0600-LOAD-PLAN-END.

      *Statut 05 : fichier optionnel absent, aucune absence.
       0650-LOAD-ABSENTS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ABSENTS.

           IF WS-ABSENTS-STATUS = "00" OR WS-ABSENTS-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-ABSENTS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-ABS < WS-MAX-ABS
                               ADD 1 TO WS-NB-ABS
                               MOVE F-ABS-NOM       TO
                                    WS-ABS-NOM(WS-NB-ABS)
                               MOVE F-ABS-ELEVE     TO
                                    WS-ABS-ELEVE(WS-NB-ABS)
                               MOVE F-ABS-MATIERE   TO
                                    WS-ABS-MATIERE(WS-NB-ABS)
                               MOVE F-ABS-DATE      TO
                                    WS-ABS-DATE(WS-NB-ABS)
                               MOVE F-ABS-OPERATEUR TO
                                    WS-ABS-OPERATEUR(WS-NB-ABS)
                               MOVE F-ABS-HORODATE  TO
                                    WS-ABS-HORODATE(WS-NB-ABS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ABSENTS
           END-IF.

           EXIT.
       0650-LOAD-ABSENTS-END.

      *Saisie de la matiere de l'epreuve et liste de ses inscrits
      *(WS-NB-INSCRITS a zero si la matiere n'est pas au plan).
       0700-SAISIR-EPREUVE-START.

           DISPLAY "Matiere de l'epreuve :".
           MOVE SPACES TO WS-SAISIE-MATIERE.
           ACCEPT WS-SAISIE-MATIERE.

           MOVE 0 TO WS-NB-INSCRITS.
           MOVE 0 TO WS-NB-ABS-EPREUVE.
           PERFORM VARYING WS-IDX-PLN FROM 1 BY 1
                   UNTIL WS-IDX-PLN > WS-NB-PLN
               IF WS-PLN-MATIERE(WS-IDX-PLN) = WS-SAISIE-MATIERE
                   ADD 1 TO WS-NB-INSCRITS
                   MOVE WS-PLN-DATE(WS-IDX-PLN)  TO WS-EPR-DATE
                   MOVE WS-PLN-HEURE(WS-IDX-PLN) TO WS-EPR-HEURE
                   MOVE WS-PLN-NOM(WS-IDX-PLN)   TO WS-SAISIE-NOM
                   PERFORM 0720-CHERCHER-ABSENT-START
                   THRU    0720-CHERCHER-ABSENT-END
                   IF WS-ABS-TROUVE > 0
                       ADD 1 TO WS-NB-ABS-EPREUVE
                       DISPLAY "  " WS-PLN-SALLE(WS-IDX-PLN) " place "
                               WS-PLN-PLACE(WS-IDX-PLN) " "
                               WS-PLN-NOM(WS-IDX-PLN) " (absent)"
                   ELSE
                       DISPLAY "  " WS-PLN-SALLE(WS-IDX-PLN) " place "
                               WS-PLN-PLACE(WS-IDX-PLN) " "
                               WS-PLN-NOM(WS-IDX-PLN)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-INSCRITS = 0
               DISPLAY "REFUSE : pas d'epreuve de " WS-SAISIE-MATIERE
                       " au plan de la session"
           ELSE
               DISPLAY "Epreuve de " WS-SAISIE-MATIERE " le "
                       WS-EPR-DATE " a " WS-EPR-HEURE " : "
                       WS-NB-INSCRITS " inscrit(s), "
                       WS-NB-ABS-EPREUVE " absent(s) deja note(s)"
           END-IF.

           EXIT.
       0700-SAISIR-EPREUVE-END.

      *Inscrit WS-SAISIE-NOM a l'epreuve WS-SAISIE-MATIERE
      *(WS-PLN-TROUVE, 0 = inconnu).
       0710-CHERCHER-INSCRIT-START.

           MOVE 0 TO WS-PLN-TROUVE.
           PERFORM VARYING WS-IDX-PLN FROM 1 BY 1
                   UNTIL WS-IDX-PLN > WS-NB-PLN
               IF WS-PLN-MATIERE(WS-IDX-PLN) = WS-SAISIE-MATIERE AND
                  WS-PLN-NOM(WS-IDX-PLN) = WS-SAISIE-NOM
                   MOVE WS-IDX-PLN TO WS-PLN-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0710-CHERCHER-INSCRIT-END.

      *Absence deja notee de WS-SAISIE-NOM en WS-SAISIE-MATIERE
      *(WS-ABS-TROUVE, 0 = aucune).
       0720-CHERCHER-ABSENT-START.

           MOVE 0 TO WS-ABS-TROUVE.
           PERFORM VARYING WS-IDX-ABS FROM 1 BY 1
                   UNTIL WS-IDX-ABS > WS-NB-ABS
               IF WS-ABS-MATIERE(WS-IDX-ABS) = WS-SAISIE-MATIERE AND
                  WS-ABS-NOM(WS-IDX-ABS) = WS-SAISIE-NOM
                   MOVE WS-IDX-ABS TO WS-ABS-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0720-CHERCHER-ABSENT-END.
