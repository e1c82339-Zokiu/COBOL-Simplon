           SELECT FICHIER-TODO ASSIGN TO "todolist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TODO-STATUS.
      *Temps passe sur les taches, une ligne par saisie, ajoutee
      *a la suite. OPTIONAL : absent avant la premiere saisie.
           SELECT OPTIONAL FICHIER-TEMPS ASSIGN TO "temps-taches.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *blanc : pas de dependance.
           05 F-DEPENDANCE     PIC 9(03).

      *Une saisie de temps : tache, jour du travail, proprietaire,
      *minutes passees, puis la tache telle qu'elle etait a la
      *saisie (echeance AAAAMMJJ, recurrence, libelle) pour que
      *les rapports suivent les occurrences successives d'une
      *tache recurrente meme apres suppression, et une note.
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

       WORKING-STORAGE SECTION.
      *Tableau comprenant les différentes tâches
       01  WS-TODO.
      *Vue en cours : T = toutes les taches, M = mes taches.
       77  WS-VUE         PIC X(01) VALUE "T".

      *Saisie du temps passe sur une tache.
       77  WS-TEMPS-STATUS PIC X(02) VALUE SPACES.
       77  WS-TPS-DATE    PIC 9(08) VALUE 0.
       77  WS-TPS-PROPRIO PIC X(03) VALUE SPACES.
       77  WS-TPS-MINUTES PIC 9(04) VALUE 0.
       77  WS-TPS-NOTE    PIC X(40) VALUE SPACES.
       77  WS-NB-TEMPS    PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
      *La liste est partagee : chacun s'annonce a l'ouverture, la
      *suppression restant reservee au proprietaire de la tache.
                   DISPLAY "7- Toutes les tâches, priorité d'abord"
                   DISPLAY "8- Mes tâches prêtes (dépendances"
                           " terminées)"
                   DISPLAY "9- Saisir du temps passé sur une tâche"
      *Saisie utilisateur
                   ACCEPT WS-INPUT
                   EVALUATE WS-INPUT
      *laquelle chacun commence sa journee.
                           PERFORM 1000-PRETES-START
                           THRU    1000-PRETES-END
                       WHEN = 9
      *Temps passe : jour, proprietaire, minutes et note, ajoutes
      *a temps-taches.txt pour la feuille de temps hebdomadaire.
                           PERFORM 1100-SAISIR-TEMPS-START
                           THRU    1100-SAISIR-TEMPS-END
                       WHEN OTHER
      *Contrôle de saisie
                           PERFORM 0400-WRONG-INPUT-START

           EXIT.
       1000-PRETES-END.

      *Saisie du temps passe sur des taches existantes, autant que
      *necessaire : jour (0 = aujourd'hui), proprietaire (vide =
      *celui de la tache), minutes et note. Chaque saisie valide
      *est ajoutee a temps-taches.txt ; la liste elle-meme n'est
      *pas modifiee.
       1100-SAISIR-TEMPS-START.

           MOVE 0 TO WS-INDEX.
           MOVE 0 TO WS-NB-TEMPS.

           PERFORM UNTIL WS-INDEX > WS-MAX-TASK
                DISPLAY "Tache sur laquelle saisir du temps (1-"
                        WS-MAX-TASK ")"
                DISPLAY WS-QUITTER " pour quitter"
                ACCEPT WS-INDEX
                IF WS-INDEX <= WS-MAX-TASK AND WS-INDEX NOT EQUAL 0
                    PERFORM 1150-UNE-SAISIE-START
                    THRU    1150-UNE-SAISIE-END
                END-IF
           END-PERFORM.

           DISPLAY WS-NB-TEMPS " saisie(s) de temps enregistree(s)".

           EXIT.
       1100-SAISIR-TEMPS-END.

       1150-UNE-SAISIE-START.

           IF WS-TASK(WS-INDEX) = SPACES
               DISPLAY "REFUSE : la tache " WS-INDEX
                       " n'existe pas"
               GO TO 1150-UNE-SAISIE-END
           END-IF.

           DISPLAY "Jour du travail (AAAAMMJJ, 0 = aujourd'hui) :".
           ACCEPT WS-TPS-DATE.
           IF WS-TPS-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TPS-DATE
           END-IF.
           MOVE "V" TO WS-DC-FONCTION.
           MOVE WS-TPS-DATE TO WS-DC-DATE-1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "REFUSE : date " WS-TPS-DATE " invalide"
               GO TO 1150-UNE-SAISIE-END
           END-IF.

           DISPLAY "Proprietaire (3 lettres, vide = "
                   WS-PROPRIETAIRE(WS-INDEX) ") :".
           MOVE SPACES TO WS-TPS-PROPRIO.
           ACCEPT WS-TPS-PROPRIO.
           IF WS-TPS-PROPRIO = SPACES
               MOVE WS-PROPRIETAIRE(WS-INDEX) TO WS-TPS-PROPRIO
           END-IF.

           DISPLAY "Minutes passees :".
           ACCEPT WS-TPS-MINUTES.
           IF WS-TPS-MINUTES = 0
               DISPLAY "REFUSE : aucune minute saisie"
               GO TO 1150-UNE-SAISIE-END
           END-IF.

           DISPLAY "Note (facultative) :".
           MOVE SPACES TO WS-TPS-NOTE.
           ACCEPT WS-TPS-NOTE.

           MOVE SPACES                  TO F-TEMPS.
           MOVE WS-INDEX                TO F-TPS-TACHE.
           MOVE WS-TPS-DATE             TO F-TPS-DATE.
           MOVE WS-TPS-PROPRIO          TO F-TPS-PROPRIETAIRE.
           MOVE WS-TPS-MINUTES          TO F-TPS-MINUTES.
           MOVE WS-ECH-ANNEE(WS-INDEX)  TO F-TPS-ECHEANCE(1:4).
           MOVE WS-ECH-MOIS(WS-INDEX)   TO F-TPS-ECHEANCE(5:2).
           MOVE WS-ECH-JOUR(WS-INDEX)   TO F-TPS-ECHEANCE(7:2).
           MOVE WS-RECURRENCE(WS-INDEX) TO F-TPS-RECURRENCE.
           MOVE WS-TASK(WS-INDEX)       TO F-TPS-LIBELLE.
           MOVE WS-TPS-NOTE             TO F-TPS-NOTE.

           OPEN EXTEND FICHIER-TEMPS.
           WRITE F-TEMPS.
           IF WS-TEMPS-STATUS NOT = "00"
               DISPLAY "ATTENTION : saisie de temps en echec,"
                       " statut " WS-TEMPS-STATUS
           ELSE
               ADD 1 TO WS-NB-TEMPS
           END-IF.
           CLOSE FICHIER-TEMPS.

           EXIT.
       1150-UNE-SAISIE-END.
