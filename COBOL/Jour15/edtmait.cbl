       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtmait.
       AUTHOR.    Terry.

      *Tenue de l'emploi du temps hebdomadaire des classes
      *(emploi-du-temps.txt : une ligne par cours, classe, jour 1 a
      *5 du lundi au vendredi, heure de debut, duree en heures,
      *matiere, enseignant et salle). Un cours n'entre que pour une
      *matiere deja affectee a la classe dans affectations.txt,
      *l'enseignant etant celui de l'affectation ; il est refuse
      *s'il chevauche un cours de la meme classe, du meme
      *enseignant ou dans la meme salle. Le controle complet du
      *fichier reprend ces conflits pour les lignes portees hors de
      *ce programme, et l'impression donne la grille de la semaine
      *de chaque classe. absences rattache chaque absence a un
      *cours de cet emploi du temps.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : l'emploi du temps n'existe pas au premier
      *lancement.
           SELECT OPTIONAL FICHIER-EDT ASSIGN TO
               "emploi-du-temps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDT-STATUS.

      *Affectations tenues par ensmait : classe, matiere et
      *enseignant de chaque cours.
           SELECT OPTIONAL FICHIER-AFFECTATIONS ASSIGN TO
               "affectations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFF-STATUS.

      *Grilles hebdomadaires imprimees, une par classe.
           SELECT FICHIER-GRILLES ASSIGN TO
               "emploi-du-temps-classes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Un cours : classe, jour (1 = lundi ... 5 = vendredi), heure
      *de debut (08 a 17), duree en heures, matiere, enseignant,
      *salle.
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

      *Meme decoupage que le FD de ensmait.
       FD FICHIER-AFFECTATIONS.
       01  F-AFFECTATION.
           05 F-AFF-ENS         PIC X(08).
           05 FILLER            PIC X(01).
           05 F-AFF-CLASSE      PIC X(05).
           05 FILLER            PIC X(01).
           05 F-AFF-MATIERE     PIC X(06).

       FD FICHIER-GRILLES.
       01  F-GRILLE             PIC X(90).
      *En-tête d'audit (date/heure d'exécution).
       01  F-GRILLE-ENTETE      PIC X(60).

       WORKING-STORAGE SECTION.

      *Cours de l'emploi du temps.
       01  WS-TABLE-COURS.
           05 WS-CRS OCCURS 300 TIMES.
               10 WS-CRS-CLASSE    PIC X(05).
               10 WS-CRS-JOUR      PIC 9(01).
               10 WS-CRS-HEURE     PIC 9(02).
               10 WS-CRS-DUREE     PIC 9(01).
               10 WS-CRS-MATIERE   PIC X(06).
               10 WS-CRS-ENS       PIC X(08).
               10 WS-CRS-SALLE     PIC X(06).

       77  WS-IDX-CRS           PIC 9(03) VALUE 1.
       77  WS-IDX-AUTRE         PIC 9(03) VALUE 1.
       77  WS-MAX-COURS         PIC 9(03) VALUE 300.
       77  WS-NB-COURS          PIC 9(03) VALUE 0.
       77  WS-CRS-TROUVE        PIC 9(03) VALUE 0.
       77  WS-EDT-STATUS        PIC X(02) VALUE SPACES.

      *Affectations.
       01  WS-TABLE-AFFECTATIONS.
           05 WS-AFF OCCURS 200 TIMES.
               10 WS-AFF-ENS       PIC X(08).
               10 WS-AFF-CLASSE    PIC X(05).
               10 WS-AFF-MATIERE   PIC X(06).

       77  WS-IDX-AFF           PIC 9(03) VALUE 1.
       77  WS-MAX-AFF           PIC 9(03) VALUE 200.
       77  WS-NB-AFF            PIC 9(03) VALUE 0.
       77  WS-AFF-TROUVE        PIC 9(03) VALUE 0.
       77  WS-AFF-STATUS        PIC X(02) VALUE SPACES.

      *Classes distinctes de l'emploi du temps, pour l'impression.
       01  WS-TABLE-CLASSES.
           05 WS-CLS OCCURS 20 TIMES.
               10 WS-CLS-CODE      PIC X(05).

       77  WS-IDX-CLS           PIC 9(02) VALUE 1.
       77  WS-MAX-CLS           PIC 9(02) VALUE 20.
       77  WS-NB-CLS            PIC 9(02) VALUE 0.
       77  WS-CLS-TROUVE        PIC X(01) VALUE "N".

       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

      *Choix du menu et zones de saisie.
       77  WS-CHOIX             PIC 9(01) VALUE 0.
       77  WS-SAISIE-CLASSE     PIC X(05) VALUE SPACES.
       77  WS-SAISIE-MATIERE    PIC X(06) VALUE SPACES.
       77  WS-SAISIE-JOUR       PIC 9(01) VALUE 0.
       77  WS-SAISIE-HEURE      PIC 9(02) VALUE 0.
       77  WS-SAISIE-DUREE      PIC 9(01) VALUE 0.
       77  WS-SAISIE-SALLE      PIC X(06) VALUE SPACES.
       77  WS-SAISIE-ENS        PIC X(08) VALUE SPACES.

      *Controle des chevauchements : cours compares (WS-CMP-A pour
      *le cours saisi ou le premier de la paire, WS-CMP-B pour
      *l'autre), chevauchement O/N et nature du conflit.
       01  WS-CMP-A.
           05 WS-CMP-A-CLASSE   PIC X(05).
           05 WS-CMP-A-JOUR     PIC 9(01).
           05 WS-CMP-A-HEURE    PIC 9(02).
           05 WS-CMP-A-DUREE    PIC 9(01).
           05 WS-CMP-A-MATIERE  PIC X(06).
           05 WS-CMP-A-ENS      PIC X(08).
           05 WS-CMP-A-SALLE    PIC X(06).
       01  WS-CMP-B.
           05 WS-CMP-B-CLASSE   PIC X(05).
           05 WS-CMP-B-JOUR     PIC 9(01).
           05 WS-CMP-B-HEURE    PIC 9(02).
           05 WS-CMP-B-DUREE    PIC 9(01).
           05 WS-CMP-B-MATIERE  PIC X(06).
           05 WS-CMP-B-ENS      PIC X(08).
           05 WS-CMP-B-SALLE    PIC X(06).
       77  WS-CHEVAUCHE         PIC X(01) VALUE "N".
       77  WS-NB-CONFLITS       PIC 9(03) VALUE 0.
       77  WS-FIN-A             PIC 9(02) VALUE 0.
       77  WS-FIN-B             PIC 9(02) VALUE 0.

      *Libelles des jours, indexes par le numero du jour.
       01  WS-LIBELLES-JOURS.
           05 FILLER            PIC X(08) VALUE "lundi".
           05 FILLER            PIC X(08) VALUE "mardi".
           05 FILLER            PIC X(08) VALUE "mercredi".
           05 FILLER            PIC X(08) VALUE "jeudi".
           05 FILLER            PIC X(08) VALUE "vendredi".
       01  WS-JOURS REDEFINES WS-LIBELLES-JOURS.
           05 WS-JOUR-LIBELLE   PIC X(08) OCCURS 5 TIMES.

      *Ligne de grille : l'heure puis, pour chaque jour, la matiere
      *et la salle du cours qui occupe cette heure.
       01  WS-LIGNE-GRILLE.
           05 WS-LG-HEURE       PIC X(06).
           05 WS-LG-JOUR OCCURS 5 TIMES.
               10 WS-LG-MATIERE PIC X(06).
               10 FILLER        PIC X(01).
               10 WS-LG-SALLE   PIC X(06).
               10 FILLER        PIC X(01).
       01  WS-LIGNE-TITRES.
           05 FILLER            PIC X(06) VALUE "Heure".
           05 FILLER            PIC X(14) VALUE "Lundi".
           05 FILLER            PIC X(14) VALUE "Mardi".
           05 FILLER            PIC X(14) VALUE "Mercredi".
           05 FILLER            PIC X(14) VALUE "Jeudi".
           05 FILLER            PIC X(14) VALUE "Vendredi".
       77  WS-IDX-HEURE         PIC 9(02) VALUE 0.
       77  WS-IDX-JOUR          PIC 9(01) VALUE 0.
       77  WS-NB-GRILLES        PIC 9(02) VALUE 0.

      *Horodatage de l'exécution, reporté en en-tête des grilles.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *avant toute reecriture de l'emploi du temps.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Verrou d'ecriture unique (sous-programme Verrou) sur
      *emploi-du-temps.txt, charge entier puis reecrit.
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
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "edtmait".
       77  WS-HB-DROIT       PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR   PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE   PIC 9(10) VALUE 0.
       77  WS-HB-STATUT      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0040-IDENTIFIER-START
           THRU    0040-IDENTIFIER-END.
           MOVE WS-HB-OPERATEUR TO WS-VR-UTILISATEUR.
           MOVE "emploi-du-temps.txt" TO WS-VR-FICHIER.
           PERFORM 0050-VERROUILLER-START
           THRU    0050-VERROUILLER-END.

           PERFORM 0600-LOAD-START
           THRU    0600-LOAD-END.

           PERFORM 0620-LOAD-AFFECTATIONS-START
           THRU    0620-LOAD-AFFECTATIONS-END.

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

           PERFORM UNTIL WS-CHOIX = 6
                   DISPLAY "Emploi du temps des classes"
                   DISPLAY "1- Ajouter un cours"
                   DISPLAY "2- Retirer un cours"
                   DISPLAY "3- Lister les cours d'une classe"
                   DISPLAY "4- Controler les conflits du fichier"
                   DISPLAY "5- Imprimer les grilles des classes"
                   DISPLAY "6- Quitter"
                   ACCEPT WS-CHOIX
                   EVALUATE WS-CHOIX
                       WHEN = 1
                           PERFORM 0200-AJOUTER-START
                           THRU    0200-AJOUTER-END
                       WHEN = 2
                           PERFORM 0400-RETIRER-START
                           THRU    0400-RETIRER-END
                       WHEN = 3
                           PERFORM 0800-LISTER-START
                           THRU    0800-LISTER-END
                       WHEN = 4
                           PERFORM 0850-CONTROLER-START
                           THRU    0850-CONTROLER-END
                       WHEN = 5
                           PERFORM 0900-IMPRIMER-START
                           THRU    0900-IMPRIMER-END
                       WHEN = 6
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Je n'ai pas compris votre demande"
                   END-EVALUATE
           END-PERFORM.

           EXIT.
       0100-MENU-END.

      *Nouveau cours d'une matiere affectee a la classe, donne par
      *l'enseignant de l'affectation. Refuse s'il deborde de la
      *journee (08 h - 18 h) ou s'il chevauche un cours de la meme
      *classe, du meme enseignant ou dans la meme salle.
       0200-AJOUTER-START.

           MOVE "C" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0200-AJOUTER-END
           END-IF.

           DISPLAY "Classe (ex: 3A) :".
           ACCEPT WS-SAISIE-CLASSE.
           DISPLAY "Code matiere (ex: MATH) :".
           ACCEPT WS-SAISIE-MATIERE.

           MOVE 0 TO WS-AFF-TROUVE.
           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-NB-AFF
               IF WS-AFF-CLASSE(WS-IDX-AFF) = WS-SAISIE-CLASSE AND
                  WS-AFF-MATIERE(WS-IDX-AFF) = WS-SAISIE-MATIERE
                   MOVE WS-IDX-AFF TO WS-AFF-TROUVE
               END-IF
           END-PERFORM.
           IF WS-AFF-TROUVE = 0
               DISPLAY "REFUSE : " WS-SAISIE-MATIERE " de "
                       WS-SAISIE-CLASSE " n'est affectee a aucun"
                       " enseignant (ensmait, choix 3)"
               GO TO 0200-AJOUTER-END
           END-IF.
           MOVE WS-AFF-ENS(WS-AFF-TROUVE) TO WS-SAISIE-ENS.

           DISPLAY "Jour (1 = lundi ... 5 = vendredi) :".
           ACCEPT WS-SAISIE-JOUR.
           IF WS-SAISIE-JOUR < 1 OR WS-SAISIE-JOUR > 5
               DISPLAY "REFUSE : jour hors 1-5"
               GO TO 0200-AJOUTER-END
           END-IF.

           DISPLAY "Heure de debut (08 a 17) :".
           ACCEPT WS-SAISIE-HEURE.
           DISPLAY "Duree en heures (1 a 4) :".
           ACCEPT WS-SAISIE-DUREE.
           IF WS-SAISIE-HEURE < 8 OR WS-SAISIE-HEURE > 17 OR
              WS-SAISIE-DUREE < 1 OR WS-SAISIE-DUREE > 4 OR
              WS-SAISIE-HEURE + WS-SAISIE-DUREE > 18
               DISPLAY "REFUSE : le cours doit tenir entre 08 h et"
                       " 18 h, en 1 a 4 heures"
               GO TO 0200-AJOUTER-END
           END-IF.

           DISPLAY "Salle (ex: B12) :".
           ACCEPT WS-SAISIE-SALLE.
           IF WS-SAISIE-SALLE = SPACES
               DISPLAY "REFUSE : salle obligatoire"
               GO TO 0200-AJOUTER-END
           END-IF.

           MOVE WS-SAISIE-CLASSE  TO WS-CMP-A-CLASSE.
           MOVE WS-SAISIE-JOUR    TO WS-CMP-A-JOUR.
           MOVE WS-SAISIE-HEURE   TO WS-CMP-A-HEURE.
           MOVE WS-SAISIE-DUREE   TO WS-CMP-A-DUREE.
           MOVE WS-SAISIE-MATIERE TO WS-CMP-A-MATIERE.
           MOVE WS-SAISIE-ENS     TO WS-CMP-A-ENS.
           MOVE WS-SAISIE-SALLE   TO WS-CMP-A-SALLE.

           MOVE 0 TO WS-NB-CONFLITS.
           PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                   UNTIL WS-IDX-AUTRE > WS-NB-COURS
               MOVE WS-CRS(WS-IDX-AUTRE) TO WS-CMP-B
               PERFORM 0750-CONFLIT-START
               THRU    0750-CONFLIT-END
           END-PERFORM.
           IF WS-NB-CONFLITS > 0
               DISPLAY "REFUSE : " WS-NB-CONFLITS " conflit(s),"
                       " cours non ajoute"
               GO TO 0200-AJOUTER-END
           END-IF.

           IF WS-NB-COURS >= WS-MAX-COURS
               DISPLAY "REFUSE : emploi du temps plein ("
                       WS-MAX-COURS " cours)"
               GO TO 0200-AJOUTER-END
           END-IF.

           ADD 1 TO WS-NB-COURS.
           MOVE WS-CMP-A TO WS-CRS(WS-NB-COURS).

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Cours ajoute : " WS-SAISIE-CLASSE " "
                   WS-SAISIE-MATIERE " le "
                   FUNCTION TRIM(WS-JOUR-LIBELLE(WS-SAISIE-JOUR))
                   " a " WS-SAISIE-HEURE " h, "
                   FUNCTION TRIM(WS-SAISIE-ENS) " en salle "
                   WS-SAISIE-SALLE.

           EXIT.
       0200-AJOUTER-END.

      *Retrait du cours d'une classe designe par son jour et son
      *heure de debut. Les absences deja saisies sur ce cours
      *restent au journal.
       0400-RETIRER-START.

           MOVE "S" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0400-RETIRER-END
           END-IF.

           DISPLAY "Classe (ex: 3A) :".
           ACCEPT WS-SAISIE-CLASSE.
           DISPLAY "Jour (1 = lundi ... 5 = vendredi) :".
           ACCEPT WS-SAISIE-JOUR.
           DISPLAY "Heure de debut (08 a 17) :".
           ACCEPT WS-SAISIE-HEURE.

           MOVE 0 TO WS-CRS-TROUVE.
           PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                   UNTIL WS-IDX-CRS > WS-NB-COURS
               IF WS-CRS-CLASSE(WS-IDX-CRS) = WS-SAISIE-CLASSE AND
                  WS-CRS-JOUR(WS-IDX-CRS)   = WS-SAISIE-JOUR AND
                  WS-CRS-HEURE(WS-IDX-CRS)  = WS-SAISIE-HEURE
                   MOVE WS-IDX-CRS TO WS-CRS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CRS-TROUVE = 0
               DISPLAY "REFUSE : aucun cours de " WS-SAISIE-CLASSE
                       " ce jour-la a " WS-SAISIE-HEURE " h"
               GO TO 0400-RETIRER-END
           END-IF.

           MOVE WS-CRS-MATIERE(WS-CRS-TROUVE) TO WS-SAISIE-MATIERE.
           PERFORM VARYING WS-IDX-CRS FROM WS-CRS-TROUVE BY 1
                   UNTIL WS-IDX-CRS >= WS-NB-COURS
               MOVE WS-CRS(WS-IDX-CRS + 1) TO WS-CRS(WS-IDX-CRS)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-COURS.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Cours de " WS-SAISIE-MATIERE " de "
                   WS-SAISIE-CLASSE " retire".

           EXIT.
       0400-RETIRER-END.

      *Reecriture de l'emploi du temps apres chaque operation,
      *l'ancien passant d'abord en generation.
       0500-SAVE-START.

           MOVE "emploi-du-temps.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-EDT.
           PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                   UNTIL WS-IDX-CRS > WS-NB-COURS
               MOVE SPACES                      TO F-COURS
               MOVE WS-CRS-CLASSE(WS-IDX-CRS)   TO F-EDT-CLASSE
               MOVE WS-CRS-JOUR(WS-IDX-CRS)     TO F-EDT-JOUR
               MOVE WS-CRS-HEURE(WS-IDX-CRS)    TO F-EDT-HEURE
               MOVE WS-CRS-DUREE(WS-IDX-CRS)    TO F-EDT-DUREE
               MOVE WS-CRS-MATIERE(WS-IDX-CRS)  TO F-EDT-MATIERE
               MOVE WS-CRS-ENS(WS-IDX-CRS)      TO F-EDT-ENS
               MOVE WS-CRS-SALLE(WS-IDX-CRS)    TO F-EDT-SALLE
               WRITE F-COURS
               IF WS-EDT-STATUS NOT = "00"
                   DISPLAY "ATTENTION : sauvegarde du cours "
                           WS-CRS-CLASSE(WS-IDX-CRS) " "
                           WS-CRS-MATIERE(WS-IDX-CRS)
                           " en echec, statut " WS-EDT-STATUS
               END-IF
           END-PERFORM.
           CLOSE FICHIER-EDT.

           EXIT.
       0500-SAVE-END.

       0600-LOAD-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-EDT.

      *Statut 05 : fichier optionnel absent, ouvert vide ; la
      *premiere lecture tombe directement en fin de fichier.
           IF WS-EDT-STATUS = "00" OR WS-EDT-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-EDT
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
      *Un jour hors 1-5 (ligne portee a la main) est ecarte : il
      *n'a pas de colonne dans la grille.
                           IF F-EDT-JOUR NOT NUMERIC OR
                              F-EDT-JOUR < 1 OR F-EDT-JOUR > 5
                               DISPLAY "ATTENTION : cours "
                                       F-EDT-CLASSE " " F-EDT-MATIERE
                                       " ecarte, jour " F-EDT-JOUR
                                       " hors 1-5"
                           ELSE
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
                               MOVE F-EDT-ENS     TO
                                    WS-CRS-ENS(WS-NB-COURS)
                               MOVE F-EDT-SALLE   TO
                                    WS-CRS-SALLE(WS-NB-COURS)
                           ELSE
                               DISPLAY "ATTENTION : emploi-du-temps"
                                       ".txt tronque, WS-MAX-COURS"
                                       " depasse"
                               MOVE "O" TO WS-FIN-FICHIER
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EDT
           END-IF.

           EXIT.
       0600-LOAD-END.

       0620-LOAD-AFFECTATIONS-START.

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
                           ELSE
                               DISPLAY "ATTENTION : affectations.txt"
                                       " tronque, WS-MAX-AFF depasse"
                               MOVE "O" TO WS-FIN-FICHIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AFFECTATIONS
           END-IF.

           EXIT.
       0620-LOAD-AFFECTATIONS-END.

      *Conflit entre les cours WS-CMP-A et WS-CMP-B : meme jour et
      *heures qui se chevauchent, pour la meme classe, le meme
      *enseignant ou la meme salle. Chaque conflit est affiche et
      *compte dans WS-NB-CONFLITS.
       0750-CONFLIT-START.

           MOVE "N" TO WS-CHEVAUCHE.
           COMPUTE WS-FIN-A = WS-CMP-A-HEURE + WS-CMP-A-DUREE.
           COMPUTE WS-FIN-B = WS-CMP-B-HEURE + WS-CMP-B-DUREE.
           IF WS-CMP-A-JOUR = WS-CMP-B-JOUR AND
              WS-CMP-A-HEURE < WS-FIN-B AND
              WS-CMP-B-HEURE < WS-FIN-A
               MOVE "O" TO WS-CHEVAUCHE
           END-IF.
           IF WS-CHEVAUCHE = "N"
               GO TO 0750-CONFLIT-END
           END-IF.

           IF WS-CMP-A-CLASSE = WS-CMP-B-CLASSE
               ADD 1 TO WS-NB-CONFLITS
               DISPLAY "CONFLIT classe " WS-CMP-A-CLASSE " le "
                       FUNCTION TRIM(WS-JOUR-LIBELLE(WS-CMP-A-JOUR))
                       " : " WS-CMP-A-MATIERE " a " WS-CMP-A-HEURE
                       " h et " WS-CMP-B-MATIERE " a "
                       WS-CMP-B-HEURE " h"
           END-IF.
           IF WS-CMP-A-ENS = WS-CMP-B-ENS
               ADD 1 TO WS-NB-CONFLITS
               DISPLAY "CONFLIT enseignant "
                       FUNCTION TRIM(WS-CMP-A-ENS) " le "
                       FUNCTION TRIM(WS-JOUR-LIBELLE(WS-CMP-A-JOUR))
                       " : " WS-CMP-A-CLASSE " a " WS-CMP-A-HEURE
                       " h et " WS-CMP-B-CLASSE " a "
                       WS-CMP-B-HEURE " h"
           END-IF.
           IF WS-CMP-A-SALLE = WS-CMP-B-SALLE
               ADD 1 TO WS-NB-CONFLITS
               DISPLAY "CONFLIT salle " WS-CMP-A-SALLE " le "
                       FUNCTION TRIM(WS-JOUR-LIBELLE(WS-CMP-A-JOUR))
                       " : " WS-CMP-A-CLASSE " a " WS-CMP-A-HEURE
                       " h et " WS-CMP-B-CLASSE " a "
                       WS-CMP-B-HEURE " h"
           END-IF.

           EXIT.
       0750-CONFLIT-END.

      *Cours d'une classe, jour par jour.
       0800-LISTER-START.

           DISPLAY "Classe (ex: 3A) :".
           ACCEPT WS-SAISIE-CLASSE.

           MOVE 0 TO WS-CRS-TROUVE.
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > 5
               PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                       UNTIL WS-IDX-CRS > WS-NB-COURS
                   IF WS-CRS-CLASSE(WS-IDX-CRS) = WS-SAISIE-CLASSE
                      AND WS-CRS-JOUR(WS-IDX-CRS) = WS-IDX-JOUR
                       ADD 1 TO WS-CRS-TROUVE
                       DISPLAY WS-JOUR-LIBELLE(WS-IDX-JOUR) " "
                               WS-CRS-HEURE(WS-IDX-CRS) " h "
                               WS-CRS-DUREE(WS-IDX-CRS) " h "
                               WS-CRS-MATIERE(WS-IDX-CRS) " "
                               WS-CRS-ENS(WS-IDX-CRS) " salle "
                               WS-CRS-SALLE(WS-IDX-CRS)
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-CRS-TROUVE = 0
               DISPLAY "Aucun cours pour " WS-SAISIE-CLASSE "."
           END-IF.

           EXIT.
       0800-LISTER-END.

      *Controle de tout le fichier, chaque paire de cours comparee
      *une fois : les lignes portees a la main ou avant un retrait
      *d'affectation n'ont pas ete controlees a la saisie.
       0850-CONTROLER-START.

           MOVE 0 TO WS-NB-CONFLITS.
           PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                   UNTIL WS-IDX-CRS > WS-NB-COURS
               MOVE WS-CRS(WS-IDX-CRS) TO WS-CMP-A
               PERFORM VARYING WS-IDX-AUTRE FROM WS-IDX-CRS BY 1
                       UNTIL WS-IDX-AUTRE > WS-NB-COURS
                   IF WS-IDX-AUTRE > WS-IDX-CRS
                       MOVE WS-CRS(WS-IDX-AUTRE) TO WS-CMP-B
                       PERFORM 0750-CONFLIT-START
                       THRU    0750-CONFLIT-END
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-NB-CONFLITS = 0
               DISPLAY "Aucun conflit sur " WS-NB-COURS " cours."
           ELSE
               DISPLAY "ATTENTION : " WS-NB-CONFLITS " conflit(s)"
                       " sur " WS-NB-COURS " cours."
           END-IF.

           EXIT.
       0850-CONTROLER-END.

      *Grille de la semaine de chaque classe : une ligne par heure
      *de 08 h a 17 h, la matiere et la salle du cours qui l'occupe
      *sous chaque jour.
       0900-IMPRIMER-START.

           MOVE 0 TO WS-NB-CLS.
           PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                   UNTIL WS-IDX-CRS > WS-NB-COURS
               MOVE "N" TO WS-CLS-TROUVE
               PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                       UNTIL WS-IDX-CLS > WS-NB-CLS
                   IF WS-CLS-CODE(WS-IDX-CLS) =
                                       WS-CRS-CLASSE(WS-IDX-CRS)
                       MOVE "O" TO WS-CLS-TROUVE
                   END-IF
               END-PERFORM
               IF WS-CLS-TROUVE = "N" AND WS-NB-CLS < WS-MAX-CLS
                   ADD 1 TO WS-NB-CLS
                   MOVE WS-CRS-CLASSE(WS-IDX-CRS) TO
                        WS-CLS-CODE(WS-NB-CLS)
               END-IF
           END-PERFORM.

           OPEN OUTPUT FICHIER-GRILLES.

           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE SPACES TO F-GRILLE-ENTETE.
           STRING "Emplois du temps - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-GRILLE-ENTETE.
           WRITE F-GRILLE-ENTETE.

           MOVE 0 TO WS-NB-GRILLES.
           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-NB-CLS
               PERFORM 0910-GRILLE-CLASSE-START
               THRU    0910-GRILLE-CLASSE-END
           END-PERFORM.

           CLOSE FICHIER-GRILLES.

           DISPLAY WS-NB-GRILLES " grille(s) ecrite(s) dans"
                   " emploi-du-temps-classes.txt".

           EXIT.
       0900-IMPRIMER-END.

       0910-GRILLE-CLASSE-START.

           MOVE SPACES TO F-GRILLE.
           WRITE F-GRILLE.
           STRING "---- Emploi du temps de la classe "
                  WS-CLS-CODE(WS-IDX-CLS) " ----"
                  DELIMITED BY SIZE INTO F-GRILLE.
           WRITE F-GRILLE.
           MOVE WS-LIGNE-TITRES TO F-GRILLE.
           WRITE F-GRILLE.

           PERFORM VARYING WS-IDX-HEURE FROM 8 BY 1
                   UNTIL WS-IDX-HEURE > 17
               MOVE SPACES TO WS-LIGNE-GRILLE
               STRING WS-IDX-HEURE " h"
                      DELIMITED BY SIZE INTO WS-LG-HEURE
               PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                       UNTIL WS-IDX-CRS > WS-NB-COURS
                   IF WS-CRS-CLASSE(WS-IDX-CRS) =
                                       WS-CLS-CODE(WS-IDX-CLS) AND
                      WS-CRS-HEURE(WS-IDX-CRS) <= WS-IDX-HEURE AND
                      WS-CRS-HEURE(WS-IDX-CRS) +
                      WS-CRS-DUREE(WS-IDX-CRS) > WS-IDX-HEURE
                       MOVE WS-CRS-JOUR(WS-IDX-CRS) TO WS-IDX-JOUR
                       MOVE WS-CRS-MATIERE(WS-IDX-CRS) TO
                            WS-LG-MATIERE(WS-IDX-JOUR)
                       MOVE WS-CRS-SALLE(WS-IDX-CRS) TO
                            WS-LG-SALLE(WS-IDX-JOUR)
                   END-IF
               END-PERFORM
               MOVE WS-LIGNE-GRILLE TO F-GRILLE
               WRITE F-GRILLE
           END-PERFORM.

           ADD 1 TO WS-NB-GRILLES.

           EXIT.
       0910-GRILLE-CLASSE-END.
