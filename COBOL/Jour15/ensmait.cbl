       IDENTIFICATION DIVISION.
       PROGRAM-ID. ensmait.
       AUTHOR.    Terry.

      *Tenue du referentiel des enseignants (enseignants.txt : code,
      *nom, actif O/N) et de leurs affectations (affectations.txt :
      *une ligne par enseignant, classe de eleves-maitre.txt et
      *matiere de matieres.txt). Le code de l'enseignant est son
      *code operateur declare avec habilit : saisinote n'accepte
      *une note que de l'enseignant affecte a la classe de l'eleve
      *dans la matiere, bulletin imprime son nom en regard de la
      *matiere et rapens en tire le releve par enseignant. Une
      *matiere d'une classe n'a qu'un enseignant ; un enseignant
      *ne passe inactif qu'une fois ses affectations retirees.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : les deux fichiers n'existent pas au premier
      *lancement.
           SELECT OPTIONAL FICHIER-ENSEIGNANTS ASSIGN TO
               "enseignants.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENS-STATUS.

           SELECT OPTIONAL FICHIER-AFFECTATIONS ASSIGN TO
               "affectations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFF-STATUS.

      *Referentiels de controle des classes et des matieres.
           SELECT FICHIER-ELEVES ASSIGN TO "eleves-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FICHIER-MATIERES ASSIGN TO "matieres.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Un enseignant : code operateur, nom, actif O/N.
       FD FICHIER-ENSEIGNANTS.
       01  F-ENSEIGNANT.
           05 F-ENS-CODE        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-ENS-NOM         PIC X(20).
           05 FILLER            PIC X(01).
           05 F-ENS-ACTIF       PIC X(01).

      *Une affectation : enseignant, classe, matiere.
       FD FICHIER-AFFECTATIONS.
       01  F-AFFECTATION.
           05 F-AFF-ENS         PIC X(08).
           05 FILLER            PIC X(01).
           05 F-AFF-CLASSE      PIC X(05).
           05 FILLER            PIC X(01).
           05 F-AFF-MATIERE     PIC X(06).

      *Memes decoupages que les FD de saisinote.
       FD FICHIER-ELEVES.
       01  F-ELEVES.
           05 F-ELEVE-ID        PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-NOM             PIC X(10).
           05 FILLER            PIC X(01).
           05 F-CLASSE          PIC X(05).

       FD FICHIER-MATIERES.
       01  F-MATIERE.
           05 F-MAT-CODE        PIC X(06).
           05 FILLER            PIC X(01).
           05 F-MAT-COEF        PIC 9(01)V9.

       WORKING-STORAGE SECTION.

      *Enseignants du referentiel.
       01  WS-TABLE-ENSEIGNANTS.
           05 WS-ENS OCCURS 50 TIMES.
               10 WS-ENS-CODE      PIC X(08).
               10 WS-ENS-NOM       PIC X(20).
               10 WS-ENS-ACTIF     PIC X(01).

       77  WS-IDX-ENS           PIC 9(02) VALUE 1.
       77  WS-MAX-ENS           PIC 9(02) VALUE 50.
       77  WS-NB-ENS            PIC 9(02) VALUE 0.
       77  WS-ENS-TROUVE        PIC 9(02) VALUE 0.
       77  WS-ENS-STATUS        PIC X(02) VALUE SPACES.

      *Affectations.
       01  WS-TABLE-AFFECTATIONS.
           05 WS-AFF OCCURS 200 TIMES.
               10 WS-AFF-ENS       PIC X(08).
               10 WS-AFF-CLASSE    PIC X(05).
               10 WS-AFF-MATIERE   PIC X(06).

       77  WS-IDX-AFF           PIC 9(03) VALUE 1.
       77  WS-MAX-AFF           PIC 9(03) VALUE 200.
       77  WS-NB-AFF            PIC 9(03) VALUE 0.
      *Affectation de la classe et de la matiere saisies (0 =
      *aucune) et nombre d'affectations d'un enseignant.
       77  WS-AFF-TROUVE        PIC 9(03) VALUE 0.
       77  WS-NB-AFF-ENS        PIC 9(03) VALUE 0.
       77  WS-AFF-STATUS        PIC X(02) VALUE SPACES.

      *Classes presentes dans eleves-maitre.txt et matieres du
      *referentiel, pour le controle des affectations.
       01  WS-TABLE-CLASSES.
           05 WS-CLS OCCURS 20 TIMES.
               10 WS-CLS-CODE      PIC X(05).

       77  WS-IDX-CLS           PIC 9(02) VALUE 1.
       77  WS-MAX-CLS           PIC 9(02) VALUE 20.
       77  WS-NB-CLS            PIC 9(02) VALUE 0.
       77  WS-CLS-TROUVE        PIC X(01) VALUE "N".

       01  WS-TABLE-MATIERES.
           05 WS-MATS OCCURS 20 TIMES.
               10 WS-MAT-CODE      PIC X(06).

       77  WS-IDX-MAT           PIC 9(02) VALUE 1.
       77  WS-MAX-MATIERES      PIC 9(02) VALUE 20.
       77  WS-NB-MATIERES       PIC 9(02) VALUE 0.
       77  WS-MATIERE-TROUVEE   PIC X(01) VALUE "N".

       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

      *Choix du menu et zones de saisie.
       77  WS-CHOIX             PIC 9(01) VALUE 0.
       77  WS-SAISIE-CODE       PIC X(08) VALUE SPACES.
       77  WS-SAISIE-NOM        PIC X(20) VALUE SPACES.
       77  WS-SAISIE-ACTIF      PIC X(01) VALUE SPACE.
       77  WS-SAISIE-CLASSE     PIC X(05) VALUE SPACES.
       77  WS-SAISIE-MATIERE    PIC X(06) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *avant toute reecriture d'un referentiel.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Verrou d'ecriture unique (sous-programme Verrou) sur
      *enseignants.txt, qui couvre aussi affectations.txt : les
      *deux fichiers sont charges entiers puis reecrits ensemble.
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
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "ensmait".
       77  WS-HB-DROIT       PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR   PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE   PIC 9(10) VALUE 0.
       77  WS-HB-STATUT      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0040-IDENTIFIER-START
           THRU    0040-IDENTIFIER-END.
           MOVE WS-HB-OPERATEUR TO WS-VR-UTILISATEUR.
           MOVE "enseignants.txt" TO WS-VR-FICHIER.
           PERFORM 0050-VERROUILLER-START
           THRU    0050-VERROUILLER-END.

           PERFORM 0600-LOAD-START
           THRU    0600-LOAD-END.

           PERFORM 0620-LOAD-AFFECTATIONS-START
           THRU    0620-LOAD-AFFECTATIONS-END.

           PERFORM 0630-LOAD-CLASSES-START
           THRU    0630-LOAD-CLASSES-END.

           PERFORM 0640-LOAD-MATIERES-START
           THRU    0640-LOAD-MATIERES-END.

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
                   DISPLAY "Referentiel des enseignants"
                   DISPLAY "1- Ajouter un enseignant"
                   DISPLAY "2- Modifier un enseignant (nom, actif)"
                   DISPLAY "3- Affecter un enseignant a une classe"
                           " et une matiere"
                   DISPLAY "4- Retirer une affectation"
                   DISPLAY "5- Lister enseignants et affectations"
                   DISPLAY "6- Quitter"
                   ACCEPT WS-CHOIX
                   EVALUATE WS-CHOIX
                       WHEN = 1
                           PERFORM 0200-AJOUTER-START
                           THRU    0200-AJOUTER-END
                       WHEN = 2
                           PERFORM 0300-MODIFIER-START
                           THRU    0300-MODIFIER-END
                       WHEN = 3
                           PERFORM 0350-AFFECTER-START
                           THRU    0350-AFFECTER-END
                       WHEN = 4
                           PERFORM 0400-RETIRER-START
                           THRU    0400-RETIRER-END
                       WHEN = 5
                           PERFORM 0800-LISTER-START
                           THRU    0800-LISTER-END
                       WHEN = 6
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Je n'ai pas compris votre demande"
                   END-EVALUATE
           END-PERFORM.

           EXIT.
       0100-MENU-END.

      *Nouvel enseignant, actif. Son code est celui sous lequel il
      *s'identifie dans saisinote.
       0200-AJOUTER-START.

           MOVE "C" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0200-AJOUTER-END
           END-IF.

           DISPLAY "Code operateur de l'enseignant :".
           ACCEPT WS-SAISIE-CODE.
           IF WS-SAISIE-CODE = SPACES
               DISPLAY "REFUSE : code obligatoire"
               GO TO 0200-AJOUTER-END
           END-IF.

           PERFORM 0700-CHERCHER-START
           THRU    0700-CHERCHER-END.
           IF WS-ENS-TROUVE > 0
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-CODE)
                       " est deja au referentiel"
               GO TO 0200-AJOUTER-END
           END-IF.

           IF WS-NB-ENS >= WS-MAX-ENS
               DISPLAY "REFUSE : referentiel plein (" WS-MAX-ENS
                       " enseignants)"
               GO TO 0200-AJOUTER-END
           END-IF.

           DISPLAY "Nom de l'enseignant :".
           ACCEPT WS-SAISIE-NOM.
           IF WS-SAISIE-NOM = SPACES
               DISPLAY "REFUSE : nom obligatoire"
               GO TO 0200-AJOUTER-END
           END-IF.

           ADD 1 TO WS-NB-ENS.
           MOVE WS-SAISIE-CODE TO WS-ENS-CODE(WS-NB-ENS).
           MOVE WS-SAISIE-NOM  TO WS-ENS-NOM(WS-NB-ENS).
           MOVE "O"            TO WS-ENS-ACTIF(WS-NB-ENS).

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Enseignant " FUNCTION TRIM(WS-SAISIE-CODE)
                   " ajoute".

           EXIT.
       0200-AJOUTER-END.

      *Nom (blanc = inchange) et actif O/N. Un enseignant encore
      *affecte ne passe pas inactif.
       0300-MODIFIER-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0300-MODIFIER-END
           END-IF.

           DISPLAY "Code operateur de l'enseignant :".
           ACCEPT WS-SAISIE-CODE.
           PERFORM 0700-CHERCHER-START
           THRU    0700-CHERCHER-END.
           IF WS-ENS-TROUVE = 0
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-CODE)
                       " absent du referentiel"
               GO TO 0300-MODIFIER-END
           END-IF.

           DISPLAY "Nom actuel : " WS-ENS-NOM(WS-ENS-TROUVE).
           DISPLAY "Nouveau nom (blanc = inchange) :".
           MOVE SPACES TO WS-SAISIE-NOM.
           ACCEPT WS-SAISIE-NOM.
           DISPLAY "Actif (O/N, blanc = inchange) :".
           MOVE SPACE TO WS-SAISIE-ACTIF.
           ACCEPT WS-SAISIE-ACTIF.

           IF WS-SAISIE-ACTIF NOT = SPACE AND
              WS-SAISIE-ACTIF NOT = "O" AND
              WS-SAISIE-ACTIF NOT = "N"
               DISPLAY "REFUSE : actif O ou N"
               GO TO 0300-MODIFIER-END
           END-IF.

           IF WS-SAISIE-ACTIF = "N"
               PERFORM 0710-COMPTER-AFF-START
               THRU    0710-COMPTER-AFF-END
               IF WS-NB-AFF-ENS > 0
                   DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-CODE)
                           " porte encore " WS-NB-AFF-ENS
                           " affectation(s), a retirer d'abord"
                           " (choix 4)"
                   GO TO 0300-MODIFIER-END
               END-IF
           END-IF.

           IF WS-SAISIE-NOM NOT = SPACES
               MOVE WS-SAISIE-NOM TO WS-ENS-NOM(WS-ENS-TROUVE)
           END-IF.
           IF WS-SAISIE-ACTIF NOT = SPACE
               MOVE WS-SAISIE-ACTIF TO WS-ENS-ACTIF(WS-ENS-TROUVE)
           END-IF.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Enseignant " FUNCTION TRIM(WS-SAISIE-CODE)
                   " modifie".

           EXIT.
       0300-MODIFIER-END.

      *Affectation d'un enseignant actif a une classe connue dans
      *une matiere du referentiel. La matiere d'une classe n'a
      *qu'un enseignant : celui en place est a retirer d'abord.
       0350-AFFECTER-START.

           MOVE "C" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0350-AFFECTER-END
           END-IF.

           DISPLAY "Code operateur de l'enseignant :".
           ACCEPT WS-SAISIE-CODE.
           PERFORM 0700-CHERCHER-START
           THRU    0700-CHERCHER-END.
           IF WS-ENS-TROUVE = 0
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-CODE)
                       " absent du referentiel"
               GO TO 0350-AFFECTER-END
           END-IF.
           IF WS-ENS-ACTIF(WS-ENS-TROUVE) NOT = "O"
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-CODE)
                       " n'est pas actif"
               GO TO 0350-AFFECTER-END
           END-IF.

           PERFORM 0650-SAISIR-AFFECTATION-START
           THRU    0650-SAISIR-AFFECTATION-END.
           IF WS-CLS-TROUVE = "N" OR WS-MATIERE-TROUVEE = "N"
               GO TO 0350-AFFECTER-END
           END-IF.

           IF WS-AFF-TROUVE > 0
               IF WS-AFF-ENS(WS-AFF-TROUVE) = WS-SAISIE-CODE
                   DISPLAY "REFUSE : affectation deja en place"
               ELSE
                   DISPLAY "REFUSE : " WS-SAISIE-MATIERE " de "
                           WS-SAISIE-CLASSE " est deja affectee a "
                           FUNCTION TRIM(WS-AFF-ENS(WS-AFF-TROUVE))
                           ", a retirer d'abord (choix 4)"
               END-IF
               GO TO 0350-AFFECTER-END
           END-IF.

           IF WS-NB-AFF >= WS-MAX-AFF
               DISPLAY "REFUSE : table des affectations pleine ("
                       WS-MAX-AFF ")"
               GO TO 0350-AFFECTER-END
           END-IF.

           ADD 1 TO WS-NB-AFF.
           MOVE WS-SAISIE-CODE    TO WS-AFF-ENS(WS-NB-AFF).
           MOVE WS-SAISIE-CLASSE  TO WS-AFF-CLASSE(WS-NB-AFF).
           MOVE WS-SAISIE-MATIERE TO WS-AFF-MATIERE(WS-NB-AFF).

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY FUNCTION TRIM(WS-SAISIE-CODE) " affecte a "
                   WS-SAISIE-MATIERE " de " WS-SAISIE-CLASSE.

           EXIT.
       0350-AFFECTER-END.

      *Retrait de l'enseignant d'une matiere d'une classe : les
      *notes deja saisies restent.
       0400-RETIRER-START.

           MOVE "S" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0400-RETIRER-END
           END-IF.

           DISPLAY "Code operateur de l'enseignant :".
           ACCEPT WS-SAISIE-CODE.

           PERFORM 0650-SAISIR-AFFECTATION-START
           THRU    0650-SAISIR-AFFECTATION-END.

           IF WS-AFF-TROUVE = 0
               DISPLAY "REFUSE : aucune affectation de "
                       FUNCTION TRIM(WS-SAISIE-CODE) " en "
                       WS-SAISIE-MATIERE " de " WS-SAISIE-CLASSE
               GO TO 0400-RETIRER-END
           END-IF.
           IF WS-AFF-ENS(WS-AFF-TROUVE) NOT = WS-SAISIE-CODE
               DISPLAY "REFUSE : " WS-SAISIE-MATIERE " de "
                       WS-SAISIE-CLASSE " est affectee a "
                       FUNCTION TRIM(WS-AFF-ENS(WS-AFF-TROUVE))
               GO TO 0400-RETIRER-END
           END-IF.

           PERFORM VARYING WS-IDX-AFF FROM WS-AFF-TROUVE BY 1
                   UNTIL WS-IDX-AFF >= WS-NB-AFF
               MOVE WS-AFF(WS-IDX-AFF + 1) TO WS-AFF(WS-IDX-AFF)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-AFF.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Affectation de " FUNCTION TRIM(WS-SAISIE-CODE)
                   " en " WS-SAISIE-MATIERE " de " WS-SAISIE-CLASSE
                   " retiree".

           EXIT.
       0400-RETIRER-END.

      *Reecriture des deux fichiers apres chaque operation, les
      *anciens passant d'abord en generation.
       0500-SAVE-START.

           MOVE "enseignants.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-ENSEIGNANTS.
           PERFORM VARYING WS-IDX-ENS FROM 1 BY 1
                   UNTIL WS-IDX-ENS > WS-NB-ENS
               MOVE SPACES                   TO F-ENSEIGNANT
               MOVE WS-ENS-CODE(WS-IDX-ENS)  TO F-ENS-CODE
               MOVE WS-ENS-NOM(WS-IDX-ENS)   TO F-ENS-NOM
               MOVE WS-ENS-ACTIF(WS-IDX-ENS) TO F-ENS-ACTIF
               WRITE F-ENSEIGNANT
               IF WS-ENS-STATUS NOT = "00"
                   DISPLAY "ATTENTION : sauvegarde de l'enseignant "
                           WS-ENS-CODE(WS-IDX-ENS)
                           " en echec, statut " WS-ENS-STATUS
               END-IF
           END-PERFORM.
           CLOSE FICHIER-ENSEIGNANTS.

           MOVE "affectations.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-AFFECTATIONS.
           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-NB-AFF
               MOVE SPACES                     TO F-AFFECTATION
               MOVE WS-AFF-ENS(WS-IDX-AFF)     TO F-AFF-ENS
               MOVE WS-AFF-CLASSE(WS-IDX-AFF)  TO F-AFF-CLASSE
               MOVE WS-AFF-MATIERE(WS-IDX-AFF) TO F-AFF-MATIERE
               WRITE F-AFFECTATION
               IF WS-AFF-STATUS NOT = "00"
                   DISPLAY "ATTENTION : sauvegarde de l'affectation "
                           WS-AFF-ENS(WS-IDX-AFF) " "
                           WS-AFF-CLASSE(WS-IDX-AFF) " "
                           WS-AFF-MATIERE(WS-IDX-AFF)
                           " en echec, statut " WS-AFF-STATUS
               END-IF
           END-PERFORM.
           CLOSE FICHIER-AFFECTATIONS.

           EXIT.
       0500-SAVE-END.

       0600-LOAD-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ENSEIGNANTS.

      *Statut 05 : fichier optionnel absent, ouvert vide ; la
      *premiere lecture tombe directement en fin de fichier.
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
                           ELSE
                               DISPLAY "ATTENTION : enseignants.txt"
                                       " tronque, WS-MAX-ENS depasse"
                               MOVE "O" TO WS-FIN-FICHIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ENSEIGNANTS
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

      *Classes distinctes des fiches eleves.
       0630-LOAD-CLASSES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ELEVES.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-ELEVES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE "N" TO WS-CLS-TROUVE
                       PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                               UNTIL WS-IDX-CLS > WS-NB-CLS
                           IF WS-CLS-CODE(WS-IDX-CLS) = F-CLASSE
                               MOVE "O" TO WS-CLS-TROUVE
                           END-IF
                       END-PERFORM
                       IF WS-CLS-TROUVE = "N" AND
                          WS-NB-CLS < WS-MAX-CLS
                           ADD 1 TO WS-NB-CLS
                           MOVE F-CLASSE TO WS-CLS-CODE(WS-NB-CLS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ELEVES.

           EXIT.
       0630-LOAD-CLASSES-END.

       0640-LOAD-MATIERES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-MATIERES.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-MATIERES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-NB-MATIERES < WS-MAX-MATIERES
                           ADD 1 TO WS-NB-MATIERES
                           MOVE F-MAT-CODE TO
                                WS-MAT-CODE(WS-NB-MATIERES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-MATIERES.

           EXIT.
       0640-LOAD-MATIERES-END.

      *Saisie et controle d'une classe et d'une matiere, puis
      *recherche de leur affectation (WS-AFF-TROUVE, 0 = aucune).
       0650-SAISIR-AFFECTATION-START.

           MOVE 0 TO WS-AFF-TROUVE.

           DISPLAY "Classe (ex: 3A) :".
           ACCEPT WS-SAISIE-CLASSE.
           MOVE "N" TO WS-CLS-TROUVE.
           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-NB-CLS
               IF WS-CLS-CODE(WS-IDX-CLS) = WS-SAISIE-CLASSE
                   MOVE "O" TO WS-CLS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CLS-TROUVE = "N"
               DISPLAY "REFUSE : classe " WS-SAISIE-CLASSE
                       " absente de eleves-maitre.txt"
               GO TO 0650-SAISIR-AFFECTATION-END
           END-IF.

           DISPLAY "Code matiere (ex: MATH) :".
           ACCEPT WS-SAISIE-MATIERE.
           MOVE "N" TO WS-MATIERE-TROUVEE.
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MATIERES
               IF WS-MAT-CODE(WS-IDX-MAT) = WS-SAISIE-MATIERE
                   MOVE "O" TO WS-MATIERE-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-MATIERE-TROUVEE = "N"
               DISPLAY "REFUSE : matiere " WS-SAISIE-MATIERE
                       " absente du referentiel matieres.txt"
               GO TO 0650-SAISIR-AFFECTATION-END
           END-IF.

           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-NB-AFF
               IF WS-AFF-CLASSE(WS-IDX-AFF) = WS-SAISIE-CLASSE AND
                  WS-AFF-MATIERE(WS-IDX-AFF) = WS-SAISIE-MATIERE
                   MOVE WS-IDX-AFF TO WS-AFF-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0650-SAISIR-AFFECTATION-END.

      *Recherche de l'enseignant WS-SAISIE-CODE (WS-ENS-TROUVE, 0 =
      *absent).
       0700-CHERCHER-START.

           MOVE 0 TO WS-ENS-TROUVE.
           PERFORM VARYING WS-IDX-ENS FROM 1 BY 1
                   UNTIL WS-IDX-ENS > WS-NB-ENS
               IF WS-ENS-CODE(WS-IDX-ENS) = WS-SAISIE-CODE
                   MOVE WS-IDX-ENS TO WS-ENS-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0700-CHERCHER-END.

      *Nombre d'affectations de l'enseignant WS-SAISIE-CODE.
       0710-COMPTER-AFF-START.

           MOVE 0 TO WS-NB-AFF-ENS.
           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-NB-AFF
               IF WS-AFF-ENS(WS-IDX-AFF) = WS-SAISIE-CODE
                   ADD 1 TO WS-NB-AFF-ENS
               END-IF
           END-PERFORM.

           EXIT.
       0710-COMPTER-AFF-END.

      *Liste des enseignants, chacun suivi de ses affectations.
       0800-LISTER-START.

           PERFORM VARYING WS-IDX-ENS FROM 1 BY 1
                   UNTIL WS-IDX-ENS > WS-NB-ENS
               DISPLAY WS-ENS-CODE(WS-IDX-ENS) " "
                       WS-ENS-NOM(WS-IDX-ENS)
                       " actif " WS-ENS-ACTIF(WS-IDX-ENS)
               PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                       UNTIL WS-IDX-AFF > WS-NB-AFF
                   IF WS-AFF-ENS(WS-IDX-AFF) = WS-ENS-CODE(WS-IDX-ENS)
                       DISPLAY "    " WS-AFF-CLASSE(WS-IDX-AFF) " "
                               WS-AFF-MATIERE(WS-IDX-AFF)
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-NB-ENS = 0
               DISPLAY "Referentiel vide."
           END-IF.

           EXIT.
       0800-LISTER-END.
