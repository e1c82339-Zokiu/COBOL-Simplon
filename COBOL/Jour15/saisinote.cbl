      *personne n'edite notes-matieres.txt dans un editeur de
      *texte. L'eleve est controle dans eleves-maitre.txt, la
      *matiere dans le referentiel matieres.txt, la note est bornee
      *0-20, et un doublon eleve+matiere+evaluation est refuse en
      *saisie. Chaque note porte le code de son evaluation (DS1,
      *COMPO...), sa date, son trimestre (deduit de la date a
      *defaut : septembre-decembre 1, janvier-mars 2, avril-aout
      *3) et son poids (1 a 9) : un devoir n'ecrase plus le
      *precedent et les moyennes se font trimestre par trimestre.
      *La correction d'une note existante passe par un mode dedie
      *qui journalise dans journal-notes.txt l'ancienne valeur, la
      *nouvelle, la date et l'operateur : le zero arrive sur le
      *mauvais bulletin ne restera plus inexplique.
      *Seul l'enseignant affecte a la classe de l'eleve dans la
      *matiere (affectations.txt, tenu par ensmait, le code de
      *l'enseignant etant son code operateur) peut saisir ou
      *corriger la note.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTES-STATUS.

      *Affectations des enseignants. OPTIONAL : tant que ensmait
      *n'a rien affecte, aucune note n'est acceptee.
       SELECT OPTIONAL FICHIER-AFFECTATIONS ASSIGN TO
           "affectations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AFF-STATUS.

      *Journal des corrections : une ligne horodatee par note
      *corrigee, avec l'operateur. OPTIONAL : n'existe pas avant
      *la premiere correction.
           05 FILLER         PIC X(01).
           05 F-MAT-COEF     PIC 9(01)V9.

      *Meme decoupage que le FD des quatre programmes de notes :
      *une note par evaluation, avec sa date (AAAAMMJJ), son
      *trimestre (1-3) et son poids (1-9).
       FD FICHIER-NOTES.
       01 F-NOTES.
           05 F-NOTE-ELEVE     PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-NOTE-MATIERE   PIC X(06).
           05 FILLER           PIC X(01).
           05 F-NOTE-VALEUR    PIC 9(02).
           05 FILLER           PIC X(01).
           05 F-NOTE-EVAL      PIC X(06).
           05 FILLER           PIC X(01).
           05 F-NOTE-DATE      PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-NOTE-TRIMESTRE PIC 9(01).
           05 FILLER           PIC X(01).
           05 F-NOTE-POIDS     PIC 9(01).

      *Meme decoupage que le FD FICHIER-AFFECTATIONS de ensmait.
       FD FICHIER-AFFECTATIONS.
       01 F-AFFECTATION.
           05 F-AFF-ENS      PIC X(08).
           05 FILLER         PIC X(01).
           05 F-AFF-CLASSE   PIC X(05).
           05 FILLER         PIC X(01).
           05 F-AFF-MATIERE  PIC X(06).

       FD FICHIER-JOURNAL.
       01 F-JOURNAL          PIC X(100).

       WORKING-STORAGE SECTION.

      *Eleves charges pour le controle d'existence, avec leur
      *classe pour le controle de l'affectation.
       01 WS-TABLE-ELEVES.
         03 WS-ELEVES OCCURS 60 TIMES.
           05 WS-ELEVE-ID    PIC 9(03).
           05 WS-ELEVE-CLASSE PIC X(05).

       77  WS-IDX-ELV        PIC 9(02) VALUE 1.
       77  WS-MAX-ELEVES     PIC 9(02) VALUE 60.
       77  WS-MAX-MATIERES   PIC 9(02) VALUE 20.
       77  WS-NB-MATIERES    PIC 9(02) VALUE 0.

      *Classes et matieres affectees a l'operateur identifie.
       01 WS-TABLE-AFFECTATIONS.
         03 WS-AFF OCCURS 50 TIMES.
           05 WS-AFF-CLASSE  PIC X(05).
           05 WS-AFF-MATIERE PIC X(06).

       77  WS-IDX-AFF        PIC 9(02) VALUE 1.
       77  WS-MAX-AFF        PIC 9(02) VALUE 50.
       77  WS-NB-AFF         PIC 9(02) VALUE 0.
       77  WS-AFF-STATUS     PIC X(02) VALUE SPACES.
       77  WS-AFFECTE        PIC X(01) VALUE "N".
       77  WS-CLASSE-ELEVE   PIC X(05) VALUE SPACES.

      *Notes existantes chargees pour refuser les doublons et
      *porter les corrections, reecrites en fin de traitement si
      *une correction a eu lieu.
       01 WS-TABLE-NOTES.
         03 WS-NOTES OCCURS 900 TIMES.
           05 WS-NT-ELEVE    PIC 9(03).
           05 WS-NT-MATIERE  PIC X(06).
           05 WS-NT-VALEUR   PIC 9(02).
           05 WS-NT-EVAL     PIC X(06).
           05 WS-NT-DATE     PIC 9(08).
           05 WS-NT-TRIMESTRE PIC 9(01).
           05 WS-NT-POIDS    PIC 9(01).

       77  WS-IDX-NOTE       PIC 9(03) VALUE 1.
       77  WS-MAX-NOTES      PIC 9(03) VALUE 900.
       77  WS-NB-NOTES       PIC 9(03) VALUE 0.

       77  WS-FIN-FICHIER    PIC X(01) VALUE "N".
       77  WS-SAISIE-ELEVE   PIC 9(03) VALUE 0.
       77  WS-SAISIE-MATIERE PIC X(06) VALUE SPACES.
       77  WS-SAISIE-NOTE    PIC 9(02) VALUE 0.
       77  WS-SAISIE-EVAL    PIC X(06) VALUE SPACES.
       77  WS-SAISIE-DATE    PIC 9(08) VALUE 0.
       77  WS-SAISIE-TRIMESTRE PIC 9(01) VALUE 0.
       77  WS-SAISIE-POIDS   PIC 9(01) VALUE 0.
       77  WS-ELEVE-TROUVE   PIC X(01) VALUE "N".
       77  WS-MATIERE-TROUVEE PIC X(01) VALUE "N".
       77  WS-NOTE-TROUVEE   PIC 9(03) VALUE 0.
      *Horodatage des lignes du journal des corrections.
       01  WS-HORODATAGE     PIC X(19).

      *Date du jour AAAAMMJJ, date d'evaluation par defaut.
       01  WS-DATE-SYS       PIC X(21).
       77  WS-DATE-JOUR      PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(controle de la date d'evaluation).
       77  WS-DC-FONCTION    PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1      PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2      PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE      PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT    PIC S9(07) VALUE 0.
       77  WS-DC-STATUT      PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER     PIC X(40) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Habilitation :
      *identification de l'operateur (code et mot de passe) et
      *controle de ses droits sur chaque action.
       77  WS-HB-ACTION      PIC X(01) VALUE SPACE.
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "saisinote".
       77  WS-HB-DROIT       PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR   PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE   PIC 9(10) VALUE 0.
       77  WS-HB-STATUT      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0040-IDENTIFIER-START
           THRU    0040-IDENTIFIER-END.
           MOVE WS-HB-OPERATEUR TO WS-OPERATEUR.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           PERFORM 0100-READ-ELEVES-START
           THRU    0100-READ-ELEVES-END.
           PERFORM 0150-READ-MATIERES-START
           THRU    0150-READ-MATIERES-END.

           PERFORM 0180-READ-AFFECTATIONS-START
           THRU    0180-READ-AFFECTATIONS-END.

           PERFORM 0200-READ-NOTES-START
           THRU    0200-READ-NOTES-END.


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

       0100-READ-ELEVES-START.

           OPEN INPUT FICHIER-ELEVES.
                           ADD 1 TO WS-NB-ELEVES
                           MOVE F-ELEVE-ID TO
                                WS-ELEVE-ID(WS-NB-ELEVES)
                           MOVE F-CLASSE   TO
                                WS-ELEVE-CLASSE(WS-NB-ELEVES)
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.
       0150-READ-MATIERES-END.

      *Affectations de l'operateur identifie, les seules sous
      *lesquelles il peut noter.
       0180-READ-AFFECTATIONS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-AFFECTATIONS.

      *Statut 05 : fichier optionnel absent, aucune affectation.
           IF WS-AFF-STATUS = "00" OR WS-AFF-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-AFFECTATIONS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-AFF-ENS = WS-OPERATEUR AND
                              WS-NB-AFF < WS-MAX-AFF
                               ADD 1 TO WS-NB-AFF
                               MOVE F-AFF-CLASSE  TO
                                    WS-AFF-CLASSE(WS-NB-AFF)
                               MOVE F-AFF-MATIERE TO
                                    WS-AFF-MATIERE(WS-NB-AFF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AFFECTATIONS
           END-IF.

           IF WS-NB-AFF = 0
               DISPLAY "ATTENTION : " FUNCTION TRIM(WS-OPERATEUR)
                       " n'est affecte a aucune classe"
                       " (affectations.txt, ensmait) : aucune note"
                       " ne sera acceptee"
           END-IF.

           EXIT.
       0180-READ-AFFECTATIONS-END.

       0200-READ-NOTES-START.

           MOVE "N" TO WS-FIN-FICHIER.
                                    WS-NT-MATIERE(WS-NB-NOTES)
                               MOVE F-NOTE-VALEUR  TO
                                    WS-NT-VALEUR(WS-NB-NOTES)
                               MOVE F-NOTE-EVAL    TO
                                    WS-NT-EVAL(WS-NB-NOTES)
                               MOVE F-NOTE-DATE    TO
                                    WS-NT-DATE(WS-NB-NOTES)
                               MOVE F-NOTE-TRIMESTRE TO
                                    WS-NT-TRIMESTRE(WS-NB-NOTES)
                               MOVE F-NOTE-POIDS   TO
                                    WS-NT-POIDS(WS-NB-NOTES)
                           END-IF
                   END-READ
               END-PERFORM
       0300-MENU-END.

      *Controles communs : eleve connu, matiere au referentiel,
      *operateur affecte a la classe de l'eleve dans la matiere,
      *code d'evaluation renseigne. La note existante de la meme
      *evaluation est reperee pour le refus de doublon (saisie) et
      *la correction.
       0350-CONTROLER-START.

           DISPLAY "Identifiant de l'eleve (1-999) :".
                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
               IF WS-ELEVE-ID(WS-IDX-ELV) = WS-SAISIE-ELEVE
                   MOVE "O" TO WS-ELEVE-TROUVE
                   MOVE WS-ELEVE-CLASSE(WS-IDX-ELV) TO WS-CLASSE-ELEVE
               END-IF
           END-PERFORM.

               GO TO 0350-CONTROLER-END
           END-IF.

           MOVE "N" TO WS-AFFECTE.
           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-NB-AFF
               IF WS-AFF-CLASSE(WS-IDX-AFF) = WS-CLASSE-ELEVE AND
                  WS-AFF-MATIERE(WS-IDX-AFF) = WS-SAISIE-MATIERE
                   MOVE "O" TO WS-AFFECTE
               END-IF
           END-PERFORM.

           IF WS-AFFECTE = "N"
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-OPERATEUR)
                       " n'est pas l'enseignant de " WS-SAISIE-MATIERE
                       " en " WS-CLASSE-ELEVE
               MOVE "N" TO WS-MATIERE-TROUVEE
               GO TO 0350-CONTROLER-END
           END-IF.

           DISPLAY "Code de l'evaluation (ex: DS1, COMPO) :".
           ACCEPT WS-SAISIE-EVAL.

           IF WS-SAISIE-EVAL = SPACES
               DISPLAY "REFUSE : code d'evaluation obligatoire"
               MOVE "N" TO WS-MATIERE-TROUVEE
               GO TO 0350-CONTROLER-END
           END-IF.

           MOVE 0 TO WS-NOTE-TROUVEE.
           PERFORM VARYING WS-IDX-NOTE FROM 1 BY 1
                   UNTIL WS-IDX-NOTE > WS-NB-NOTES
               IF WS-NT-ELEVE(WS-IDX-NOTE) = WS-SAISIE-ELEVE AND
                  WS-NT-MATIERE(WS-IDX-NOTE) = WS-SAISIE-MATIERE AND
                  WS-NT-EVAL(WS-IDX-NOTE) = WS-SAISIE-EVAL
                   MOVE WS-IDX-NOTE TO WS-NOTE-TROUVEE
               END-IF
           END-PERFORM.

       0400-SAISIR-START.

           MOVE "C" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0400-SAISIR-END
           END-IF.

           PERFORM 0350-CONTROLER-START
           THRU    0350-CONTROLER-END.


           IF WS-NOTE-TROUVEE > 0
               DISPLAY "REFUSE : une note existe deja pour cet"
                       " eleve a cette evaluation ("
                       WS-NT-VALEUR(WS-NOTE-TROUVEE)
                       "/20), passer par le mode correction"
               GO TO 0400-SAISIR-END
               GO TO 0400-SAISIR-END
           END-IF.

           DISPLAY "Date de l'evaluation (AAAAMMJJ, 0 = aujourd'hui) :".
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-DATE-JOUR TO WS-SAISIE-DATE
           END-IF.
           MOVE "V"            TO WS-DC-FONCTION.
           MOVE WS-SAISIE-DATE TO WS-DC-DATE-1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "REFUSE : date d'evaluation invalide"
               GO TO 0400-SAISIR-END
           END-IF.

      *Trimestre de l'annee scolaire, deduit du mois de la date
      *quand l'enseignant ne le donne pas.
           DISPLAY "Trimestre (1-3, 0 = selon la date) :".
           ACCEPT WS-SAISIE-TRIMESTRE.
           IF WS-SAISIE-TRIMESTRE = 0
               EVALUATE WS-SAISIE-DATE(5:2)
                   WHEN "09" THRU "12"
                       MOVE 1 TO WS-SAISIE-TRIMESTRE
                   WHEN "01" THRU "03"
                       MOVE 2 TO WS-SAISIE-TRIMESTRE
                   WHEN OTHER
                       MOVE 3 TO WS-SAISIE-TRIMESTRE
               END-EVALUATE
           END-IF.
           IF WS-SAISIE-TRIMESTRE > 3
               DISPLAY "REFUSE : trimestre hors 1-3"
               GO TO 0400-SAISIR-END
           END-IF.

           DISPLAY "Poids de l'evaluation (1-9, 0 = 1) :".
           ACCEPT WS-SAISIE-POIDS.
           IF WS-SAISIE-POIDS = 0
               MOVE 1 TO WS-SAISIE-POIDS
           END-IF.

           IF WS-NB-NOTES >= WS-MAX-NOTES
               DISPLAY "REFUSE : table des notes pleine"
               GO TO 0400-SAISIR-END
           MOVE WS-SAISIE-ELEVE   TO WS-NT-ELEVE(WS-NB-NOTES).
           MOVE WS-SAISIE-MATIERE TO WS-NT-MATIERE(WS-NB-NOTES).
           MOVE WS-SAISIE-NOTE    TO WS-NT-VALEUR(WS-NB-NOTES).
           MOVE WS-SAISIE-EVAL    TO WS-NT-EVAL(WS-NB-NOTES).
           MOVE WS-SAISIE-DATE    TO WS-NT-DATE(WS-NB-NOTES).
           MOVE WS-SAISIE-TRIMESTRE TO WS-NT-TRIMESTRE(WS-NB-NOTES).
           MOVE WS-SAISIE-POIDS   TO WS-NT-POIDS(WS-NB-NOTES).

      *La note neuve est ajoutee directement au fichier, dans le
      *decoupage exact des quatre programmes de notes.
           MOVE WS-SAISIE-ELEVE   TO F-NOTE-ELEVE.
           MOVE WS-SAISIE-MATIERE TO F-NOTE-MATIERE.
           MOVE WS-SAISIE-NOTE    TO F-NOTE-VALEUR.
           MOVE WS-SAISIE-EVAL    TO F-NOTE-EVAL.
           MOVE WS-SAISIE-DATE    TO F-NOTE-DATE.
           MOVE WS-SAISIE-TRIMESTRE TO F-NOTE-TRIMESTRE.
           MOVE WS-SAISIE-POIDS   TO F-NOTE-POIDS.
           WRITE F-NOTES.
           IF WS-NOTES-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture de la note en echec,"
      *existante, et elle laisse une trace.
       0500-CORRIGER-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0500-CORRIGER-END
           END-IF.

           PERFORM 0350-CONTROLER-START
           THRU    0350-CONTROLER-END.


           IF WS-NOTE-TROUVEE = 0
               DISPLAY "REFUSE : aucune note a corriger pour cet"
                       " eleve a cette evaluation"
               GO TO 0500-CORRIGER-END
           END-IF.

                  " operateur " WS-OPERATEUR
                  " eleve " WS-SAISIE-ELEVE
                  " matiere " WS-SAISIE-MATIERE
                  " eval " WS-SAISIE-EVAL
                  " ancienne " WS-ANCIENNE-NOTE
                  " nouvelle " WS-SAISIE-NOTE
                  DELIMITED BY SIZE INTO F-JOURNAL.
               MOVE WS-NT-ELEVE(WS-IDX-NOTE)   TO F-NOTE-ELEVE
               MOVE WS-NT-MATIERE(WS-IDX-NOTE) TO F-NOTE-MATIERE
               MOVE WS-NT-VALEUR(WS-IDX-NOTE)  TO F-NOTE-VALEUR
               MOVE WS-NT-EVAL(WS-IDX-NOTE)    TO F-NOTE-EVAL
               MOVE WS-NT-DATE(WS-IDX-NOTE)    TO F-NOTE-DATE
               MOVE WS-NT-TRIMESTRE(WS-IDX-NOTE) TO F-NOTE-TRIMESTRE
               MOVE WS-NT-POIDS(WS-IDX-NOTE)   TO F-NOTE-POIDS
               WRITE F-NOTES
           END-PERFORM.

