       IDENTIFICATION DIVISION.
       PROGRAM-ID. respmait.
       AUTHOR.    Terry.

      *Tenue des responsables legaux des eleves (responsables.txt :
      *au plus deux par eleve de eleves-maitre.txt, rang 1 ou 2,
      *avec nom, adresse, code postal et ville, email et l'envoi
      *du courrier O/N). Le code postal et la ville sont controles
      *par ControleCP comme dans maintcli, l'email sur la meme
      *regle nom@domaine.ext. envoibul adresse a chaque
      *responsable qui recoit le courrier la lettre d'envoi du
      *bulletin de l'eleve.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : le fichier n'existe pas au premier lancement.
           SELECT OPTIONAL FICHIER-RESPONSABLES ASSIGN TO
               "responsables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

      *Referentiel de controle des eleves.
           SELECT FICHIER-ELEVES ASSIGN TO "eleves-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Un responsable : eleve, rang (1 ou 2), nom, adresse, code
      *postal, ville, email, envoi du courrier O/N.
       FD FICHIER-RESPONSABLES.
       01  F-RESPONSABLE.
           05 F-RESP-ELEVE      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-RESP-RANG       PIC 9(01).
           05 FILLER            PIC X(01).
           05 F-RESP-NOM        PIC X(25).
           05 FILLER            PIC X(01).
           05 F-RESP-ADRESSE    PIC X(30).
           05 FILLER            PIC X(01).
           05 F-RESP-CP         PIC X(05).
           05 FILLER            PIC X(01).
           05 F-RESP-VILLE      PIC X(20).
           05 FILLER            PIC X(01).
           05 F-RESP-EMAIL      PIC X(30).
           05 FILLER            PIC X(01).
           05 F-RESP-COURRIER   PIC X(01).

      *Meme decoupage que le FD de saisinote.
       FD FICHIER-ELEVES.
       01  F-ELEVES.
           05 F-ELEVE-ID        PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-NOM             PIC X(10).
           05 FILLER            PIC X(01).
           05 F-CLASSE          PIC X(05).

       WORKING-STORAGE SECTION.

      *Responsables du fichier.
       01  WS-TABLE-RESPONSABLES.
           05 WS-RESP OCCURS 200 TIMES.
               10 WS-RESP-ELEVE     PIC 9(03).
               10 WS-RESP-RANG      PIC 9(01).
               10 WS-RESP-NOM       PIC X(25).
               10 WS-RESP-ADRESSE   PIC X(30).
               10 WS-RESP-CP        PIC X(05).
               10 WS-RESP-VILLE     PIC X(20).
               10 WS-RESP-EMAIL     PIC X(30).
               10 WS-RESP-COURRIER  PIC X(01).

       77  WS-IDX-RESP          PIC 9(03) VALUE 1.
       77  WS-MAX-RESP          PIC 9(03) VALUE 200.
       77  WS-NB-RESP           PIC 9(03) VALUE 0.
       77  WS-RESP-TROUVE       PIC 9(03) VALUE 0.
       77  WS-RESP-STATUS       PIC X(02) VALUE SPACES.

      *Eleves de eleves-maitre.txt.
       01  WS-TABLE-ELEVES.
           05 WS-ELV OCCURS 60 TIMES.
               10 WS-ELV-ID         PIC 9(03).
               10 WS-ELV-NOM        PIC X(10).
               10 WS-ELV-CLASSE     PIC X(05).

       77  WS-IDX-ELV           PIC 9(02) VALUE 1.
       77  WS-MAX-ELEVES        PIC 9(02) VALUE 60.
       77  WS-NB-ELEVES         PIC 9(02) VALUE 0.
       77  WS-ELV-TROUVE        PIC 9(02) VALUE 0.

       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

      *Choix du menu et zones de saisie.
       77  WS-CHOIX             PIC 9(01) VALUE 0.
       77  WS-SAISIE-ELEVE      PIC 9(03) VALUE 0.
       77  WS-SAISIE-RANG       PIC 9(01) VALUE 0.
       77  WS-SAISIE-NOM        PIC X(25) VALUE SPACES.
       77  WS-SAISIE-ADRESSE    PIC X(30) VALUE SPACES.
       77  WS-SAISIE-CP         PIC X(05) VALUE SPACES.
       77  WS-SAISIE-VILLE      PIC X(20) VALUE SPACES.
       77  WS-SAISIE-EMAIL      PIC X(30) VALUE SPACES.
       77  WS-SAISIE-COURRIER   PIC X(01) VALUE SPACE.
      *O = saisie valide ; N = refusee ; E = email invalide.
       77  WS-SAISIE-VALIDE     PIC X(01) VALUE "N".
       77  WS-ENTREE            PIC X(01) VALUE SPACE.

      *Controle de l'email, meme regle que maintcli.
       77  WS-NB-AROBASE        PIC 9(02) VALUE 0.
       77  WS-NB-BLANCS         PIC 9(02) VALUE 0.
       77  WS-NB-BLANCS-FIN     PIC 9(02) VALUE 0.
       77  WS-NB-POINTS         PIC 9(02) VALUE 0.
       77  WS-EMAIL-LOCAL       PIC X(30) VALUE SPACES.
       77  WS-EMAIL-DOMAINE     PIC X(30) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme ControleCP
      *(code postal et ville contre le referentiel officiel).
       77  WS-CC-CP         PIC X(05) VALUE SPACES.
       77  WS-CC-VILLE      PIC X(20) VALUE SPACES.
       77  WS-CC-SUGGESTION PIC X(20) VALUE SPACES.
       77  WS-CC-STATUT     PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *avant toute reecriture du fichier.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Verrou d'ecriture unique (sous-programme Verrou) sur
      *responsables.txt, charge entier puis reecrit.
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
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "respmait".
       77  WS-HB-DROIT       PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR   PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE   PIC 9(10) VALUE 0.
       77  WS-HB-STATUT      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0040-IDENTIFIER-START
           THRU    0040-IDENTIFIER-END.
           MOVE WS-HB-OPERATEUR TO WS-VR-UTILISATEUR.
           MOVE "responsables.txt" TO WS-VR-FICHIER.
           PERFORM 0050-VERROUILLER-START
           THRU    0050-VERROUILLER-END.

           PERFORM 0600-LOAD-START
           THRU    0600-LOAD-END.

           PERFORM 0630-LOAD-ELEVES-START
           THRU    0630-LOAD-ELEVES-END.

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

           PERFORM UNTIL WS-CHOIX = 5
                   DISPLAY "Responsables des eleves"
                   DISPLAY "1- Ajouter un responsable"
                   DISPLAY "2- Modifier un responsable"
                   DISPLAY "3- Retirer un responsable"
                   DISPLAY "4- Lister les responsables d'un eleve"
                   DISPLAY "5- Quitter"
                   ACCEPT WS-CHOIX
                   EVALUATE WS-CHOIX
                       WHEN = 1
                           PERFORM 0200-AJOUTER-START
                           THRU    0200-AJOUTER-END
                       WHEN = 2
                           PERFORM 0300-MODIFIER-START
                           THRU    0300-MODIFIER-END
                       WHEN = 3
                           PERFORM 0400-RETIRER-START
                           THRU    0400-RETIRER-END
                       WHEN = 4
                           PERFORM 0800-LISTER-START
                           THRU    0800-LISTER-END
                       WHEN = 5
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Je n'ai pas compris votre demande"
                   END-EVALUATE
           END-PERFORM.

           EXIT.
       0100-MENU-END.

      *Nouveau responsable d'un eleve connu, au rang 1 ou 2 encore
      *libre.
       0200-AJOUTER-START.

           MOVE "C" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0200-AJOUTER-END
           END-IF.

           PERFORM 0650-SAISIR-CLE-START
           THRU    0650-SAISIR-CLE-END.
           IF WS-ELV-TROUVE = 0 OR WS-SAISIE-RANG = 0
               GO TO 0200-AJOUTER-END
           END-IF.
           IF WS-RESP-TROUVE > 0
               DISPLAY "REFUSE : l'eleve " WS-SAISIE-ELEVE
                       " a deja un responsable de rang "
                       WS-SAISIE-RANG " (choix 2 pour le modifier)"
               GO TO 0200-AJOUTER-END
           END-IF.
           IF WS-NB-RESP >= WS-MAX-RESP
               DISPLAY "REFUSE : fichier plein (" WS-MAX-RESP
                       " responsables)"
               GO TO 0200-AJOUTER-END
           END-IF.

           MOVE SPACES TO WS-SAISIE-NOM WS-SAISIE-ADRESSE
                          WS-SAISIE-CP WS-SAISIE-VILLE
                          WS-SAISIE-EMAIL WS-SAISIE-COURRIER.
           DISPLAY "Nom du responsable (ex: M. et Mme DUPONT) :".
           ACCEPT WS-SAISIE-NOM.
           DISPLAY "Adresse (numero et voie) :".
           ACCEPT WS-SAISIE-ADRESSE.
           DISPLAY "Code postal :".
           ACCEPT WS-SAISIE-CP.
           DISPLAY "Ville :".
           ACCEPT WS-SAISIE-VILLE.
           DISPLAY "Email (facultatif) :".
           ACCEPT WS-SAISIE-EMAIL.
           DISPLAY "Recoit le courrier (O/N) :".
           ACCEPT WS-SAISIE-COURRIER.

           PERFORM 0260-CONTROLER-START
           THRU    0260-CONTROLER-END.
           IF WS-SAISIE-VALIDE NOT = "O"
               GO TO 0200-AJOUTER-END
           END-IF.

           ADD 1 TO WS-NB-RESP.
           MOVE WS-NB-RESP TO WS-RESP-TROUVE.
           MOVE WS-SAISIE-ELEVE TO WS-RESP-ELEVE(WS-RESP-TROUVE).
           MOVE WS-SAISIE-RANG  TO WS-RESP-RANG(WS-RESP-TROUVE).
           PERFORM 0270-REPORTER-START
           THRU    0270-REPORTER-END.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Responsable " WS-SAISIE-RANG " de l'eleve "
                   WS-SAISIE-ELEVE " ajoute".

           EXIT.
       0200-AJOUTER-END.

      *Controle d'un responsable saisi : nom et adresse
      *obligatoires, code postal et ville reconnus par ControleCP
      *(ville proposee a accepter), email de la forme
      *nom@domaine.ext s'il est donne, courrier O ou N.
       0260-CONTROLER-START.

           MOVE "N" TO WS-SAISIE-VALIDE.

           IF WS-SAISIE-NOM = SPACES
               DISPLAY "REFUSE : nom obligatoire"
               GO TO 0260-CONTROLER-END
           END-IF.
           IF WS-SAISIE-ADRESSE = SPACES
               DISPLAY "REFUSE : adresse obligatoire"
               GO TO 0260-CONTROLER-END
           END-IF.

           MOVE WS-SAISIE-CP    TO WS-CC-CP.
           MOVE WS-SAISIE-VILLE TO WS-CC-VILLE.
           CALL "ControleCP" USING WS-CC-CP WS-CC-VILLE
                                   WS-CC-SUGGESTION WS-CC-STATUT.
           EVALUATE WS-CC-STATUT
               WHEN "00"
                   CONTINUE
               WHEN "05"
                   DISPLAY "ATTENTION : codes-postaux.txt absent,"
                           " ville non controlee"
               WHEN "20"
                   DISPLAY "REFUSE : code postal " WS-SAISIE-CP
                           " inconnu du referentiel"
                   GO TO 0260-CONTROLER-END
               WHEN "30"
                   IF WS-CC-SUGGESTION = SPACES
                       DISPLAY "REFUSE : ville '"
                               FUNCTION TRIM(WS-SAISIE-VILLE)
                               "' inconnue pour le code postal "
                               WS-SAISIE-CP
                       GO TO 0260-CONTROLER-END
                   END-IF
                   DISPLAY "Ville '" FUNCTION TRIM(WS-SAISIE-VILLE)
                           "' inconnue pour le code postal "
                           WS-SAISIE-CP ", proposee : "
                           FUNCTION TRIM(WS-CC-SUGGESTION)
                   DISPLAY "Accepter la ville proposee (O/N) :"
                   MOVE SPACES TO WS-ENTREE
                   ACCEPT WS-ENTREE
                   IF WS-ENTREE NOT = "O" AND WS-ENTREE NOT = "o"
                       DISPLAY "REFUSE : ville '"
                               FUNCTION TRIM(WS-SAISIE-VILLE)
                               "' non distribuable"
                       GO TO 0260-CONTROLER-END
                   END-IF
                   MOVE WS-CC-SUGGESTION TO WS-SAISIE-VILLE
               WHEN OTHER
                   DISPLAY "REFUSE : code postal '" WS-SAISIE-CP
                           "' invalide (cinq chiffres)"
                   GO TO 0260-CONTROLER-END
           END-EVALUATE.

           IF WS-SAISIE-EMAIL NOT = SPACES
               PERFORM 0280-CONTROLER-EMAIL-START
               THRU    0280-CONTROLER-EMAIL-END
               IF WS-SAISIE-VALIDE = "E"
                   MOVE "N" TO WS-SAISIE-VALIDE
                   DISPLAY "REFUSE : email '"
                           FUNCTION TRIM(WS-SAISIE-EMAIL)
                           "' invalide (nom@domaine.ext)"
                   GO TO 0260-CONTROLER-END
               END-IF
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.

           IF WS-SAISIE-COURRIER NOT = "O" AND
              WS-SAISIE-COURRIER NOT = "N"
               DISPLAY "REFUSE : courrier '" WS-SAISIE-COURRIER
                       "' invalide (O ou N)"
               GO TO 0260-CONTROLER-END
           END-IF.

           MOVE "O" TO WS-SAISIE-VALIDE.

           EXIT.
       0260-CONTROLER-END.

      *Report des zones saisies dans le responsable WS-RESP-TROUVE.
       0270-REPORTER-START.

           MOVE WS-SAISIE-NOM      TO WS-RESP-NOM(WS-RESP-TROUVE).
           MOVE WS-SAISIE-ADRESSE  TO WS-RESP-ADRESSE(WS-RESP-TROUVE).
           MOVE WS-SAISIE-CP       TO WS-RESP-CP(WS-RESP-TROUVE).
           MOVE WS-SAISIE-VILLE    TO WS-RESP-VILLE(WS-RESP-TROUVE).
           MOVE WS-SAISIE-EMAIL    TO WS-RESP-EMAIL(WS-RESP-TROUVE).
           MOVE WS-SAISIE-COURRIER TO
                WS-RESP-COURRIER(WS-RESP-TROUVE).

           EXIT.
       0270-REPORTER-END.

      *Email de la forme nom@domaine.ext : un seul @, pas de blanc
      *interieur, un point dans le domaine. WS-SAISIE-VALIDE rendu
      *a "E" si la forme est mauvaise.
       0280-CONTROLER-EMAIL-START.

           MOVE "E" TO WS-SAISIE-VALIDE.

           MOVE 0 TO WS-NB-AROBASE.
           INSPECT WS-SAISIE-EMAIL TALLYING WS-NB-AROBASE
                   FOR ALL "@".
           IF WS-NB-AROBASE NOT = 1
               GO TO 0280-CONTROLER-EMAIL-END
           END-IF.

           MOVE 0 TO WS-NB-BLANCS.
           MOVE 0 TO WS-NB-BLANCS-FIN.
           INSPECT WS-SAISIE-EMAIL TALLYING WS-NB-BLANCS
                   FOR ALL SPACES.
           INSPECT WS-SAISIE-EMAIL TALLYING WS-NB-BLANCS-FIN
                   FOR TRAILING SPACES.
           IF WS-NB-BLANCS NOT = WS-NB-BLANCS-FIN
               GO TO 0280-CONTROLER-EMAIL-END
           END-IF.

           MOVE SPACES TO WS-EMAIL-LOCAL.
           MOVE SPACES TO WS-EMAIL-DOMAINE.
           UNSTRING WS-SAISIE-EMAIL DELIMITED BY "@"
                    INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAINE.
           IF WS-EMAIL-LOCAL = SPACES OR WS-EMAIL-DOMAINE = SPACES
               GO TO 0280-CONTROLER-EMAIL-END
           END-IF.

           MOVE 0 TO WS-NB-POINTS.
           INSPECT WS-EMAIL-DOMAINE TALLYING WS-NB-POINTS
                   FOR ALL ".".
           IF WS-NB-POINTS = 0 OR WS-EMAIL-DOMAINE(1:1) = "."
               GO TO 0280-CONTROLER-EMAIL-END
           END-IF.

           MOVE "O" TO WS-SAISIE-VALIDE.

           EXIT.
       0280-CONTROLER-EMAIL-END.

      *Modification d'un responsable : chaque zone laissee blanche
      *reste inchangee, puis le tout est recontrole.
       0300-MODIFIER-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0300-MODIFIER-END
           END-IF.

           PERFORM 0650-SAISIR-CLE-START
           THRU    0650-SAISIR-CLE-END.
           IF WS-ELV-TROUVE = 0 OR WS-SAISIE-RANG = 0
               GO TO 0300-MODIFIER-END
           END-IF.
           IF WS-RESP-TROUVE = 0
               DISPLAY "REFUSE : pas de responsable de rang "
                       WS-SAISIE-RANG " pour l'eleve "
                       WS-SAISIE-ELEVE
               GO TO 0300-MODIFIER-END
           END-IF.

           DISPLAY "Chaque zone laissee blanche reste inchangee.".
           DISPLAY "Nom (" FUNCTION TRIM(WS-RESP-NOM(WS-RESP-TROUVE))
                   ") :".
           MOVE SPACES TO WS-SAISIE-NOM.
           ACCEPT WS-SAISIE-NOM.
           IF WS-SAISIE-NOM = SPACES
               MOVE WS-RESP-NOM(WS-RESP-TROUVE) TO WS-SAISIE-NOM
           END-IF.
           DISPLAY "Adresse ("
                   FUNCTION TRIM(WS-RESP-ADRESSE(WS-RESP-TROUVE))
                   ") :".
           MOVE SPACES TO WS-SAISIE-ADRESSE.
           ACCEPT WS-SAISIE-ADRESSE.
           IF WS-SAISIE-ADRESSE = SPACES
               MOVE WS-RESP-ADRESSE(WS-RESP-TROUVE) TO
                    WS-SAISIE-ADRESSE
           END-IF.
           DISPLAY "Code postal (" WS-RESP-CP(WS-RESP-TROUVE) ") :".
           MOVE SPACES TO WS-SAISIE-CP.
           ACCEPT WS-SAISIE-CP.
           IF WS-SAISIE-CP = SPACES
               MOVE WS-RESP-CP(WS-RESP-TROUVE) TO WS-SAISIE-CP
           END-IF.
           DISPLAY "Ville ("
                   FUNCTION TRIM(WS-RESP-VILLE(WS-RESP-TROUVE))
                   ") :".
           MOVE SPACES TO WS-SAISIE-VILLE.
           ACCEPT WS-SAISIE-VILLE.
           IF WS-SAISIE-VILLE = SPACES
               MOVE WS-RESP-VILLE(WS-RESP-TROUVE) TO WS-SAISIE-VILLE
           END-IF.
           DISPLAY "Email ("
                   FUNCTION TRIM(WS-RESP-EMAIL(WS-RESP-TROUVE))
                   ", AUCUN pour l'effacer) :".
           MOVE SPACES TO WS-SAISIE-EMAIL.
           ACCEPT WS-SAISIE-EMAIL.
           IF WS-SAISIE-EMAIL = SPACES
               MOVE WS-RESP-EMAIL(WS-RESP-TROUVE) TO WS-SAISIE-EMAIL
           END-IF.
           IF WS-SAISIE-EMAIL = "AUCUN"
               MOVE SPACES TO WS-SAISIE-EMAIL
           END-IF.
           DISPLAY "Recoit le courrier ("
                   WS-RESP-COURRIER(WS-RESP-TROUVE) ") :".
           MOVE SPACE TO WS-SAISIE-COURRIER.
           ACCEPT WS-SAISIE-COURRIER.
           IF WS-SAISIE-COURRIER = SPACE
               MOVE WS-RESP-COURRIER(WS-RESP-TROUVE) TO
                    WS-SAISIE-COURRIER
           END-IF.

           PERFORM 0260-CONTROLER-START
           THRU    0260-CONTROLER-END.
           IF WS-SAISIE-VALIDE NOT = "O"
               GO TO 0300-MODIFIER-END
           END-IF.

           PERFORM 0270-REPORTER-START
           THRU    0270-REPORTER-END.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Responsable " WS-SAISIE-RANG " de l'eleve "
                   WS-SAISIE-ELEVE " modifie".

           EXIT.
       0300-MODIFIER-END.

       0400-RETIRER-START.

           MOVE "S" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0400-RETIRER-END
           END-IF.

           PERFORM 0650-SAISIR-CLE-START
           THRU    0650-SAISIR-CLE-END.
           IF WS-ELV-TROUVE = 0 OR WS-SAISIE-RANG = 0
               GO TO 0400-RETIRER-END
           END-IF.
           IF WS-RESP-TROUVE = 0
               DISPLAY "REFUSE : pas de responsable de rang "
                       WS-SAISIE-RANG " pour l'eleve "
                       WS-SAISIE-ELEVE
               GO TO 0400-RETIRER-END
           END-IF.

           PERFORM VARYING WS-IDX-RESP FROM WS-RESP-TROUVE BY 1
                   UNTIL WS-IDX-RESP >= WS-NB-RESP
               MOVE WS-RESP(WS-IDX-RESP + 1) TO WS-RESP(WS-IDX-RESP)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-RESP.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Responsable " WS-SAISIE-RANG " de l'eleve "
                   WS-SAISIE-ELEVE " retire".

           EXIT.
       0400-RETIRER-END.

      *Reecriture du fichier apres chaque operation, l'ancien
      *passant d'abord en generation.
       0500-SAVE-START.

           MOVE "responsables.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-RESPONSABLES.
           PERFORM VARYING WS-IDX-RESP FROM 1 BY 1
                   UNTIL WS-IDX-RESP > WS-NB-RESP
               MOVE SPACES                       TO F-RESPONSABLE
               MOVE WS-RESP-ELEVE(WS-IDX-RESP)    TO F-RESP-ELEVE
               MOVE WS-RESP-RANG(WS-IDX-RESP)     TO F-RESP-RANG
               MOVE WS-RESP-NOM(WS-IDX-RESP)      TO F-RESP-NOM
               MOVE WS-RESP-ADRESSE(WS-IDX-RESP)  TO F-RESP-ADRESSE
               MOVE WS-RESP-CP(WS-IDX-RESP)       TO F-RESP-CP
               MOVE WS-RESP-VILLE(WS-IDX-RESP)    TO F-RESP-VILLE
               MOVE WS-RESP-EMAIL(WS-IDX-RESP)    TO F-RESP-EMAIL
               MOVE WS-RESP-COURRIER(WS-IDX-RESP) TO F-RESP-COURRIER
               WRITE F-RESPONSABLE
               IF WS-RESP-STATUS NOT = "00"
                   DISPLAY "ATTENTION : sauvegarde du responsable "
                           WS-RESP-RANG(WS-IDX-RESP) " de l'eleve "
                           WS-RESP-ELEVE(WS-IDX-RESP)
                           " en echec, statut " WS-RESP-STATUS
               END-IF
           END-PERFORM.
           CLOSE FICHIER-RESPONSABLES.

           EXIT.
       0500-SAVE-END.

       0600-LOAD-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-RESPONSABLES.

      *Statut 05 : fichier optionnel absent, ouvert vide ; la
      *premiere lecture tombe directement en fin de fichier.
           IF WS-RESP-STATUS = "00" OR WS-RESP-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-RESPONSABLES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-RESP < WS-MAX-RESP
                               ADD 1 TO WS-NB-RESP
                               MOVE F-RESP-ELEVE    TO
                                    WS-RESP-ELEVE(WS-NB-RESP)
                               MOVE F-RESP-RANG     TO
                                    WS-RESP-RANG(WS-NB-RESP)
                               MOVE F-RESP-NOM      TO
                                    WS-RESP-NOM(WS-NB-RESP)
                               MOVE F-RESP-ADRESSE  TO
                                    WS-RESP-ADRESSE(WS-NB-RESP)
                               MOVE F-RESP-CP       TO
                                    WS-RESP-CP(WS-NB-RESP)
                               MOVE F-RESP-VILLE    TO
                                    WS-RESP-VILLE(WS-NB-RESP)
                               MOVE F-RESP-EMAIL    TO
                                    WS-RESP-EMAIL(WS-NB-RESP)
                               MOVE F-RESP-COURRIER TO
                                    WS-RESP-COURRIER(WS-NB-RESP)
                           ELSE
                               DISPLAY "ATTENTION : responsables.txt"
                                       " tronque, WS-MAX-RESP depasse"
                               MOVE "O" TO WS-FIN-FICHIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RESPONSABLES
           END-IF.

           EXIT.
       0600-LOAD-END.

       0630-LOAD-ELEVES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ELEVES.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-ELEVES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-NB-ELEVES < WS-MAX-ELEVES
                           ADD 1 TO WS-NB-ELEVES
                           MOVE F-ELEVE-ID TO WS-ELV-ID(WS-NB-ELEVES)
                           MOVE F-NOM      TO WS-ELV-NOM(WS-NB-ELEVES)
                           MOVE F-CLASSE   TO
                                WS-ELV-CLASSE(WS-NB-ELEVES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ELEVES.

           EXIT.
       0630-LOAD-ELEVES-END.

      *Saisie et controle de l'eleve et du rang du responsable,
      *puis recherche du responsable (WS-RESP-TROUVE, 0 = aucun).
      *WS-ELV-TROUVE ou WS-SAISIE-RANG a 0 : saisie refusee.
       0650-SAISIR-CLE-START.

           MOVE 0 TO WS-ELV-TROUVE.
           MOVE 0 TO WS-RESP-TROUVE.

           DISPLAY "Numero de l'eleve :".
           ACCEPT WS-SAISIE-ELEVE.
           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
               IF WS-ELV-ID(WS-IDX-ELV) = WS-SAISIE-ELEVE
                   MOVE WS-IDX-ELV TO WS-ELV-TROUVE
               END-IF
           END-PERFORM.
           IF WS-ELV-TROUVE = 0
               DISPLAY "REFUSE : eleve " WS-SAISIE-ELEVE
                       " absent de eleves-maitre.txt"
               GO TO 0650-SAISIR-CLE-END
           END-IF.
           DISPLAY "Eleve : " WS-ELV-NOM(WS-ELV-TROUVE) " "
                   WS-ELV-CLASSE(WS-ELV-TROUVE).

           DISPLAY "Rang du responsable (1 ou 2) :".
           ACCEPT WS-SAISIE-RANG.
           IF WS-SAISIE-RANG NOT = 1 AND WS-SAISIE-RANG NOT = 2
               DISPLAY "REFUSE : rang 1 ou 2"
               MOVE 0 TO WS-SAISIE-RANG
               GO TO 0650-SAISIR-CLE-END
           END-IF.

           PERFORM VARYING WS-IDX-RESP FROM 1 BY 1
                   UNTIL WS-IDX-RESP > WS-NB-RESP
               IF WS-RESP-ELEVE(WS-IDX-RESP) = WS-SAISIE-ELEVE AND
                  WS-RESP-RANG(WS-IDX-RESP) = WS-SAISIE-RANG
                   MOVE WS-IDX-RESP TO WS-RESP-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0650-SAISIR-CLE-END.

      *Responsables d'un eleve.
       0800-LISTER-START.

           DISPLAY "Numero de l'eleve :".
           ACCEPT WS-SAISIE-ELEVE.

           MOVE 0 TO WS-RESP-TROUVE.
           PERFORM VARYING WS-IDX-RESP FROM 1 BY 1
                   UNTIL WS-IDX-RESP > WS-NB-RESP
               IF WS-RESP-ELEVE(WS-IDX-RESP) = WS-SAISIE-ELEVE
                   ADD 1 TO WS-RESP-TROUVE
                   DISPLAY WS-RESP-RANG(WS-IDX-RESP) " "
                           WS-RESP-NOM(WS-IDX-RESP)
                           " courrier "
                           WS-RESP-COURRIER(WS-IDX-RESP)
                   DISPLAY "    "
                           FUNCTION TRIM(WS-RESP-ADRESSE(WS-IDX-RESP))
                           ", " WS-RESP-CP(WS-IDX-RESP) " "
                           FUNCTION TRIM(WS-RESP-VILLE(WS-IDX-RESP))
                   IF WS-RESP-EMAIL(WS-IDX-RESP) NOT = SPACES
                       DISPLAY "    "
                               FUNCTION TRIM(WS-RESP-EMAIL
                                             (WS-IDX-RESP))
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-RESP-TROUVE = 0
               DISPLAY "Aucun responsable pour l'eleve "
                       WS-SAISIE-ELEVE "."
           END-IF.

           EXIT.
       0800-LISTER-END.
