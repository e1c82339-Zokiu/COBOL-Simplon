       IDENTIFICATION DIVISION.
       PROGRAM-ID. habilit.
       AUTHOR.    Terry.

      *Tenue des operateurs (operateurs.txt) et de la matrice des
      *droits (droits.txt) lus par le sous-programme Habilitation :
      *declaration d'un operateur, changement de mot de passe (seule
      *son empreinte est gardee), desactivation ou reactivation, et
      *lettres de droits par programme (C creer, M modifier,
      *S supprimer, F forcer ; blanc = plus aucun droit). habilit
      *est lui-meme soumis a identification et a ses propres
      *droits. Au tout premier lancement, sans operateur declare,
      *le premier administrateur est cree avec tous les droits sur
      *habilit. Un operateur ne peut pas se desactiver lui-meme :
      *le dernier administrateur ne s'enferme pas dehors.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : rien n'est declare au premier lancement.
           SELECT OPTIONAL FICHIER-OPERATEURS ASSIGN TO
               "operateurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATEURS-STATUS.

           SELECT OPTIONAL FICHIER-DROITS ASSIGN TO "droits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROITS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD FICHIER-OPERATEURS de Habilitation.
       FD FICHIER-OPERATEURS.
       01  F-OPERATEUR.
           05 F-OPE-CODE        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-OPE-EMPREINTE   PIC 9(10).
           05 FILLER            PIC X(01).
           05 F-OPE-NOM         PIC X(20).
           05 FILLER            PIC X(01).
           05 F-OPE-ACTIF       PIC X(01).

      *Meme decoupage que le FD FICHIER-DROITS de Habilitation.
       FD FICHIER-DROITS.
       01  F-DROIT.
           05 F-DRT-OPERATEUR   PIC X(08).
           05 FILLER            PIC X(01).
           05 F-DRT-PROGRAMME   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-DRT-LETTRES     PIC X(04).

       WORKING-STORAGE SECTION.

       01  WS-TABLE-OPERATEURS.
           05 WS-OPE OCCURS 50 TIMES.
               10 WS-OPE-CODE      PIC X(08).
               10 WS-OPE-EMPREINTE PIC 9(10).
               10 WS-OPE-NOM       PIC X(20).
               10 WS-OPE-ACTIF     PIC X(01).

       77  WS-IDX-OPE           PIC 9(02) VALUE 1.
       77  WS-MAX-OPE           PIC 9(02) VALUE 50.
       77  WS-NB-OPE            PIC 9(02) VALUE 0.

       01  WS-TABLE-DROITS.
           05 WS-DRT OCCURS 300 TIMES.
               10 WS-DRT-OPERATEUR PIC X(08).
               10 WS-DRT-PROGRAMME PIC X(10).
               10 WS-DRT-LETTRES   PIC X(04).

       77  WS-IDX-DRT           PIC 9(03) VALUE 1.
       77  WS-MAX-DRT           PIC 9(03) VALUE 300.
       77  WS-NB-DRT            PIC 9(03) VALUE 0.

       77  WS-OPERATEURS-STATUS PIC X(02) VALUE SPACES.
       77  WS-DROITS-STATUS     PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

       77  WS-CHOIX             PIC 9(01) VALUE 0.
       77  WS-SAISIE-CODE       PIC X(08) VALUE SPACES.
       77  WS-SAISIE-NOM        PIC X(20) VALUE SPACES.
       77  WS-SAISIE-PROGRAMME  PIC X(10) VALUE SPACES.
       77  WS-SAISIE-LETTRES    PIC X(04) VALUE SPACES.
      *Rang de l'operateur / du couple trouve, 0 si absent.
       77  WS-TROUVE            PIC 9(02) VALUE 0.
       77  WS-TROUVE-DRT        PIC 9(03) VALUE 0.
       77  WS-IDX-LETTRE        PIC 9(01) VALUE 1.
       77  WS-LETTRES-VALIDES   PIC X(01) VALUE "O".

      *Zone de travail pour l'appel du sous-programme Habilitation :
      *identification de l'operateur et controle de ses droits.
       77  WS-HB-ACTION         PIC X(01) VALUE SPACE.
       77  WS-HB-PROGRAMME      PIC X(10) VALUE "habilit".
       77  WS-HB-DROIT          PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR      PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE      PIC 9(10) VALUE 0.
       77  WS-HB-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER        PIC X(40) VALUE SPACES.

      *Verrou d'ecriture unique (sous-programme Verrou) sur le
      *fichier des operateurs : les deux fichiers sont charges
      *entiers puis reecrits ensemble.
       77  WS-VR-ACTION      PIC X(01) VALUE SPACE.
       77  WS-VR-FICHIER     PIC X(40) VALUE SPACES.
       77  WS-VR-UTILISATEUR PIC X(08) VALUE SPACES.
       77  WS-VR-DETENTEUR   PIC X(08) VALUE SPACES.
       77  WS-VR-DEPUIS      PIC X(19) VALUE SPACES.
       77  WS-VR-STATUT      PIC X(02) VALUE SPACES.
       77  WS-VR-FORCER      PIC X(01) VALUE "N".

       PROCEDURE DIVISION.

           PERFORM 0600-LOAD-START
           THRU    0600-LOAD-END.

           IF WS-NB-OPE = 0
               PERFORM 0900-PREMIER-ADMIN-START
               THRU    0900-PREMIER-ADMIN-END
           END-IF.

           PERFORM 0040-IDENTIFIER-START
           THRU    0040-IDENTIFIER-END.
           MOVE WS-HB-OPERATEUR TO WS-VR-UTILISATEUR.

           MOVE "operateurs.txt" TO WS-VR-FICHIER.
           PERFORM 0050-VERROUILLER-START
           THRU    0050-VERROUILLER-END.

      *Rechargement sous verrou : rien n'a pu changer entre-temps.
           PERFORM 0600-LOAD-START
           THRU    0600-LOAD-END.

           PERFORM 0100-MENU-START
           THRU    0100-MENU-END.

           PERFORM 0060-DEVERROUILLER-START
           THRU    0060-DEVERROUILLER-END.

           STOP RUN.

      ******************************************************************

      *Identification de l'operateur ; refusee, le programme
      *s'arrete.
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

      *Controle du droit WS-HB-DROIT pose par l'appelant.
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
      *uniquement, droit F) ou renoncer.
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
                   DISPLAY "Operateurs et droits"
                   DISPLAY "1- Declarer un operateur"
                   DISPLAY "2- Changer un mot de passe"
                   DISPLAY "3- Desactiver / reactiver un operateur"
                   DISPLAY "4- Droits d'un operateur sur un programme"
                   DISPLAY "5- Lister les operateurs et leurs droits"
                   DISPLAY "6- Quitter"
                   ACCEPT WS-CHOIX
                   EVALUATE WS-CHOIX
                       WHEN = 1
                           PERFORM 0200-DECLARER-START
                           THRU    0200-DECLARER-END
                       WHEN = 2
                           PERFORM 0300-MOT-PASSE-START
                           THRU    0300-MOT-PASSE-END
                       WHEN = 3
                           PERFORM 0400-ACTIVATION-START
                           THRU    0400-ACTIVATION-END
                       WHEN = 4
                           PERFORM 0450-DROITS-START
                           THRU    0450-DROITS-END
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

      *Nouvel operateur, actif, sans aucun droit : ils se donnent
      *ensuite programme par programme.
       0200-DECLARER-START.

           MOVE "C" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0200-DECLARER-END
           END-IF.

           PERFORM 0700-SAISIR-CODE-START
           THRU    0700-SAISIR-CODE-END.
           IF WS-SAISIE-CODE = SPACES
               DISPLAY "REFUSE : code operateur vide"
               GO TO 0200-DECLARER-END
           END-IF.
           IF WS-TROUVE > 0
               DISPLAY "REFUSE : l'operateur "
                       FUNCTION TRIM(WS-SAISIE-CODE) " existe deja"
               GO TO 0200-DECLARER-END
           END-IF.
           IF WS-NB-OPE >= WS-MAX-OPE
               DISPLAY "REFUSE : fichier des operateurs plein"
               GO TO 0200-DECLARER-END
           END-IF.

           DISPLAY "Nom de l'operateur :".
           MOVE SPACES TO WS-SAISIE-NOM.
           ACCEPT WS-SAISIE-NOM.

           MOVE "P"            TO WS-HB-ACTION.
           MOVE WS-SAISIE-CODE TO WS-HB-OPERATEUR.
           CALL "Habilitation" USING WS-HB-ACTION WS-HB-PROGRAMME
                                     WS-HB-DROIT WS-HB-OPERATEUR
                                     WS-HB-EMPREINTE WS-HB-STATUT.
           MOVE WS-VR-UTILISATEUR TO WS-HB-OPERATEUR.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0200-DECLARER-END
           END-IF.

           ADD 1 TO WS-NB-OPE.
           MOVE WS-SAISIE-CODE  TO WS-OPE-CODE(WS-NB-OPE).
           MOVE WS-HB-EMPREINTE TO WS-OPE-EMPREINTE(WS-NB-OPE).
           MOVE WS-SAISIE-NOM   TO WS-OPE-NOM(WS-NB-OPE).
           MOVE "O"             TO WS-OPE-ACTIF(WS-NB-OPE).

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Operateur " FUNCTION TRIM(WS-SAISIE-CODE)
                   " declare, sans droit pour l'instant".

           EXIT.
       0200-DECLARER-END.

       0300-MOT-PASSE-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0300-MOT-PASSE-END
           END-IF.

           PERFORM 0700-SAISIR-CODE-START
           THRU    0700-SAISIR-CODE-END.
           IF WS-TROUVE = 0
               DISPLAY "REFUSE : operateur inconnu"
               GO TO 0300-MOT-PASSE-END
           END-IF.

           MOVE "P"            TO WS-HB-ACTION.
           MOVE WS-SAISIE-CODE TO WS-HB-OPERATEUR.
           CALL "Habilitation" USING WS-HB-ACTION WS-HB-PROGRAMME
                                     WS-HB-DROIT WS-HB-OPERATEUR
                                     WS-HB-EMPREINTE WS-HB-STATUT.
           MOVE WS-VR-UTILISATEUR TO WS-HB-OPERATEUR.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0300-MOT-PASSE-END
           END-IF.

           MOVE WS-HB-EMPREINTE TO WS-OPE-EMPREINTE(WS-TROUVE).
           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Mot de passe de " FUNCTION TRIM(WS-SAISIE-CODE)
                   " change".

           EXIT.
       0300-MOT-PASSE-END.

      *Bascule actif / inactif ; un inactif ne s'identifie plus
      *mais ses droits et son historique restent.
       0400-ACTIVATION-START.

           MOVE "S" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0400-ACTIVATION-END
           END-IF.

           PERFORM 0700-SAISIR-CODE-START
           THRU    0700-SAISIR-CODE-END.
           IF WS-TROUVE = 0
               DISPLAY "REFUSE : operateur inconnu"
               GO TO 0400-ACTIVATION-END
           END-IF.
           IF WS-SAISIE-CODE = WS-VR-UTILISATEUR
               DISPLAY "REFUSE : un operateur ne se desactive pas"
                       " lui-meme"
               GO TO 0400-ACTIVATION-END
           END-IF.

           IF WS-OPE-ACTIF(WS-TROUVE) = "O"
               MOVE "N" TO WS-OPE-ACTIF(WS-TROUVE)
               DISPLAY "Operateur " FUNCTION TRIM(WS-SAISIE-CODE)
                       " desactive"
           ELSE
               MOVE "O" TO WS-OPE-ACTIF(WS-TROUVE)
               DISPLAY "Operateur " FUNCTION TRIM(WS-SAISIE-CODE)
                       " reactive"
           END-IF.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.

           EXIT.
       0400-ACTIVATION-END.

      *Lettres de droits d'un operateur sur un programme : C, M,
      *S, F dans n'importe quel ordre ; blanc retire le couple.
       0450-DROITS-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0450-DROITS-END
           END-IF.

           PERFORM 0700-SAISIR-CODE-START
           THRU    0700-SAISIR-CODE-END.
           IF WS-TROUVE = 0
               DISPLAY "REFUSE : operateur inconnu"
               GO TO 0450-DROITS-END
           END-IF.

           DISPLAY "Programme (ex: persmait, articles, Commande) :".
           MOVE SPACES TO WS-SAISIE-PROGRAMME.
           ACCEPT WS-SAISIE-PROGRAMME.
           IF WS-SAISIE-PROGRAMME = SPACES
               DISPLAY "REFUSE : programme vide"
               GO TO 0450-DROITS-END
           END-IF.

           MOVE 0 TO WS-TROUVE-DRT.
           PERFORM VARYING WS-IDX-DRT FROM 1 BY 1
                   UNTIL WS-IDX-DRT > WS-NB-DRT
               IF WS-DRT-OPERATEUR(WS-IDX-DRT) = WS-SAISIE-CODE AND
                  WS-DRT-PROGRAMME(WS-IDX-DRT) = WS-SAISIE-PROGRAMME
                   MOVE WS-IDX-DRT TO WS-TROUVE-DRT
               END-IF
           END-PERFORM.
           IF WS-TROUVE-DRT > 0
               DISPLAY "Droits actuels : "
                       WS-DRT-LETTRES(WS-TROUVE-DRT)
           ELSE
               DISPLAY "Droits actuels : aucun"
           END-IF.

           DISPLAY "Nouveaux droits (C creer, M modifier,"
                   " S supprimer, F forcer ; blanc = aucun) :".
           MOVE SPACES TO WS-SAISIE-LETTRES.
           ACCEPT WS-SAISIE-LETTRES.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-LETTRES)
                TO WS-SAISIE-LETTRES.

           MOVE "O" TO WS-LETTRES-VALIDES.
           PERFORM VARYING WS-IDX-LETTRE FROM 1 BY 1
                   UNTIL WS-IDX-LETTRE > 4
               IF WS-SAISIE-LETTRES(WS-IDX-LETTRE:1) NOT = "C" AND
                  WS-SAISIE-LETTRES(WS-IDX-LETTRE:1) NOT = "M" AND
                  WS-SAISIE-LETTRES(WS-IDX-LETTRE:1) NOT = "S" AND
                  WS-SAISIE-LETTRES(WS-IDX-LETTRE:1) NOT = "F" AND
                  WS-SAISIE-LETTRES(WS-IDX-LETTRE:1) NOT = SPACE
                   MOVE "N" TO WS-LETTRES-VALIDES
               END-IF
           END-PERFORM.
           IF WS-LETTRES-VALIDES = "N"
               DISPLAY "REFUSE : lettres admises C, M, S, F"
               GO TO 0450-DROITS-END
           END-IF.

           EVALUATE TRUE
               WHEN WS-SAISIE-LETTRES = SPACES AND WS-TROUVE-DRT > 0
      *Retrait du couple : le dernier prend sa place.
                   MOVE WS-DRT(WS-NB-DRT) TO WS-DRT(WS-TROUVE-DRT)
                   SUBTRACT 1 FROM WS-NB-DRT
               WHEN WS-SAISIE-LETTRES = SPACES
                   GO TO 0450-DROITS-END
               WHEN WS-TROUVE-DRT > 0
                   MOVE WS-SAISIE-LETTRES
                        TO WS-DRT-LETTRES(WS-TROUVE-DRT)
               WHEN WS-NB-DRT >= WS-MAX-DRT
                   DISPLAY "REFUSE : matrice des droits pleine"
                   GO TO 0450-DROITS-END
               WHEN OTHER
                   ADD 1 TO WS-NB-DRT
                   MOVE WS-SAISIE-CODE
                        TO WS-DRT-OPERATEUR(WS-NB-DRT)
                   MOVE WS-SAISIE-PROGRAMME
                        TO WS-DRT-PROGRAMME(WS-NB-DRT)
                   MOVE WS-SAISIE-LETTRES
                        TO WS-DRT-LETTRES(WS-NB-DRT)
           END-EVALUATE.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Droits de " FUNCTION TRIM(WS-SAISIE-CODE)
                   " sur " FUNCTION TRIM(WS-SAISIE-PROGRAMME)
                   " : " WS-SAISIE-LETTRES.

           EXIT.
       0450-DROITS-END.

      *Reecriture des deux fichiers, proteges par Sauvegarde.
       0500-SAVE-START.

           MOVE "operateurs.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.
           MOVE "droits.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-OPERATEURS.
           PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                   UNTIL WS-IDX-OPE > WS-NB-OPE
               MOVE SPACES                       TO F-OPERATEUR
               MOVE WS-OPE-CODE(WS-IDX-OPE)      TO F-OPE-CODE
               MOVE WS-OPE-EMPREINTE(WS-IDX-OPE) TO F-OPE-EMPREINTE
               MOVE WS-OPE-NOM(WS-IDX-OPE)       TO F-OPE-NOM
               MOVE WS-OPE-ACTIF(WS-IDX-OPE)     TO F-OPE-ACTIF
               WRITE F-OPERATEUR
           END-PERFORM.
           CLOSE FICHIER-OPERATEURS.

           OPEN OUTPUT FICHIER-DROITS.
           PERFORM VARYING WS-IDX-DRT FROM 1 BY 1
                   UNTIL WS-IDX-DRT > WS-NB-DRT
               MOVE SPACES                       TO F-DROIT
               MOVE WS-DRT-OPERATEUR(WS-IDX-DRT) TO F-DRT-OPERATEUR
               MOVE WS-DRT-PROGRAMME(WS-IDX-DRT) TO F-DRT-PROGRAMME
               MOVE WS-DRT-LETTRES(WS-IDX-DRT)   TO F-DRT-LETTRES
               WRITE F-DROIT
           END-PERFORM.
           CLOSE FICHIER-DROITS.

           EXIT.
       0500-SAVE-END.

       0600-LOAD-START.

           MOVE 0   TO WS-NB-OPE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-OPERATEURS.
      *Statut 05 : fichier optionnel absent, premier lancement.
           IF WS-OPERATEURS-STATUS NOT = "00"
               MOVE "O" TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-OPERATEURS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-NB-OPE < WS-MAX-OPE
                           ADD 1 TO WS-NB-OPE
                           MOVE F-OPE-CODE
                                TO WS-OPE-CODE(WS-NB-OPE)
                           MOVE F-OPE-EMPREINTE
                                TO WS-OPE-EMPREINTE(WS-NB-OPE)
                           MOVE F-OPE-NOM
                                TO WS-OPE-NOM(WS-NB-OPE)
                           MOVE F-OPE-ACTIF
                                TO WS-OPE-ACTIF(WS-NB-OPE)
                       ELSE
                           DISPLAY "ATTENTION : operateurs.txt"
                                   " tronque, WS-MAX-OPE depasse"
                           MOVE "O" TO WS-FIN-FICHIER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-OPERATEURS.

           MOVE 0   TO WS-NB-DRT.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-DROITS.
           IF WS-DROITS-STATUS NOT = "00"
               MOVE "O" TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-DROITS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-NB-DRT < WS-MAX-DRT
                           ADD 1 TO WS-NB-DRT
                           MOVE F-DRT-OPERATEUR
                                TO WS-DRT-OPERATEUR(WS-NB-DRT)
                           MOVE F-DRT-PROGRAMME
                                TO WS-DRT-PROGRAMME(WS-NB-DRT)
                           MOVE F-DRT-LETTRES
                                TO WS-DRT-LETTRES(WS-NB-DRT)
                       ELSE
                           DISPLAY "ATTENTION : droits.txt"
                                   " tronque, WS-MAX-DRT depasse"
                           MOVE "O" TO WS-FIN-FICHIER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-DROITS.

           EXIT.
       0600-LOAD-END.

      *Saisie d'un code operateur et recherche de son rang.
       0700-SAISIR-CODE-START.

           DISPLAY "Code operateur (8 caracteres) :".
           MOVE SPACES TO WS-SAISIE-CODE.
           ACCEPT WS-SAISIE-CODE.

           MOVE 0 TO WS-TROUVE.
           PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                   UNTIL WS-IDX-OPE > WS-NB-OPE
               IF WS-OPE-CODE(WS-IDX-OPE) = WS-SAISIE-CODE
                   MOVE WS-IDX-OPE TO WS-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0700-SAISIR-CODE-END.

       0800-LISTER-START.

           PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                   UNTIL WS-IDX-OPE > WS-NB-OPE
               DISPLAY WS-OPE-CODE(WS-IDX-OPE) " "
                       WS-OPE-NOM(WS-IDX-OPE) " actif "
                       WS-OPE-ACTIF(WS-IDX-OPE)
               PERFORM VARYING WS-IDX-DRT FROM 1 BY 1
                       UNTIL WS-IDX-DRT > WS-NB-DRT
                   IF WS-DRT-OPERATEUR(WS-IDX-DRT) =
                      WS-OPE-CODE(WS-IDX-OPE)
                       DISPLAY "    " WS-DRT-PROGRAMME(WS-IDX-DRT)
                               " " WS-DRT-LETTRES(WS-IDX-DRT)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.
       0800-LISTER-END.

      *Aucun operateur declare : le premier est cree ici, avec
      *tous les droits sur habilit, puis s'identifie comme les
      *suivants.
       0900-PREMIER-ADMIN-START.

           DISPLAY "Aucun operateur declare : creation du premier"
                   " administrateur".
           DISPLAY "Code operateur (8 caracteres) :".
           MOVE SPACES TO WS-SAISIE-CODE.
           ACCEPT WS-SAISIE-CODE.
           IF WS-SAISIE-CODE = SPACES
               DISPLAY "REFUSE : code operateur vide"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Nom de l'operateur :".
           MOVE SPACES TO WS-SAISIE-NOM.
           ACCEPT WS-SAISIE-NOM.

           MOVE "P"            TO WS-HB-ACTION.
           MOVE WS-SAISIE-CODE TO WS-HB-OPERATEUR.
           CALL "Habilitation" USING WS-HB-ACTION WS-HB-PROGRAMME
                                     WS-HB-DROIT WS-HB-OPERATEUR
                                     WS-HB-EMPREINTE WS-HB-STATUT.
           IF WS-HB-STATUT NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1               TO WS-NB-OPE.
           MOVE WS-SAISIE-CODE  TO WS-OPE-CODE(1).
           MOVE WS-HB-EMPREINTE TO WS-OPE-EMPREINTE(1).
           MOVE WS-SAISIE-NOM   TO WS-OPE-NOM(1).
           MOVE "O"             TO WS-OPE-ACTIF(1).
           MOVE 1               TO WS-NB-DRT.
           MOVE WS-SAISIE-CODE  TO WS-DRT-OPERATEUR(1).
           MOVE "habilit"       TO WS-DRT-PROGRAMME(1).
           MOVE "CMSF"          TO WS-DRT-LETTRES(1).

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Administrateur " FUNCTION TRIM(WS-SAISIE-CODE)
                   " cree ; identifiez-vous pour continuer".

           EXIT.
       0900-PREMIER-ADMIN-END.
