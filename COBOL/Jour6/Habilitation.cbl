       IDENTIFICATION DIVISION.
       PROGRAM-ID. Habilitation.
       AUTHOR. Terry.

      *Sous-programme partagé : identification des operateurs et
      *controle de leurs droits pour les programmes de maintenance.
      *N'importe qui lancait persmait, articles, saisinote, saisie
      *ou un retraitement force, et les pistes d'audit portaient
      *un nom d'operateur tape par l'interesse lui-meme.
      *Les operateurs sont declares dans operateurs.txt (code,
      *empreinte du mot de passe - jamais le mot de passe -, nom,
      *actif O/N) et leurs droits dans la matrice droits.txt : une
      *ligne par operateur et par programme, portant les lettres
      *des actions permises (C creer, M modifier, S supprimer,
      *F forcer). Les deux fichiers se tiennent avec habilit.
      *Chaque identification, chaque action accordee et chaque
      *refus part dans le journal de securite securite.txt, dont
      *rapsecu tire le releve mensuel.
      *  HB-ACTION : "S" = identifier l'operateur (code et mot de
      *                    passe au clavier, trois essais) ; il
      *                    lui faut au moins un droit sur
      *                    HB-PROGRAMME. Rend HB-OPERATEUR ;
      *              "A" = controler le droit HB-DROIT de
      *                    HB-OPERATEUR sur HB-PROGRAMME ;
      *              "P" = saisir un nouveau mot de passe (deux
      *                    fois) pour HB-OPERATEUR et rendre son
      *                    empreinte dans HB-EMPREINTE.
      *  HB-STATUT : "00" bon, "05" aucun operateur declare, "10"
      *              identification refusee, "20" droit refuse,
      *              "30" mot de passe vide ou non confirme, "40"
      *              action inconnue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : tant que habilit n'a declare personne.
           SELECT OPTIONAL FICHIER-OPERATEURS ASSIGN TO
               "operateurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATEURS-STATUS.

           SELECT OPTIONAL FICHIER-DROITS ASSIGN TO "droits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROITS-STATUS.

      *Journal de securite : n'existe pas avant le premier
      *evenement.
           SELECT OPTIONAL FICHIER-SECURITE ASSIGN TO "securite.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Un operateur : code, empreinte du mot de passe, nom, actif.
       FD FICHIER-OPERATEURS.
       01  F-OPERATEUR.
           05 F-OPE-CODE        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-OPE-EMPREINTE   PIC 9(10).
           05 FILLER            PIC X(01).
           05 F-OPE-NOM         PIC X(20).
           05 FILLER            PIC X(01).
           05 F-OPE-ACTIF       PIC X(01).

      *Droits d'un operateur sur un programme : lettres C, M, S, F.
       FD FICHIER-DROITS.
       01  F-DROIT.
           05 F-DRT-OPERATEUR   PIC X(08).
           05 FILLER            PIC X(01).
           05 F-DRT-PROGRAMME   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-DRT-LETTRES     PIC X(04).

      *Un evenement : horodatage, operateur, programme, droit
      *demande et resultat (CONNEXION, ECHEC-CNX, ACCORDE,
      *REFUSE).
       FD FICHIER-SECURITE.
       01  F-SECURITE.
           05 F-SEC-HORODATE    PIC X(19).
           05 FILLER            PIC X(01).
           05 F-SEC-OPERATEUR   PIC X(08).
           05 FILLER            PIC X(01).
           05 F-SEC-PROGRAMME   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-SEC-DROIT       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-SEC-RESULTAT    PIC X(10).

       WORKING-STORAGE SECTION.

       77  WS-OPERATEURS-STATUS PIC X(02) VALUE SPACES.
       77  WS-DROITS-STATUS     PIC X(02) VALUE SPACES.
       77  WS-SECURITE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

      *Saisie de l'identification.
       77  WS-SAISIE-CODE       PIC X(08) VALUE SPACES.
       77  WS-MOT-PASSE         PIC X(20) VALUE SPACES.
       77  WS-MOT-PASSE-2       PIC X(20) VALUE SPACES.
       77  WS-ESSAI             PIC 9(01) VALUE 0.
       77  WS-MAX-ESSAIS        PIC 9(01) VALUE 3.
       77  WS-IDENTIFIE         PIC X(01) VALUE "N".
       77  WS-NB-OPERATEURS     PIC 9(03) VALUE 0.

      *Fiche de l'operateur cherche.
       77  WS-OPE-TROUVE        PIC X(01) VALUE "N".
       77  WS-OPE-EMPREINTE     PIC 9(10) VALUE 0.
       77  WS-OPE-ACTIF         PIC X(01) VALUE "N".

      *Droits lus pour le couple operateur / programme.
       77  WS-LETTRES           PIC X(04) VALUE SPACES.
       77  WS-NB-LETTRE         PIC 9(02) VALUE 0.

      *Empreinte du mot de passe : le code operateur et le mot de
      *passe melanges par trois passes d'un hachage polynomial,
      *pour que deux operateurs au meme mot de passe n'aient pas
      *la meme empreinte.
       77  WS-CODE-HACHE        PIC X(08) VALUE SPACES.
       77  WS-A-HACHER          PIC X(30) VALUE SPACES.
       77  WS-LONGUEUR          PIC 9(02) VALUE 0.
       77  WS-IDX-OCTET         PIC 9(02) VALUE 1.
       77  WS-PASSE             PIC 9(01) VALUE 1.
       77  WS-HACHE             PIC 9(10) VALUE 0.
       77  WS-CALCUL            PIC 9(13) VALUE 0.
       77  WS-QUOTIENT          PIC 9(13) VALUE 0.

      *Evenement a consigner.
       77  WS-SEC-OPERATEUR     PIC X(08) VALUE SPACES.
       77  WS-SEC-DROIT         PIC X(01) VALUE SPACE.
       77  WS-SEC-RESULTAT      PIC X(10) VALUE SPACES.
       01  WS-HORODATAGE        PIC X(19).

       LINKAGE SECTION.
       01  HB-ACTION            PIC X(01).
       01  HB-PROGRAMME         PIC X(10).
       01  HB-DROIT             PIC X(01).
       01  HB-OPERATEUR         PIC X(08).
       01  HB-EMPREINTE         PIC 9(10).
       01  HB-STATUT            PIC X(02).

       PROCEDURE DIVISION USING HB-ACTION HB-PROGRAMME HB-DROIT
                                HB-OPERATEUR HB-EMPREINTE HB-STATUT.

           MOVE "00" TO HB-STATUT.

           EVALUATE HB-ACTION
               WHEN "S"
                   PERFORM 0100-IDENTIFIER-START
                   THRU    0100-IDENTIFIER-END
               WHEN "A"
                   PERFORM 0200-AUTORISER-START
                   THRU    0200-AUTORISER-END
               WHEN "P"
                   PERFORM 0300-MOT-PASSE-START
                   THRU    0300-MOT-PASSE-END
               WHEN OTHER
                   MOVE "40" TO HB-STATUT
           END-EVALUATE.

           GOBACK.

      ******************************************************************

      *Identification au clavier, trois essais. Chaque echec est
      *consigne ; une identification reussie sans aucun droit sur
      *le programme est refusee elle aussi.
       0100-IDENTIFIER-START.

           MOVE SPACES TO HB-OPERATEUR.
           MOVE "N"    TO WS-IDENTIFIE.
           MOVE 0      TO WS-ESSAI.

           PERFORM UNTIL WS-IDENTIFIE = "O"
                      OR WS-ESSAI >= WS-MAX-ESSAIS
               ADD 1 TO WS-ESSAI
               DISPLAY "Code operateur :"
               MOVE SPACES TO WS-SAISIE-CODE
               ACCEPT WS-SAISIE-CODE
               DISPLAY "Mot de passe :"
               MOVE SPACES TO WS-MOT-PASSE
               ACCEPT WS-MOT-PASSE

               PERFORM 0500-LIRE-OPERATEUR-START
               THRU    0500-LIRE-OPERATEUR-END

               IF WS-NB-OPERATEURS = 0
                   DISPLAY "ERREUR : aucun operateur declare"
                           " (operateurs.txt), voir habilit"
                   MOVE WS-SAISIE-CODE TO WS-SEC-OPERATEUR
                   MOVE SPACE          TO WS-SEC-DROIT
                   MOVE "ECHEC-CNX"    TO WS-SEC-RESULTAT
                   PERFORM 0700-CONSIGNER-START
                   THRU    0700-CONSIGNER-END
                   MOVE "05" TO HB-STATUT
                   GO TO 0100-IDENTIFIER-END
               END-IF

               IF WS-OPE-TROUVE = "O" AND WS-OPE-ACTIF = "O"
                   MOVE WS-SAISIE-CODE TO WS-CODE-HACHE
                   PERFORM 0600-HACHER-START
                   THRU    0600-HACHER-END
                   IF WS-HACHE = WS-OPE-EMPREINTE
                       MOVE "O" TO WS-IDENTIFIE
                   END-IF
               END-IF

               IF WS-IDENTIFIE = "N"
                   DISPLAY "REFUSE : code operateur ou mot de passe"
                           " incorrect"
                   MOVE WS-SAISIE-CODE TO WS-SEC-OPERATEUR
                   MOVE SPACE          TO WS-SEC-DROIT
                   MOVE "ECHEC-CNX"    TO WS-SEC-RESULTAT
                   PERFORM 0700-CONSIGNER-START
                   THRU    0700-CONSIGNER-END
               END-IF
           END-PERFORM.

           IF WS-IDENTIFIE = "N"
               DISPLAY "REFUSE : identification impossible apres "
                       WS-MAX-ESSAIS " essais"
               MOVE "10" TO HB-STATUT
               GO TO 0100-IDENTIFIER-END
           END-IF.

           PERFORM 0550-LIRE-DROITS-START
           THRU    0550-LIRE-DROITS-END.

           MOVE WS-SAISIE-CODE TO WS-SEC-OPERATEUR.
           MOVE SPACE          TO WS-SEC-DROIT.
           IF WS-LETTRES = SPACES
               DISPLAY "REFUSE : l'operateur "
                       FUNCTION TRIM(WS-SAISIE-CODE)
                       " n'a aucun droit sur "
                       FUNCTION TRIM(HB-PROGRAMME)
               MOVE "REFUSE" TO WS-SEC-RESULTAT
               PERFORM 0700-CONSIGNER-START
               THRU    0700-CONSIGNER-END
               MOVE "20" TO HB-STATUT
               GO TO 0100-IDENTIFIER-END
           END-IF.

           MOVE "CONNEXION" TO WS-SEC-RESULTAT.
           PERFORM 0700-CONSIGNER-START
           THRU    0700-CONSIGNER-END.
           MOVE WS-SAISIE-CODE TO HB-OPERATEUR.

           EXIT.
       0100-IDENTIFIER-END.

      *Le droit demande figure-t-il parmi les lettres de
      *l'operateur pour ce programme ? Accorde ou refuse, la
      *demande est consignee.
       0200-AUTORISER-START.

           MOVE HB-OPERATEUR TO WS-SAISIE-CODE.
           PERFORM 0550-LIRE-DROITS-START
           THRU    0550-LIRE-DROITS-END.

           MOVE 0 TO WS-NB-LETTRE.
           INSPECT WS-LETTRES TALLYING WS-NB-LETTRE
                   FOR ALL HB-DROIT.

           MOVE HB-OPERATEUR TO WS-SEC-OPERATEUR.
           MOVE HB-DROIT     TO WS-SEC-DROIT.
           IF WS-NB-LETTRE = 0 OR HB-DROIT = SPACE
               DISPLAY "REFUSE : l'operateur "
                       FUNCTION TRIM(HB-OPERATEUR)
                       " n'a pas le droit " HB-DROIT " sur "
                       FUNCTION TRIM(HB-PROGRAMME)
                       " (C creer, M modifier, S supprimer,"
                       " F forcer)"
               MOVE "REFUSE" TO WS-SEC-RESULTAT
               MOVE "20"     TO HB-STATUT
           ELSE
               MOVE "ACCORDE" TO WS-SEC-RESULTAT
           END-IF.
           PERFORM 0700-CONSIGNER-START
           THRU    0700-CONSIGNER-END.

           EXIT.
       0200-AUTORISER-END.

      *Nouveau mot de passe saisi deux fois, rendu sous forme
      *d'empreinte seulement.
       0300-MOT-PASSE-START.

           MOVE 0 TO HB-EMPREINTE.
           DISPLAY "Nouveau mot de passe (sans espace) :".
           MOVE SPACES TO WS-MOT-PASSE.
           ACCEPT WS-MOT-PASSE.
           DISPLAY "Confirmer le mot de passe :".
           MOVE SPACES TO WS-MOT-PASSE-2.
           ACCEPT WS-MOT-PASSE-2.

           IF WS-MOT-PASSE = SPACES
               DISPLAY "REFUSE : mot de passe vide"
               MOVE "30" TO HB-STATUT
               GO TO 0300-MOT-PASSE-END
           END-IF.
           IF WS-MOT-PASSE NOT = WS-MOT-PASSE-2
               DISPLAY "REFUSE : les deux saisies different"
               MOVE "30" TO HB-STATUT
               GO TO 0300-MOT-PASSE-END
           END-IF.

           MOVE HB-OPERATEUR TO WS-CODE-HACHE.
           PERFORM 0600-HACHER-START
           THRU    0600-HACHER-END.
           MOVE WS-HACHE TO HB-EMPREINTE.

           EXIT.
       0300-MOT-PASSE-END.

      *Cherche WS-SAISIE-CODE dans operateurs.txt.
       0500-LIRE-OPERATEUR-START.

           MOVE "N" TO WS-OPE-TROUVE.
           MOVE 0   TO WS-NB-OPERATEURS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-OPERATEURS.
           IF WS-OPERATEURS-STATUS NOT = "00"
               MOVE "O" TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-OPERATEURS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-OPERATEURS
                       IF F-OPE-CODE = WS-SAISIE-CODE AND
                          WS-SAISIE-CODE NOT = SPACES
                           MOVE "O"             TO WS-OPE-TROUVE
                           MOVE F-OPE-EMPREINTE TO WS-OPE-EMPREINTE
                           MOVE F-OPE-ACTIF     TO WS-OPE-ACTIF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-OPERATEURS.

           EXIT.
       0500-LIRE-OPERATEUR-END.

      *Lettres de droits de WS-SAISIE-CODE sur HB-PROGRAMME (la
      *derniere ligne du couple l'emporte).
       0550-LIRE-DROITS-START.

           MOVE SPACES TO WS-LETTRES.
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
                       IF F-DRT-OPERATEUR = WS-SAISIE-CODE AND
                          F-DRT-PROGRAMME = HB-PROGRAMME
                           MOVE F-DRT-LETTRES TO WS-LETTRES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-DROITS.

           EXIT.
       0550-LIRE-DROITS-END.

      *Empreinte du code operateur WS-CODE-HACHE suivi de ":" et
      *de WS-MOT-PASSE.
       0600-HACHER-START.

           MOVE SPACES TO WS-A-HACHER.
           STRING WS-CODE-HACHE DELIMITED BY SPACE
                  ":"           DELIMITED BY SIZE
                  WS-MOT-PASSE  DELIMITED BY SPACE
                  INTO WS-A-HACHER.
           COMPUTE WS-LONGUEUR = FUNCTION LENGTH
               (FUNCTION TRIM(WS-A-HACHER TRAILING)).

           MOVE 5381 TO WS-HACHE.
           PERFORM VARYING WS-PASSE FROM 1 BY 1 UNTIL WS-PASSE > 3
               PERFORM VARYING WS-IDX-OCTET FROM 1 BY 1
                       UNTIL WS-IDX-OCTET > WS-LONGUEUR
                   COMPUTE WS-CALCUL = WS-HACHE * 131 +
                       FUNCTION ORD(WS-A-HACHER(WS-IDX-OCTET:1))
                   DIVIDE WS-CALCUL BY 9999999967
                          GIVING WS-QUOTIENT
                          REMAINDER WS-HACHE
               END-PERFORM
           END-PERFORM.

           EXIT.
       0600-HACHER-END.

      *Ajoute l'evenement au journal de securite.
       0700-CONSIGNER-START.

           CALL "Horodatage" USING WS-HORODATAGE.

           OPEN EXTEND FICHIER-SECURITE.
           MOVE SPACES           TO F-SECURITE.
           MOVE WS-HORODATAGE    TO F-SEC-HORODATE.
           MOVE WS-SEC-OPERATEUR TO F-SEC-OPERATEUR.
           MOVE HB-PROGRAMME     TO F-SEC-PROGRAMME.
           MOVE WS-SEC-DROIT     TO F-SEC-DROIT.
           MOVE WS-SEC-RESULTAT  TO F-SEC-RESULTAT.
           WRITE F-SECURITE.
           IF WS-SECURITE-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture du journal de securite"
                       " en echec, statut " WS-SECURITE-STATUS
           END-IF.
           CLOSE FICHIER-SECURITE.

           EXIT.
       0700-CONSIGNER-END.
