       IDENTIFICATION DIVISION.
       PROGRAM-ID. consmait.
       AUTHOR.    Terry.

      *Registre des consentements aux envois non obligatoires :
      *pour un client de clients.dat (type C) ou une personne de
      *personnes-maitre.txt (type P), chaque accord donne ou
      *retire sur un canal (P courrier postal, E email, T
      *telephone) est ajoute a consentements.txt avec sa date
      *d'effet, sa source (formulaire, site, demande ecrite...),
      *l'operateur et l'horodatage. Rien n'est jamais efface :
      *le registre est la preuve du consentement. L'etat d'un
      *canal se lit par le sous-programme Consentement, que les
      *envois commerciaux (lettres) consultent ; sans accord
      *enregistre, pas d'envoi. Les courriers obligatoires
      *(relances, mises en demeure) ne le consultent pas.
      *Une date d'effet ne peut ni depasser la date du jour ni
      *preceder le dernier evenement du canal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre des clients indexe sur CLIENT-ID : lu par
      *cle pour verifier le client.
           SELECT OPTIONAL FICHIER-CLIENT ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENT-ID
               FILE STATUS IS WS-CLIENT-STATUS.

           SELECT OPTIONAL FICHIER-MAITRE ASSIGN TO
               "personnes-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAITRE-STATUS.

      *OPTIONAL : le registre n'existe pas avant le premier
      *evenement.
           SELECT OPTIONAL FICHIER-CONSENTEMENTS ASSIGN TO
               "consentements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENTEMENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande, VIP et Sales.
           COPY "Client.cpy".

      *Meme decoupage que le FD du programme persmait.
       FD FICHIER-MAITRE.
       01  F-PERSONNE.
           05 F-PERS-ID         PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-PERS-NOM        PIC X(15).
           05 FILLER            PIC X(01).
           05 F-PERS-PRENOM     PIC X(15).
           05 FILLER            PIC X(01).
           05 F-PERS-DATE.
               10 F-PERS-MOIS   PIC 9(02).
               10 F-PERS-JOUR   PIC 9(02).
               10 F-PERS-ANNEE  PIC 9(04).

      *Un evenement : type de sujet (C client, P personne),
      *identifiant, canal (P courrier, E email, T telephone),
      *accord (O donne, N retire), date d'effet, source,
      *operateur et horodatage de la saisie.
       FD FICHIER-CONSENTEMENTS.
       01  F-CONSENTEMENT.
           05 F-CSN-TYPE        PIC X(01).
           05 FILLER            PIC X(01).
           05 F-CSN-SUJET       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-CSN-CANAL       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-CSN-ACCORD      PIC X(01).
           05 FILLER            PIC X(01).
           05 F-CSN-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-CSN-SOURCE      PIC X(15).
           05 FILLER            PIC X(01).
           05 F-CSN-OPERATEUR   PIC X(08).
           05 FILLER            PIC X(01).
           05 F-CSN-HORODATE    PIC X(19).

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-MAITRE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-CONSENTEMENTS-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER          PIC X(01) VALUE "N".
       77  WS-NB-LIGNES            PIC 9(04) VALUE 0.

      *Choix du menu et zones de saisie.
       77  WS-CHOIX             PIC 9(01) VALUE 0.
       77  WS-SAISIE-TYPE       PIC X(01) VALUE SPACE.
       77  WS-SAISIE-SUJET      PIC 9(04) VALUE 0.
       77  WS-SAISIE-CANAL      PIC X(01) VALUE SPACE.
       77  WS-SAISIE-DATE       PIC 9(08) VALUE 0.
       77  WS-SAISIE-SOURCE     PIC X(15) VALUE SPACES.
       77  WS-SAISIE-VALIDE     PIC X(01) VALUE "N".

      *Evenement a enregistrer (O accord donne, N retire) et nom
      *du sujet pour l'affichage.
       77  WS-EVT-ACCORD        PIC X(01) VALUE SPACE.
       77  WS-SUJET-NOM         PIC X(31) VALUE SPACES.
       77  WS-CANAL-LIB         PIC X(08) VALUE SPACES.
       77  WS-IDX-CANAL         PIC 9(01) VALUE 0.
       01  WS-CANAUX            PIC X(03) VALUE "PET".

      *Date du jour (AAAAMMJJ) : aucune date d'effet au-dela.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-AUJOURDHUI        PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme
      *Consentement (etat actuel d'un canal).
       77  WS-CS-TYPE           PIC X(01) VALUE SPACE.
       77  WS-CS-SUJET          PIC 9(04) VALUE 0.
       77  WS-CS-CANAL          PIC X(01) VALUE SPACE.
       77  WS-CS-ACCORD         PIC X(01) VALUE "N".
       77  WS-CS-DATE           PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(validation de la date d'effet).
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Horodatage de la saisie.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Habilitation :
      *identification de l'operateur (code et mot de passe) et
      *controle de ses droits sur chaque action.
       77  WS-HB-ACTION      PIC X(01) VALUE SPACE.
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "consmait".
       77  WS-HB-DROIT       PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR   PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE   PIC 9(10) VALUE 0.
       77  WS-HB-STATUT      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0040-IDENTIFIER-START
           THRU    0040-IDENTIFIER-END.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8) TO WS-AUJOURDHUI.

           PERFORM 0100-MENU-START
           THRU    0100-MENU-END.

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

       0100-MENU-START.

           PERFORM UNTIL WS-CHOIX = 4
                   DISPLAY "Registre des consentements"
                   DISPLAY "1- Enregistrer un consentement"
                   DISPLAY "2- Enregistrer un retrait"
                   DISPLAY "3- Consentements d'un client ou d'une"
                           " personne"
                   DISPLAY "4- Quitter"
                   ACCEPT WS-CHOIX
                   EVALUATE WS-CHOIX
                       WHEN = 1
                           MOVE "C" TO WS-HB-DROIT
                           PERFORM 0045-AUTORISER-START
                           THRU    0045-AUTORISER-END
                           IF WS-HB-STATUT = "00"
                               MOVE "O" TO WS-EVT-ACCORD
                               PERFORM 0200-ENREGISTRER-START
                               THRU    0200-ENREGISTRER-END
                           END-IF
                       WHEN = 2
                           MOVE "C" TO WS-HB-DROIT
                           PERFORM 0045-AUTORISER-START
                           THRU    0045-AUTORISER-END
                           IF WS-HB-STATUT = "00"
                               MOVE "N" TO WS-EVT-ACCORD
                               PERFORM 0200-ENREGISTRER-START
                               THRU    0200-ENREGISTRER-END
                           END-IF
                       WHEN = 3
                           PERFORM 0300-CONSULTER-START
                           THRU    0300-CONSULTER-END
                       WHEN = 4
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Je n'ai pas compris votre demande"
                   END-EVALUATE
           END-PERFORM.

           EXIT.
       0100-MENU-END.

      *Accord (WS-EVT-ACCORD = O) ou retrait (N) sur un canal : le
      *sujet doit exister, et l'evenement changer l'etat du canal.
       0200-ENREGISTRER-START.

           PERFORM 0600-SAISIR-SUJET-START
           THRU    0600-SAISIR-SUJET-END.
           IF WS-SAISIE-VALIDE = "N"
               GO TO 0200-ENREGISTRER-END
           END-IF.

           DISPLAY "Canal (P courrier, E email, T telephone) :".
           MOVE SPACE TO WS-SAISIE-CANAL.
           ACCEPT WS-SAISIE-CANAL.
           IF WS-SAISIE-CANAL NOT = "P" AND
              WS-SAISIE-CANAL NOT = "E" AND
              WS-SAISIE-CANAL NOT = "T"
               DISPLAY "REFUSE : canal inconnu"
               GO TO 0200-ENREGISTRER-END
           END-IF.
           MOVE WS-SAISIE-CANAL TO WS-CS-CANAL.
           PERFORM 0700-ETAT-CANAL-START
           THRU    0700-ETAT-CANAL-END.

           IF WS-EVT-ACCORD = "O" AND WS-CS-ACCORD = "O"
               DISPLAY "REFUSE : consentement "
                       FUNCTION TRIM(WS-CANAL-LIB)
                       " deja donne le " WS-CS-DATE
               GO TO 0200-ENREGISTRER-END
           END-IF.
           IF WS-EVT-ACCORD = "N" AND WS-CS-ACCORD = "N"
               DISPLAY "REFUSE : aucun consentement "
                       FUNCTION TRIM(WS-CANAL-LIB)
                       " en cours"
               GO TO 0200-ENREGISTRER-END
           END-IF.

           PERFORM 0680-SAISIR-DATE-START
           THRU    0680-SAISIR-DATE-END.
           IF WS-SAISIE-VALIDE = "N"
               GO TO 0200-ENREGISTRER-END
           END-IF.

           DISPLAY "Source (formulaire, site, courrier...) :".
           MOVE SPACES TO WS-SAISIE-SOURCE.
           ACCEPT WS-SAISIE-SOURCE.
           IF WS-SAISIE-SOURCE = SPACES
               DISPLAY "REFUSE : la source est obligatoire"
               GO TO 0200-ENREGISTRER-END
           END-IF.

           PERFORM 0550-ENREGISTRER-START
           THRU    0550-ENREGISTRER-END.

           IF WS-EVT-ACCORD = "O"
               DISPLAY "Consentement " WS-CANAL-LIB " de "
                       FUNCTION TRIM(WS-SUJET-NOM)
                       " enregistre au " WS-SAISIE-DATE
           ELSE
               DISPLAY "Retrait " WS-CANAL-LIB " de "
                       FUNCTION TRIM(WS-SUJET-NOM)
                       " enregistre au " WS-SAISIE-DATE
           END-IF.

           EXIT.
       0200-ENREGISTRER-END.

      *Etat actuel des trois canaux d'un sujet, puis son
      *historique complet dans l'ordre de saisie.
       0300-CONSULTER-START.

           PERFORM 0600-SAISIR-SUJET-START
           THRU    0600-SAISIR-SUJET-END.
           IF WS-SAISIE-VALIDE = "N"
               GO TO 0300-CONSULTER-END
           END-IF.

           DISPLAY "Consentements de " FUNCTION TRIM(WS-SUJET-NOM).
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 3
               MOVE WS-CANAUX(WS-IDX-CANAL:1) TO WS-CS-CANAL
               PERFORM 0700-ETAT-CANAL-START
               THRU    0700-ETAT-CANAL-END
               EVALUATE TRUE
                   WHEN WS-CS-ACCORD = "O"
                       DISPLAY "  " WS-CANAL-LIB " : donne le "
                               WS-CS-DATE
                   WHEN WS-CS-DATE > 0
                       DISPLAY "  " WS-CANAL-LIB " : retire le "
                               WS-CS-DATE
                   WHEN OTHER
                       DISPLAY "  " WS-CANAL-LIB " : jamais donne"
               END-EVALUATE
           END-PERFORM.

           MOVE 0 TO WS-NB-LIGNES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-CONSENTEMENTS.
           IF WS-CONSENTEMENTS-STATUS = "00" OR
              WS-CONSENTEMENTS-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-CONSENTEMENTS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-CSN-TYPE  = WS-SAISIE-TYPE AND
                              F-CSN-SUJET = WS-SAISIE-SUJET
                               ADD 1 TO WS-NB-LIGNES
                               DISPLAY F-CSN-DATE " "
                                       F-CSN-CANAL " "
                                       F-CSN-ACCORD " "
                                       F-CSN-SOURCE " ("
                                       F-CSN-OPERATEUR " "
                                       F-CSN-HORODATE ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONSENTEMENTS
           END-IF.

           IF WS-NB-LIGNES = 0
               DISPLAY "Aucun evenement au registre."
           END-IF.

           EXIT.
       0300-CONSULTER-END.

       0550-ENREGISTRER-START.

           CALL "Horodatage" USING WS-HORODATAGE.

           MOVE SPACES TO F-CONSENTEMENT.
           MOVE WS-SAISIE-TYPE   TO F-CSN-TYPE.
           MOVE WS-SAISIE-SUJET  TO F-CSN-SUJET.
           MOVE WS-SAISIE-CANAL  TO F-CSN-CANAL.
           MOVE WS-EVT-ACCORD    TO F-CSN-ACCORD.
           MOVE WS-SAISIE-DATE   TO F-CSN-DATE.
           MOVE WS-SAISIE-SOURCE TO F-CSN-SOURCE.
           MOVE WS-HB-OPERATEUR  TO F-CSN-OPERATEUR.
           MOVE WS-HORODATAGE    TO F-CSN-HORODATE.

           OPEN EXTEND FICHIER-CONSENTEMENTS.
           WRITE F-CONSENTEMENT.
           CLOSE FICHIER-CONSENTEMENTS.

           EXIT.
       0550-ENREGISTRER-END.

      *Type et identifiant du sujet, verifie dans son fichier :
      *WS-SAISIE-VALIDE a "O" et WS-SUJET-NOM renseigne s'il
      *existe.
       0600-SAISIR-SUJET-START.

           MOVE "N" TO WS-SAISIE-VALIDE.
           MOVE SPACES TO WS-SUJET-NOM.

           DISPLAY "Client ou personne du referentiel (C/P) :".
           MOVE SPACE TO WS-SAISIE-TYPE.
           ACCEPT WS-SAISIE-TYPE.
           IF WS-SAISIE-TYPE NOT = "C" AND WS-SAISIE-TYPE NOT = "P"
               DISPLAY "REFUSE : type de sujet inconnu"
               GO TO 0600-SAISIR-SUJET-END
           END-IF.

           DISPLAY "Identifiant :".
           ACCEPT WS-SAISIE-SUJET.

           IF WS-SAISIE-TYPE = "C"
               PERFORM 0610-CHERCHER-CLIENT-START
               THRU    0610-CHERCHER-CLIENT-END
           ELSE
               PERFORM 0620-CHERCHER-PERSONNE-START
               THRU    0620-CHERCHER-PERSONNE-END
           END-IF.

           IF WS-SUJET-NOM = SPACES
               DISPLAY "REFUSE : " WS-SAISIE-TYPE WS-SAISIE-SUJET
                       " inconnu"
               GO TO 0600-SAISIR-SUJET-END
           END-IF.

           MOVE WS-SAISIE-TYPE  TO WS-CS-TYPE.
           MOVE WS-SAISIE-SUJET TO WS-CS-SUJET.
           MOVE "O" TO WS-SAISIE-VALIDE.

           EXIT.
       0600-SAISIR-SUJET-END.

       0610-CHERCHER-CLIENT-START.

           OPEN INPUT FICHIER-CLIENT.

           IF WS-CLIENT-STATUS = "00"
               MOVE WS-SAISIE-SUJET TO CLIENT-ID
               READ FICHIER-CLIENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING "client " CLIENT-ID " "
                              CLIENT-NOM " " CLIENT-PRENOM
                              DELIMITED BY SIZE INTO WS-SUJET-NOM
               END-READ
           END-IF.
           CLOSE FICHIER-CLIENT.

           EXIT.
       0610-CHERCHER-CLIENT-END.

       0620-CHERCHER-PERSONNE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-MAITRE.

           IF WS-MAITRE-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-MAITRE
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-PERS-ID = WS-SAISIE-SUJET
                               MOVE SPACES TO WS-SUJET-NOM
                               STRING "personne " F-PERS-ID " "
                                      F-PERS-NOM
                                      DELIMITED BY SIZE
                                      INTO WS-SUJET-NOM
                               MOVE "O" TO WS-FIN-FICHIER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-MAITRE.

           EXIT.
       0620-CHERCHER-PERSONNE-END.

      *Date d'effet : valide, pas apres aujourd'hui, et pas avant
      *le dernier evenement du canal (WS-CS-DATE, zero sans
      *evenement).
       0680-SAISIR-DATE-START.

           MOVE "N" TO WS-SAISIE-VALIDE.

           DISPLAY "Date d'effet (AAAAMMJJ, 0 = aujourd'hui) :".
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-AUJOURDHUI TO WS-SAISIE-DATE
           END-IF.

           MOVE "V"            TO WS-DC-FONCTION.
           MOVE WS-SAISIE-DATE TO WS-DC-DATE-1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "REFUSE : date d'effet invalide"
               GO TO 0680-SAISIR-DATE-END
           END-IF.
           IF WS-SAISIE-DATE > WS-AUJOURDHUI
               DISPLAY "REFUSE : date d'effet posterieure a"
                       " aujourd'hui"
               GO TO 0680-SAISIR-DATE-END
           END-IF.
           IF WS-SAISIE-DATE < WS-CS-DATE
               DISPLAY "REFUSE : date d'effet anterieure au dernier"
                       " evenement du canal (" WS-CS-DATE ")"
               GO TO 0680-SAISIR-DATE-END
           END-IF.

           MOVE "O" TO WS-SAISIE-VALIDE.

           EXIT.
       0680-SAISIR-DATE-END.

      *Etat actuel du canal WS-CS-CANAL du sujet par Consentement,
      *avec son libelle.
       0700-ETAT-CANAL-START.

           CALL "Consentement" USING WS-CS-TYPE WS-CS-SUJET
                                     WS-CS-CANAL WS-CS-ACCORD
                                     WS-CS-DATE.

           EVALUATE WS-CS-CANAL
               WHEN "P"
                   MOVE "courrier" TO WS-CANAL-LIB
               WHEN "E"
                   MOVE "email"    TO WS-CANAL-LIB
               WHEN OTHER
                   MOVE "tel"      TO WS-CANAL-LIB
           END-EVALUATE.

           EXIT.
       0700-ETAT-CANAL-END.
