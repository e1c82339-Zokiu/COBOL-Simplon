       IDENTIFICATION DIVISION.
       PROGRAM-ID. auditadr.
       AUTHOR.    Terry.

      *Controle mensuel des adresses des clients actifs de
      *clients.dat contre le referentiel des codes postaux
      *(sous-programme ControleCP). Les fiches saisies avant le
      *controle de maintcli, ou reprises par migcli, portent encore
      *des "75OO1" et des "Paris 15" qui font revenir les lettres.
      *Le rapport audit-adresses-AAAAMM.txt liste chaque adresse en
      *faute avec son motif et, pour une ville mal orthographiee,
      *la ville proposee, a reporter par maintcli. Les adresses
      *qu'aucune proposition ne corrige (code postal mal forme ou
      *inconnu, ville sans proposition) forment la liste de rejet
      *adresses-rejetees.txt, refaite a chaque controle ; relance
      *n'ecrit pas a ces adresses tant qu'elles ne sont pas
      *corrigees.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre des clients indexe sur CLIENT-ID : lecture
      *sequentielle en ordre de cle.
       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

       SELECT FICHIER-RAPPORT ASSIGN TO DYNAMIC WS-NOM-RAPPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-REJETS ASSIGN TO "adresses-rejetees.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande et facture.
           COPY "Client.cpy".

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(110).

      *Une ligne par adresse rejetee : client, code postal et ville
      *tels que saisis, motif (CP INVALIDE, CP INCONNU, VILLE) et
      *date du controle.
       FD FICHIER-REJETS.
       01  F-REJET.
           05 F-REJ-CLIENT      PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-REJ-CP          PIC X(05).
           05 FILLER            PIC X(01).
           05 F-REJ-VILLE       PIC X(20).
           05 FILLER            PIC X(01).
           05 F-REJ-MOTIF       PIC X(11).
           05 FILLER            PIC X(01).
           05 F-REJ-DATE        PIC 9(08).

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-FIN-CLIENT        PIC X(01) VALUE "N".

       77  WS-NOM-RAPPORT       PIC X(40) VALUE SPACES.

      *Compteurs du controle.
       77  WS-NB-CONTROLES      PIC 9(06) VALUE 0.
       77  WS-NB-RECONNUES      PIC 9(06) VALUE 0.
       77  WS-NB-PROPOSEES      PIC 9(06) VALUE 0.
       77  WS-NB-REJETEES       PIC 9(06) VALUE 0.
       77  WS-MOTIF             PIC X(11) VALUE SPACES.

      *Date du jour AAAAMMJJ, mois du rapport et date des rejets.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.

      *Horodatage de l'exécution, reporté en en-tête du rapport.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme ControleCP.
       77  WS-CC-CP             PIC X(05) VALUE SPACES.
       77  WS-CC-VILLE          PIC X(20) VALUE SPACES.
       77  WS-CC-SUGGESTION     PIC X(20) VALUE SPACES.
       77  WS-CC-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "auditadr".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.
           CALL "Horodatage" USING WS-HORODATAGE.

      *Sans referentiel, rien n'est controlable : la liste de rejet
      *en place est gardee.
           MOVE SPACES TO WS-CC-CP WS-CC-VILLE.
           CALL "ControleCP" USING WS-CC-CP WS-CC-VILLE
                                   WS-CC-SUGGESTION WS-CC-STATUT.
           IF WS-CC-STATUT = "05"
               DISPLAY "ERREUR : codes-postaux.txt absent, passer"
                       " chargecp avant le controle des adresses"
               MOVE "ECHEC" TO WS-JRN-STATUT
               CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                    WS-JRN-ECRITS WS-JRN-REJETES
                                    WS-JRN-STATUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "audit-adresses-" WS-DATE-JOUR(1:6) ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-RAPPORT.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Controle des adresses clients - " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.

           MOVE "adresses-rejetees.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.
           OPEN OUTPUT FICHIER-REJETS.

           PERFORM 0100-PARCOURIR-START
           THRU    0100-PARCOURIR-END.

           CLOSE FICHIER-REJETS.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "ADRESSES CONTROLEES " WS-NB-CONTROLES
                  "  RECONNUES " WS-NB-RECONNUES
                  "  VILLE PROPOSEE " WS-NB-PROPOSEES
                  "  REJETEES " WS-NB-REJETEES
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           CLOSE FICHIER-RAPPORT.

           DISPLAY "Controle des adresses : " WS-NB-CONTROLES
                   " controlee(s), " WS-NB-PROPOSEES
                   " ville(s) proposee(s), " WS-NB-REJETEES
                   " rejetee(s) (" FUNCTION TRIM(WS-NOM-RAPPORT)
                   ")".

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-CONTROLES TO WS-JRN-LUS.
           MOVE WS-NB-RECONNUES TO WS-JRN-ECRITS.
           COMPUTE WS-JRN-REJETES = WS-NB-PROPOSEES + WS-NB-REJETEES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Une adresse par client actif ; les clients clos ne recoivent
      *plus de courrier.
       0100-PARCOURIR-START.

           OPEN INPUT FICHIER-CLIENT.

           IF WS-CLIENT-STATUS NOT = "00"
               DISPLAY "ERREUR : clients.dat illisible (statut "
                       WS-CLIENT-STATUS ")"
               MOVE "ECHEC" TO WS-JRN-STATUT
               MOVE 8 TO RETURN-CODE
               GO TO 0100-PARCOURIR-END
           END-IF.

           PERFORM UNTIL WS-FIN-CLIENT = "O"
               READ FICHIER-CLIENT
                   AT END
                       MOVE "O" TO WS-FIN-CLIENT
                   NOT AT END
                       IF CLIENT-CLOTURE = 0
                           PERFORM 0200-UNE-ADRESSE-START
                           THRU    0200-UNE-ADRESSE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENT.

           EXIT.
       0100-PARCOURIR-END.

       0200-UNE-ADRESSE-START.

           ADD 1 TO WS-NB-CONTROLES.
           MOVE CLIENT-CP    TO WS-CC-CP.
           MOVE CLIENT-VILLE TO WS-CC-VILLE.
           CALL "ControleCP" USING WS-CC-CP WS-CC-VILLE
                                   WS-CC-SUGGESTION WS-CC-STATUT.

           EVALUATE WS-CC-STATUT
               WHEN "00"
                   ADD 1 TO WS-NB-RECONNUES
                   GO TO 0200-UNE-ADRESSE-END
               WHEN "20"
                   MOVE "CP INCONNU" TO WS-MOTIF
               WHEN "30"
                   MOVE "VILLE" TO WS-MOTIF
               WHEN OTHER
                   MOVE "CP INVALIDE" TO WS-MOTIF
           END-EVALUATE.

           MOVE SPACES TO F-RAPPORT.
           STRING "CLIENT " CLIENT-ID " " CLIENT-NOM " "
                  CLIENT-CP " " CLIENT-VILLE " " WS-MOTIF
                  DELIMITED BY SIZE INTO F-RAPPORT.

      *Ville proposee : l'adresse se corrige, elle n'est pas
      *rejetee.
           IF WS-CC-SUGGESTION NOT = SPACES
               ADD 1 TO WS-NB-PROPOSEES
               MOVE "-> PROPOSEE " TO F-RAPPORT(72:12)
               MOVE WS-CC-SUGGESTION TO F-RAPPORT(84:20)
               WRITE F-RAPPORT
               GO TO 0200-UNE-ADRESSE-END
           END-IF.

           ADD 1 TO WS-NB-REJETEES.
           MOVE "-> REJETEE" TO F-RAPPORT(72:12).
           WRITE F-RAPPORT.

           MOVE SPACES       TO F-REJET.
           MOVE CLIENT-ID    TO F-REJ-CLIENT.
           MOVE CLIENT-CP    TO F-REJ-CP.
           MOVE CLIENT-VILLE TO F-REJ-VILLE.
           MOVE WS-MOTIF     TO F-REJ-MOTIF.
           MOVE WS-DATE-JOUR TO F-REJ-DATE.
           WRITE F-REJET.

           EXIT.
       0200-UNE-ADRESSE-END.
