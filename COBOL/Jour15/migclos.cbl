       IDENTIFICATION DIVISION.
       PROGRAM-ID. migclos.
       AUTHOR.    Terry.

      *Migration en un passage du maitre indexe clients.dat vers
      *la fiche Client.cpy qui porte la date de cloture du client
      *(CLIENT-CLOTURE). Meme mecanique que migmandat : chaque
      *fiche de l'ancien decoupage est recopiee telle quelle dans
      *le temoin clients-avant-cloture.txt, puis clients.dat est
      *recree au nouveau decoupage depuis ce temoin. Tous les
      *clients naissent actifs (date de cloture a zero) ; c'est
      *maintcli qui clot une fiche. Un temoin deja present prouve
      *une migration deja faite : une deuxieme passe est refusee.
      *A passer apres migmandat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Le maitre relu sous son ancien decoupage, meme cle.
       SELECT FICHIER-ANCIEN ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS F-ANC-ID
           FILE STATUS IS WS-ANCIEN-STATUS.

      *Le meme maitre recree au nouveau decoupage.
       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

      *Temoin de l'ancien maitre, conserve apres migration.
      *OPTIONAL a l'ouverture en entree : c'est son absence qui
      *autorise la migration.
       SELECT OPTIONAL FICHIER-TEMOIN ASSIGN TO
           "clients-avant-cloture.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMOIN-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que Client.cpy avant la cloture (jusqu'a
      *CLIENT-IBAN) : seule la cle est nommee, le reste est
      *recopie en bloc.
       FD FICHIER-ANCIEN.
       01  F-ANCIEN.
           05 F-ANC-ID       PIC 9(04).
           05 F-ANC-RESTE    PIC X(225).

       FD FICHIER-CLIENT.
      *Fiche client commune, avec la date de cloture.
           COPY "Client.cpy".

      *Meme decoupage que l'ancienne fiche (F-ANCIEN).
       FD FICHIER-TEMOIN.
       01  F-TEMOIN           PIC X(229).

       WORKING-STORAGE SECTION.

       77  WS-ANCIEN-STATUS     PIC X(02) VALUE SPACES.
       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-TEMOIN-STATUS     PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-NB-FICHES         PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

      *Un temoin deja present : la migration a deja eu lieu, le
      *maitre est deja au nouveau decoupage.
           OPEN INPUT FICHIER-TEMOIN.
           IF WS-TEMOIN-STATUS = "00"
               CLOSE FICHIER-TEMOIN
               DISPLAY "ERREUR : clients-avant-cloture.txt existe"
                       " deja, migration refusee"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FICHIER-TEMOIN.

           PERFORM 0200-TEMOIN-START
           THRU    0200-TEMOIN-END.

           PERFORM 0300-RECREER-START
           THRU    0300-RECREER-END.

           DISPLAY "Migration terminee : " WS-NB-FICHES
                   " fiche(s) clients, toutes actives".

           STOP RUN.

      ******************************************************************

      *Recopie de l'ancien maitre dans le temoin, fiche par fiche.
       0200-TEMOIN-START.

           OPEN INPUT FICHIER-ANCIEN.

           IF WS-ANCIEN-STATUS NOT = "00"
               DISPLAY "ERREUR : clients.dat illisible sous l'ancien"
                       " decoupage, statut " WS-ANCIEN-STATUS
               CLOSE FICHIER-ANCIEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHIER-TEMOIN.
           MOVE "N" TO WS-FIN-FICHIER.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-ANCIEN NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE F-ANCIEN TO F-TEMOIN
                       WRITE F-TEMOIN
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ANCIEN.
           CLOSE FICHIER-TEMOIN.

           EXIT.
       0200-TEMOIN-END.

      *Le maitre est recree depuis le temoin, chaque fiche
      *completee d'une date de cloture a zero.
       0300-RECREER-START.

           OPEN INPUT  FICHIER-TEMOIN.
           OPEN OUTPUT FICHIER-CLIENT.
           MOVE "N" TO WS-FIN-FICHIER.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-TEMOIN
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE SPACES   TO CLIENT-RECORD
                       MOVE F-TEMOIN TO CLIENT-RECORD(1:229)
                       MOVE 0        TO CLIENT-CLOTURE
                       WRITE CLIENT-RECORD
                           INVALID KEY
                               DISPLAY "ATTENTION : fiche "
                                       CLIENT-ID " en double,"
                                       " ignoree"
                       END-WRITE
                       IF WS-CLIENT-STATUS = "00"
                           ADD 1 TO WS-NB-FICHES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TEMOIN.
           CLOSE FICHIER-CLIENT.

           EXIT.
       0300-RECREER-END.
