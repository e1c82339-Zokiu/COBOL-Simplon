       IDENTIFICATION DIVISION.
       PROGRAM-ID. migmandat.
       AUTHOR.    Terry.

      *Migration en un passage du maitre indexe clients.dat vers
      *la fiche qui porte le mandat de prelevement SEPA
      *(CLIENT-RUM, CLIENT-SIGNE, CLIENT-IBAN de Client.cpy). La
      *fiche sort a 229 caracteres, le decoupage que relit
      *migclos : la date de cloture n'existe pas encore. Meme
      *mecanique que migexo : chaque fiche de l'ancien decoupage
      *est recopiee telle quelle dans le temoin
      *clients-avant-mandat.txt, puis clients.dat est recree au
      *nouveau decoupage depuis ce temoin. Les mandats deja
      *signes sont repris de mandats.txt (CLIENT-ID, RUM, date de
      *signature AAAAMMJJ, IBAN) ; les autres clients naissent
      *sans mandat. Un temoin deja present prouve une migration
      *deja faite : une deuxieme passe est refusee. A passer
      *apres migexo.

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
           RECORD KEY IS F-NOUV-ID
           FILE STATUS IS WS-CLIENT-STATUS.

      *Temoin de l'ancien maitre, conserve apres migration.
      *OPTIONAL a l'ouverture en entree : c'est son absence qui
      *autorise la migration.
       SELECT OPTIONAL FICHIER-TEMOIN ASSIGN TO
           "clients-avant-mandat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMOIN-STATUS.

      *Mandats deja signes. OPTIONAL : sans liste, aucun mandat.
       SELECT OPTIONAL FICHIER-MANDATS ASSIGN TO "mandats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANDATS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que Client.cpy avant le mandat (jusqu'a
      *CLIENT-EXONERE) : seule la cle est nommee, le reste est
      *recopie en bloc.
       FD FICHIER-ANCIEN.
       01  F-ANCIEN.
           05 F-ANC-ID       PIC 9(04).
           05 F-ANC-RESTE    PIC X(145).

      *Fiche client a l'issue de cette etape : Client.cpy jusqu'a
      *CLIENT-IBAN. Le copybook, au decoupage final, ne sert pas
      *ici.
       FD FICHIER-CLIENT.
       01  F-NOUVEAU.
           05 F-NOUV-ID      PIC 9(04).
           05 F-NOUV-RESTE   PIC X(145).
           05 FILLER         PIC X(01).
           05 F-NOUV-RUM     PIC X(35).
           05 FILLER         PIC X(01).
           05 F-NOUV-SIGNE   PIC 9(08).
           05 FILLER         PIC X(01).
           05 F-NOUV-IBAN    PIC X(34).

      *Meme decoupage que l'ancienne fiche (F-ANCIEN).
       FD FICHIER-TEMOIN.
       01  F-TEMOIN           PIC X(149).

      *Une ligne par mandat : client, RUM, date de signature, IBAN.
       FD FICHIER-MANDATS.
       01  F-MANDAT.
           05 F-MAN-CLIENT   PIC 9(04).
           05 FILLER         PIC X(01).
           05 F-MAN-RUM      PIC X(35).
           05 FILLER         PIC X(01).
           05 F-MAN-SIGNE    PIC 9(08).
           05 FILLER         PIC X(01).
           05 F-MAN-IBAN     PIC X(34).

       WORKING-STORAGE SECTION.

       77  WS-ANCIEN-STATUS     PIC X(02) VALUE SPACES.
       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-TEMOIN-STATUS     PIC X(02) VALUE SPACES.
       77  WS-MANDATS-STATUS    PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-NB-FICHES         PIC 9(03) VALUE 0.
       77  WS-NB-AVEC-MANDAT    PIC 9(03) VALUE 0.

      *Mandats charges depuis mandats.txt.
       01  WS-TABLE-MANDATS.
           05 WS-MAN OCCURS 100 TIMES.
               10 WS-MAN-CLIENT  PIC 9(04).
               10 WS-MAN-RUM     PIC X(35).
               10 WS-MAN-SIGNE   PIC 9(08).
               10 WS-MAN-IBAN    PIC X(34).

       77  WS-IDX-MAN           PIC 9(03) VALUE 1.
       77  WS-MAX-MAN           PIC 9(03) VALUE 100.
       77  WS-NB-MAN            PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.

      *Un temoin deja present : la migration a deja eu lieu, le
      *maitre est deja au nouveau decoupage.
           OPEN INPUT FICHIER-TEMOIN.
           IF WS-TEMOIN-STATUS = "00"
               CLOSE FICHIER-TEMOIN
               DISPLAY "ERREUR : clients-avant-mandat.txt existe"
                       " deja, migration refusee"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FICHIER-TEMOIN.

           PERFORM 0100-CHARGER-MANDATS-START
           THRU    0100-CHARGER-MANDATS-END.

           PERFORM 0200-TEMOIN-START
           THRU    0200-TEMOIN-END.

           PERFORM 0300-RECREER-START
           THRU    0300-RECREER-END.

           DISPLAY "Migration terminee : " WS-NB-FICHES
                   " fiche(s) clients, dont " WS-NB-AVEC-MANDAT
                   " avec mandat de prelevement".

           STOP RUN.

      ******************************************************************

      *Un mandat sans RUM, sans IBAN ou sans date de signature
      *numerique est ecarte et signale.
       0100-CHARGER-MANDATS-START.

           OPEN INPUT FICHIER-MANDATS.

      *Statut 05 : fichier optionnel absent, aucun mandat.
           IF WS-MANDATS-STATUS = "00" OR WS-MANDATS-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-MANDATS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-MAN-CLIENT IS NUMERIC AND
                              F-MAN-RUM NOT = SPACES AND
                              F-MAN-IBAN NOT = SPACES AND
                              F-MAN-SIGNE IS NUMERIC AND
                              WS-NB-MAN < WS-MAX-MAN
                               ADD 1 TO WS-NB-MAN
                               MOVE F-MAN-CLIENT TO
                                    WS-MAN-CLIENT(WS-NB-MAN)
                               MOVE F-MAN-RUM    TO
                                    WS-MAN-RUM(WS-NB-MAN)
                               MOVE F-MAN-SIGNE  TO
                                    WS-MAN-SIGNE(WS-NB-MAN)
                               MOVE F-MAN-IBAN   TO
                                    WS-MAN-IBAN(WS-NB-MAN)
                           ELSE
                               DISPLAY "ATTENTION : mandat incomplet"
                                       " ou en trop, ignore : "
                                       F-MAN-CLIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MANDATS
           END-IF.

           EXIT.
       0100-CHARGER-MANDATS-END.

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
      *completee de son mandat s'il en a un.
       0300-RECREER-START.

           OPEN INPUT  FICHIER-TEMOIN.
           OPEN OUTPUT FICHIER-CLIENT.
           MOVE "N" TO WS-FIN-FICHIER.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-TEMOIN
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE SPACES   TO F-NOUVEAU
                       MOVE F-TEMOIN TO F-NOUVEAU(1:149)
                       MOVE SPACES   TO F-NOUV-RUM
                       MOVE 0        TO F-NOUV-SIGNE
                       MOVE SPACES   TO F-NOUV-IBAN
                       PERFORM VARYING WS-IDX-MAN FROM 1 BY 1
                               UNTIL WS-IDX-MAN > WS-NB-MAN
                           IF WS-MAN-CLIENT(WS-IDX-MAN) = F-NOUV-ID
                               MOVE WS-MAN-RUM(WS-IDX-MAN)
                                    TO F-NOUV-RUM
                               MOVE WS-MAN-SIGNE(WS-IDX-MAN)
                                    TO F-NOUV-SIGNE
                               MOVE WS-MAN-IBAN(WS-IDX-MAN)
                                    TO F-NOUV-IBAN
                           END-IF
                       END-PERFORM
                       WRITE F-NOUVEAU
                           INVALID KEY
                               DISPLAY "ATTENTION : fiche "
                                       F-NOUV-ID " en double,"
                                       " ignoree"
                       END-WRITE
                       IF WS-CLIENT-STATUS = "00"
                           ADD 1 TO WS-NB-FICHES
                           IF F-NOUV-RUM NOT = SPACES
                               ADD 1 TO WS-NB-AVEC-MANDAT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TEMOIN.
           CLOSE FICHIER-CLIENT.

           EXIT.
       0300-RECREER-END.
