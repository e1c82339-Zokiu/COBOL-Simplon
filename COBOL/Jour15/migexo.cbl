       IDENTIFICATION DIVISION.
       PROGRAM-ID. migexo.
       AUTHOR.    Terry.

      *Migration en un passage du maitre indexe clients.dat vers
      *la fiche qui porte l'exoneration des penalites de retard
      *(CLIENT-EXONERE de Client.cpy). La fiche sort a 149
      *caracteres, le decoupage que relit migmandat : les zones
      *ajoutees ensuite par migmandat et migclos n'existent pas
      *encore. Chaque fiche de l'ancien decoupage est d'abord
      *recopiee telle quelle dans le temoin
      *clients-avant-exo.txt, puis clients.dat est recree au
      *nouveau decoupage depuis ce temoin. Les clients cites dans
      *exonerations.txt (un CLIENT-ID par ligne, liste remise par
      *le service commercial) naissent exoneres, les autres non.
      *Un temoin deja present prouve une migration deja faite :
      *une deuxieme passe est refusee.

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
           "clients-avant-exo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMOIN-STATUS.

      *Clients a exonerer d'emblee. OPTIONAL : sans liste,
      *personne n'est exonere.
       SELECT OPTIONAL FICHIER-EXONERATIONS ASSIGN TO
           "exonerations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXO-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que Client.cpy avant l'exoneration, sous ses
      *propres noms : le copybook est reserve au nouveau maitre.
       FD FICHIER-ANCIEN.
       01  F-ANCIEN.
           05 F-ANC-ID       PIC 9(04).
           05 FILLER         PIC X(01).
           05 F-ANC-NOM      PIC X(15).
           05 FILLER         PIC X(01).
           05 F-ANC-PRENOM   PIC X(08).
           05 FILLER         PIC X(01).
           05 F-ANC-SOLDE    PIC 9(06)V99.
           05 FILLER         PIC X(01).
           05 F-ANC-TIER     PIC X(08).
           05 FILLER         PIC X(01).
           05 F-ANC-ADRESSE  PIC X(30).
           05 FILLER         PIC X(01).
           05 F-ANC-CP       PIC X(05).
           05 FILLER         PIC X(01).
           05 F-ANC-VILLE    PIC X(20).
           05 FILLER         PIC X(01).
           05 F-ANC-TEL      PIC X(10).
           05 FILLER         PIC X(01).
           05 F-ANC-EMAIL    PIC X(30).

      *Fiche client a l'issue de cette etape : Client.cpy jusqu'a
      *CLIENT-EXONERE. Le copybook, au decoupage final, ne sert
      *pas ici.
       FD FICHIER-CLIENT.
       01  F-NOUVEAU.
           05 F-NOUV-ID      PIC 9(04).
           05 F-NOUV-RESTE   PIC X(143).
           05 FILLER         PIC X(01).
           05 F-NOUV-EXONERE PIC X(01).

      *Meme decoupage que l'ancienne fiche (F-ANCIEN).
       FD FICHIER-TEMOIN.
       01  F-TEMOIN.
           05 F-TEM-ID       PIC 9(04).
           05 F-TEM-RESTE    PIC X(143).

       FD FICHIER-EXONERATIONS.
       01  F-EXONERATION.
           05 F-EXO-CLIENT   PIC 9(04).

       WORKING-STORAGE SECTION.

       77  WS-ANCIEN-STATUS     PIC X(02) VALUE SPACES.
       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-TEMOIN-STATUS     PIC X(02) VALUE SPACES.
       77  WS-EXO-STATUS        PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-NB-FICHES         PIC 9(03) VALUE 0.
       77  WS-NB-EXONERES       PIC 9(03) VALUE 0.

      *Clients a exonerer, charges depuis exonerations.txt.
       01  WS-TABLE-EXO.
           05 WS-EXO-CLIENT OCCURS 100 TIMES PIC 9(04).

       77  WS-IDX-EXO           PIC 9(03) VALUE 1.
       77  WS-MAX-EXO           PIC 9(03) VALUE 100.
       77  WS-NB-EXO            PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.

      *Un temoin deja present : la migration a deja eu lieu, le
      *maitre est deja au nouveau decoupage.
           OPEN INPUT FICHIER-TEMOIN.
           IF WS-TEMOIN-STATUS = "00"
               CLOSE FICHIER-TEMOIN
               DISPLAY "ERREUR : clients-avant-exo.txt existe deja,"
                       " migration refusee"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FICHIER-TEMOIN.

           PERFORM 0100-CHARGER-EXO-START
           THRU    0100-CHARGER-EXO-END.

           PERFORM 0200-TEMOIN-START
           THRU    0200-TEMOIN-END.

           PERFORM 0300-RECREER-START
           THRU    0300-RECREER-END.

           DISPLAY "Migration terminee : " WS-NB-FICHES
                   " fiche(s) clients, dont " WS-NB-EXONERES
                   " exoneree(s) de penalites".

           STOP RUN.

      ******************************************************************

       0100-CHARGER-EXO-START.

           OPEN INPUT FICHIER-EXONERATIONS.

      *Statut 05 : fichier optionnel absent, personne d'exonere.
           IF WS-EXO-STATUS = "00" OR WS-EXO-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-EXONERATIONS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-EXO-CLIENT IS NUMERIC AND
                              WS-NB-EXO < WS-MAX-EXO
                               ADD 1 TO WS-NB-EXO
                               MOVE F-EXO-CLIENT TO
                                    WS-EXO-CLIENT(WS-NB-EXO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXONERATIONS
           END-IF.

           EXIT.
       0100-CHARGER-EXO-END.

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
      *completee de son exoneration.
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
                       MOVE F-TEMOIN TO F-NOUVEAU(1:147)
                       MOVE "N"      TO F-NOUV-EXONERE
                       PERFORM VARYING WS-IDX-EXO FROM 1 BY 1
                               UNTIL WS-IDX-EXO > WS-NB-EXO
                           IF WS-EXO-CLIENT(WS-IDX-EXO) = F-NOUV-ID
                               MOVE "O" TO F-NOUV-EXONERE
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
                           IF F-NOUV-EXONERE = "O"
                               ADD 1 TO WS-NB-EXONERES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TEMOIN.
           CLOSE FICHIER-CLIENT.

           EXIT.
       0300-RECREER-END.
