       IDENTIFICATION DIVISION.
       PROGRAM-ID. Periode.
       AUTHOR. Terry.

      *Sous-programme partagé : controle de la date comptable d'une
      *piece (facture, avoir, reglement, ecriture exportee) contre
      *les mois clos par cloture dans periodes-closes.txt. Un mois
      *clos a ete declare par la comptabilite : rien ne doit plus
      *y etre date. Une date tombant dans un mois clos est
      *reportee au premier jour de la premiere periode ouverte qui
      *suit, et l'appelant previent l'operateur.
      *  PE-DATE   : date AAAAMMJJ de la piece, rendue reportee si
      *              son mois est clos ;
      *  PE-STATUT : "00" periode ouverte, date inchangee ;
      *              "10" periode close, date reportee.
      *Les mois clos sont charges au premier appel et gardes pour
      *les appels suivants de la meme execution.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : aucun mois encore clos.
           SELECT OPTIONAL FICHIER-PERIODES ASSIGN TO
               "periodes-closes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODES-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD FICHIER-PERIODES de cloture : seul
      *le mois sert ici.
       FD FICHIER-PERIODES.
       01  F-PERIODE.
           05 F-PC-MOIS         PIC 9(06).
           05 FILLER            PIC X(99).

       WORKING-STORAGE SECTION.

       77  WS-PERIODES-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FIN-PERIODES      PIC X(01) VALUE "N".
       77  WS-CHARGE            PIC X(01) VALUE "N".

      *Mois clos, AAAAMM.
       01  WS-TABLE-CLOS.
           05 WS-CLOS OCCURS 240 TIMES PIC 9(06).

       77  WS-IDX-CLOS          PIC 9(03) VALUE 1.
       77  WS-MAX-CLOS          PIC 9(03) VALUE 240.
       77  WS-NB-CLOS           PIC 9(03) VALUE 0.

      *Mois examine, avance d'un mois tant qu'il est clos.
       01  WS-MOIS.
           05 WS-MOIS-AAAA      PIC 9(04).
           05 WS-MOIS-MM        PIC 9(02).
       77  WS-MOIS-CLOS         PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  PE-DATE              PIC 9(08).
       01  PE-STATUT            PIC X(02).

       PROCEDURE DIVISION USING PE-DATE PE-STATUT.

           MOVE "00" TO PE-STATUT.

           IF WS-CHARGE = "N"
               PERFORM 0100-CHARGER-START
               THRU    0100-CHARGER-END
           END-IF.

           MOVE PE-DATE(1:6) TO WS-MOIS.

           PERFORM 0200-EST-CLOS-START
           THRU    0200-EST-CLOS-END.

           IF WS-MOIS-CLOS = "N"
               GOBACK
           END-IF.

           PERFORM UNTIL WS-MOIS-CLOS = "N"
               IF WS-MOIS-MM = 12
                   ADD 1 TO WS-MOIS-AAAA
                   MOVE 1 TO WS-MOIS-MM
               ELSE
                   ADD 1 TO WS-MOIS-MM
               END-IF
               PERFORM 0200-EST-CLOS-START
               THRU    0200-EST-CLOS-END
           END-PERFORM.

           MOVE WS-MOIS TO PE-DATE(1:6).
           MOVE "01"    TO PE-DATE(7:2).
           MOVE "10"    TO PE-STATUT.

           GOBACK.

      ******************************************************************

      *Statut 05 : fichier optionnel absent, aucun mois clos.
       0100-CHARGER-START.

           MOVE "O" TO WS-CHARGE.

           OPEN INPUT FICHIER-PERIODES.

           IF WS-PERIODES-STATUS = "00" OR WS-PERIODES-STATUS = "05"
               PERFORM UNTIL WS-FIN-PERIODES = "O"
                   READ FICHIER-PERIODES
                       AT END
                           MOVE "O" TO WS-FIN-PERIODES
                       NOT AT END
                           IF F-PC-MOIS IS NUMERIC AND
                              WS-NB-CLOS < WS-MAX-CLOS
                               ADD 1 TO WS-NB-CLOS
                               MOVE F-PC-MOIS TO WS-CLOS(WS-NB-CLOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PERIODES
           END-IF.

           EXIT.
       0100-CHARGER-END.

      *WS-MOIS-CLOS vaut "O" si WS-MOIS est un mois clos.
       0200-EST-CLOS-START.

           MOVE "N" TO WS-MOIS-CLOS.
           PERFORM VARYING WS-IDX-CLOS FROM 1 BY 1
                   UNTIL WS-IDX-CLOS > WS-NB-CLOS
               IF WS-CLOS(WS-IDX-CLOS) = WS-MOIS
                   MOVE "O" TO WS-MOIS-CLOS
               END-IF
           END-PERFORM.

           EXIT.
       0200-EST-CLOS-END.
