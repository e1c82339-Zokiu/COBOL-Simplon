       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapsecu.
       AUTHOR.    Terry.

      *Rapport mensuel de securite, tire du journal securite.txt
      *que le sous-programme Habilitation prolonge a chaque
      *identification et a chaque controle de droit. Pour le mois
      *demande (AAAAMM, 0 = mois precedent) : par operateur, le
      *nombre de connexions, d'echecs de connexion et de refus ;
      *puis qui a fait quoi, c'est-a-dire les actions accordees
      *par operateur, programme et droit ; enfin le detail date
      *de chaque refus et de chaque echec de connexion. Le rapport
      *est ecrit dans securite-AAAAMM.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : aucun evenement tant que personne ne s'est
      *identifie.
           SELECT OPTIONAL FICHIER-SECURITE ASSIGN TO "securite.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITE-STATUS.

           SELECT FICHIER-RAPPORT ASSIGN TO DYNAMIC WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD FICHIER-SECURITE de Habilitation.
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

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-SECURITE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-NOM-RAPPORT       PIC X(40) VALUE SPACES.

       01  WS-DATE-SYS          PIC X(21).
       01  WS-DATE-JOUR.
           05 WS-JOUR-AAAA      PIC 9(04).
           05 WS-JOUR-MM        PIC 9(02).
           05 WS-JOUR-JJ        PIC 9(02).

      *Mois rapporte.
       01  WS-MOIS-SAISI.
           05 WS-SAISI-AAAA     PIC 9(04).
           05 WS-SAISI-MM       PIC 9(02).
      *Mois de l'evenement lu, recompose depuis JJ/MM/AAAA.
       01  WS-MOIS-LU.
           05 WS-LU-AAAA        PIC X(04).
           05 WS-LU-MM          PIC X(02).

      *Compteurs par operateur.
       01  WS-TABLE-OPERATEURS.
           05 WS-OP OCCURS 50 TIMES.
               10 WS-OP-CODE       PIC X(08).
               10 WS-OP-CONNEXIONS PIC 9(05).
               10 WS-OP-ECHECS     PIC 9(05).
               10 WS-OP-REFUS      PIC 9(05).

       77  WS-IDX-OP            PIC 9(02) VALUE 1.
       77  WS-MAX-OP            PIC 9(02) VALUE 50.
       77  WS-NB-OP             PIC 9(02) VALUE 0.
       77  WS-OP-TROUVE         PIC 9(02) VALUE 0.

      *Actions accordees par operateur, programme et droit.
       01  WS-TABLE-ACTIONS.
           05 WS-AC OCCURS 300 TIMES.
               10 WS-AC-OPERATEUR  PIC X(08).
               10 WS-AC-PROGRAMME  PIC X(10).
               10 WS-AC-DROIT      PIC X(01).
               10 WS-AC-NOMBRE     PIC 9(05).

       77  WS-IDX-AC            PIC 9(03) VALUE 1.
       77  WS-MAX-AC            PIC 9(03) VALUE 300.
       77  WS-NB-AC             PIC 9(03) VALUE 0.
       77  WS-AC-TROUVE         PIC 9(03) VALUE 0.

      *Refus et echecs de connexion du mois, dans l'ordre du
      *journal.
       01  WS-TABLE-REFUS.
           05 WS-RF OCCURS 500 TIMES.
               10 WS-RF-LIGNE      PIC X(53).

       77  WS-IDX-RF            PIC 9(03) VALUE 1.
       77  WS-MAX-RF            PIC 9(03) VALUE 500.
       77  WS-NB-RF             PIC 9(03) VALUE 0.
       77  WS-RF-TRONQUE        PIC X(01) VALUE "N".

       77  WS-NB-LUS-MOIS       PIC 9(06) VALUE 0.
       77  WS-NB-ACCORDES       PIC 9(06) VALUE 0.
       77  WS-NB-REFUS          PIC 9(06) VALUE 0.

      *Zones editees du rapport.
       77  WS-NB-ED-1           PIC ZZZZ9.
       77  WS-NB-ED-2           PIC ZZZZ9.
       77  WS-NB-ED-3           PIC ZZZZ9.
       77  WS-TOTAL-ED          PIC ZZZZZ9.

       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "rapsecu".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           CALL "Horodatage" USING WS-HORODATAGE.

           DISPLAY "Mois du rapport (AAAAMM, 0 = mois precedent) :".
           ACCEPT WS-MOIS-SAISI.

           IF WS-MOIS-SAISI = "000000" OR WS-MOIS-SAISI = "0"
               MOVE WS-JOUR-AAAA TO WS-SAISI-AAAA
               IF WS-JOUR-MM = 1
                   SUBTRACT 1 FROM WS-SAISI-AAAA
                   MOVE 12 TO WS-SAISI-MM
               ELSE
                   COMPUTE WS-SAISI-MM = WS-JOUR-MM - 1
               END-IF
           END-IF.

           IF WS-MOIS-SAISI IS NOT NUMERIC OR
              WS-SAISI-MM < 1 OR WS-SAISI-MM > 12
               DISPLAY "ERREUR : mois invalide " WS-MOIS-SAISI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-LIRE-SECURITE-START
           THRU    0100-LIRE-SECURITE-END.

           PERFORM 0300-RAPPORT-START
           THRU    0300-RAPPORT-END.

           DISPLAY "Rapport de securite " WS-MOIS-SAISI " : "
                   WS-NB-LUS-MOIS " evenement(s), " WS-NB-REFUS
                   " refus ou echec(s) -> "
                   FUNCTION TRIM(WS-NOM-RAPPORT).

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-LUS-MOIS TO WS-JRN-LUS.
           MOVE WS-NB-ACCORDES TO WS-JRN-ECRITS.
           MOVE WS-NB-REFUS    TO WS-JRN-REJETES.
           IF WS-RF-TRONQUE = "O"
               MOVE "INCOMPLET" TO WS-JRN-STATUT
           END-IF.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Cumul des evenements du mois demande.
       0100-LIRE-SECURITE-START.

           OPEN INPUT FICHIER-SECURITE.
      *Statut 05 : fichier optionnel absent, rapport vide.
           IF WS-SECURITE-STATUS NOT = "00"
               MOVE "O" TO WS-FIN-FICHIER
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SECURITE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE F-SEC-HORODATE(7:4) TO WS-LU-AAAA
                       MOVE F-SEC-HORODATE(4:2) TO WS-LU-MM
                       IF WS-MOIS-LU = WS-MOIS-SAISI
                           ADD 1 TO WS-NB-LUS-MOIS
                           PERFORM 0200-CUMULER-START
                           THRU    0200-CUMULER-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-SECURITE.

           EXIT.
       0100-LIRE-SECURITE-END.

       0200-CUMULER-START.

           MOVE 0 TO WS-OP-TROUVE.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-NB-OP
               IF WS-OP-CODE(WS-IDX-OP) = F-SEC-OPERATEUR
                   MOVE WS-IDX-OP TO WS-OP-TROUVE
               END-IF
           END-PERFORM.
           IF WS-OP-TROUVE = 0
               IF WS-NB-OP >= WS-MAX-OP
                   DISPLAY "ATTENTION : plus de " WS-MAX-OP
                           " operateurs, " F-SEC-OPERATEUR
                           " non cumule"
                   MOVE "O" TO WS-RF-TRONQUE
                   GO TO 0200-CUMULER-END
               END-IF
               ADD 1 TO WS-NB-OP
               MOVE WS-NB-OP        TO WS-OP-TROUVE
               MOVE F-SEC-OPERATEUR TO WS-OP-CODE(WS-NB-OP)
               MOVE 0               TO WS-OP-CONNEXIONS(WS-NB-OP)
               MOVE 0               TO WS-OP-ECHECS(WS-NB-OP)
               MOVE 0               TO WS-OP-REFUS(WS-NB-OP)
           END-IF.

           EVALUATE F-SEC-RESULTAT
               WHEN "CONNEXION"
                   ADD 1 TO WS-OP-CONNEXIONS(WS-OP-TROUVE)
               WHEN "ECHEC-CNX"
                   ADD 1 TO WS-OP-ECHECS(WS-OP-TROUVE)
                   PERFORM 0250-NOTER-REFUS-START
                   THRU    0250-NOTER-REFUS-END
               WHEN "REFUSE"
                   ADD 1 TO WS-OP-REFUS(WS-OP-TROUVE)
                   PERFORM 0250-NOTER-REFUS-START
                   THRU    0250-NOTER-REFUS-END
               WHEN "ACCORDE"
                   ADD 1 TO WS-NB-ACCORDES
                   PERFORM 0220-CUMULER-ACTION-START
                   THRU    0220-CUMULER-ACTION-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.
       0200-CUMULER-END.

       0220-CUMULER-ACTION-START.

           MOVE 0 TO WS-AC-TROUVE.
           PERFORM VARYING WS-IDX-AC FROM 1 BY 1
                   UNTIL WS-IDX-AC > WS-NB-AC
               IF WS-AC-OPERATEUR(WS-IDX-AC) = F-SEC-OPERATEUR AND
                  WS-AC-PROGRAMME(WS-IDX-AC) = F-SEC-PROGRAMME AND
                  WS-AC-DROIT(WS-IDX-AC) = F-SEC-DROIT
                   MOVE WS-IDX-AC TO WS-AC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-AC-TROUVE = 0
               IF WS-NB-AC >= WS-MAX-AC
                   DISPLAY "ATTENTION : table des actions pleine,"
                           " WS-MAX-AC depasse"
                   MOVE "O" TO WS-RF-TRONQUE
                   GO TO 0220-CUMULER-ACTION-END
               END-IF
               ADD 1 TO WS-NB-AC
               MOVE WS-NB-AC        TO WS-AC-TROUVE
               MOVE F-SEC-OPERATEUR TO WS-AC-OPERATEUR(WS-NB-AC)
               MOVE F-SEC-PROGRAMME TO WS-AC-PROGRAMME(WS-NB-AC)
               MOVE F-SEC-DROIT     TO WS-AC-DROIT(WS-NB-AC)
               MOVE 0               TO WS-AC-NOMBRE(WS-NB-AC)
           END-IF.
           ADD 1 TO WS-AC-NOMBRE(WS-AC-TROUVE).

           EXIT.
       0220-CUMULER-ACTION-END.

      *Le detail garde la ligne du journal telle quelle.
       0250-NOTER-REFUS-START.

           ADD 1 TO WS-NB-REFUS.
           IF WS-NB-RF >= WS-MAX-RF
               MOVE "O" TO WS-RF-TRONQUE
               GO TO 0250-NOTER-REFUS-END
           END-IF.
           ADD 1 TO WS-NB-RF.
           MOVE F-SECURITE TO WS-RF-LIGNE(WS-NB-RF).

           EXIT.
       0250-NOTER-REFUS-END.

       0300-RAPPORT-START.

           MOVE SPACES TO WS-NOM-RAPPORT.
           STRING "securite-" WS-MOIS-SAISI ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-RAPPORT.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-RAPPORT.
           STRING "Rapport de securite - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Mois " WS-MOIS-SAISI
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.

           MOVE "OPERATEUR  CONNEXIONS  ECHECS CNX   REFUS"
                TO F-RAPPORT.
           WRITE F-RAPPORT.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-NB-OP
               MOVE WS-OP-CONNEXIONS(WS-IDX-OP) TO WS-NB-ED-1
               MOVE WS-OP-ECHECS(WS-IDX-OP)     TO WS-NB-ED-2
               MOVE WS-OP-REFUS(WS-IDX-OP)      TO WS-NB-ED-3
               MOVE SPACES TO F-RAPPORT
               STRING WS-OP-CODE(WS-IDX-OP) "        "
                      WS-NB-ED-1 "       " WS-NB-ED-2 "   "
                      WS-NB-ED-3
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-PERFORM.
           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.

           MOVE "ACTIONS ACCORDEES" TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "OPERATEUR  PROGRAMME   DROIT  NOMBRE" TO F-RAPPORT.
           WRITE F-RAPPORT.
           PERFORM VARYING WS-IDX-AC FROM 1 BY 1
                   UNTIL WS-IDX-AC > WS-NB-AC
               MOVE WS-AC-NOMBRE(WS-IDX-AC) TO WS-NB-ED-1
               MOVE SPACES TO F-RAPPORT
               STRING WS-AC-OPERATEUR(WS-IDX-AC) "   "
                      WS-AC-PROGRAMME(WS-IDX-AC) "  "
                      WS-AC-DROIT(WS-IDX-AC) "     "
                      WS-NB-ED-1
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-PERFORM.
           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.

           MOVE "REFUS ET ECHECS DE CONNEXION" TO F-RAPPORT.
           WRITE F-RAPPORT.
           PERFORM VARYING WS-IDX-RF FROM 1 BY 1
                   UNTIL WS-IDX-RF > WS-NB-RF
               MOVE WS-RF-LIGNE(WS-IDX-RF) TO F-RAPPORT
               WRITE F-RAPPORT
           END-PERFORM.
           IF WS-RF-TRONQUE = "O"
               MOVE "ATTENTION : rapport incomplet, tables pleines"
                    TO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.
           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.

           MOVE WS-NB-REFUS TO WS-TOTAL-ED.
           MOVE SPACES TO F-RAPPORT.
           STRING "TOTAL REFUS ET ECHECS " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           EXIT.
       0300-RAPPORT-END.
