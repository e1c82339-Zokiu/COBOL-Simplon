       IDENTIFICATION DIVISION.
       PROGRAM-ID. marge.
       AUTHOR.    Terry.

      *Marge brute : les lignes facturees consignees par facture
      *dans lignes-facturees.txt portent le montant HT et le cout
      *au PMP du jour de facturation. Le rapport marge.txt donne,
      *par article, par categorie puis par client, le chiffre
      *d'affaires HT, le cout, la marge et le taux de marge. Les
      *lignes sans cout connu (article jamais recu) sont comptees
      *a part : leur marge est surestimee d'autant.
      *La periode vient de param-marge.txt (une ligne : date de
      *debut et date de fin AAAAMMJJ separees d'un blanc) ; a
      *defaut, toutes les lignes sont retenues.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : aucune ligne tant que facture n'a rien emis.
       SELECT OPTIONAL FICHIER-LIGNES-FACT ASSIGN TO
           "lignes-facturees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIGNES-FACT-STATUS.

       SELECT OPTIONAL FICHIER-PARAM ASSIGN TO "param-marge.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

       SELECT FICHIER-RAPPORT ASSIGN TO "marge.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de facture, qui tient ce fichier.
       FD FICHIER-LIGNES-FACT.
       01  F-LIGNE-FACT.
           05 F-LF-FACTURE      PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-LF-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-LF-CLIENT       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-LF-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-LF-CATEGORIE    PIC X(10).
           05 FILLER            PIC X(01).
           05 F-LF-QTE          PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-LF-MONTANT      PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-LF-COUT         PIC 9(07)V99.

       FD FICHIER-PARAM.
       01  F-PARAM              PIC X(20).

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(100).
      *En-tête d'audit (date/heure d'exécution).
       01  F-RAPPORT-ENTETE     PIC X(60).

       WORKING-STORAGE SECTION.

       77  WS-LIGNES-FACT-STATUS PIC X(02) VALUE SPACES.
       77  WS-PARAM-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FIN-LIGNES        PIC X(01) VALUE "N".

      *Periode retenue, toutes les dates a defaut.
       77  WS-DATE-DEBUT        PIC 9(08) VALUE 0.
       77  WS-DATE-FIN          PIC 9(08) VALUE 99999999.

      *Cumuls par article.
       01  WS-TABLE-ARTICLES.
           05 WS-MA OCCURS 50 TIMES.
               10 WS-MA-CODE        PIC X(10).
               10 WS-MA-CA          PIC 9(08)V99.
               10 WS-MA-COUT        PIC 9(08)V99.
               10 WS-MA-SANS-COUT   PIC 9(05).

       77  WS-IDX-MA            PIC 9(02) VALUE 1.
       77  WS-MAX-MA            PIC 9(02) VALUE 50.
       77  WS-NB-MA             PIC 9(02) VALUE 0.
       77  WS-MA-TROUVE         PIC 9(02) VALUE 0.

      *Cumuls par categorie.
       01  WS-TABLE-CATEGORIES.
           05 WS-MC OCCURS 20 TIMES.
               10 WS-MC-CODE        PIC X(10).
               10 WS-MC-CA          PIC 9(08)V99.
               10 WS-MC-COUT        PIC 9(08)V99.
               10 WS-MC-SANS-COUT   PIC 9(05).

       77  WS-IDX-MC            PIC 9(02) VALUE 1.
       77  WS-MAX-MC            PIC 9(02) VALUE 20.
       77  WS-NB-MC             PIC 9(02) VALUE 0.
       77  WS-MC-TROUVE         PIC 9(02) VALUE 0.

      *Cumuls par client.
       01  WS-TABLE-CLIENTS.
           05 WS-MK OCCURS 50 TIMES.
               10 WS-MK-CODE        PIC 9(04).
               10 WS-MK-CA          PIC 9(08)V99.
               10 WS-MK-COUT        PIC 9(08)V99.
               10 WS-MK-SANS-COUT   PIC 9(05).

       77  WS-IDX-MK            PIC 9(02) VALUE 1.
       77  WS-MAX-MK            PIC 9(02) VALUE 50.
       77  WS-NB-MK             PIC 9(02) VALUE 0.
       77  WS-MK-TROUVE         PIC 9(02) VALUE 0.

      *Totaux de la periode.
       77  WS-TOTAL-CA          PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-COUT        PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-SANS-COUT   PIC 9(05) VALUE 0.
       77  WS-NB-LUES           PIC 9(06) VALUE 0.
       77  WS-NB-RETENUES       PIC 9(06) VALUE 0.
       77  WS-NB-DEBORDEMENTS   PIC 9(06) VALUE 0.

      *Ligne de rapport en cours d'edition, commune aux sections.
       77  WS-LM-LIBELLE        PIC X(10) VALUE SPACES.
       77  WS-LM-CA             PIC 9(09)V99 VALUE 0.
       77  WS-LM-COUT           PIC 9(09)V99 VALUE 0.
       77  WS-LM-SANS-COUT      PIC 9(05) VALUE 0.
       77  WS-LM-MARGE          PIC S9(09)V99 VALUE 0.
       77  WS-LM-TAUX           PIC S9(03)V9 VALUE 0.
       77  WS-CLIENT-ED         PIC 9(04).
       77  WS-CA-ED             PIC ZZZZZZZZ9.99.
       77  WS-COUT-ED           PIC ZZZZZZZZ9.99.
       77  WS-MARGE-ED          PIC -ZZZZZZZZ9.99.
       77  WS-TAUX-ED           PIC -ZZ9.9.
       77  WS-SANS-COUT-ED      PIC ZZZZ9.

       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal.
       01  WS-JRN-PROGRAMME     PIC X(10) VALUE "marge".
       01  WS-JRN-LUS           PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS        PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES       PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT        PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0050-PARAM-START
           THRU    0050-PARAM-END.

           PERFORM 0100-LIRE-LIGNES-START
           THRU    0100-LIRE-LIGNES-END.

           PERFORM 0300-EDITER-START
           THRU    0300-EDITER-END.

           DISPLAY "Marge : " WS-NB-RETENUES " ligne(s) facturee(s)"
                   " retenue(s) dont " WS-TOTAL-SANS-COUT
                   " sans cout, voir marge.txt".

           MOVE WS-NB-LUES         TO WS-JRN-LUS.
           MOVE WS-NB-RETENUES     TO WS-JRN-ECRITS.
           MOVE WS-NB-DEBORDEMENTS TO WS-JRN-REJETES.
           IF WS-NB-DEBORDEMENTS > 0
               MOVE "INCOMPLET" TO WS-JRN-STATUT
           END-IF.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Periode lue dans param-marge.txt : date de debut en colonnes
      *1 a 8, date de fin en colonnes 10 a 17. Une date illisible
      *laisse la borne ouverte.
       0050-PARAM-START.

           OPEN INPUT FICHIER-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ FICHIER-PARAM
                   NOT AT END
                       IF F-PARAM(1:8) IS NUMERIC
                           MOVE F-PARAM(1:8) TO WS-DATE-DEBUT
                       ELSE
                           DISPLAY "ATTENTION : date de debut"
                                   " illisible dans param-marge.txt"
                       END-IF
                       IF F-PARAM(10:8) IS NUMERIC
                           MOVE F-PARAM(10:8) TO WS-DATE-FIN
                       ELSE
                           DISPLAY "ATTENTION : date de fin"
                                   " illisible dans param-marge.txt"
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHIER-PARAM.

           EXIT.
       0050-PARAM-END.

      *Chaque ligne de la periode est cumulee par article, par
      *categorie et par client.
       0100-LIRE-LIGNES-START.

           OPEN INPUT FICHIER-LIGNES-FACT.

           IF WS-LIGNES-FACT-STATUS NOT = "00"
               DISPLAY "ATTENTION : lignes-facturees.txt absent,"
                       " aucune ligne facturee"
               CLOSE FICHIER-LIGNES-FACT
               GO TO 0100-LIRE-LIGNES-END
           END-IF.

           PERFORM UNTIL WS-FIN-LIGNES = "O"
               READ FICHIER-LIGNES-FACT
                   AT END
                       MOVE "O" TO WS-FIN-LIGNES
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF F-LF-DATE >= WS-DATE-DEBUT AND
                          F-LF-DATE <= WS-DATE-FIN
                           PERFORM 0200-CUMULER-START
                           THRU    0200-CUMULER-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-LIGNES-FACT.

           EXIT.
       0100-LIRE-LIGNES-END.

       0200-CUMULER-START.

           ADD 1 TO WS-NB-RETENUES.
           ADD F-LF-MONTANT TO WS-TOTAL-CA.
           ADD F-LF-COUT    TO WS-TOTAL-COUT.
           IF F-LF-COUT = 0
               ADD 1 TO WS-TOTAL-SANS-COUT
           END-IF.

           MOVE 0 TO WS-MA-TROUVE.
           PERFORM VARYING WS-IDX-MA FROM 1 BY 1
                   UNTIL WS-IDX-MA > WS-NB-MA
               IF WS-MA-CODE(WS-IDX-MA) = F-LF-ARTICLE
                   MOVE WS-IDX-MA TO WS-MA-TROUVE
               END-IF
           END-PERFORM.
           IF WS-MA-TROUVE = 0
               IF WS-NB-MA < WS-MAX-MA
                   ADD 1 TO WS-NB-MA
                   MOVE WS-NB-MA     TO WS-MA-TROUVE
                   MOVE F-LF-ARTICLE TO WS-MA-CODE(WS-MA-TROUVE)
                   MOVE 0 TO WS-MA-CA(WS-MA-TROUVE)
                   MOVE 0 TO WS-MA-COUT(WS-MA-TROUVE)
                   MOVE 0 TO WS-MA-SANS-COUT(WS-MA-TROUVE)
               ELSE
                   ADD 1 TO WS-NB-DEBORDEMENTS
               END-IF
           END-IF.
           IF WS-MA-TROUVE > 0
               ADD F-LF-MONTANT TO WS-MA-CA(WS-MA-TROUVE)
               ADD F-LF-COUT    TO WS-MA-COUT(WS-MA-TROUVE)
               IF F-LF-COUT = 0
                   ADD 1 TO WS-MA-SANS-COUT(WS-MA-TROUVE)
               END-IF
           END-IF.

           MOVE 0 TO WS-MC-TROUVE.
           PERFORM VARYING WS-IDX-MC FROM 1 BY 1
                   UNTIL WS-IDX-MC > WS-NB-MC
               IF WS-MC-CODE(WS-IDX-MC) = F-LF-CATEGORIE
                   MOVE WS-IDX-MC TO WS-MC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-MC-TROUVE = 0
               IF WS-NB-MC < WS-MAX-MC
                   ADD 1 TO WS-NB-MC
                   MOVE WS-NB-MC       TO WS-MC-TROUVE
                   MOVE F-LF-CATEGORIE TO WS-MC-CODE(WS-MC-TROUVE)
                   MOVE 0 TO WS-MC-CA(WS-MC-TROUVE)
                   MOVE 0 TO WS-MC-COUT(WS-MC-TROUVE)
                   MOVE 0 TO WS-MC-SANS-COUT(WS-MC-TROUVE)
               ELSE
                   ADD 1 TO WS-NB-DEBORDEMENTS
               END-IF
           END-IF.
           IF WS-MC-TROUVE > 0
               ADD F-LF-MONTANT TO WS-MC-CA(WS-MC-TROUVE)
               ADD F-LF-COUT    TO WS-MC-COUT(WS-MC-TROUVE)
               IF F-LF-COUT = 0
                   ADD 1 TO WS-MC-SANS-COUT(WS-MC-TROUVE)
               END-IF
           END-IF.

           MOVE 0 TO WS-MK-TROUVE.
           PERFORM VARYING WS-IDX-MK FROM 1 BY 1
                   UNTIL WS-IDX-MK > WS-NB-MK
               IF WS-MK-CODE(WS-IDX-MK) = F-LF-CLIENT
                   MOVE WS-IDX-MK TO WS-MK-TROUVE
               END-IF
           END-PERFORM.
           IF WS-MK-TROUVE = 0
               IF WS-NB-MK < WS-MAX-MK
                   ADD 1 TO WS-NB-MK
                   MOVE WS-NB-MK    TO WS-MK-TROUVE
                   MOVE F-LF-CLIENT TO WS-MK-CODE(WS-MK-TROUVE)
                   MOVE 0 TO WS-MK-CA(WS-MK-TROUVE)
                   MOVE 0 TO WS-MK-COUT(WS-MK-TROUVE)
                   MOVE 0 TO WS-MK-SANS-COUT(WS-MK-TROUVE)
               ELSE
                   ADD 1 TO WS-NB-DEBORDEMENTS
               END-IF
           END-IF.
           IF WS-MK-TROUVE > 0
               ADD F-LF-MONTANT TO WS-MK-CA(WS-MK-TROUVE)
               ADD F-LF-COUT    TO WS-MK-COUT(WS-MK-TROUVE)
               IF F-LF-COUT = 0
                   ADD 1 TO WS-MK-SANS-COUT(WS-MK-TROUVE)
               END-IF
           END-IF.

           EXIT.
       0200-CUMULER-END.

      *Rapport : une section par axe, puis le total de la periode.
       0300-EDITER-START.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-RAPPORT-ENTETE.
           STRING "Marge brute - execution du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT-ENTETE.
           WRITE F-RAPPORT-ENTETE.
           MOVE SPACES TO F-RAPPORT.
           STRING "Periode du " WS-DATE-DEBUT " au " WS-DATE-FIN
                  " - CA HT, cout au PMP, marge, taux"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           MOVE SPACES TO F-RAPPORT.
           STRING "---- Par article ----"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           PERFORM VARYING WS-IDX-MA FROM 1 BY 1
                   UNTIL WS-IDX-MA > WS-NB-MA
               MOVE WS-MA-CODE(WS-IDX-MA)      TO WS-LM-LIBELLE
               MOVE WS-MA-CA(WS-IDX-MA)        TO WS-LM-CA
               MOVE WS-MA-COUT(WS-IDX-MA)      TO WS-LM-COUT
               MOVE WS-MA-SANS-COUT(WS-IDX-MA) TO WS-LM-SANS-COUT
               PERFORM 0400-LIGNE-MARGE-START
               THRU    0400-LIGNE-MARGE-END
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           STRING "---- Par categorie ----"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           PERFORM VARYING WS-IDX-MC FROM 1 BY 1
                   UNTIL WS-IDX-MC > WS-NB-MC
               MOVE WS-MC-CODE(WS-IDX-MC)      TO WS-LM-LIBELLE
               MOVE WS-MC-CA(WS-IDX-MC)        TO WS-LM-CA
               MOVE WS-MC-COUT(WS-IDX-MC)      TO WS-LM-COUT
               MOVE WS-MC-SANS-COUT(WS-IDX-MC) TO WS-LM-SANS-COUT
               PERFORM 0400-LIGNE-MARGE-START
               THRU    0400-LIGNE-MARGE-END
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           STRING "---- Par client ----"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           PERFORM VARYING WS-IDX-MK FROM 1 BY 1
                   UNTIL WS-IDX-MK > WS-NB-MK
               MOVE WS-MK-CODE(WS-IDX-MK)      TO WS-CLIENT-ED
               MOVE SPACES                     TO WS-LM-LIBELLE
               STRING "client " WS-CLIENT-ED
                      DELIMITED BY SIZE INTO WS-LM-LIBELLE
               MOVE WS-MK-CA(WS-IDX-MK)        TO WS-LM-CA
               MOVE WS-MK-COUT(WS-IDX-MK)      TO WS-LM-COUT
               MOVE WS-MK-SANS-COUT(WS-IDX-MK) TO WS-LM-SANS-COUT
               PERFORM 0400-LIGNE-MARGE-START
               THRU    0400-LIGNE-MARGE-END
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           STRING "---- Total periode ----"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "TOTAL"            TO WS-LM-LIBELLE.
           MOVE WS-TOTAL-CA        TO WS-LM-CA.
           MOVE WS-TOTAL-COUT      TO WS-LM-COUT.
           MOVE WS-TOTAL-SANS-COUT TO WS-LM-SANS-COUT.
           PERFORM 0400-LIGNE-MARGE-START
           THRU    0400-LIGNE-MARGE-END.

           IF WS-NB-DEBORDEMENTS > 0
               MOVE SPACES TO F-RAPPORT
               STRING "ATTENTION : " WS-NB-DEBORDEMENTS
                      " cumul(s) hors table, detail incomplet"
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.

           CLOSE FICHIER-RAPPORT.

           EXIT.
       0300-EDITER-END.

      *Edite la ligne preparee dans WS-LM- : marge = CA - cout,
      *taux = marge / CA (0 sans chiffre d'affaires).
       0400-LIGNE-MARGE-START.

           COMPUTE WS-LM-MARGE = WS-LM-CA - WS-LM-COUT.
           IF WS-LM-CA > 0
               COMPUTE WS-LM-TAUX ROUNDED =
                       WS-LM-MARGE * 100 / WS-LM-CA
           ELSE
               MOVE 0 TO WS-LM-TAUX
           END-IF.

           MOVE WS-LM-CA        TO WS-CA-ED.
           MOVE WS-LM-COUT      TO WS-COUT-ED.
           MOVE WS-LM-MARGE     TO WS-MARGE-ED.
           MOVE WS-LM-TAUX      TO WS-TAUX-ED.
           MOVE SPACES TO F-RAPPORT.
           IF WS-LM-SANS-COUT > 0
               MOVE WS-LM-SANS-COUT TO WS-SANS-COUT-ED
               STRING "  " WS-LM-LIBELLE " CA " WS-CA-ED
                      " cout " WS-COUT-ED " marge " WS-MARGE-ED
                      " (" WS-TAUX-ED " %) " WS-SANS-COUT-ED
                      " ligne(s) sans cout"
                      DELIMITED BY SIZE INTO F-RAPPORT
           ELSE
               STRING "  " WS-LM-LIBELLE " CA " WS-CA-ED
                      " cout " WS-COUT-ED " marge " WS-MARGE-ED
                      " (" WS-TAUX-ED " %)"
                      DELIMITED BY SIZE INTO F-RAPPORT
           END-IF.
           WRITE F-RAPPORT.

           EXIT.
       0400-LIGNE-MARGE-END.
