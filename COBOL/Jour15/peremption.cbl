       IDENTIFICATION DIVISION.
       PROGRAM-ID. peremption.
       AUTHOR.    Terry.

      *Lots proches de leur date limite : chaque lot de lots.txt
      *encore en stock dont la date limite tombe dans les N jours
      *a venir (perimes compris) est liste par depot, la date la
      *plus proche en tete, avec sa valeur au prix catalogue de la
      *fiche article. Sous-total par depot et total general : de
      *quoi decider a temps d'une promotion ou d'une mise au rebut.
      *L'horizon N vient de param-peremption.txt (une ligne, le
      *nombre de jours) ; a defaut, une semaine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : aucun lot tant que reception n'en a enregistre.
       SELECT OPTIONAL FICHIER-LOTS ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTS-STATUS.

      *OPTIONAL : sans referentiel, les lots sont valorises a 0.
       SELECT OPTIONAL FICHIER-ARTICLES ASSIGN TO "articles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARTICLES-STATUS.

       SELECT OPTIONAL FICHIER-PARAM ASSIGN TO
           "param-peremption.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

      *Fichier de travail du tri externe (depot, date limite,
      *article).
       SELECT FICHIER-TRI ASSIGN TO "peremption-tri.tmp".

       SELECT FICHIER-RAPPORT ASSIGN TO "peremption.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de Commande.
       FD FICHIER-LOTS.
       01  F-LOT.
           05 F-LOT-ARTICLE     PIC X(10).
           05 FILLER            PIC X(01).
           05 F-LOT-DEPOT       PIC X(05).
           05 FILLER            PIC X(01).
           05 F-LOT-NUMERO      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-LOT-DLC         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-LOT-QTE         PIC 9(05).

      *Meme decoupage que le FD du programme articles.
       FD FICHIER-ARTICLES.
       01  F-ART.
           05 F-ART-NUMERO      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-ART-DESIGNATION PIC X(20).
           05 FILLER            PIC X(01).
           05 F-ART-CATEGORIE   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-ART-UNITE       PIC X(04).
           05 FILLER            PIC X(01).
           05 F-ART-SEUIL       PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-ART-FOURN       PIC X(08).
           05 FILLER            PIC X(01).
           05 F-ART-ACTIF       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-ART-PRIX        PIC 9(02)V99.
           05 FILLER            PIC X(01).
           05 F-ART-PROMO       PIC 9(02)V99.
           05 FILLER            PIC X(01).
           05 F-ART-PROMO-DEBUT PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-ART-PROMO-FIN   PIC 9(08).

       FD FICHIER-PARAM.
       01  F-PARAM              PIC X(20).

      *Enregistrement du tri : depot, date limite et article en
      *cle, puis le lot et sa quantite.
       SD FICHIER-TRI.
       01  TRI-ENR.
           05 TRI-DEPOT         PIC X(05).
           05 TRI-DLC           PIC 9(08).
           05 TRI-ARTICLE       PIC X(10).
           05 TRI-LOT           PIC X(10).
           05 TRI-QTE           PIC 9(05).

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(80).
      *En-tête d'audit (date/heure d'exécution).
       01  F-RAPPORT-ENTETE     PIC X(60).

       WORKING-STORAGE SECTION.

       77  WS-LOTS-STATUS       PIC X(02) VALUE SPACES.
       77  WS-ARTICLES-STATUS   PIC X(02) VALUE SPACES.
       77  WS-PARAM-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FIN-LOTS          PIC X(01) VALUE "N".
       77  WS-FIN-ARTICLES      PIC X(01) VALUE "N".
       77  WS-FIN-TRI           PIC X(01) VALUE "N".

      *Prix catalogue de la fiche article.
       01  WS-TABLE-ARTICLES.
           05 WS-ART OCCURS 50 TIMES.
               10 WS-ART-NUMERO     PIC X(10).
               10 WS-ART-PRIX       PIC 9(02)V99.

       77  WS-IDX-ART           PIC 9(02) VALUE 1.
       77  WS-MAX-ART           PIC 9(02) VALUE 50.
       77  WS-NB-ART            PIC 9(02) VALUE 0.

      *Horizon en jours et date limite la plus lointaine retenue.
       77  WS-HORIZON           PIC 9(03) VALUE 7.
       77  WS-DATE-LIMITE       PIC 9(08) VALUE 0.

      *Rupture de controle par depot et totaux.
       77  WS-DEPOT-COURANT     PIC X(05) VALUE SPACES.
       77  WS-PREMIER-DEPOT     PIC X(01) VALUE "O".
       77  WS-PRIX-UNITAIRE     PIC 9(02)V99 VALUE 0.
       77  WS-VALEUR-LOT        PIC 9(07)V99 VALUE 0.
       77  WS-QTE-DEPOT         PIC 9(07) VALUE 0.
       77  WS-VALEUR-DEPOT      PIC 9(09)V99 VALUE 0.
       77  WS-QTE-TOTALE        PIC 9(07) VALUE 0.
       77  WS-VALEUR-TOTALE     PIC 9(09)V99 VALUE 0.
       77  WS-NB-LOTS-LUS       PIC 9(05) VALUE 0.
       77  WS-NB-LOTS-RETENUS   PIC 9(05) VALUE 0.
       77  WS-NB-PERIMES        PIC 9(05) VALUE 0.
       77  WS-ETAT-LOT          PIC X(07) VALUE SPACES.
       77  WS-JOURS-RESTANTS    PIC 9(03) VALUE 0.
       77  WS-QTE-ED            PIC ZZZZ9.
       77  WS-QTE-TOTAL-ED      PIC ZZZZZZ9.
       77  WS-VALEUR-ED         PIC ZZZZZZ9.99.
       77  WS-VALEUR-TOTAL-ED   PIC ZZZZZZZZ9.99.

       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme DateCalc.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Journal.
       01  WS-JRN-PROGRAMME     PIC X(10) VALUE "peremption".
       01  WS-JRN-LUS           PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS        PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES       PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT        PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.
           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0050-PARAM-START
           THRU    0050-PARAM-END.

           PERFORM 0100-LIRE-ARTICLES-START
           THRU    0100-LIRE-ARTICLES-END.

           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE SPACES TO F-RAPPORT-ENTETE.
           STRING "Lots a date limite proche - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT-ENTETE.
           WRITE F-RAPPORT-ENTETE.
           MOVE SPACES TO F-RAPPORT.
           STRING "Horizon " WS-HORIZON " jour(s) : date limite"
                  " jusqu'au " WS-DATE-LIMITE " (perimes compris)"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

      *Le tri range les lots retenus par depot puis par date
      *limite : la procedure de sortie ecrit une section par depot.
           SORT FICHIER-TRI ON ASCENDING KEY TRI-DEPOT TRI-DLC
                                             TRI-ARTICLE
               INPUT PROCEDURE IS 0200-VERSER-START
                            THRU 0200-VERSER-END
               OUTPUT PROCEDURE IS 0300-EDITER-START
                             THRU 0300-EDITER-END.

           MOVE WS-QTE-TOTALE    TO WS-QTE-TOTAL-ED.
           MOVE WS-VALEUR-TOTALE TO WS-VALEUR-TOTAL-ED.
           MOVE SPACES TO F-RAPPORT.
           STRING "TOTAL GENERAL : " WS-NB-LOTS-RETENUS " lot(s), "
                  WS-QTE-TOTAL-ED " unite(s), valeur "
                  WS-VALEUR-TOTAL-ED
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           CLOSE FICHIER-RAPPORT.

           DISPLAY "Peremption : " WS-NB-LOTS-RETENUS
                   " lot(s) a " WS-HORIZON " jour(s) dont "
                   WS-NB-PERIMES " perime(s), voir peremption.txt".

           MOVE WS-NB-LOTS-LUS     TO WS-JRN-LUS.
           MOVE WS-NB-LOTS-RETENUS TO WS-JRN-ECRITS.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Horizon en jours lu dans param-peremption.txt, une semaine a
      *defaut ; la date limite retenue est la date du jour plus
      *l'horizon.
       0050-PARAM-START.

           OPEN INPUT FICHIER-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ FICHIER-PARAM
                   NOT AT END
                       IF FUNCTION TRIM(F-PARAM) IS NUMERIC
                           COMPUTE WS-HORIZON =
                                   FUNCTION NUMVAL(F-PARAM)
                       ELSE
                           DISPLAY "ATTENTION : horizon illisible"
                                   " dans param-peremption.txt,"
                                   " une semaine retenue"
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHIER-PARAM.

           MOVE "A"          TO WS-DC-FONCTION.
           MOVE WS-DATE-JOUR TO WS-DC-DATE-1.
           MOVE WS-HORIZON   TO WS-DC-NOMBRE.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           MOVE WS-DC-DATE-2 TO WS-DATE-LIMITE.

           EXIT.
       0050-PARAM-END.

       0100-LIRE-ARTICLES-START.

           OPEN INPUT FICHIER-ARTICLES.

           IF WS-ARTICLES-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARTICLES = "O"
                   READ FICHIER-ARTICLES
                       AT END
                           MOVE "O" TO WS-FIN-ARTICLES
                       NOT AT END
                           IF WS-NB-ART < WS-MAX-ART
                               ADD 1 TO WS-NB-ART
                               MOVE F-ART-NUMERO TO
                                    WS-ART-NUMERO(WS-NB-ART)
                               MOVE F-ART-PRIX   TO
                                    WS-ART-PRIX(WS-NB-ART)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE FICHIER-ARTICLES.

           EXIT.
       0100-LIRE-ARTICLES-END.

      *Procedure d'entree du tri : seuls les lots encore en stock
      *dont la date limite ne depasse pas l'horizon sont verses.
       0200-VERSER-START.

           OPEN INPUT FICHIER-LOTS.

           IF WS-LOTS-STATUS NOT = "00"
               DISPLAY "ATTENTION : lots.txt absent, aucun lot suivi"
               CLOSE FICHIER-LOTS
               GO TO 0200-VERSER-END
           END-IF.

           PERFORM UNTIL WS-FIN-LOTS = "O"
               READ FICHIER-LOTS
                   AT END
                       MOVE "O" TO WS-FIN-LOTS
                   NOT AT END
                       ADD 1 TO WS-NB-LOTS-LUS
                       IF F-LOT-QTE > 0 AND
                          F-LOT-DLC <= WS-DATE-LIMITE
                           MOVE F-LOT-DEPOT   TO TRI-DEPOT
                           MOVE F-LOT-DLC     TO TRI-DLC
                           MOVE F-LOT-ARTICLE TO TRI-ARTICLE
                           MOVE F-LOT-NUMERO  TO TRI-LOT
                           MOVE F-LOT-QTE     TO TRI-QTE
                           RELEASE TRI-ENR
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-LOTS.

           EXIT.
       0200-VERSER-END.

      *Procedure de sortie du tri : une ligne par lot, un
      *sous-total a chaque changement de depot.
       0300-EDITER-START.

           PERFORM UNTIL WS-FIN-TRI = "O"
               RETURN FICHIER-TRI
                   AT END
                       MOVE "O" TO WS-FIN-TRI
                   NOT AT END
                       PERFORM 0310-UN-LOT-START
                       THRU    0310-UN-LOT-END
               END-RETURN
           END-PERFORM.

           IF WS-PREMIER-DEPOT = "N"
               PERFORM 0330-TOTAL-DEPOT-START
               THRU    0330-TOTAL-DEPOT-END
           END-IF.

           EXIT.
       0300-EDITER-END.

       0310-UN-LOT-START.

           IF WS-PREMIER-DEPOT = "O" OR
              TRI-DEPOT NOT = WS-DEPOT-COURANT
               IF WS-PREMIER-DEPOT = "N"
                   PERFORM 0330-TOTAL-DEPOT-START
                   THRU    0330-TOTAL-DEPOT-END
               END-IF
               MOVE "N"       TO WS-PREMIER-DEPOT
               MOVE TRI-DEPOT TO WS-DEPOT-COURANT
               MOVE 0         TO WS-QTE-DEPOT
               MOVE 0         TO WS-VALEUR-DEPOT
               MOVE SPACES TO F-RAPPORT
               STRING "---- Depot " TRI-DEPOT " ----"
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.

           MOVE 0 TO WS-PRIX-UNITAIRE.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
               IF WS-ART-NUMERO(WS-IDX-ART) = TRI-ARTICLE
                   MOVE WS-ART-PRIX(WS-IDX-ART) TO WS-PRIX-UNITAIRE
               END-IF
           END-PERFORM.
           COMPUTE WS-VALEUR-LOT = TRI-QTE * WS-PRIX-UNITAIRE.

      *Jours restants avant la date limite, PERIME au-dela.
           IF TRI-DLC < WS-DATE-JOUR
               MOVE "PERIME" TO WS-ETAT-LOT
               ADD 1 TO WS-NB-PERIMES
           ELSE
               MOVE "E"          TO WS-DC-FONCTION
               MOVE WS-DATE-JOUR TO WS-DC-DATE-1
               MOVE TRI-DLC      TO WS-DC-DATE-2
               CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                     WS-DC-DATE-2 WS-DC-NOMBRE
                                     WS-DC-RESULTAT WS-DC-STATUT
               MOVE WS-DC-RESULTAT TO WS-JOURS-RESTANTS
               MOVE SPACES TO WS-ETAT-LOT
               STRING "J-" WS-JOURS-RESTANTS
                      DELIMITED BY SIZE INTO WS-ETAT-LOT
           END-IF.

           MOVE TRI-QTE       TO WS-QTE-ED.
           MOVE WS-VALEUR-LOT TO WS-VALEUR-ED.
           MOVE SPACES TO F-RAPPORT.
           STRING "  " TRI-ARTICLE " lot " TRI-LOT
                  " dlc " TRI-DLC " qte " WS-QTE-ED
                  " val " WS-VALEUR-ED " " WS-ETAT-LOT
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           ADD TRI-QTE       TO WS-QTE-DEPOT.
           ADD WS-VALEUR-LOT TO WS-VALEUR-DEPOT.
           ADD TRI-QTE       TO WS-QTE-TOTALE.
           ADD WS-VALEUR-LOT TO WS-VALEUR-TOTALE.
           ADD 1 TO WS-NB-LOTS-RETENUS.

           EXIT.
       0310-UN-LOT-END.

       0330-TOTAL-DEPOT-START.

           MOVE WS-QTE-DEPOT    TO WS-QTE-TOTAL-ED.
           MOVE WS-VALEUR-DEPOT TO WS-VALEUR-TOTAL-ED.
           MOVE SPACES TO F-RAPPORT.
           STRING "  => total depot " WS-DEPOT-COURANT " : "
                  WS-QTE-TOTAL-ED " unite(s), valeur "
                  WS-VALEUR-TOTAL-ED
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           EXIT.
       0330-TOTAL-DEPOT-END.
