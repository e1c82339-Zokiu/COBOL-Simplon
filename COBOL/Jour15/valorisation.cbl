      *referentiel des articles, DIVERS a defaut) et le rapport
      *formate se termine par le total general. La finance ne
      *recevra plus un chiffre estime a la calculette.
      *A cote de la valeur au prix de vente, chaque ligne et chaque
      *sous-total porte la valeur au cout moyen pondere (PMP) tenu
      *par reception dans couts.txt : 0 pour un article jamais recu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARTICLES-STATUS.

      *OPTIONAL : sans couts, la valeur au PMP reste a 0.
       SELECT OPTIONAL FICHIER-COUTS ASSIGN TO "couts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUTS-STATUS.

       SELECT FICHIER-RAPPORT ASSIGN TO "valorisation.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           05 FILLER            PIC X(01).
           05 F-ART-PROMO-FIN   PIC 9(08).

      *Meme decoupage que le FD de reception, qui tient ce fichier.
       FD FICHIER-COUTS.
       01  F-COUT.
           05 F-CT-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-CT-PMP          PIC 9(04)V9999.
           05 FILLER            PIC X(01).
           05 F-CT-DATE         PIC 9(08).

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(110).
      *En-tête d'audit (date/heure d'exécution).
       01  F-RAPPORT-ENTETE     PIC X(60).

           05 WS-CAT OCCURS 20 TIMES.
               10 WS-CAT-CODE      PIC X(10).
               10 WS-CAT-MONTANT   PIC 9(08)V99.
               10 WS-CAT-COUT      PIC 9(08)V99.

       77  WS-IDX-CAT           PIC 9(02) VALUE 1.
       77  WS-MAX-CAT           PIC 9(02) VALUE 20.
           05 WS-DEPT OCCURS 10 TIMES.
               10 WS-DEPT-CODE     PIC X(05).
               10 WS-DEPT-MONTANT  PIC 9(08)V99.
               10 WS-DEPT-COUT     PIC 9(08)V99.

       77  WS-IDX-DEPT          PIC 9(02) VALUE 1.
       77  WS-MAX-DEPT          PIC 9(02) VALUE 10.
       77  WS-NB-DEPT           PIC 9(02) VALUE 0.
       77  WS-DEPT-TROUVE       PIC 9(02) VALUE 0.

      *Couts moyens ponderes par article.
       01  WS-TABLE-COUTS.
           05 WS-COUT OCCURS 50 TIMES.
               10 WS-CT-ARTICLE PIC X(10).
               10 WS-CT-PMP     PIC 9(04)V9999.

       77  WS-IDX-CT            PIC 9(02) VALUE 1.
       77  WS-MAX-COUTS         PIC 9(02) VALUE 50.
       77  WS-NB-COUTS          PIC 9(02) VALUE 0.
       77  WS-FIN-COUTS         PIC X     VALUE "N".
       77  WS-COUTS-STATUS      PIC X(02) VALUE SPACES.

      *Valorisation de l'article en cours.
       77  WS-ARTICLE-CLE      PIC X(10) VALUE SPACES.
       77  WS-PRIX-UNITAIRE    PIC 9(02)V99 VALUE 0.
       77  WS-MONTANT-ARTICLE  PIC 9(08)V99 VALUE 0.
       77  WS-CATEGORIE        PIC X(10) VALUE SPACES.
       77  WS-TOTAL-GENERAL    PIC 9(09)V99 VALUE 0.
       77  WS-PMP              PIC 9(04)V9999 VALUE 0.
       77  WS-COUT-ARTICLE     PIC 9(08)V99 VALUE 0.
       77  WS-TOTAL-COUT       PIC 9(09)V99 VALUE 0.
       77  WS-COUT-ED          PIC ZZZZZZZ9.99.
       77  WS-TOTAL-COUT-ED    PIC ZZZZZZZZ9.99.
       77  WS-MONTANT-ED       PIC ZZZZZZZ9.99.
       77  WS-TOTAL-ED         PIC ZZZZZZZZ9.99.

           PERFORM 0250-READ-ARTICLES-START
           THRU    0250-READ-ARTICLES-END.

           PERFORM 0270-READ-COUTS-START
           THRU    0270-READ-COUTS-END.

           PERFORM 0300-VALORISER-START
           THRU    0300-VALORISER-END.

           EXIT.
       0250-READ-ARTICLES-END.

       0270-READ-COUTS-START.

           OPEN INPUT FICHIER-COUTS.

           IF WS-COUTS-STATUS = "00" OR WS-COUTS-STATUS = "05"
               PERFORM UNTIL WS-FIN-COUTS = "Y"
                   READ FICHIER-COUTS
                       AT END
                           MOVE "Y" TO WS-FIN-COUTS
                       NOT AT END
                           IF WS-NB-COUTS < WS-MAX-COUTS
                               ADD 1 TO WS-NB-COUTS
                               MOVE F-CT-ARTICLE TO
                                    WS-CT-ARTICLE(WS-NB-COUTS)
                               MOVE F-CT-PMP     TO
                                    WS-CT-PMP(WS-NB-COUTS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COUTS
           END-IF.

           EXIT.
       0270-READ-COUTS-END.

      *Etend chaque article quantite x prix, cumule par categorie,
      *puis ecrit le rapport : detail, sous-totaux, total general.
       0300-VALORISER-START.
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-NB-DEPT
               MOVE WS-DEPT-MONTANT(WS-IDX-DEPT) TO WS-TOTAL-ED
               MOVE WS-DEPT-COUT(WS-IDX-DEPT)    TO WS-TOTAL-COUT-ED
               MOVE SPACES TO F-RAPPORT
               STRING WS-DEPT-CODE(WS-IDX-DEPT)
                      " : " WS-TOTAL-ED
                      " | au PMP : " WS-TOTAL-COUT-ED
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-PERFORM.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-NB-CAT
               MOVE WS-CAT-MONTANT(WS-IDX-CAT) TO WS-TOTAL-ED
               MOVE WS-CAT-COUT(WS-IDX-CAT)    TO WS-TOTAL-COUT-ED
               MOVE SPACES TO F-RAPPORT
               STRING WS-CAT-CODE(WS-IDX-CAT)
                      " : " WS-TOTAL-ED
                      " | au PMP : " WS-TOTAL-COUT-ED
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-PERFORM.

           MOVE WS-TOTAL-GENERAL TO WS-TOTAL-ED.
           MOVE WS-TOTAL-COUT    TO WS-TOTAL-COUT-ED.
           MOVE SPACES TO F-RAPPORT.
           STRING "TOTAL GENERAL : " WS-TOTAL-ED
                  " | au PMP : " WS-TOTAL-COUT-ED
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

                   WS-STOCK(WS-INDEX) * WS-PRIX-UNITAIRE.
           ADD WS-MONTANT-ARTICLE TO WS-TOTAL-GENERAL.

           MOVE 0 TO WS-PMP.
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-NB-COUTS
               IF WS-CT-ARTICLE(WS-IDX-CT) = WS-ARTICLE-CLE
                   MOVE WS-CT-PMP(WS-IDX-CT) TO WS-PMP
               END-IF
           END-PERFORM.
           COMPUTE WS-COUT-ARTICLE ROUNDED =
                   WS-STOCK(WS-INDEX) * WS-PMP.
           ADD WS-COUT-ARTICLE TO WS-TOTAL-COUT.
           MOVE WS-COUT-ARTICLE TO WS-COUT-ED.

           MOVE WS-MONTANT-ARTICLE TO WS-MONTANT-ED.
           MOVE SPACES TO F-RAPPORT.
           IF WS-PRIX-UNITAIRE = 0
                      " stock " WS-STOCK(WS-INDEX)
                      " (" WS-CATEGORIE ")"
                      " : HORS CATALOGUE, valorise 0"
                      " | PMP " WS-PMP " = " WS-COUT-ED
                      DELIMITED BY SIZE INTO F-RAPPORT
           ELSE
               STRING WS-ARTICLE(WS-INDEX)
                      " x " WS-PRIX-UNITAIRE
                      " (" WS-CATEGORIE ")"
                      " = " WS-MONTANT-ED
                      " | PMP " WS-PMP " = " WS-COUT-ED
                      DELIMITED BY SIZE INTO F-RAPPORT
           END-IF.
           WRITE F-RAPPORT.
               MOVE WS-NB-CAT   TO WS-CAT-TROUVE
               MOVE WS-CATEGORIE TO WS-CAT-CODE(WS-CAT-TROUVE)
               MOVE 0            TO WS-CAT-MONTANT(WS-CAT-TROUVE)
               MOVE 0            TO WS-CAT-COUT(WS-CAT-TROUVE)
           END-IF.

           IF WS-CAT-TROUVE > 0
               ADD WS-MONTANT-ARTICLE TO
                   WS-CAT-MONTANT(WS-CAT-TROUVE)
               ADD WS-COUT-ARTICLE TO
                   WS-CAT-COUT(WS-CAT-TROUVE)
           END-IF.

           EXIT.
               MOVE WS-DEPOT(WS-INDEX)
                    TO WS-DEPT-CODE(WS-DEPT-TROUVE)
               MOVE 0 TO WS-DEPT-MONTANT(WS-DEPT-TROUVE)
               MOVE 0 TO WS-DEPT-COUT(WS-DEPT-TROUVE)
           END-IF.

           IF WS-DEPT-TROUVE > 0
               ADD WS-MONTANT-ARTICLE TO
                   WS-DEPT-MONTANT(WS-DEPT-TROUVE)
               ADD WS-COUT-ARTICLE TO
                   WS-DEPT-COUT(WS-DEPT-TROUVE)
           END-IF.

           EXIT.
