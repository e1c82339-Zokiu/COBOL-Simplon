      *seuils-articles.txt pour que rupture ne travaille plus avec
      *un seul seuil global : on est a la fois surstocke sur les
      *articles lents et en rupture sur les rapides.
      *La prevision de chaque article (consommation moyenne attendue
      *au versement suivant, seuil et niveau) est aussi consignee,
      *datee, dans previsions-historique.txt : fiabprev la confronte
      *ensuite a la consommation reelle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT FICHIER-SEUILS ASSIGN TO "seuils-articles.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Previsions des executions successives, a la suite.
      *OPTIONAL : cree a la premiere prevision.
       SELECT OPTIONAL FICHIER-PREVISIONS ASSIGN TO
           "previsions-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREVISIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 FILLER            PIC X(01).
           05 F-SEUIL-NIVEAU    PIC 9(03).

      *Une ligne par article et par execution : dernier versement
      *de l'historique (la prevision vaut pour le suivant), date
      *de la prevision, article, consommation prevue, seuil et
      *niveau de recompletement.
       FD FICHIER-PREVISIONS.
       01  F-PREVISION.
           05 F-PRV-RUN         PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-PRV-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-PRV-ARTICLE     PIC X(10).
           05 FILLER            PIC X(01).
           05 F-PRV-QTE         PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-PRV-SEUIL       PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-PRV-NIVEAU      PIC 9(03).

       WORKING-STORAGE SECTION.

      *Consommation de la semaine en cours, cumulee par article.
       77  WS-SEUIL-CALCULE     PIC 9(03) VALUE 0.
       77  WS-NIVEAU-CALCULE    PIC 9(03) VALUE 0.

       77  WS-PREVISIONS-STATUS PIC X(02) VALUE SPACES.
       77  WS-DATE-PREVISION    PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 0100-LIRE-HISTORIQUE-START
       0500-ECRIRE-SEUILS-START.

           OPEN OUTPUT FICHIER-SEUILS.
           OPEN EXTEND FICHIER-PREVISIONS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-PREVISION.

           PERFORM VARYING WS-IDX-STAT FROM 1 BY 1
                   UNTIL WS-IDX-STAT > WS-NB-STAT
               MOVE WS-NIVEAU-CALCULE            TO F-SEUIL-NIVEAU
               WRITE F-SEUIL

               MOVE SPACES                       TO F-PREVISION
               MOVE WS-NB-RUNS                   TO F-PRV-RUN
               MOVE WS-DATE-PREVISION            TO F-PRV-DATE
               MOVE WS-STAT-ARTICLE(WS-IDX-STAT) TO F-PRV-ARTICLE
               MOVE WS-MOYENNE                   TO F-PRV-QTE
               MOVE WS-SEUIL-CALCULE             TO F-PRV-SEUIL
               MOVE WS-NIVEAU-CALCULE            TO F-PRV-NIVEAU
               WRITE F-PREVISION

               DISPLAY WS-STAT-ARTICLE(WS-IDX-STAT)
                       " moyenne " WS-MOYENNE
                       " pic " WS-STAT-PIC(WS-IDX-STAT)
           END-PERFORM.

           CLOSE FICHIER-SEUILS.
           CLOSE FICHIER-PREVISIONS.

           EXIT.
       0500-ECRIRE-SEUILS-END.
