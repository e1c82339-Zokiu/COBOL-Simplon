       IDENTIFICATION DIVISION.
       PROGRAM-ID. integrite.
       AUTHOR.    Terry.

      *Controle d'integrite referentielle entre les fichiers, a
      *lancer apres la chaine de nuit. Chaque programme controle
      *ses propres entrees, personne ne verifiait que les fichiers
      *s'accordent entre eux. Regles controlees :
      *  1 - article de inventaire.txt absent de articles.txt
      *  2 - client de reliquats.txt absent de clients.dat
      *  3 - fournisseur de po-registre.txt absent de
      *      fournisseurs.txt
      *  4 - client de factures-ouvertes.txt absent de clients.dat
      *  5 - eleve de notes-matieres.txt absent de eleves-maitre.txt
      *Le rapport integrite.txt groupe les violations par regle,
      *avec les cles en faute et leur nombre, et se termine par le
      *total des violations, repris par le tableau de bord matin.
      *Un referentiel absent rend sa regle non controlee (signale
      *dans le rapport) ; un fichier controle absent ne porte
      *aucune violation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL FICHIER-INVENTAIRE ASSIGN TO
               "inventaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT OPTIONAL FICHIER-ARTICLES ASSIGN TO "articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARTICLES-STATUS.

           SELECT OPTIONAL FICHIER-RELIQUATS ASSIGN TO
               "reliquats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELIQUATS-STATUS.

      *Maitre clients indexe, lu par cle seulement.
           SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENT-ID
               FILE STATUS IS WS-CLIENT-STATUS.

           SELECT OPTIONAL FICHIER-REGISTRE ASSIGN TO
               "po-registre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRE-STATUS.

           SELECT OPTIONAL FICHIER-FOURNISSEURS ASSIGN TO
               "fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOURN-STATUS.

           SELECT OPTIONAL FICHIER-FACT-OUV ASSIGN TO
               "factures-ouvertes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACT-OUV-STATUS.

           SELECT OPTIONAL FICHIER-NOTES ASSIGN TO
               "notes-matieres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.

           SELECT OPTIONAL FICHIER-ELEVES ASSIGN TO
               "eleves-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEVES-STATUS.

           SELECT FICHIER-RAPPORT ASSIGN TO "integrite.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD FICHIER-INVENTAIRE de rupture.
       FD FICHIER-INVENTAIRE.
       01  F-INVENTAIRE.
           05 F-INV-ARTICLE     PIC X(10).
           05 F-INV-STOCK       PIC 9(05).
           05 FILLER            PIC X(01).
           05 F-INV-DEPOT       PIC X(05).

      *Meme decoupage que le FD du programme articles ; seul le
      *numero sert ici.
       FD FICHIER-ARTICLES.
       01  F-ART.
           05 F-ART-NUMERO      PIC X(10).
           05 FILLER            PIC X(89).

      *Meme decoupage que le FD FICHIER-RELIQUATS de Commande.
       FD FICHIER-RELIQUATS.
       01  F-RELIQUAT.
           05 F-REL-NUMERO      PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-REL-CLIENT      PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-REL-ARTICLE     PIC X(10).
           05 FILLER            PIC X(01).
           05 F-REL-QTE         PIC 9(04).

       FD FICHIER-CLIENT.
           COPY "Client.cpy".

      *Meme decoupage que le FD FICHIER-REGISTRE de rupture.
       FD FICHIER-REGISTRE.
       01  F-PO.
           05 F-PO-NUMERO       PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-PO-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-PO-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-PO-QTE          PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-PO-FOURN        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-PO-RECU         PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-PO-STATUT       PIC X(01).

      *Meme decoupage que le FD FICHIER-FOURNISSEURS de rupture ;
      *seul le code sert ici.
       FD FICHIER-FOURNISSEURS.
       01  F-FOURNISSEUR.
           05 F-FOURN-CODE      PIC X(08).
           05 FILLER            PIC X(62).

      *Meme decoupage que le FD FICHIER-FACT-OUV de facture.
       FD FICHIER-FACT-OUV.
       01  F-FACT-OUV.
           05 F-FO-NUMERO       PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-FO-CLIENT       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-FO-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-FO-MONTANT      PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-FO-REGLE        PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-FO-STATUT       PIC X(01).

      *Meme decoupage que le FD FICHIER-NOTES de bulletin.
       FD FICHIER-NOTES.
       01  F-NOTES.
           05 F-NOTE-ELEVE      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-NOTE-MATIERE    PIC X(06).
           05 FILLER            PIC X(01).
           05 F-NOTE-VALEUR     PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-NOTE-EVAL       PIC X(06).
           05 FILLER            PIC X(01).
           05 F-NOTE-DATE       PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-NOTE-TRIMESTRE  PIC 9(01).
           05 FILLER            PIC X(01).
           05 F-NOTE-POIDS      PIC 9(01).

      *Meme decoupage que le FD FICHIER-ELEVES de bulletin.
       FD FICHIER-ELEVES.
       01  F-ELEVES.
           05 F-ELEVE-ID        PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-NOM             PIC X(10).
           05 FILLER            PIC X(01).
           05 F-CLASSE          PIC X(05).

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(80).

       WORKING-STORAGE SECTION.

      *Referentiels charges en memoire : numeros d'articles, codes
      *fournisseurs et identifiants d'eleves.
       01  WS-TABLE-ARTICLES.
           05 WS-ART-NUMERO OCCURS 200 TIMES PIC X(10).

       77  WS-IDX-ART           PIC 9(03) VALUE 1.
       77  WS-MAX-ART           PIC 9(03) VALUE 200.
       77  WS-NB-ART            PIC 9(03) VALUE 0.

       01  WS-TABLE-FOURN.
           05 WS-FOURN-CODE OCCURS 50 TIMES PIC X(08).

       77  WS-IDX-FOURN         PIC 9(02) VALUE 1.
       77  WS-MAX-FOURN         PIC 9(02) VALUE 50.
       77  WS-NB-FOURN          PIC 9(02) VALUE 0.

       01  WS-TABLE-ELEVES.
           05 WS-ELEVE-ID OCCURS 500 TIMES PIC 9(03).

       77  WS-IDX-ELEVE         PIC 9(03) VALUE 1.
       77  WS-MAX-ELEVES        PIC 9(03) VALUE 500.
       77  WS-NB-ELEVES         PIC 9(03) VALUE 0.

      *Presence de chaque referentiel ("O" si lu).
       77  WS-ARTICLES-PRESENT  PIC X(01) VALUE "N".
       77  WS-FOURN-PRESENT     PIC X(01) VALUE "N".
       77  WS-ELEVES-PRESENT    PIC X(01) VALUE "N".
       77  WS-CLIENTS-PRESENT   PIC X(01) VALUE "N".

       77  WS-INVENTAIRE-STATUS PIC X(02) VALUE SPACES.
       77  WS-ARTICLES-STATUS   PIC X(02) VALUE SPACES.
       77  WS-RELIQUATS-STATUS  PIC X(02) VALUE SPACES.
       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-REGISTRE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FOURN-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FACT-OUV-STATUS   PIC X(02) VALUE SPACES.
       77  WS-NOTES-STATUS      PIC X(02) VALUE SPACES.
       77  WS-ELEVES-STATUS     PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

      *Resultat d'une recherche en referentiel.
       77  WS-CONNU             PIC X(01) VALUE "N".
       77  WS-CLE-CLIENT        PIC 9(04) VALUE 0.

      *Regle en cours : numero, libelle, lignes controlees et
      *violations ; total de toutes les regles.
       77  WS-REGLE             PIC 9(01) VALUE 0.
       77  WS-REGLE-LIBELLE     PIC X(60) VALUE SPACES.
       77  WS-NB-CONTROLES      PIC 9(06) VALUE 0.
       77  WS-NB-VIOLATIONS     PIC 9(06) VALUE 0.
       77  WS-TOTAL-CONTROLES   PIC 9(06) VALUE 0.
       77  WS-TOTAL-VIOLATIONS  PIC 9(06) VALUE 0.
      *Cle en faute, mise en forme avant son ecriture.
       77  WS-CLE-FAUTE         PIC X(60) VALUE SPACES.

      *Horodatage de l'exécution, reporté en en-tête du rapport.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "integrite".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           PERFORM 0100-CHARGER-REFERENTIELS-START
           THRU    0100-CHARGER-REFERENTIELS-END.

           OPEN OUTPUT FICHIER-RAPPORT.

           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE SPACES TO F-RAPPORT.
           STRING "Controle d'integrite referentielle - "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM 0200-INVENTAIRE-START
           THRU    0200-INVENTAIRE-END.

           PERFORM 0300-RELIQUATS-START
           THRU    0300-RELIQUATS-END.

           PERFORM 0400-REGISTRE-START
           THRU    0400-REGISTRE-END.

           PERFORM 0500-FACTURES-START
           THRU    0500-FACTURES-END.

           PERFORM 0600-NOTES-START
           THRU    0600-NOTES-END.

           IF WS-CLIENTS-PRESENT = "O"
               CLOSE FICHIER-CLIENT
           END-IF.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "TOTAL VIOLATIONS " WS-TOTAL-VIOLATIONS
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Controle d'integrite : " WS-TOTAL-CONTROLES
                   " ligne(s) controlee(s), " WS-TOTAL-VIOLATIONS
                   " violation(s) (integrite.txt)".

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-TOTAL-CONTROLES  TO WS-JRN-LUS.
           MOVE WS-TOTAL-VIOLATIONS TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Charge les referentiels en memoire et ouvre le maitre
      *clients pour les lectures par cle.
       0100-CHARGER-REFERENTIELS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ARTICLES.
      *Statut 05 : fichier optionnel absent, regle non controlee.
           IF WS-ARTICLES-STATUS = "00"
               MOVE "O" TO WS-ARTICLES-PRESENT
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-ARTICLES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-ART < WS-MAX-ART
                               ADD 1 TO WS-NB-ART
                               MOVE F-ART-NUMERO TO
                                    WS-ART-NUMERO(WS-NB-ART)
                           ELSE
                               DISPLAY "ATTENTION : articles.txt"
                                       " tronque, WS-MAX-ART depasse"
                               MOVE "O" TO WS-FIN-FICHIER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-ARTICLES.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-FOURNISSEURS.
           IF WS-FOURN-STATUS = "00"
               MOVE "O" TO WS-FOURN-PRESENT
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-FOURNISSEURS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           MOVE "N" TO WS-CONNU
                           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                                   UNTIL WS-IDX-FOURN > WS-NB-FOURN
                               IF WS-FOURN-CODE(WS-IDX-FOURN) =
                                  F-FOURN-CODE
                                   MOVE "O" TO WS-CONNU
                               END-IF
                           END-PERFORM
                           IF WS-CONNU = "N" AND
                              WS-NB-FOURN < WS-MAX-FOURN
                               ADD 1 TO WS-NB-FOURN
                               MOVE F-FOURN-CODE TO
                                    WS-FOURN-CODE(WS-NB-FOURN)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-FOURNISSEURS.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ELEVES.
           IF WS-ELEVES-STATUS = "00"
               MOVE "O" TO WS-ELEVES-PRESENT
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-ELEVES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-ELEVES < WS-MAX-ELEVES
                               ADD 1 TO WS-NB-ELEVES
                               MOVE F-ELEVE-ID TO
                                    WS-ELEVE-ID(WS-NB-ELEVES)
                           ELSE
                               DISPLAY "ATTENTION : eleves-maitre.txt"
                                       " tronque, WS-MAX-ELEVES"
                                       " depasse"
                               MOVE "O" TO WS-FIN-FICHIER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-ELEVES.

           OPEN INPUT FICHIER-CLIENT.
           IF WS-CLIENT-STATUS = "00"
               MOVE "O" TO WS-CLIENTS-PRESENT
           ELSE
               DISPLAY "ATTENTION : clients.dat illisible, statut "
                       WS-CLIENT-STATUS
           END-IF.

           EXIT.
       0100-CHARGER-REFERENTIELS-END.

      *Regle 1 : chaque article de l'inventaire (toutes lignes
      *article/depot) doit exister au referentiel des articles.
       0200-INVENTAIRE-START.

           MOVE 1 TO WS-REGLE.
           MOVE "article de inventaire.txt absent de articles.txt"
                TO WS-REGLE-LIBELLE.
           PERFORM 0800-DEBUT-REGLE-START
           THRU    0800-DEBUT-REGLE-END.

           IF WS-ARTICLES-PRESENT = "N"
               PERFORM 0830-NON-CONTROLEE-START
               THRU    0830-NON-CONTROLEE-END
               GO TO 0200-INVENTAIRE-END
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-INVENTAIRE
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           ADD 1 TO WS-NB-CONTROLES
                           MOVE "N" TO WS-CONNU
                           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                                   UNTIL WS-IDX-ART > WS-NB-ART
                               IF WS-ART-NUMERO(WS-IDX-ART) =
                                  F-INV-ARTICLE
                                   MOVE "O" TO WS-CONNU
                               END-IF
                           END-PERFORM
                           IF WS-CONNU = "N"
                               MOVE SPACES TO WS-CLE-FAUTE
                               STRING "article " F-INV-ARTICLE
                                      " depot " F-INV-DEPOT
                                      DELIMITED BY SIZE
                                      INTO WS-CLE-FAUTE
                               PERFORM 0810-VIOLATION-START
                               THRU    0810-VIOLATION-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-INVENTAIRE.

           PERFORM 0820-FIN-REGLE-START
           THRU    0820-FIN-REGLE-END.

           EXIT.
       0200-INVENTAIRE-END.

      *Regle 2 : chaque client en reliquat doit exister au maitre
      *clients (une fiche cloturee existe toujours).
       0300-RELIQUATS-START.

           MOVE 2 TO WS-REGLE.
           MOVE "client de reliquats.txt absent de clients.dat"
                TO WS-REGLE-LIBELLE.
           PERFORM 0800-DEBUT-REGLE-START
           THRU    0800-DEBUT-REGLE-END.

           IF WS-CLIENTS-PRESENT = "N"
               PERFORM 0830-NON-CONTROLEE-START
               THRU    0830-NON-CONTROLEE-END
               GO TO 0300-RELIQUATS-END
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-RELIQUATS.
           IF WS-RELIQUATS-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-RELIQUATS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           ADD 1 TO WS-NB-CONTROLES
                           MOVE F-REL-CLIENT TO WS-CLE-CLIENT
                           PERFORM 0700-CLIENT-CONNU-START
                           THRU    0700-CLIENT-CONNU-END
                           IF WS-CONNU = "N"
                               MOVE SPACES TO WS-CLE-FAUTE
                               STRING "commande " F-REL-NUMERO
                                      " client " F-REL-CLIENT
                                      " article " F-REL-ARTICLE
                                      DELIMITED BY SIZE
                                      INTO WS-CLE-FAUTE
                               PERFORM 0810-VIOLATION-START
                               THRU    0810-VIOLATION-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-RELIQUATS.

           PERFORM 0820-FIN-REGLE-START
           THRU    0820-FIN-REGLE-END.

           EXIT.
       0300-RELIQUATS-END.

      *Regle 3 : chaque fournisseur du registre des commandes
      *fournisseur doit figurer au referentiel des fournisseurs.
       0400-REGISTRE-START.

           MOVE 3 TO WS-REGLE.
           MOVE
               "fournisseur du registre PO absent de fournisseurs.txt"
                TO WS-REGLE-LIBELLE.
           PERFORM 0800-DEBUT-REGLE-START
           THRU    0800-DEBUT-REGLE-END.

           IF WS-FOURN-PRESENT = "N"
               PERFORM 0830-NON-CONTROLEE-START
               THRU    0830-NON-CONTROLEE-END
               GO TO 0400-REGISTRE-END
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REGISTRE.
           IF WS-REGISTRE-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-REGISTRE
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           ADD 1 TO WS-NB-CONTROLES
                           MOVE "N" TO WS-CONNU
                           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                                   UNTIL WS-IDX-FOURN > WS-NB-FOURN
                               IF WS-FOURN-CODE(WS-IDX-FOURN) =
                                  F-PO-FOURN
                                   MOVE "O" TO WS-CONNU
                               END-IF
                           END-PERFORM
                           IF WS-CONNU = "N"
                               MOVE SPACES TO WS-CLE-FAUTE
                               STRING "commande fournisseur "
                                      F-PO-NUMERO
                                      " fournisseur " F-PO-FOURN
                                      DELIMITED BY SIZE
                                      INTO WS-CLE-FAUTE
                               PERFORM 0810-VIOLATION-START
                               THRU    0810-VIOLATION-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REGISTRE.

           PERFORM 0820-FIN-REGLE-START
           THRU    0820-FIN-REGLE-END.

           EXIT.
       0400-REGISTRE-END.

      *Regle 4 : chaque facture du registre des factures doit
      *porter un client connu du maitre clients.
       0500-FACTURES-START.

           MOVE 4 TO WS-REGLE.
           MOVE
               "client de factures-ouvertes.txt absent de clients.dat"
                TO WS-REGLE-LIBELLE.
           PERFORM 0800-DEBUT-REGLE-START
           THRU    0800-DEBUT-REGLE-END.

           IF WS-CLIENTS-PRESENT = "N"
               PERFORM 0830-NON-CONTROLEE-START
               THRU    0830-NON-CONTROLEE-END
               GO TO 0500-FACTURES-END
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-FACT-OUV.
           IF WS-FACT-OUV-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-FACT-OUV
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           ADD 1 TO WS-NB-CONTROLES
                           MOVE F-FO-CLIENT TO WS-CLE-CLIENT
                           PERFORM 0700-CLIENT-CONNU-START
                           THRU    0700-CLIENT-CONNU-END
                           IF WS-CONNU = "N"
                               MOVE SPACES TO WS-CLE-FAUTE
                               STRING "facture " F-FO-NUMERO
                                      " client " F-FO-CLIENT
                                      " statut " F-FO-STATUT
                                      DELIMITED BY SIZE
                                      INTO WS-CLE-FAUTE
                               PERFORM 0810-VIOLATION-START
                               THRU    0810-VIOLATION-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-FACT-OUV.

           PERFORM 0820-FIN-REGLE-START
           THRU    0820-FIN-REGLE-END.

           EXIT.
       0500-FACTURES-END.

      *Regle 5 : chaque eleve note doit figurer au fichier maitre
      *des eleves.
       0600-NOTES-START.

           MOVE 5 TO WS-REGLE.
           MOVE
               "eleve de notes-matieres.txt absent de eleves-maitre.txt"
                TO WS-REGLE-LIBELLE.
           PERFORM 0800-DEBUT-REGLE-START
           THRU    0800-DEBUT-REGLE-END.

           IF WS-ELEVES-PRESENT = "N"
               PERFORM 0830-NON-CONTROLEE-START
               THRU    0830-NON-CONTROLEE-END
               GO TO 0600-NOTES-END
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-NOTES.
           IF WS-NOTES-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-NOTES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           ADD 1 TO WS-NB-CONTROLES
                           MOVE "N" TO WS-CONNU
                           PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
                                   UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
                               IF WS-ELEVE-ID(WS-IDX-ELEVE) =
                                  F-NOTE-ELEVE
                                   MOVE "O" TO WS-CONNU
                               END-IF
                           END-PERFORM
                           IF WS-CONNU = "N"
                               MOVE SPACES TO WS-CLE-FAUTE
                               STRING "eleve " F-NOTE-ELEVE
                                      " matiere " F-NOTE-MATIERE
                                      DELIMITED BY SIZE
                                      INTO WS-CLE-FAUTE
                               PERFORM 0810-VIOLATION-START
                               THRU    0810-VIOLATION-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-NOTES.

           PERFORM 0820-FIN-REGLE-START
           THRU    0820-FIN-REGLE-END.

           EXIT.
       0600-NOTES-END.

      *Le client WS-CLE-CLIENT existe-t-il au maitre clients ?
       0700-CLIENT-CONNU-START.

           MOVE "O" TO WS-CONNU.
           MOVE WS-CLE-CLIENT TO CLIENT-ID.
           READ FICHIER-CLIENT
               INVALID KEY
                   MOVE "N" TO WS-CONNU
           END-READ.

           EXIT.
       0700-CLIENT-CONNU-END.

      *En-tete de la regle dans le rapport.
       0800-DEBUT-REGLE-START.

           MOVE 0 TO WS-NB-CONTROLES.
           MOVE 0 TO WS-NB-VIOLATIONS.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "REGLE " WS-REGLE " : " WS-REGLE-LIBELLE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           EXIT.
       0800-DEBUT-REGLE-END.

      *Une cle en faute sous la regle en cours.
       0810-VIOLATION-START.

           ADD 1 TO WS-NB-VIOLATIONS.
           MOVE SPACES TO F-RAPPORT.
           STRING "    " WS-CLE-FAUTE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           EXIT.
       0810-VIOLATION-END.

      *Bilan de la regle : lignes controlees et violations.
       0820-FIN-REGLE-START.

           MOVE SPACES TO F-RAPPORT.
           STRING "  REGLE " WS-REGLE " : " WS-NB-CONTROLES
                  " ligne(s) controlee(s), " WS-NB-VIOLATIONS
                  " violation(s)"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           ADD WS-NB-CONTROLES  TO WS-TOTAL-CONTROLES.
           ADD WS-NB-VIOLATIONS TO WS-TOTAL-VIOLATIONS.

           EXIT.
       0820-FIN-REGLE-END.

      *Referentiel de la regle absent : rien n'est controle.
       0830-NON-CONTROLEE-START.

           MOVE SPACES TO F-RAPPORT.
           STRING "  REGLE " WS-REGLE " NON CONTROLEE : referentiel"
                  " absent ou illisible"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           DISPLAY "ATTENTION : regle " WS-REGLE
                   " non controlee, referentiel absent".

           EXIT.
       0830-NON-CONTROLEE-END.
