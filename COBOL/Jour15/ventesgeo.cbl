       IDENTIFICATION DIVISION.
       PROGRAM-ID. ventesgeo.
       AUTHOR.    Terry.

      *Ventes par zone geographique : les lignes facturees de
      *lignes-facturees.txt (montants HT, la matiere du rapport de
      *marge) sont rattachees a l'adresse du client de
      *clients.dat, par departement (deux premiers chiffres du
      *code postal) et par ville. Pour le mois demande et pour le
      *meme mois de l'annee precedente, chaque zone recoit son
      *chiffre d'affaires HT, son nombre de factures et son panier
      *moyen ; les zones sont classees par evolution sur un an
      *(une zone sans vente l'an dernier est "nouvelle" et passe en
      *tete). Le rapport part dans ventes-geo.txt, et le chiffre
      *du mois par departement dans ventes-departements.csv (champs
      *separes par des points-virgules, point decimal) pour l'outil
      *de cartographie du service marketing.
      *Les penalites de retard (categorie PENALITES) ne sont pas
      *des ventes et sont ecartees. Un client sans code postal, ou
      *disparu de clients.dat, est range sous le departement "??".
      *Le mois vient de param-ventesgeo.txt (AAAAMM en colonnes 1
      *a 6) ; a defaut, le mois precedent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-PARAM ASSIGN TO "param-ventesgeo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

      *Fichier maitre des clients indexe sur CLIENT-ID depuis la
      *migration migidx : lecture sequentielle en ordre de cle.
       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

      *OPTIONAL : aucune ligne tant que facture n'a rien emis.
       SELECT OPTIONAL FICHIER-LIGNES-FACT ASSIGN TO
           "lignes-facturees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIGNES-FACT-STATUS.

       SELECT FICHIER-RAPPORT ASSIGN TO "ventes-geo.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-EXPORT ASSIGN TO "ventes-departements.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-PARAM.
       01  F-PARAM              PIC X(20).

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande, VIP et Sales.
           COPY "Client.cpy".

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

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(110).

       FD FICHIER-EXPORT.
       01  F-EXPORT             PIC X(60).

       WORKING-STORAGE SECTION.

       77  WS-PARAM-STATUS      PIC X(02) VALUE SPACES.
       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-LIGNES-FACT-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

      *Mois etudie et meme mois de l'annee precedente (AAAAMM).
       01  WS-MOIS              PIC 9(06) VALUE 0.
       01  WS-MOIS-R REDEFINES WS-MOIS.
           05 WS-MOIS-AAAA      PIC 9(04).
           05 WS-MOIS-MM        PIC 9(02).
       77  WS-MOIS-N1           PIC 9(06) VALUE 0.
       77  WS-MOIS-LIGNE        PIC 9(06) VALUE 0.
       77  WS-PERIODE           PIC X(01) VALUE SPACE.

      *Adresse de chaque client : departement et ville.
       01  WS-CLIENT-TABLE.
           05 WS-CLIENT OCCURS 100 TIMES.
             10 WS-CLIENT-ID     PIC 9(04).
             10 WS-CLIENT-DEP    PIC X(02).
             10 WS-CLIENT-VILLE  PIC X(20).

       77  WS-INDEX-CLIENT     PIC 9(03) VALUE 1.
       77  WS-MAX-CLIENT       PIC 9(03) VALUE 100.
       77  WS-CLIENT-COUNT     PIC 9(03) VALUE 0.
       77  WS-CLIENT-TROUVE    PIC 9(03) VALUE 0.

      *Zone de la ligne en cours.
       77  WS-ZONE-DEP          PIC X(02) VALUE SPACES.
       77  WS-ZONE-VILLE        PIC X(20) VALUE SPACES.
       77  WS-NOUVELLE-FACTURE  PIC X(01) VALUE "N".
       77  WS-DERNIERE-FACTURE  PIC 9(06) VALUE 0.

      *Cumuls par departement, mois etudie (M) et annee
      *precedente (N1).
       01  WS-TABLE-DEPARTEMENTS.
           05 WS-GD OCCURS 110 TIMES.
               10 WS-GD-CODE        PIC X(02).
               10 WS-GD-CA-M        PIC 9(09)V99.
               10 WS-GD-NB-M        PIC 9(05).
               10 WS-GD-CA-N1       PIC 9(09)V99.
               10 WS-GD-NB-N1       PIC 9(05).
               10 WS-GD-EVOL        PIC S9(05)V9.
               10 WS-GD-CLASSE      PIC X(01).

       77  WS-IDX-GD            PIC 9(03) VALUE 1.
       77  WS-MAX-GD            PIC 9(03) VALUE 110.
       77  WS-NB-GD             PIC 9(03) VALUE 0.
       77  WS-GD-TROUVE         PIC 9(03) VALUE 0.

      *Cumuls par ville (une ville s'entend dans son departement).
       01  WS-TABLE-VILLES.
           05 WS-GV OCCURS 300 TIMES.
               10 WS-GV-DEP         PIC X(02).
               10 WS-GV-NOM         PIC X(20).
               10 WS-GV-CA-M        PIC 9(09)V99.
               10 WS-GV-NB-M        PIC 9(05).
               10 WS-GV-CA-N1       PIC 9(09)V99.
               10 WS-GV-NB-N1       PIC 9(05).
               10 WS-GV-EVOL        PIC S9(05)V9.
               10 WS-GV-CLASSE      PIC X(01).

       77  WS-IDX-GV            PIC 9(03) VALUE 1.
       77  WS-MAX-GV            PIC 9(03) VALUE 300.
       77  WS-NB-GV             PIC 9(03) VALUE 0.
       77  WS-GV-TROUVE         PIC 9(03) VALUE 0.

      *Evolution d'une zone sans vente l'an dernier : au-dessus de
      *toute evolution calculee, pour la classer en tete.
       77  WS-EVOL-NOUVELLE     PIC S9(05)V9 VALUE 99999.9.

      *Totaux des deux mois.
       77  WS-TOTAL-CA-M        PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-NB-M        PIC 9(05) VALUE 0.
       77  WS-TOTAL-CA-N1       PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-NB-N1       PIC 9(05) VALUE 0.
       77  WS-NB-LUES           PIC 9(06) VALUE 0.
       77  WS-NB-RETENUES       PIC 9(06) VALUE 0.
       77  WS-NB-DEBORDEMENTS   PIC 9(06) VALUE 0.

      *Classement : selection de la meilleure zone non classee.
       77  WS-POSITION          PIC 9(03) VALUE 0.
       77  WS-MEILLEUR          PIC 9(03) VALUE 0.

      *Ligne de rapport en cours d'edition, commune aux sections.
       77  WS-LG-CA-M           PIC 9(09)V99 VALUE 0.
       77  WS-LG-NB-M           PIC 9(05) VALUE 0.
       77  WS-LG-CA-N1          PIC 9(09)V99 VALUE 0.
       77  WS-LG-NB-N1          PIC 9(05) VALUE 0.
       77  WS-LG-EVOL           PIC S9(05)V9 VALUE 0.
       77  WS-LG-PANIER         PIC 9(07)V99 VALUE 0.
       01  WS-LG-CHIFFRES       PIC X(70) VALUE SPACES.
       77  WS-RANG-ED           PIC ZZ9.
       77  WS-CA-ED             PIC ZZZZZZZZ9.99.
       77  WS-CA-N1-ED          PIC ZZZZZZZZ9.99.
       77  WS-NB-ED             PIC ZZZZ9.
       77  WS-NB-N1-ED          PIC ZZZZ9.
       77  WS-PANIER-ED         PIC ZZZZZZ9.99.
       77  WS-EVOL-ED           PIC +ZZZZ9.9.
       01  WS-EVOL-TEXTE        PIC X(10) VALUE SPACES.
       01  WS-MOIS-ED.
           05 WS-MOIS-ED-MM     PIC 9(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-MOIS-ED-AAAA   PIC 9(04).
       01  WS-MOIS-N1-ED        PIC X(07) VALUE SPACES.

      *Montant de l'export : point decimal, sans blancs.
       77  WS-EXPORT-ED         PIC Z(8)9.99.

       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal.
       01  WS-JRN-PROGRAMME     PIC X(10) VALUE "ventesgeo".
       01  WS-JRN-LUS           PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS        PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES       PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT        PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0050-PARAM-START
           THRU    0050-PARAM-END.

           PERFORM 0100-CLIENTS-START
           THRU    0100-CLIENTS-END.

           PERFORM 0200-LIRE-LIGNES-START
           THRU    0200-LIRE-LIGNES-END.

           PERFORM 0400-EDITER-START
           THRU    0400-EDITER-END.

           PERFORM 0600-EXPORTER-START
           THRU    0600-EXPORTER-END.

           DISPLAY "Ventes par zone " WS-MOIS-ED " : " WS-NB-GD
                   " departement(s), " WS-NB-GV " ville(s), "
                   WS-TOTAL-NB-M " facture(s), voir ventes-geo.txt"
                   " et ventes-departements.csv".

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

      *Mois lu dans param-ventesgeo.txt, a defaut le mois
      *precedent ; le mois de comparaison est le meme un an plus
      *tot.
       0050-PARAM-START.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MOIS.
           IF WS-MOIS-MM = 1
               MOVE 12 TO WS-MOIS-MM
               SUBTRACT 1 FROM WS-MOIS-AAAA
           ELSE
               SUBTRACT 1 FROM WS-MOIS-MM
           END-IF.

           OPEN INPUT FICHIER-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ FICHIER-PARAM
                   NOT AT END
                       IF F-PARAM(1:6) IS NUMERIC AND
                          F-PARAM(5:2) >= "01" AND
                          F-PARAM(5:2) <= "12"
                           MOVE F-PARAM(1:6) TO WS-MOIS
                       ELSE
                           DISPLAY "ATTENTION : mois illisible dans"
                                   " param-ventesgeo.txt, mois"
                                   " precedent retenu"
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHIER-PARAM.

           COMPUTE WS-MOIS-N1 = WS-MOIS - 100.

           MOVE WS-MOIS-MM   TO WS-MOIS-ED-MM.
           MOVE WS-MOIS-AAAA TO WS-MOIS-ED-AAAA.
           STRING WS-MOIS-N1(5:2) "/" WS-MOIS-N1(1:4)
                  DELIMITED BY SIZE INTO WS-MOIS-N1-ED.

           EXIT.
       0050-PARAM-END.

      *Departement et ville de chaque client, tels que saisis dans
      *le bloc adresse. Les clients clos gardent leur adresse :
      *leurs ventes passees comptent.
       0100-CLIENTS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-CLIENT.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-CLIENT
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-CLIENT-COUNT < WS-MAX-CLIENT
                           ADD 1 TO WS-CLIENT-COUNT
                           MOVE CLIENT-ID TO
                                WS-CLIENT-ID(WS-CLIENT-COUNT)
                           IF CLIENT-CP(1:2) IS NUMERIC
                               MOVE CLIENT-CP(1:2) TO
                                    WS-CLIENT-DEP(WS-CLIENT-COUNT)
                           ELSE
                               MOVE "??" TO
                                    WS-CLIENT-DEP(WS-CLIENT-COUNT)
                           END-IF
                           IF CLIENT-VILLE = SPACES
                               MOVE "(ville non saisie)" TO
                                    WS-CLIENT-VILLE(WS-CLIENT-COUNT)
                           ELSE
                               MOVE CLIENT-VILLE TO
                                    WS-CLIENT-VILLE(WS-CLIENT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENT.

           EXIT.
       0100-CLIENTS-END.

      *Lignes du mois etudie et du meme mois l'an dernier. Les
      *lignes d'une facture se suivent : la facture est comptee a
      *sa premiere ligne retenue.
       0200-LIRE-LIGNES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-LIGNES-FACT.

           IF WS-LIGNES-FACT-STATUS NOT = "00"
               DISPLAY "ATTENTION : lignes-facturees.txt absent,"
                       " aucune ligne facturee"
               CLOSE FICHIER-LIGNES-FACT
               GO TO 0200-LIRE-LIGNES-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-LIGNES-FACT
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       MOVE F-LF-DATE(1:6) TO WS-MOIS-LIGNE
                       MOVE SPACE TO WS-PERIODE
                       IF WS-MOIS-LIGNE = WS-MOIS
                           MOVE "M" TO WS-PERIODE
                       END-IF
                       IF WS-MOIS-LIGNE = WS-MOIS-N1
                           MOVE "A" TO WS-PERIODE
                       END-IF
                       IF WS-PERIODE NOT = SPACE AND
                          F-LF-CATEGORIE NOT = "PENALITES"
                           PERFORM 0300-CUMULER-START
                           THRU    0300-CUMULER-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-LIGNES-FACT.

           EXIT.
       0200-LIRE-LIGNES-END.

       0300-CUMULER-START.

           ADD 1 TO WS-NB-RETENUES.

           MOVE "N" TO WS-NOUVELLE-FACTURE.
           IF F-LF-FACTURE NOT = WS-DERNIERE-FACTURE
               MOVE "O" TO WS-NOUVELLE-FACTURE
               MOVE F-LF-FACTURE TO WS-DERNIERE-FACTURE
           END-IF.

           MOVE "??" TO WS-ZONE-DEP.
           MOVE "(client inconnu)" TO WS-ZONE-VILLE.
           MOVE 0 TO WS-CLIENT-TROUVE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
                      OR WS-CLIENT-TROUVE > 0
               IF WS-CLIENT-ID(WS-INDEX-CLIENT) = F-LF-CLIENT
                   MOVE WS-INDEX-CLIENT TO WS-CLIENT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CLIENT-TROUVE > 0
               MOVE WS-CLIENT-DEP(WS-CLIENT-TROUVE)   TO WS-ZONE-DEP
               MOVE WS-CLIENT-VILLE(WS-CLIENT-TROUVE) TO WS-ZONE-VILLE
           END-IF.

           IF WS-PERIODE = "M"
               ADD F-LF-MONTANT TO WS-TOTAL-CA-M
               IF WS-NOUVELLE-FACTURE = "O"
                   ADD 1 TO WS-TOTAL-NB-M
               END-IF
           ELSE
               ADD F-LF-MONTANT TO WS-TOTAL-CA-N1
               IF WS-NOUVELLE-FACTURE = "O"
                   ADD 1 TO WS-TOTAL-NB-N1
               END-IF
           END-IF.

           MOVE 0 TO WS-GD-TROUVE.
           PERFORM VARYING WS-IDX-GD FROM 1 BY 1
                   UNTIL WS-IDX-GD > WS-NB-GD
               IF WS-GD-CODE(WS-IDX-GD) = WS-ZONE-DEP
                   MOVE WS-IDX-GD TO WS-GD-TROUVE
               END-IF
           END-PERFORM.
           IF WS-GD-TROUVE = 0
               IF WS-NB-GD < WS-MAX-GD
                   ADD 1 TO WS-NB-GD
                   MOVE WS-NB-GD    TO WS-GD-TROUVE
                   MOVE WS-ZONE-DEP TO WS-GD-CODE(WS-GD-TROUVE)
                   MOVE 0 TO WS-GD-CA-M(WS-GD-TROUVE)
                   MOVE 0 TO WS-GD-NB-M(WS-GD-TROUVE)
                   MOVE 0 TO WS-GD-CA-N1(WS-GD-TROUVE)
                   MOVE 0 TO WS-GD-NB-N1(WS-GD-TROUVE)
               ELSE
                   ADD 1 TO WS-NB-DEBORDEMENTS
               END-IF
           END-IF.
           IF WS-GD-TROUVE > 0
               IF WS-PERIODE = "M"
                   ADD F-LF-MONTANT TO WS-GD-CA-M(WS-GD-TROUVE)
                   IF WS-NOUVELLE-FACTURE = "O"
                       ADD 1 TO WS-GD-NB-M(WS-GD-TROUVE)
                   END-IF
               ELSE
                   ADD F-LF-MONTANT TO WS-GD-CA-N1(WS-GD-TROUVE)
                   IF WS-NOUVELLE-FACTURE = "O"
                       ADD 1 TO WS-GD-NB-N1(WS-GD-TROUVE)
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO WS-GV-TROUVE.
           PERFORM VARYING WS-IDX-GV FROM 1 BY 1
                   UNTIL WS-IDX-GV > WS-NB-GV
               IF WS-GV-DEP(WS-IDX-GV) = WS-ZONE-DEP AND
                  WS-GV-NOM(WS-IDX-GV) = WS-ZONE-VILLE
                   MOVE WS-IDX-GV TO WS-GV-TROUVE
               END-IF
           END-PERFORM.
           IF WS-GV-TROUVE = 0
               IF WS-NB-GV < WS-MAX-GV
                   ADD 1 TO WS-NB-GV
                   MOVE WS-NB-GV      TO WS-GV-TROUVE
                   MOVE WS-ZONE-DEP   TO WS-GV-DEP(WS-GV-TROUVE)
                   MOVE WS-ZONE-VILLE TO WS-GV-NOM(WS-GV-TROUVE)
                   MOVE 0 TO WS-GV-CA-M(WS-GV-TROUVE)
                   MOVE 0 TO WS-GV-NB-M(WS-GV-TROUVE)
                   MOVE 0 TO WS-GV-CA-N1(WS-GV-TROUVE)
                   MOVE 0 TO WS-GV-NB-N1(WS-GV-TROUVE)
               ELSE
                   ADD 1 TO WS-NB-DEBORDEMENTS
               END-IF
           END-IF.
           IF WS-GV-TROUVE > 0
               IF WS-PERIODE = "M"
                   ADD F-LF-MONTANT TO WS-GV-CA-M(WS-GV-TROUVE)
                   IF WS-NOUVELLE-FACTURE = "O"
                       ADD 1 TO WS-GV-NB-M(WS-GV-TROUVE)
                   END-IF
               ELSE
                   ADD F-LF-MONTANT TO WS-GV-CA-N1(WS-GV-TROUVE)
                   IF WS-NOUVELLE-FACTURE = "O"
                       ADD 1 TO WS-GV-NB-N1(WS-GV-TROUVE)
                   END-IF
               END-IF
           END-IF.

           EXIT.
       0300-CUMULER-END.

      *Rapport : departements puis villes, chacun classe par
      *evolution decroissante, puis le total des deux mois.
       0400-EDITER-START.

           PERFORM VARYING WS-IDX-GD FROM 1 BY 1
                   UNTIL WS-IDX-GD > WS-NB-GD
               MOVE WS-GD-CA-M(WS-IDX-GD)  TO WS-LG-CA-M
               MOVE WS-GD-CA-N1(WS-IDX-GD) TO WS-LG-CA-N1
               PERFORM 0500-EVOLUTION-START
               THRU    0500-EVOLUTION-END
               MOVE WS-LG-EVOL TO WS-GD-EVOL(WS-IDX-GD)
               MOVE "N" TO WS-GD-CLASSE(WS-IDX-GD)
           END-PERFORM.
           PERFORM VARYING WS-IDX-GV FROM 1 BY 1
                   UNTIL WS-IDX-GV > WS-NB-GV
               MOVE WS-GV-CA-M(WS-IDX-GV)  TO WS-LG-CA-M
               MOVE WS-GV-CA-N1(WS-IDX-GV) TO WS-LG-CA-N1
               PERFORM 0500-EVOLUTION-START
               THRU    0500-EVOLUTION-END
               MOVE WS-LG-EVOL TO WS-GV-EVOL(WS-IDX-GV)
               MOVE "N" TO WS-GV-CLASSE(WS-IDX-GV)
           END-PERFORM.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-RAPPORT.
           STRING "VENTES PAR ZONE - " WS-MOIS-ED " compare a "
                  WS-MOIS-N1-ED " - edition du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "---- Par departement, classes par evolution ----"
                TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Rang Dep                        CA HT mois"
                  " Fact.     Panier    CA HT N-1 Fact. Evolution"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-POSITION FROM 1 BY 1
                   UNTIL WS-POSITION > WS-NB-GD
               MOVE 0 TO WS-MEILLEUR
               PERFORM VARYING WS-IDX-GD FROM 1 BY 1
                       UNTIL WS-IDX-GD > WS-NB-GD
                   IF WS-GD-CLASSE(WS-IDX-GD) = "N"
                       IF WS-MEILLEUR = 0
                           MOVE WS-IDX-GD TO WS-MEILLEUR
                       ELSE
                           IF WS-GD-EVOL(WS-IDX-GD) >
                                      WS-GD-EVOL(WS-MEILLEUR) OR
                              (WS-GD-EVOL(WS-IDX-GD) =
                                      WS-GD-EVOL(WS-MEILLEUR) AND
                               WS-GD-CA-M(WS-IDX-GD) >
                                      WS-GD-CA-M(WS-MEILLEUR))
                               MOVE WS-IDX-GD TO WS-MEILLEUR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               MOVE WS-GD-CA-M(WS-MEILLEUR)  TO WS-LG-CA-M
               MOVE WS-GD-NB-M(WS-MEILLEUR)  TO WS-LG-NB-M
               MOVE WS-GD-CA-N1(WS-MEILLEUR) TO WS-LG-CA-N1
               MOVE WS-GD-NB-N1(WS-MEILLEUR) TO WS-LG-NB-N1
               MOVE WS-GD-EVOL(WS-MEILLEUR)  TO WS-LG-EVOL
               PERFORM 0550-CHIFFRES-START
               THRU    0550-CHIFFRES-END
               MOVE WS-POSITION TO WS-RANG-ED
               MOVE SPACES TO F-RAPPORT
               STRING " " WS-RANG-ED "  " WS-GD-CODE(WS-MEILLEUR)
                      "                      " WS-LG-CHIFFRES
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT

               MOVE "O" TO WS-GD-CLASSE(WS-MEILLEUR)
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "---- Par ville, classees par evolution ----"
                TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Rang Dep Ville                  CA HT mois"
                  " Fact.     Panier    CA HT N-1 Fact. Evolution"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-POSITION FROM 1 BY 1
                   UNTIL WS-POSITION > WS-NB-GV
               MOVE 0 TO WS-MEILLEUR
               PERFORM VARYING WS-IDX-GV FROM 1 BY 1
                       UNTIL WS-IDX-GV > WS-NB-GV
                   IF WS-GV-CLASSE(WS-IDX-GV) = "N"
                       IF WS-MEILLEUR = 0
                           MOVE WS-IDX-GV TO WS-MEILLEUR
                       ELSE
                           IF WS-GV-EVOL(WS-IDX-GV) >
                                      WS-GV-EVOL(WS-MEILLEUR) OR
                              (WS-GV-EVOL(WS-IDX-GV) =
                                      WS-GV-EVOL(WS-MEILLEUR) AND
                               WS-GV-CA-M(WS-IDX-GV) >
                                      WS-GV-CA-M(WS-MEILLEUR))
                               MOVE WS-IDX-GV TO WS-MEILLEUR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               MOVE WS-GV-CA-M(WS-MEILLEUR)  TO WS-LG-CA-M
               MOVE WS-GV-NB-M(WS-MEILLEUR)  TO WS-LG-NB-M
               MOVE WS-GV-CA-N1(WS-MEILLEUR) TO WS-LG-CA-N1
               MOVE WS-GV-NB-N1(WS-MEILLEUR) TO WS-LG-NB-N1
               MOVE WS-GV-EVOL(WS-MEILLEUR)  TO WS-LG-EVOL
               PERFORM 0550-CHIFFRES-START
               THRU    0550-CHIFFRES-END
               MOVE WS-POSITION TO WS-RANG-ED
               MOVE SPACES TO F-RAPPORT
               STRING " " WS-RANG-ED "  " WS-GV-DEP(WS-MEILLEUR)
                      "  " WS-GV-NOM(WS-MEILLEUR) WS-LG-CHIFFRES
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT

               MOVE "O" TO WS-GV-CLASSE(WS-MEILLEUR)
           END-PERFORM.

           MOVE WS-TOTAL-CA-M  TO WS-LG-CA-M.
           MOVE WS-TOTAL-NB-M  TO WS-LG-NB-M.
           MOVE WS-TOTAL-CA-N1 TO WS-LG-CA-N1.
           MOVE WS-TOTAL-NB-N1 TO WS-LG-NB-N1.
           PERFORM 0500-EVOLUTION-START
           THRU    0500-EVOLUTION-END.
           PERFORM 0550-CHIFFRES-START
           THRU    0550-CHIFFRES-END.
           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "TOTAL                         " WS-LG-CHIFFRES
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           EXIT.
       0400-EDITER-END.

      *Evolution en pourcentage de WS-LG-CA-N1 a WS-LG-CA-M ; une
      *zone sans vente l'an dernier est nouvelle.
       0500-EVOLUTION-START.

           IF WS-LG-CA-N1 = 0
               MOVE WS-EVOL-NOUVELLE TO WS-LG-EVOL
           ELSE
               COMPUTE WS-LG-EVOL ROUNDED =
                       (WS-LG-CA-M - WS-LG-CA-N1) * 100 / WS-LG-CA-N1
                   ON SIZE ERROR
                       MOVE WS-EVOL-NOUVELLE TO WS-LG-EVOL
               END-COMPUTE
           END-IF.

           EXIT.
       0500-EVOLUTION-END.

      *Chiffres d'une ligne : CA, factures et panier moyen du
      *mois, CA et factures de l'an dernier, evolution.
       0550-CHIFFRES-START.

           MOVE 0 TO WS-LG-PANIER.
           IF WS-LG-NB-M > 0
               COMPUTE WS-LG-PANIER ROUNDED = WS-LG-CA-M / WS-LG-NB-M
           END-IF.

           MOVE WS-LG-CA-M   TO WS-CA-ED.
           MOVE WS-LG-NB-M   TO WS-NB-ED.
           MOVE WS-LG-PANIER TO WS-PANIER-ED.
           MOVE WS-LG-CA-N1  TO WS-CA-N1-ED.
           MOVE WS-LG-NB-N1  TO WS-NB-N1-ED.
           MOVE SPACES TO WS-EVOL-TEXTE.
           IF WS-LG-EVOL = WS-EVOL-NOUVELLE
               MOVE "  nouvelle" TO WS-EVOL-TEXTE
           ELSE
               MOVE WS-LG-EVOL TO WS-EVOL-ED
               STRING WS-EVOL-ED " %" DELIMITED BY SIZE
                      INTO WS-EVOL-TEXTE
           END-IF.

           MOVE SPACES TO WS-LG-CHIFFRES.
           STRING WS-CA-ED " " WS-NB-ED " " WS-PANIER-ED " "
                  WS-CA-N1-ED " " WS-NB-N1-ED " " WS-EVOL-TEXTE
                  DELIMITED BY SIZE INTO WS-LG-CHIFFRES.

           EXIT.
       0550-CHIFFRES-END.

      *Export cartographie : departement, mois, CA HT du mois et
      *nombre de factures, par departement croissant. Les ventes
      *sans departement ("??") ne se placent pas sur une carte.
       0600-EXPORTER-START.

           OPEN OUTPUT FICHIER-EXPORT.

           MOVE "departement;mois;montant_ht;nb_factures" TO F-EXPORT.
           WRITE F-EXPORT.

           PERFORM VARYING WS-IDX-GD FROM 1 BY 1
                   UNTIL WS-IDX-GD > WS-NB-GD
               MOVE "N" TO WS-GD-CLASSE(WS-IDX-GD)
           END-PERFORM.

           PERFORM VARYING WS-POSITION FROM 1 BY 1
                   UNTIL WS-POSITION > WS-NB-GD
               MOVE 0 TO WS-MEILLEUR
               PERFORM VARYING WS-IDX-GD FROM 1 BY 1
                       UNTIL WS-IDX-GD > WS-NB-GD
                   IF WS-GD-CLASSE(WS-IDX-GD) = "N"
                       IF WS-MEILLEUR = 0
                           MOVE WS-IDX-GD TO WS-MEILLEUR
                       ELSE
                           IF WS-GD-CODE(WS-IDX-GD) <
                              WS-GD-CODE(WS-MEILLEUR)
                               MOVE WS-IDX-GD TO WS-MEILLEUR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-GD-CODE(WS-MEILLEUR) NOT = "??" AND
                  WS-GD-CA-M(WS-MEILLEUR) > 0
                   MOVE WS-GD-CA-M(WS-MEILLEUR) TO WS-EXPORT-ED
                   MOVE WS-GD-NB-M(WS-MEILLEUR) TO WS-NB-ED
                   MOVE SPACES TO F-EXPORT
                   STRING WS-GD-CODE(WS-MEILLEUR) ";" WS-MOIS ";"
                          FUNCTION TRIM(WS-EXPORT-ED) ";"
                          FUNCTION TRIM(WS-NB-ED)
                          DELIMITED BY SIZE INTO F-EXPORT
                   WRITE F-EXPORT
               END-IF

               MOVE "O" TO WS-GD-CLASSE(WS-MEILLEUR)
           END-PERFORM.

           CLOSE FICHIER-EXPORT.

           EXIT.
       0600-EXPORTER-END.
