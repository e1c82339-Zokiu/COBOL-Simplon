       IDENTIFICATION DIVISION.
       PROGRAM-ID. penalites.
       AUTHOR.    Terry.

      *Penalites de retard et indemnite forfaitaire de recouvrement,
      *calculees une fois par mois sur le grand livre
      *factures-ouvertes.txt. Une facture est en retard au-dela de
      *son echeance (date d'emission plus le delai de paiement) :
      * - encore ouverte ou partielle (O/P) : le retard court
      *   jusqu'a ce jour, sur le reste du ;
      * - soldee (S/T) : le retard court jusqu'au dernier
      *   reglement consigne pour elle dans registre-reglements.txt,
      *   sur le montant de la facture.
      *Les interets sont calcules au taux annuel contractuel, au
      *jour le jour (base 365), et l'indemnite forfaitaire (40
      *euros) est due une seule fois par facture. Taux, indemnite
      *et delai sont lus dans parametres-penalites.txt (12,00 %,
      *40,00 euros et 30 jours a defaut).
      *Chaque penalite devient une facture a part entiere, numerotee
      *a la suite du registre sans trou de facture, ajoutee au grand
      *livre (statut O) et a lignes-facturees.txt (categorie
      *PENALITES, sans TVA) pour partir en comptabilite avec les
      *ventes. Le registre penalites.txt garde pour chaque penalite
      *sa facture d'origine et la periode facturee : une execution
      *suivante ne facture que les jours nouveaux, et une facture
      *de penalite n'est jamais elle-meme penalisee. Les clients
      *exoneres (CLIENT-EXONERE = O) sont listes sans etre factures.
      *Le detail par client part dans penalites-clients.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre des clients indexe sur CLIENT-ID : lecture
      *sequentielle en ordre de cle.
       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

      *Grand livre des factures et registre de leur numerotation,
      *tenu par facture. OPTIONAL : rien a penaliser sans factures.
       SELECT OPTIONAL FICHIER-FACT-OUV ASSIGN TO
           "factures-ouvertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FACT-OUV-STATUS.

      *Lignes facturees tenues par facture, lues par exportfec.
       SELECT OPTIONAL FICHIER-LIGNES-FACT ASSIGN TO
           "lignes-facturees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIGNES-FACT-STATUS.

      *Reglements consignes par reglements. OPTIONAL : vide tant
      *qu'aucun paiement n'a ete lettre.
       SELECT OPTIONAL FICHIER-REG-REGLEMENTS ASSIGN TO
           "registre-reglements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-REGL-STATUS.

      *Taux, indemnite et delai. OPTIONAL : valeurs par defaut.
       SELECT OPTIONAL FICHIER-PARAMETRES ASSIGN TO
           "parametres-penalites.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETRES-STATUS.

      *Registre des penalites deja facturees. OPTIONAL : vide au
      *premier passage.
       SELECT OPTIONAL FICHIER-PENALITES ASSIGN TO "penalites.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENALITES-STATUS.

       SELECT FICHIER-RAPPORT ASSIGN TO "penalites-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande, VIP et Sales.
           COPY "Client.cpy".

      *Meme decoupage que le FD FICHIER-FACT-OUV de facture.
       FD FICHIER-FACT-OUV.
       01  F-FACT-OUV.
           05 F-FO-NUMERO     PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-FO-CLIENT     PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-FO-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-FO-MONTANT    PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-FO-REGLE      PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-FO-STATUT     PIC X(01).

      *Meme decoupage que le FD FICHIER-LIGNES-FACT de facture.
       FD FICHIER-LIGNES-FACT.
       01  F-LIGNE-FACT.
           05 F-LF-FACTURE    PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-LF-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-LF-CLIENT     PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-LF-ARTICLE    PIC X(10).
           05 FILLER          PIC X(01).
           05 F-LF-CATEGORIE  PIC X(10).
           05 FILLER          PIC X(01).
           05 F-LF-QTE        PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-LF-MONTANT    PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-LF-COUT       PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-LF-TAUX       PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 F-LF-TVA        PIC 9(05)V99.

      *Meme decoupage que le FD FICHIER-REG-REGLEMENTS de
      *reglements.
       FD FICHIER-REG-REGLEMENTS.
       01  F-REG-REGLEMENT.
           05 F-RR-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-RR-CLIENT     PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-RR-MONTANT    PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-RR-REF        PIC X(10).
           05 FILLER          PIC X(01).
           05 F-RR-FACTURE    PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-RR-ISSUE      PIC X(01).

      *Une ligne : taux annuel en pourcentage, indemnite
      *forfaitaire, delai de paiement en jours.
       FD FICHIER-PARAMETRES.
       01  F-PARAMETRES.
           05 F-PP-TAUX       PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 F-PP-INDEMNITE  PIC 9(03)V99.
           05 FILLER          PIC X(01).
           05 F-PP-DELAI      PIC 9(03).

      *Une ligne par facture de penalite : son numero, la facture
      *d'origine, le client, la date d'emission, la periode de
      *retard facturee (du, au, jours), la base, les interets,
      *l'indemnite et le total.
       FD FICHIER-PENALITES.
       01  F-PENALITE.
           05 F-PEN-NUMERO    PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-PEN-FACTURE   PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-PEN-CLIENT    PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-PEN-DATE      PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-PEN-DEBUT     PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-PEN-FIN       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-PEN-JOURS     PIC 9(05).
           05 FILLER          PIC X(01).
           05 F-PEN-BASE      PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-PEN-INTERETS  PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-PEN-INDEMNITE PIC 9(03)V99.
           05 FILLER          PIC X(01).
           05 F-PEN-MONTANT   PIC 9(07)V99.

       FD FICHIER-RAPPORT.
       01  F-RAPPORT-ENTETE     PIC X(60).
       01  F-RAPPORT            PIC X(120).

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-FACT-OUV-STATUS     PIC X(02) VALUE SPACES.
       77  WS-LIGNES-FACT-STATUS  PIC X(02) VALUE SPACES.
       77  WS-REG-REGL-STATUS     PIC X(02) VALUE SPACES.
       77  WS-PARAMETRES-STATUS   PIC X(02) VALUE SPACES.
       77  WS-PENALITES-STATUS    PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER         PIC X(01) VALUE "N".

      *Fiches clients chargees pour le nom et l'exoneration.
       01  WS-CLIENT-TABLE.
           05 WS-CLIENT OCCURS 100 TIMES.
             10 WS-CLIENT-ID   PIC 9(04).
             10 WS-NOM         PIC X(15).
             10 WS-PRENOM      PIC X(08).
             10 WS-EXONERE     PIC X(01).

       77  WS-IDX-CLIENT       PIC 9(03) VALUE 1.
       77  WS-MAX-CLIENT       PIC 9(03) VALUE 100.
       77  WS-NB-CLIENT        PIC 9(03) VALUE 0.
       77  WS-CLIENT-TROUVE    PIC 9(03) VALUE 0.

      *Dernier reglement connu par facture.
       01  WS-TABLE-REGLEMENTS.
           05 WS-RG OCCURS 200 TIMES.
               10 WS-RG-FACTURE  PIC 9(06).
               10 WS-RG-DATE     PIC 9(08).

       77  WS-IDX-RG           PIC 9(03) VALUE 1.
       77  WS-MAX-RG           PIC 9(03) VALUE 200.
       77  WS-NB-RG            PIC 9(03) VALUE 0.
       77  WS-RG-TROUVE        PIC 9(03) VALUE 0.

      *Penalites deja facturees : numero de la facture de
      *penalite, facture d'origine, fin de la periode facturee et
      *indemnite portee.
       01  WS-TABLE-PENALITES.
           05 WS-PL OCCURS 200 TIMES.
               10 WS-PL-NUMERO    PIC 9(06).
               10 WS-PL-FACTURE   PIC 9(06).
               10 WS-PL-FIN       PIC 9(08).
               10 WS-PL-INDEMNITE PIC 9(03)V99.

       77  WS-IDX-PL           PIC 9(03) VALUE 1.
       77  WS-MAX-PL           PIC 9(03) VALUE 200.
       77  WS-NB-PL            PIC 9(03) VALUE 0.

      *Penalites a emettre par la presente execution.
       01  WS-TABLE-EMISSIONS.
           05 WS-EM OCCURS 100 TIMES.
               10 WS-EM-NUMERO    PIC 9(06).
               10 WS-EM-FACTURE   PIC 9(06).
               10 WS-EM-CLIENT    PIC 9(04).
               10 WS-EM-IDX-CLI   PIC 9(03).
               10 WS-EM-DEBUT     PIC 9(08).
               10 WS-EM-FIN       PIC 9(08).
               10 WS-EM-JOURS     PIC 9(05).
               10 WS-EM-BASE      PIC 9(07)V99.
               10 WS-EM-INTERETS  PIC 9(07)V99.
               10 WS-EM-INDEMNITE PIC 9(03)V99.
               10 WS-EM-MONTANT   PIC 9(07)V99.

       77  WS-IDX-EM           PIC 9(03) VALUE 1.
       77  WS-IDX-EM2          PIC 9(03) VALUE 1.
       77  WS-MAX-EM           PIC 9(03) VALUE 100.
       77  WS-NB-EM            PIC 9(03) VALUE 0.
       77  WS-DEJA-VU          PIC X(01) VALUE "N".

      *Factures en retard de clients exoneres, listees seules.
       01  WS-TABLE-EXONEREES.
           05 WS-EX OCCURS 100 TIMES.
               10 WS-EX-FACTURE   PIC 9(06).
               10 WS-EX-IDX-CLI   PIC 9(03).
               10 WS-EX-JOURS     PIC 9(05).

       77  WS-IDX-EX           PIC 9(03) VALUE 1.
       77  WS-MAX-EX           PIC 9(03) VALUE 100.
       77  WS-NB-EX            PIC 9(03) VALUE 0.

      *Parametres du calcul et leurs valeurs par defaut.
       77  WS-TAUX-ANNUEL      PIC 9(02)V99 VALUE 12.00.
       77  WS-INDEMNITE        PIC 9(03)V99 VALUE 40.00.
       77  WS-DELAI            PIC 9(03) VALUE 30.

      *Facture en cours : echeance, periode de retard et montants.
       77  WS-ECHEANCE         PIC 9(08) VALUE 0.
       77  WS-DEBUT            PIC 9(08) VALUE 0.
       77  WS-FIN              PIC 9(08) VALUE 0.
       77  WS-JOURS            PIC S9(05) VALUE 0.
       77  WS-BASE             PIC 9(07)V99 VALUE 0.
       77  WS-INTERETS         PIC 9(07)V99 VALUE 0.
       77  WS-INDEMNITE-DUE    PIC 9(03)V99 VALUE 0.
       77  WS-INDEMNISEE       PIC X(01) VALUE "N".
       77  WS-PENALITE-FACTURE PIC X(01) VALUE "N".

      *Dernier numero du registre des factures, base de la
      *numerotation des penalites.
       77  WS-DERNIER-NUMERO   PIC 9(06) VALUE 0.

       77  WS-NB-FACTURES      PIC 9(06) VALUE 0.
       77  WS-TOTAL-CLIENT     PIC 9(07)V99 VALUE 0.
       77  WS-TOTAL-GENERAL    PIC 9(07)V99 VALUE 0.

       77  WS-MONTANT-ED       PIC ZZZZZZ9.99.
       77  WS-INTERETS-ED      PIC ZZZZZZ9.99.
       77  WS-INDEMNITE-ED     PIC ZZ9.99.
       77  WS-TOTAL-ED         PIC ZZZZZZ9.99.
       77  WS-JOURS-ED         PIC ZZZZ9.
       77  WS-TAUX-ED          PIC Z9.99.
       77  WS-DELAI-ED         PIC ZZ9.

      *Date du jour AAAAMMJJ.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.

      *Date portee au grand livre et aux lignes facturees : la
      *date du jour, reportee au premier jour de la periode
      *ouverte si le mois du jour est deja clos.
       77  WS-DATE-COMPTABLE    PIC 9(08) VALUE 0.
       77  WS-PERIODE-STATUT    PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme DateCalc,
      *qui porte le calcul de l'echeance des factures.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Horodatage de l'exécution, reporté en en-tête du rapport.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "penalites".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           CALL "Horodatage" USING WS-HORODATAGE.

           MOVE WS-DATE-JOUR TO WS-DATE-COMPTABLE.
           CALL "Periode" USING WS-DATE-COMPTABLE WS-PERIODE-STATUT.
           IF WS-PERIODE-STATUT = "10"
               DISPLAY "ATTENTION : le mois du " WS-DATE-JOUR
                       " est clos, penalites datees du "
                       WS-DATE-COMPTABLE
           END-IF.

           PERFORM 0100-CHARGER-PARAMETRES-START
           THRU    0100-CHARGER-PARAMETRES-END.

           PERFORM 0150-CHARGER-CLIENTS-START
           THRU    0150-CHARGER-CLIENTS-END.

           PERFORM 0200-CHARGER-REGLEMENTS-START
           THRU    0200-CHARGER-REGLEMENTS-END.

           PERFORM 0250-CHARGER-PENALITES-START
           THRU    0250-CHARGER-PENALITES-END.

           PERFORM 0300-PARCOURIR-START
           THRU    0300-PARCOURIR-END.

           IF WS-NB-EM > 0
               PERFORM 0500-EMETTRE-START
               THRU    0500-EMETTRE-END
           END-IF.

           PERFORM 0600-RAPPORT-START
           THRU    0600-RAPPORT-END.

           MOVE WS-TOTAL-GENERAL TO WS-TOTAL-ED.
           DISPLAY "Penalites emises : " WS-NB-EM " facture(s), total "
                   WS-TOTAL-ED ", " WS-NB-EX " retard(s) exonere(s)"
                   " (penalites-clients.txt)".

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-FACTURES  TO WS-JRN-LUS.
           MOVE WS-NB-EM        TO WS-JRN-ECRITS.
           MOVE WS-NB-EX        TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Taux, indemnite et delai ; un champ nul ou absent garde sa
      *valeur par defaut.
       0100-CHARGER-PARAMETRES-START.

           OPEN INPUT FICHIER-PARAMETRES.

           IF WS-PARAMETRES-STATUS = "00"
               READ FICHIER-PARAMETRES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-PP-TAUX IS NUMERIC AND F-PP-TAUX > 0
                           MOVE F-PP-TAUX TO WS-TAUX-ANNUEL
                       END-IF
                       IF F-PP-INDEMNITE IS NUMERIC AND
                          F-PP-INDEMNITE > 0
                           MOVE F-PP-INDEMNITE TO WS-INDEMNITE
                       END-IF
                       IF F-PP-DELAI IS NUMERIC AND F-PP-DELAI > 0
                           MOVE F-PP-DELAI TO WS-DELAI
                       END-IF
               END-READ
           END-IF.

           CLOSE FICHIER-PARAMETRES.

           EXIT.
       0100-CHARGER-PARAMETRES-END.

       0150-CHARGER-CLIENTS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-CLIENT.

           IF WS-CLIENT-STATUS NOT = "00"
               DISPLAY "ERREUR : clients.dat inaccessible, statut "
                       WS-CLIENT-STATUS
               CLOSE FICHIER-CLIENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-CLIENT
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-NB-CLIENT < WS-MAX-CLIENT
                           ADD 1 TO WS-NB-CLIENT
                           MOVE CLIENT-ID      TO
                                WS-CLIENT-ID(WS-NB-CLIENT)
                           MOVE CLIENT-NOM     TO
                                WS-NOM(WS-NB-CLIENT)
                           MOVE CLIENT-PRENOM  TO
                                WS-PRENOM(WS-NB-CLIENT)
                           MOVE CLIENT-EXONERE TO
                                WS-EXONERE(WS-NB-CLIENT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENT.

           EXIT.
       0150-CHARGER-CLIENTS-END.

      *Date du dernier reglement consigne pour chaque facture.
       0200-CHARGER-REGLEMENTS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REG-REGLEMENTS.

      *Statut 05 : fichier optionnel absent, aucun reglement.
           IF WS-REG-REGL-STATUS = "00" OR WS-REG-REGL-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-REG-REGLEMENTS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
      *Une contre-passation (issue R) ne regle rien.
                           IF F-RR-FACTURE IS NUMERIC AND
                              F-RR-FACTURE > 0 AND
                              F-RR-ISSUE NOT = "R"
                               PERFORM 0210-UN-REGLEMENT-START
                               THRU    0210-UN-REGLEMENT-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REG-REGLEMENTS
           END-IF.

           EXIT.
       0200-CHARGER-REGLEMENTS-END.

       0210-UN-REGLEMENT-START.

           MOVE 0 TO WS-RG-TROUVE.
           PERFORM VARYING WS-IDX-RG FROM 1 BY 1
                   UNTIL WS-IDX-RG > WS-NB-RG
               IF WS-RG-FACTURE(WS-IDX-RG) = F-RR-FACTURE
                   MOVE WS-IDX-RG TO WS-RG-TROUVE
               END-IF
           END-PERFORM.

           IF WS-RG-TROUVE = 0
      *Table pleine : une facture reglee passerait pour impayee
      *et serait penalisee a tort, calcul refuse.
               IF WS-NB-RG >= WS-MAX-RG
                   DISPLAY "ERREUR : plus de " WS-MAX-RG
                           " factures reglees dans registre-"
                           "reglements.txt, calcul refuse"
                   CLOSE FICHIER-REG-REGLEMENTS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-RG
               MOVE WS-NB-RG     TO WS-RG-TROUVE
               MOVE F-RR-FACTURE TO WS-RG-FACTURE(WS-RG-TROUVE)
               MOVE 0            TO WS-RG-DATE(WS-RG-TROUVE)
           END-IF.

           IF F-RR-DATE > WS-RG-DATE(WS-RG-TROUVE)
               MOVE F-RR-DATE TO WS-RG-DATE(WS-RG-TROUVE)
           END-IF.

           EXIT.
       0210-UN-REGLEMENT-END.

       0250-CHARGER-PENALITES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-PENALITES.

      *Statut 05 : fichier optionnel absent, premier passage.
           IF WS-PENALITES-STATUS = "00" OR WS-PENALITES-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-PENALITES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-PL < WS-MAX-PL
                               ADD 1 TO WS-NB-PL
                               MOVE F-PEN-NUMERO    TO
                                    WS-PL-NUMERO(WS-NB-PL)
                               MOVE F-PEN-FACTURE   TO
                                    WS-PL-FACTURE(WS-NB-PL)
                               MOVE F-PEN-FIN       TO
                                    WS-PL-FIN(WS-NB-PL)
                               MOVE F-PEN-INDEMNITE TO
                                    WS-PL-INDEMNITE(WS-NB-PL)
                           ELSE
                               DISPLAY "ERREUR : plus de "
                                       WS-MAX-PL " lignes dans"
                                       " penalites.txt, calcul"
                                       " refuse"
                               CLOSE FICHIER-PENALITES
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PENALITES
           END-IF.

           EXIT.
       0250-CHARGER-PENALITES-END.

      *Parcourt le grand livre : releve le dernier numero emis et
      *examine chaque facture.
       0300-PARCOURIR-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-FACT-OUV.

      *Statut 05 : fichier optionnel absent, rien a penaliser.
           IF WS-FACT-OUV-STATUS = "00" OR WS-FACT-OUV-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-FACT-OUV
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           ADD 1 TO WS-NB-FACTURES
                           IF F-FO-NUMERO > WS-DERNIER-NUMERO
                               MOVE F-FO-NUMERO TO WS-DERNIER-NUMERO
                           END-IF
                           PERFORM 0400-UNE-FACTURE-START
                           THRU    0400-UNE-FACTURE-END
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FACT-OUV
           END-IF.

           EXIT.
       0300-PARCOURIR-END.

      *Periode de retard non encore facturee de la facture en
      *cours, puis interets et indemnite.
       0400-UNE-FACTURE-START.

      *Une facture de penalite n'est pas elle-meme penalisee.
           MOVE "N" TO WS-PENALITE-FACTURE.
           MOVE "N" TO WS-INDEMNISEE.
           MOVE 0   TO WS-DEBUT.
           PERFORM VARYING WS-IDX-PL FROM 1 BY 1
                   UNTIL WS-IDX-PL > WS-NB-PL
               IF WS-PL-NUMERO(WS-IDX-PL) = F-FO-NUMERO
                   MOVE "O" TO WS-PENALITE-FACTURE
               END-IF
               IF WS-PL-FACTURE(WS-IDX-PL) = F-FO-NUMERO
                   IF WS-PL-FIN(WS-IDX-PL) > WS-DEBUT
                       MOVE WS-PL-FIN(WS-IDX-PL) TO WS-DEBUT
                   END-IF
                   IF WS-PL-INDEMNITE(WS-IDX-PL) > 0
                       MOVE "O" TO WS-INDEMNISEE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PENALITE-FACTURE = "O"
               GO TO 0400-UNE-FACTURE-END
           END-IF.

      *Fin de la periode : ce jour pour une facture ouverte, le
      *dernier reglement pour une facture soldee.
           EVALUATE F-FO-STATUT
               WHEN "O"
               WHEN "P"
                   MOVE WS-DATE-JOUR TO WS-FIN
                   COMPUTE WS-BASE = F-FO-MONTANT - F-FO-REGLE
               WHEN "S"
               WHEN "T"
                   MOVE 0 TO WS-FIN
                   PERFORM VARYING WS-IDX-RG FROM 1 BY 1
                           UNTIL WS-IDX-RG > WS-NB-RG
                       IF WS-RG-FACTURE(WS-IDX-RG) = F-FO-NUMERO
                           MOVE WS-RG-DATE(WS-IDX-RG) TO WS-FIN
                       END-IF
                   END-PERFORM
                   MOVE F-FO-MONTANT TO WS-BASE
               WHEN OTHER
                   GO TO 0400-UNE-FACTURE-END
           END-EVALUATE.

      *Echeance : date d'emission plus le delai de paiement.
           MOVE "A"       TO WS-DC-FONCTION.
           MOVE F-FO-DATE TO WS-DC-DATE-1.
           MOVE WS-DELAI  TO WS-DC-NOMBRE.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "ATTENTION : date invalide " F-FO-DATE
                       " sur la facture " F-FO-NUMERO ", ignoree"
               GO TO 0400-UNE-FACTURE-END
           END-IF.
           MOVE WS-DC-DATE-2 TO WS-ECHEANCE.

      *Pas en retard, ou retard deja entierement facture.
           IF WS-ECHEANCE > WS-DEBUT
               MOVE WS-ECHEANCE TO WS-DEBUT
           END-IF.

      *Une facture soldee sans reglement date (soldee par avoir)
      *n'a pas de retard de paiement mesurable : WS-FIN reste a 0.
           IF WS-FIN <= WS-DEBUT OR WS-BASE = 0
               GO TO 0400-UNE-FACTURE-END
           END-IF.

           COMPUTE WS-JOURS = FUNCTION INTEGER-OF-DATE(WS-FIN) -
                              FUNCTION INTEGER-OF-DATE(WS-DEBUT).

           MOVE 0 TO WS-CLIENT-TROUVE.
           PERFORM VARYING WS-IDX-CLIENT FROM 1 BY 1
                   UNTIL WS-IDX-CLIENT > WS-NB-CLIENT
               IF WS-CLIENT-ID(WS-IDX-CLIENT) = F-FO-CLIENT
                   MOVE WS-IDX-CLIENT TO WS-CLIENT-TROUVE
               END-IF
           END-PERFORM.

           IF WS-CLIENT-TROUVE = 0
               DISPLAY "ATTENTION : client " F-FO-CLIENT
                       " absent de clients.dat, pas de penalite"
                       " (facture " F-FO-NUMERO ")"
               GO TO 0400-UNE-FACTURE-END
           END-IF.

      *Client exonere : le retard est liste, rien n'est facture.
           IF WS-EXONERE(WS-CLIENT-TROUVE) = "O"
               IF WS-NB-EX < WS-MAX-EX
                   ADD 1 TO WS-NB-EX
                   MOVE F-FO-NUMERO      TO WS-EX-FACTURE(WS-NB-EX)
                   MOVE WS-CLIENT-TROUVE TO WS-EX-IDX-CLI(WS-NB-EX)
                   MOVE WS-JOURS         TO WS-EX-JOURS(WS-NB-EX)
               END-IF
               GO TO 0400-UNE-FACTURE-END
           END-IF.

           COMPUTE WS-INTERETS ROUNDED =
                   WS-BASE * WS-TAUX-ANNUEL * WS-JOURS / 36500.

           IF WS-INDEMNISEE = "O"
               MOVE 0 TO WS-INDEMNITE-DUE
           ELSE
               MOVE WS-INDEMNITE TO WS-INDEMNITE-DUE
           END-IF.

           IF WS-INTERETS = 0 AND WS-INDEMNITE-DUE = 0
               GO TO 0400-UNE-FACTURE-END
           END-IF.

           IF WS-NB-EM >= WS-MAX-EM
               DISPLAY "ATTENTION : plus de " WS-MAX-EM
                       " penalites, facture " F-FO-NUMERO
                       " reportee au prochain passage"
               GO TO 0400-UNE-FACTURE-END
           END-IF.

           ADD 1 TO WS-NB-EM.
           MOVE F-FO-NUMERO      TO WS-EM-FACTURE(WS-NB-EM).
           MOVE F-FO-CLIENT      TO WS-EM-CLIENT(WS-NB-EM).
           MOVE WS-CLIENT-TROUVE TO WS-EM-IDX-CLI(WS-NB-EM).
           MOVE WS-DEBUT         TO WS-EM-DEBUT(WS-NB-EM).
           MOVE WS-FIN           TO WS-EM-FIN(WS-NB-EM).
           MOVE WS-JOURS         TO WS-EM-JOURS(WS-NB-EM).
           MOVE WS-BASE          TO WS-EM-BASE(WS-NB-EM).
           MOVE WS-INTERETS      TO WS-EM-INTERETS(WS-NB-EM).
           MOVE WS-INDEMNITE-DUE TO WS-EM-INDEMNITE(WS-NB-EM).
           COMPUTE WS-EM-MONTANT(WS-NB-EM) =
                   WS-INTERETS + WS-INDEMNITE-DUE.

           EXIT.
       0400-UNE-FACTURE-END.

      *Emission : chaque penalite prend le numero suivant du
      *registre des factures et part dans le grand livre, les
      *lignes facturees et le registre des penalites.
       0500-EMETTRE-START.

           OPEN EXTEND FICHIER-FACT-OUV.
           OPEN EXTEND FICHIER-LIGNES-FACT.
           OPEN EXTEND FICHIER-PENALITES.

           PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                   UNTIL WS-IDX-EM > WS-NB-EM
               ADD 1 TO WS-DERNIER-NUMERO
               MOVE WS-DERNIER-NUMERO TO WS-EM-NUMERO(WS-IDX-EM)

               MOVE SPACES                  TO F-FACT-OUV
               MOVE WS-EM-NUMERO(WS-IDX-EM) TO F-FO-NUMERO
               MOVE WS-EM-CLIENT(WS-IDX-EM) TO F-FO-CLIENT
               MOVE WS-DATE-COMPTABLE       TO F-FO-DATE
               MOVE WS-EM-MONTANT(WS-IDX-EM) TO F-FO-MONTANT
               MOVE 0                       TO F-FO-REGLE
               MOVE "O"                     TO F-FO-STATUT
               WRITE F-FACT-OUV

      *Les penalites de retard ne portent pas de TVA.
               MOVE SPACES                  TO F-LIGNE-FACT
               MOVE WS-EM-NUMERO(WS-IDX-EM) TO F-LF-FACTURE
               MOVE WS-DATE-COMPTABLE       TO F-LF-DATE
               MOVE WS-EM-CLIENT(WS-IDX-EM) TO F-LF-CLIENT
               MOVE "PENALITE"              TO F-LF-ARTICLE
               MOVE "PENALITES"             TO F-LF-CATEGORIE
               MOVE 1                       TO F-LF-QTE
               MOVE WS-EM-MONTANT(WS-IDX-EM) TO F-LF-MONTANT
               MOVE 0                       TO F-LF-COUT
               MOVE 0                       TO F-LF-TAUX
               MOVE 0                       TO F-LF-TVA
               WRITE F-LIGNE-FACT

               MOVE SPACES                    TO F-PENALITE
               MOVE WS-EM-NUMERO(WS-IDX-EM)   TO F-PEN-NUMERO
               MOVE WS-EM-FACTURE(WS-IDX-EM)  TO F-PEN-FACTURE
               MOVE WS-EM-CLIENT(WS-IDX-EM)   TO F-PEN-CLIENT
               MOVE WS-DATE-JOUR              TO F-PEN-DATE
               MOVE WS-EM-DEBUT(WS-IDX-EM)    TO F-PEN-DEBUT
               MOVE WS-EM-FIN(WS-IDX-EM)      TO F-PEN-FIN
               MOVE WS-EM-JOURS(WS-IDX-EM)    TO F-PEN-JOURS
               MOVE WS-EM-BASE(WS-IDX-EM)     TO F-PEN-BASE
               MOVE WS-EM-INTERETS(WS-IDX-EM) TO F-PEN-INTERETS
               MOVE WS-EM-INDEMNITE(WS-IDX-EM) TO F-PEN-INDEMNITE
               MOVE WS-EM-MONTANT(WS-IDX-EM)  TO F-PEN-MONTANT
               WRITE F-PENALITE

               ADD WS-EM-MONTANT(WS-IDX-EM) TO WS-TOTAL-GENERAL
           END-PERFORM.

           CLOSE FICHIER-FACT-OUV.
           CLOSE FICHIER-LIGNES-FACT.
           CLOSE FICHIER-PENALITES.

           EXIT.
       0500-EMETTRE-END.

      *Rapport par client (premiere apparition) : les penalites
      *emises et leur total, puis les retards exoneres.
       0600-RAPPORT-START.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-RAPPORT-ENTETE.
           STRING "Penalites de retard - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT-ENTETE.
           WRITE F-RAPPORT-ENTETE.

           MOVE WS-TAUX-ANNUEL TO WS-TAUX-ED.
           MOVE WS-INDEMNITE   TO WS-INDEMNITE-ED.
           MOVE WS-DELAI       TO WS-DELAI-ED.
           MOVE SPACES TO F-RAPPORT.
           STRING "Taux annuel " WS-TAUX-ED " %, indemnite "
                  WS-INDEMNITE-ED ", delai " WS-DELAI-ED " jours"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                   UNTIL WS-IDX-EM > WS-NB-EM
               MOVE "N" TO WS-DEJA-VU
               PERFORM VARYING WS-IDX-EM2 FROM 1 BY 1
                       UNTIL WS-IDX-EM2 >= WS-IDX-EM
                   IF WS-EM-CLIENT(WS-IDX-EM2) =
                      WS-EM-CLIENT(WS-IDX-EM)
                       MOVE "O" TO WS-DEJA-VU
                   END-IF
               END-PERFORM
               IF WS-DEJA-VU = "N"
                   PERFORM 0650-UN-CLIENT-START
                   THRU    0650-UN-CLIENT-END
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE WS-TOTAL-GENERAL TO WS-TOTAL-ED.
           MOVE SPACES TO F-RAPPORT.
           STRING "Total des penalites emises : " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           IF WS-NB-EX > 0
               MOVE SPACES TO F-RAPPORT
               WRITE F-RAPPORT
               MOVE "-- Clients exoneres --" TO F-RAPPORT
               WRITE F-RAPPORT
               PERFORM VARYING WS-IDX-EX FROM 1 BY 1
                       UNTIL WS-IDX-EX > WS-NB-EX
                   MOVE WS-EX-IDX-CLI(WS-IDX-EX) TO WS-IDX-CLIENT
                   MOVE WS-EX-JOURS(WS-IDX-EX)   TO WS-JOURS-ED
                   MOVE SPACES TO F-RAPPORT
                   STRING "Client " WS-CLIENT-ID(WS-IDX-CLIENT)
                          " " WS-NOM(WS-IDX-CLIENT)
                          " facture " WS-EX-FACTURE(WS-IDX-EX)
                          " : " WS-JOURS-ED " jour(s) de retard,"
                          " non penalise"
                          DELIMITED BY SIZE INTO F-RAPPORT
                   WRITE F-RAPPORT
               END-PERFORM
           END-IF.

           CLOSE FICHIER-RAPPORT.

           EXIT.
       0600-RAPPORT-END.

      *Bloc d'un client : ses penalites de l'execution et leur
      *total.
       0650-UN-CLIENT-START.

           MOVE WS-EM-IDX-CLI(WS-IDX-EM) TO WS-IDX-CLIENT.
           MOVE 0 TO WS-TOTAL-CLIENT.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Client " WS-CLIENT-ID(WS-IDX-CLIENT) " "
                  WS-NOM(WS-IDX-CLIENT) " "
                  WS-PRENOM(WS-IDX-CLIENT)
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-IDX-EM2 FROM WS-IDX-EM BY 1
                   UNTIL WS-IDX-EM2 > WS-NB-EM
               IF WS-EM-CLIENT(WS-IDX-EM2) = WS-EM-CLIENT(WS-IDX-EM)
                   MOVE WS-EM-JOURS(WS-IDX-EM2)     TO WS-JOURS-ED
                   MOVE WS-EM-INTERETS(WS-IDX-EM2)  TO WS-INTERETS-ED
                   MOVE WS-EM-INDEMNITE(WS-IDX-EM2) TO
                        WS-INDEMNITE-ED
                   MOVE WS-EM-MONTANT(WS-IDX-EM2)   TO WS-MONTANT-ED
                   MOVE SPACES TO F-RAPPORT
                   STRING "  Facture " WS-EM-NUMERO(WS-IDX-EM2)
                          " sur " WS-EM-FACTURE(WS-IDX-EM2)
                          " du " WS-EM-DEBUT(WS-IDX-EM2)
                          " au " WS-EM-FIN(WS-IDX-EM2)
                          WS-JOURS-ED " j  interets "
                          WS-INTERETS-ED "  indemnite "
                          WS-INDEMNITE-ED "  total " WS-MONTANT-ED
                          DELIMITED BY SIZE INTO F-RAPPORT
                   WRITE F-RAPPORT
                   ADD WS-EM-MONTANT(WS-IDX-EM2) TO WS-TOTAL-CLIENT
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-CLIENT TO WS-TOTAL-ED.
           MOVE SPACES TO F-RAPPORT.
           STRING "  Total client " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           EXIT.
       0650-UN-CLIENT-END.
