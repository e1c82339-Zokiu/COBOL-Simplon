       IDENTIFICATION DIVISION.
       PROGRAM-ID. cloture.
       AUTHOR.    Terry.

      *Cloture des periodes comptables. L'operateur donne le mois
      *que la comptabilite vient de declarer (AAAAMM) : il est
      *consigne dans periodes-closes.txt avec ses chiffres figes
      *(factures, avoirs, reglements et TVA du mois), et la
      *synthese du mois part dans cloture-AAAAMM.txt. Les mois se
      *closent dans l'ordre, sans trou, et jamais un mois a venir.
      *Une fois le mois clos, facture, retours, reglements et
      *exportfec n'y datent plus rien : le sous-programme Periode
      *reporte la piece au premier jour de la premiere periode
      *ouverte, avec un avertissement.
      *A chaque execution (0 au lieu d'un mois : controle seul),
      *les chiffres de chaque mois clos sont recalcules depuis les
      *fichiers de gestion et compares aux chiffres figes : tout
      *ecart (piece ajoutee, retiree ou modifiee dans un mois
      *declare) est signale dans controle-periodes.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Mois clos et leurs chiffres figes. OPTIONAL : aucun mois
      *encore clos.
       SELECT OPTIONAL FICHIER-PERIODES ASSIGN TO
           "periodes-closes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIODES-STATUS.

      *Grand livre tenu par facture : nombre et TTC des factures.
       SELECT OPTIONAL FICHIER-FACT-OUV ASSIGN TO
           "factures-ouvertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FACT-OUV-STATUS.

      *Lignes facturees : HT et TVA des factures.
       SELECT OPTIONAL FICHIER-LIGNES-FACT ASSIGN TO
           "lignes-facturees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIGNES-FACT-STATUS.

      *Registre des avoirs tenu par retours.
       SELECT OPTIONAL FICHIER-REG-AVOIRS ASSIGN TO
           "registre-avoirs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-AVOIRS-STATUS.

      *Registre des reglements tenu par reglements.
       SELECT OPTIONAL FICHIER-REG-REGLEMENTS ASSIGN TO
           "registre-reglements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-REGL-STATUS.

      *Bareme de TVA par categorie, pour ventiler les avoirs comme
      *exportfec. OPTIONAL : sans bareme, taux standard.
       SELECT OPTIONAL FICHIER-TVA ASSIGN TO "taux-tva.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TVA-STATUS.

      *Synthese figee du mois clos.
       SELECT FICHIER-SYNTHESE ASSIGN TO DYNAMIC WS-NOM-SYNTHESE
           ORGANIZATION IS LINE SEQUENTIAL.

      *Controle des mois clos.
       SELECT FICHIER-CONTROLE ASSIGN TO "controle-periodes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Une ligne par mois clos : mois, date de cloture, puis les
      *chiffres figes du mois (nombre et TTC des factures, HT et
      *TVA facturee, nombre, montant et TVA des avoirs, nombre et
      *montant des reglements).
       FD FICHIER-PERIODES.
       01  F-PERIODE.
           05 F-PC-MOIS         PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-PC-CLOTURE      PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-PC-CHIFFRES.
               10 F-PC-NB-FACT      PIC 9(05).
               10 FILLER            PIC X(01).
               10 F-PC-TOTAL-FACT   PIC 9(09)V99.
               10 FILLER            PIC X(01).
               10 F-PC-HT-FACT      PIC 9(09)V99.
               10 FILLER            PIC X(01).
               10 F-PC-TVA-FACT     PIC 9(09)V99.
               10 FILLER            PIC X(01).
               10 F-PC-NB-AV        PIC 9(05).
               10 FILLER            PIC X(01).
               10 F-PC-TOTAL-AV     PIC 9(09)V99.
               10 FILLER            PIC X(01).
               10 F-PC-TVA-AV       PIC 9(09)V99.
               10 FILLER            PIC X(01).
               10 F-PC-NB-RG        PIC 9(05).
               10 FILLER            PIC X(01).
               10 F-PC-TOTAL-RG     PIC 9(09)V99.

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

      *Meme decoupage que le FD de facture, qui tient ce fichier.
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

      *Meme decoupage que le FD de retours, qui tient ce registre.
       FD FICHIER-REG-AVOIRS.
       01  F-REG-AVOIR.
           05 F-RAV-NUMERO    PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-RAV-DATE      PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-RAV-CLIENT    PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-RAV-ARTICLE   PIC X(10).
           05 FILLER          PIC X(01).
           05 F-RAV-CATEGORIE PIC X(10).
           05 FILLER          PIC X(01).
           05 F-RAV-QTE       PIC 9(03).
           05 FILLER          PIC X(01).
           05 F-RAV-MONTANT   PIC 9(05)V99.
           05 FILLER          PIC X(01).
           05 F-RAV-MOTIF     PIC X(10).

      *Meme decoupage que le FD de reglements, qui tient ce
      *registre.
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

      *Meme decoupage que le FD FICHIER-TVA d'exportfec.
       FD FICHIER-TVA.
       01  F-TVA.
           05 F-TVA-CATEGORIE PIC X(10).
           05 FILLER          PIC X(01).
           05 F-TVA-TAUX      PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 F-TVA-CPT-VENTE PIC X(08).
           05 FILLER          PIC X(01).
           05 F-TVA-CPT-TVA   PIC X(08).

       FD FICHIER-SYNTHESE.
       01  F-SYNTHESE-ENTETE    PIC X(60).
       01  F-SYNTHESE           PIC X(100).

       FD FICHIER-CONTROLE.
       01  F-CONTROLE-ENTETE    PIC X(60).
       01  F-CONTROLE           PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-PERIODES-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FACT-OUV-STATUS      PIC X(02) VALUE SPACES.
       77  WS-LIGNES-FACT-STATUS   PIC X(02) VALUE SPACES.
       77  WS-REG-AVOIRS-STATUS    PIC X(02) VALUE SPACES.
       77  WS-REG-REGL-STATUS      PIC X(02) VALUE SPACES.
       77  WS-TVA-STATUS           PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER          PIC X(01) VALUE "N".

      *Mois clos, et en derniere entree le mois a clore : les
      *chiffres figes a la cloture et les chiffres recalcules a
      *l'execution, au meme decoupage pour etre compares d'un
      *bloc.
       01  WS-TABLE-PERIODES.
           05 WS-PER OCCURS 240 TIMES.
               10 WS-PER-MOIS       PIC 9(06).
               10 WS-PER-CLOTURE    PIC 9(08).
               10 WS-PER-FIGE.
                   15 WS-FG-NB-FACT     PIC 9(05).
                   15 WS-FG-TOTAL-FACT  PIC 9(09)V99.
                   15 WS-FG-HT-FACT     PIC 9(09)V99.
                   15 WS-FG-TVA-FACT    PIC 9(09)V99.
                   15 WS-FG-NB-AV       PIC 9(05).
                   15 WS-FG-TOTAL-AV    PIC 9(09)V99.
                   15 WS-FG-TVA-AV      PIC 9(09)V99.
                   15 WS-FG-NB-RG       PIC 9(05).
                   15 WS-FG-TOTAL-RG    PIC 9(09)V99.
               10 WS-PER-CALCULE.
                   15 WS-CA-NB-FACT     PIC 9(05).
                   15 WS-CA-TOTAL-FACT  PIC 9(09)V99.
                   15 WS-CA-HT-FACT     PIC 9(09)V99.
                   15 WS-CA-TVA-FACT    PIC 9(09)V99.
                   15 WS-CA-NB-AV       PIC 9(05).
                   15 WS-CA-TOTAL-AV    PIC 9(09)V99.
                   15 WS-CA-TVA-AV      PIC 9(09)V99.
                   15 WS-CA-NB-RG       PIC 9(05).
                   15 WS-CA-TOTAL-RG    PIC 9(09)V99.

       77  WS-IDX-PER           PIC 9(03) VALUE 1.
       77  WS-MAX-PER           PIC 9(03) VALUE 240.
       77  WS-NB-PER            PIC 9(03) VALUE 0.
       77  WS-NB-CLOS           PIC 9(03) VALUE 0.
       77  WS-PER-TROUVE        PIC 9(03) VALUE 0.
       77  WS-DERNIER-CLOS      PIC 9(06) VALUE 0.
       77  WS-NB-ECARTS         PIC 9(03) VALUE 0.

      *Mois a clore saisi par l'operateur, et mois qui suit le
      *dernier mois clos.
       01  WS-MOIS-SAISI.
           05 WS-SAISI-AAAA     PIC 9(04).
           05 WS-SAISI-MM       PIC 9(02).
       01  WS-MOIS-ATTENDU.
           05 WS-ATTENDU-AAAA   PIC 9(04).
           05 WS-ATTENDU-MM     PIC 9(02).
       77  WS-MOIS-COURANT      PIC 9(06) VALUE 0.
       77  WS-CLORE             PIC X(01) VALUE "N".

      *Bareme par categorie.
       01  WS-TABLE-TVA.
           05 WS-TVA OCCURS 20 TIMES.
               10 WS-TVA-CATEG     PIC X(10).
               10 WS-TVA-TAUX      PIC 9(02)V99.

       77  WS-IDX-TVA           PIC 9(02) VALUE 1.
       77  WS-MAX-TVA           PIC 9(02) VALUE 20.
       77  WS-NB-TVA            PIC 9(02) VALUE 0.
       77  WS-TAUX-STANDARD     PIC 9(02)V99 VALUE 20.00.
       77  WS-CLE-CATEGORIE     PIC X(10) VALUE SPACES.
       77  WS-CAT-TAUX          PIC 9(02)V99 VALUE 0.

      *Ventilation d'une ligne ou d'un avoir.
       77  WS-TVA-CALCULEE      PIC 9(07)V99 VALUE 0.
       77  WS-HT-AVOIR          PIC 9(07)V99 VALUE 0.
       77  WS-DATE-PIECE        PIC 9(08) VALUE 0.

      *Mise en forme de la synthese et du controle.
       77  WS-NB-ED             PIC ZZZZ9.
       77  WS-NB-ED-2           PIC ZZZZ9.
       77  WS-MNT-ED-1          PIC ZZZZZZZZ9.99.
       77  WS-MNT-ED-2          PIC ZZZZZZZZ9.99.
       77  WS-MNT-ED-3          PIC ZZZZZZZZ9.99.
       77  WS-TVA-DUE           PIC S9(09)V99 VALUE 0.
       77  WS-TVA-DUE-ED        PIC -ZZZZZZZZ9.99.
       77  WS-NOM-SYNTHESE      PIC X(40) VALUE SPACES.

      *Date du jour AAAAMMJJ.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.

      *Horodatage de l'exécution, reporté en en-tête des rapports.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "cloture".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.
           MOVE WS-DATE-SYS(1:6)      TO WS-MOIS-COURANT.

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0100-CHARGER-PERIODES-START
           THRU    0100-CHARGER-PERIODES-END.

           DISPLAY "Mois a clore (AAAAMM, 0 = controle seul) :".
           ACCEPT WS-MOIS-SAISI.

           IF WS-MOIS-SAISI NOT = "000000" AND
              WS-MOIS-SAISI NOT = "0"
               PERFORM 0150-VALIDER-MOIS-START
               THRU    0150-VALIDER-MOIS-END
           END-IF.

           PERFORM 0200-CHARGER-BAREME-START
           THRU    0200-CHARGER-BAREME-END.

           PERFORM 0300-RECALCULER-START
           THRU    0300-RECALCULER-END.

           PERFORM 0400-CONTROLER-START
           THRU    0400-CONTROLER-END.

           IF WS-CLORE = "O"
               PERFORM 0500-CLORE-START
               THRU    0500-CLORE-END
           END-IF.

           DISPLAY "Controle des periodes : " WS-NB-CLOS
                   " mois clos controle(s), " WS-NB-ECARTS
                   " en ecart (controle-periodes.txt)".
           IF WS-CLORE = "O"
               DISPLAY "Mois " WS-MOIS-SAISI " clos, synthese dans "
                       FUNCTION TRIM(WS-NOM-SYNTHESE)
           END-IF.

      *Consignation de l'execution dans le journal des operations.
           IF WS-NB-ECARTS > 0
               MOVE "ECART" TO WS-JRN-STATUT
           END-IF.
           MOVE WS-NB-CLOS   TO WS-JRN-LUS.
           IF WS-CLORE = "O"
               MOVE 1 TO WS-JRN-ECRITS
           END-IF.
           MOVE WS-NB-ECARTS TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Mois deja clos et leurs chiffres figes.
       0100-CHARGER-PERIODES-START.

           OPEN INPUT FICHIER-PERIODES.

      *Statut 05 : fichier optionnel absent, aucun mois clos.
           IF WS-PERIODES-STATUS = "00" OR
              WS-PERIODES-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-PERIODES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-PC-MOIS IS NUMERIC AND
                              WS-NB-PER < WS-MAX-PER - 1
                               ADD 1 TO WS-NB-PER
                               MOVE F-PC-MOIS    TO
                                    WS-PER-MOIS(WS-NB-PER)
                               MOVE F-PC-CLOTURE TO
                                    WS-PER-CLOTURE(WS-NB-PER)
                               MOVE F-PC-NB-FACT    TO
                                    WS-FG-NB-FACT(WS-NB-PER)
                               MOVE F-PC-TOTAL-FACT TO
                                    WS-FG-TOTAL-FACT(WS-NB-PER)
                               MOVE F-PC-HT-FACT    TO
                                    WS-FG-HT-FACT(WS-NB-PER)
                               MOVE F-PC-TVA-FACT   TO
                                    WS-FG-TVA-FACT(WS-NB-PER)
                               MOVE F-PC-NB-AV      TO
                                    WS-FG-NB-AV(WS-NB-PER)
                               MOVE F-PC-TOTAL-AV   TO
                                    WS-FG-TOTAL-AV(WS-NB-PER)
                               MOVE F-PC-TVA-AV     TO
                                    WS-FG-TVA-AV(WS-NB-PER)
                               MOVE F-PC-NB-RG      TO
                                    WS-FG-NB-RG(WS-NB-PER)
                               MOVE F-PC-TOTAL-RG   TO
                                    WS-FG-TOTAL-RG(WS-NB-PER)
                               INITIALIZE WS-PER-CALCULE(WS-NB-PER)
                               IF F-PC-MOIS > WS-DERNIER-CLOS
                                   MOVE F-PC-MOIS TO WS-DERNIER-CLOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PERIODES
           END-IF.

           MOVE WS-NB-PER TO WS-NB-CLOS.

           EXIT.
       0100-CHARGER-PERIODES-END.

      *Le mois saisi doit etre un vrai mois, pas a venir, pas deja
      *clos, et suivre immediatement le dernier mois clos : une
      *periode ouverte coincee entre deux mois clos n'aurait pas
      *de sens pour la comptabilite.
       0150-VALIDER-MOIS-START.

           IF WS-MOIS-SAISI IS NOT NUMERIC OR
              WS-SAISI-MM < 1 OR WS-SAISI-MM > 12
               DISPLAY "ERREUR : mois invalide " WS-MOIS-SAISI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-MOIS-SAISI > WS-MOIS-COURANT
               DISPLAY "ERREUR : le mois " WS-MOIS-SAISI
                       " n'est pas encore commence"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NB-PER
               IF WS-PER-MOIS(WS-IDX-PER) = WS-MOIS-SAISI
                   DISPLAY "ERREUR : le mois " WS-MOIS-SAISI
                           " est deja clos depuis le "
                           WS-PER-CLOTURE(WS-IDX-PER)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

           IF WS-DERNIER-CLOS > 0
               MOVE WS-DERNIER-CLOS TO WS-MOIS-ATTENDU
               IF WS-ATTENDU-MM = 12
                   ADD 1 TO WS-ATTENDU-AAAA
                   MOVE 1 TO WS-ATTENDU-MM
               ELSE
                   ADD 1 TO WS-ATTENDU-MM
               END-IF
               IF WS-MOIS-SAISI NOT = WS-MOIS-ATTENDU
                   DISPLAY "ERREUR : les mois se closent dans"
                           " l'ordre, prochain mois a clore : "
                           WS-MOIS-ATTENDU
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *Le mois a clore prend la derniere entree de la table : il
      *est recalcule avec les mois clos.
           MOVE "O" TO WS-CLORE.
           ADD 1 TO WS-NB-PER.
           MOVE WS-MOIS-SAISI TO WS-PER-MOIS(WS-NB-PER).
           MOVE WS-DATE-JOUR  TO WS-PER-CLOTURE(WS-NB-PER).
           INITIALIZE WS-PER-FIGE(WS-NB-PER).
           INITIALIZE WS-PER-CALCULE(WS-NB-PER).

           EXIT.
       0150-VALIDER-MOIS-END.

       0200-CHARGER-BAREME-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-TVA.

           IF WS-TVA-STATUS = "00" OR WS-TVA-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-TVA
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-TVA < WS-MAX-TVA
                               ADD 1 TO WS-NB-TVA
                               MOVE F-TVA-CATEGORIE TO
                                    WS-TVA-CATEG(WS-NB-TVA)
                               MOVE F-TVA-TAUX      TO
                                    WS-TVA-TAUX(WS-NB-TVA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TVA
           END-IF.

           EXIT.
       0200-CHARGER-BAREME-END.

      *Chiffres de chaque mois de la table, recalcules depuis les
      *fichiers de gestion, de la meme facon qu'exportfec les
      *passe en ecritures.
       0300-RECALCULER-START.

           IF WS-NB-PER = 0
               GO TO 0300-RECALCULER-END
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-FACT-OUV.
           IF WS-FACT-OUV-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-FACT-OUV
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           MOVE F-FO-DATE TO WS-DATE-PIECE
                           PERFORM 0350-TROUVER-MOIS-START
                           THRU    0350-TROUVER-MOIS-END
                           IF WS-PER-TROUVE > 0
                               ADD 1 TO WS-CA-NB-FACT(WS-PER-TROUVE)
                               ADD F-FO-MONTANT TO
                                   WS-CA-TOTAL-FACT(WS-PER-TROUVE)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-FACT-OUV.

      *Une ligne anterieure a la TVA par ligne (taux et TVA a
      *blanc) est reprise au taux de sa categorie, comme exportfec.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-LIGNES-FACT.
           IF WS-LIGNES-FACT-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-LIGNES-FACT
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           MOVE F-LF-DATE TO WS-DATE-PIECE
                           PERFORM 0350-TROUVER-MOIS-START
                           THRU    0350-TROUVER-MOIS-END
                           IF WS-PER-TROUVE > 0
                               ADD F-LF-MONTANT TO
                                   WS-CA-HT-FACT(WS-PER-TROUVE)
                               IF F-LF-TAUX IS NUMERIC AND
                                  F-LF-TVA IS NUMERIC
                                   MOVE F-LF-TVA TO WS-TVA-CALCULEE
                               ELSE
                                   MOVE F-LF-CATEGORIE TO
                                        WS-CLE-CATEGORIE
                                   PERFORM 0360-TAUX-CATEGORIE-START
                                   THRU    0360-TAUX-CATEGORIE-END
                                   COMPUTE WS-TVA-CALCULEE ROUNDED =
                                           F-LF-MONTANT *
                                           WS-CAT-TAUX / 100
                               END-IF
                               ADD WS-TVA-CALCULEE TO
                                   WS-CA-TVA-FACT(WS-PER-TROUVE)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-LIGNES-FACT.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REG-AVOIRS.
           IF WS-REG-AVOIRS-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-REG-AVOIRS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           MOVE F-RAV-DATE TO WS-DATE-PIECE
                           PERFORM 0350-TROUVER-MOIS-START
                           THRU    0350-TROUVER-MOIS-END
                           IF WS-PER-TROUVE > 0
                               ADD 1 TO WS-CA-NB-AV(WS-PER-TROUVE)
                               ADD F-RAV-MONTANT TO
                                   WS-CA-TOTAL-AV(WS-PER-TROUVE)
                               MOVE F-RAV-CATEGORIE TO
                                    WS-CLE-CATEGORIE
                               PERFORM 0360-TAUX-CATEGORIE-START
                               THRU    0360-TAUX-CATEGORIE-END
                               COMPUTE WS-HT-AVOIR ROUNDED =
                                       F-RAV-MONTANT * 100 /
                                       (100 + WS-CAT-TAUX)
                               COMPUTE WS-TVA-CALCULEE =
                                       F-RAV-MONTANT - WS-HT-AVOIR
                               ADD WS-TVA-CALCULEE TO
                                   WS-CA-TVA-AV(WS-PER-TROUVE)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REG-AVOIRS.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REG-REGLEMENTS.
           IF WS-REG-REGL-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-REG-REGLEMENTS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
      *La contre-passation d'un prelevement rejete (issue R) n'est
      *pas un encaissement : le mois du reglement d'origine le
      *garde tel qu'il a ete declare.
                           IF F-RR-ISSUE NOT = "R"
                               MOVE F-RR-DATE TO WS-DATE-PIECE
                               PERFORM 0350-TROUVER-MOIS-START
                               THRU    0350-TROUVER-MOIS-END
                               IF WS-PER-TROUVE > 0
                                   ADD 1 TO
                                       WS-CA-NB-RG(WS-PER-TROUVE)
                                   ADD F-RR-MONTANT TO
                                       WS-CA-TOTAL-RG(WS-PER-TROUVE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REG-REGLEMENTS.

           EXIT.
       0300-RECALCULER-END.

      *Entree de la table du mois de WS-DATE-PIECE (0 : mois ni
      *clos ni a clore).
       0350-TROUVER-MOIS-START.

           MOVE 0 TO WS-PER-TROUVE.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NB-PER
               IF WS-PER-MOIS(WS-IDX-PER) = WS-DATE-PIECE(1:6)
                   MOVE WS-IDX-PER TO WS-PER-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0350-TROUVER-MOIS-END.

      *Taux de la categorie WS-CLE-CATEGORIE, standard a defaut.
       0360-TAUX-CATEGORIE-START.

           MOVE WS-TAUX-STANDARD TO WS-CAT-TAUX.
           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > WS-NB-TVA
               IF WS-TVA-CATEG(WS-IDX-TVA) = WS-CLE-CATEGORIE
                   MOVE WS-TVA-TAUX(WS-IDX-TVA) TO WS-CAT-TAUX
               END-IF
           END-PERFORM.

           EXIT.
       0360-TAUX-CATEGORIE-END.

      *Chaque mois clos : chiffres recalcules contre chiffres
      *figes, detail des deux jeux en cas d'ecart.
       0400-CONTROLER-START.

           OPEN OUTPUT FICHIER-CONTROLE.

           MOVE SPACES TO F-CONTROLE-ENTETE.
           STRING "Controle des periodes - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-CONTROLE-ENTETE.
           WRITE F-CONTROLE-ENTETE.

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NB-CLOS
               MOVE SPACES TO F-CONTROLE
               IF WS-PER-FIGE(WS-IDX-PER) =
                  WS-PER-CALCULE(WS-IDX-PER)
                   STRING "Mois " WS-PER-MOIS(WS-IDX-PER)
                          " clos le " WS-PER-CLOTURE(WS-IDX-PER)
                          " : conforme"
                          DELIMITED BY SIZE INTO F-CONTROLE
                   WRITE F-CONTROLE
               ELSE
                   ADD 1 TO WS-NB-ECARTS
                   STRING "Mois " WS-PER-MOIS(WS-IDX-PER)
                          " clos le " WS-PER-CLOTURE(WS-IDX-PER)
                          " : ECART avec les chiffres figes"
                          DELIMITED BY SIZE INTO F-CONTROLE
                   WRITE F-CONTROLE
                   DISPLAY "ATTENTION : le mois clos "
                           WS-PER-MOIS(WS-IDX-PER)
                           " ne correspond plus a sa cloture"
                   PERFORM 0450-DETAIL-ECART-START
                   THRU    0450-DETAIL-ECART-END
               END-IF
           END-PERFORM.

           IF WS-NB-CLOS = 0
               MOVE "Aucun mois clos." TO F-CONTROLE
               WRITE F-CONTROLE
           END-IF.

           CLOSE FICHIER-CONTROLE.

           EXIT.
       0400-CONTROLER-END.

      *Les deux jeux de chiffres du mois WS-IDX-PER, fige d'abord.
       0450-DETAIL-ECART-START.

           MOVE WS-FG-NB-FACT(WS-IDX-PER)    TO WS-NB-ED.
           MOVE WS-CA-NB-FACT(WS-IDX-PER)    TO WS-NB-ED-2.
           MOVE WS-FG-TOTAL-FACT(WS-IDX-PER) TO WS-MNT-ED-1.
           MOVE WS-CA-TOTAL-FACT(WS-IDX-PER) TO WS-MNT-ED-2.
           MOVE SPACES TO F-CONTROLE.
           STRING "  Factures   fige " WS-NB-ED " " WS-MNT-ED-1
                  "  actuel " WS-NB-ED-2 " " WS-MNT-ED-2
                  DELIMITED BY SIZE INTO F-CONTROLE.
           WRITE F-CONTROLE.

           MOVE WS-FG-TVA-FACT(WS-IDX-PER) TO WS-MNT-ED-1.
           MOVE WS-CA-TVA-FACT(WS-IDX-PER) TO WS-MNT-ED-2.
           MOVE SPACES TO F-CONTROLE.
           STRING "  TVA fact.  fige       " WS-MNT-ED-1
                  "  actuel       " WS-MNT-ED-2
                  DELIMITED BY SIZE INTO F-CONTROLE.
           WRITE F-CONTROLE.

           MOVE WS-FG-NB-AV(WS-IDX-PER)    TO WS-NB-ED.
           MOVE WS-CA-NB-AV(WS-IDX-PER)    TO WS-NB-ED-2.
           MOVE WS-FG-TOTAL-AV(WS-IDX-PER) TO WS-MNT-ED-1.
           MOVE WS-CA-TOTAL-AV(WS-IDX-PER) TO WS-MNT-ED-2.
           MOVE SPACES TO F-CONTROLE.
           STRING "  Avoirs     fige " WS-NB-ED " " WS-MNT-ED-1
                  "  actuel " WS-NB-ED-2 " " WS-MNT-ED-2
                  DELIMITED BY SIZE INTO F-CONTROLE.
           WRITE F-CONTROLE.

           MOVE WS-FG-NB-RG(WS-IDX-PER)    TO WS-NB-ED.
           MOVE WS-CA-NB-RG(WS-IDX-PER)    TO WS-NB-ED-2.
           MOVE WS-FG-TOTAL-RG(WS-IDX-PER) TO WS-MNT-ED-1.
           MOVE WS-CA-TOTAL-RG(WS-IDX-PER) TO WS-MNT-ED-2.
           MOVE SPACES TO F-CONTROLE.
           STRING "  Reglements fige " WS-NB-ED " " WS-MNT-ED-1
                  "  actuel " WS-NB-ED-2 " " WS-MNT-ED-2
                  DELIMITED BY SIZE INTO F-CONTROLE.
           WRITE F-CONTROLE.

           EXIT.
       0450-DETAIL-ECART-END.

      *Le mois saisi est clos : ses chiffres recalcules deviennent
      *ses chiffres figes, consignes a la suite des mois clos, et
      *sa synthese est ecrite.
       0500-CLORE-START.

           MOVE WS-PER-CALCULE(WS-NB-PER) TO WS-PER-FIGE(WS-NB-PER).

           OPEN EXTEND FICHIER-PERIODES.
           MOVE SPACES                        TO F-PERIODE.
           MOVE WS-PER-MOIS(WS-NB-PER)        TO F-PC-MOIS.
           MOVE WS-PER-CLOTURE(WS-NB-PER)     TO F-PC-CLOTURE.
           MOVE WS-FG-NB-FACT(WS-NB-PER)      TO F-PC-NB-FACT.
           MOVE WS-FG-TOTAL-FACT(WS-NB-PER)   TO F-PC-TOTAL-FACT.
           MOVE WS-FG-HT-FACT(WS-NB-PER)      TO F-PC-HT-FACT.
           MOVE WS-FG-TVA-FACT(WS-NB-PER)     TO F-PC-TVA-FACT.
           MOVE WS-FG-NB-AV(WS-NB-PER)        TO F-PC-NB-AV.
           MOVE WS-FG-TOTAL-AV(WS-NB-PER)     TO F-PC-TOTAL-AV.
           MOVE WS-FG-TVA-AV(WS-NB-PER)       TO F-PC-TVA-AV.
           MOVE WS-FG-NB-RG(WS-NB-PER)        TO F-PC-NB-RG.
           MOVE WS-FG-TOTAL-RG(WS-NB-PER)     TO F-PC-TOTAL-RG.
           WRITE F-PERIODE.
           CLOSE FICHIER-PERIODES.

           MOVE SPACES TO WS-NOM-SYNTHESE.
           STRING "cloture-" WS-MOIS-SAISI ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-SYNTHESE.

           OPEN OUTPUT FICHIER-SYNTHESE.

           MOVE SPACES TO F-SYNTHESE-ENTETE.
           STRING "Cloture de periode - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-SYNTHESE-ENTETE.
           WRITE F-SYNTHESE-ENTETE.

           MOVE SPACES TO F-SYNTHESE.
           STRING "Mois " WS-MOIS-SAISI " clos le " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO F-SYNTHESE.
           WRITE F-SYNTHESE.
           MOVE SPACES TO F-SYNTHESE.
           WRITE F-SYNTHESE.

           MOVE WS-FG-NB-FACT(WS-NB-PER)    TO WS-NB-ED.
           MOVE WS-FG-TOTAL-FACT(WS-NB-PER) TO WS-MNT-ED-1.
           MOVE WS-FG-HT-FACT(WS-NB-PER)    TO WS-MNT-ED-2.
           MOVE WS-FG-TVA-FACT(WS-NB-PER)   TO WS-MNT-ED-3.
           MOVE SPACES TO F-SYNTHESE.
           STRING "Factures   : " WS-NB-ED " TTC " WS-MNT-ED-1
                  " HT " WS-MNT-ED-2 " TVA " WS-MNT-ED-3
                  DELIMITED BY SIZE INTO F-SYNTHESE.
           WRITE F-SYNTHESE.

           MOVE WS-FG-NB-AV(WS-NB-PER)    TO WS-NB-ED.
           MOVE WS-FG-TOTAL-AV(WS-NB-PER) TO WS-MNT-ED-1.
           MOVE WS-FG-TVA-AV(WS-NB-PER)   TO WS-MNT-ED-3.
           MOVE SPACES TO F-SYNTHESE.
           STRING "Avoirs     : " WS-NB-ED " TTC " WS-MNT-ED-1
                  "                   TVA " WS-MNT-ED-3
                  DELIMITED BY SIZE INTO F-SYNTHESE.
           WRITE F-SYNTHESE.

           MOVE WS-FG-NB-RG(WS-NB-PER)    TO WS-NB-ED.
           MOVE WS-FG-TOTAL-RG(WS-NB-PER) TO WS-MNT-ED-1.
           MOVE SPACES TO F-SYNTHESE.
           STRING "Reglements : " WS-NB-ED "     " WS-MNT-ED-1
                  DELIMITED BY SIZE INTO F-SYNTHESE.
           WRITE F-SYNTHESE.

           COMPUTE WS-TVA-DUE = WS-FG-TVA-FACT(WS-NB-PER) -
                                WS-FG-TVA-AV(WS-NB-PER).
           MOVE WS-TVA-DUE TO WS-TVA-DUE-ED.
           MOVE SPACES TO F-SYNTHESE.
           WRITE F-SYNTHESE.
           MOVE SPACES TO F-SYNTHESE.
           STRING "TVA due du mois (collectee - avoirs) : "
                  WS-TVA-DUE-ED
                  DELIMITED BY SIZE INTO F-SYNTHESE.
           WRITE F-SYNTHESE.

           CLOSE FICHIER-SYNTHESE.

           EXIT.
       0500-CLORE-END.
