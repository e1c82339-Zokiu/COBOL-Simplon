       IDENTIFICATION DIVISION.
       PROGRAM-ID. segrfm.
       AUTHOR.    Terry.

      *Segmentation trimestrielle des clients par recence,
      *frequence et montant (RFM), a cote des paliers VIP qui ne
      *regardent que la depense : un client qui a beaucoup achete
      *il y a deux ans et plus rien depuis n'est plus un bon
      *client. Chaque client actif de clients.dat recoit trois
      *notes de 1 a 5 :
      *  R recence   : jours depuis sa derniere commande de
      *                num-commandes.txt (30, 90, 180, 365 jours) ;
      *  F frequence : commandes (numeros distincts) des 365
      *                derniers jours (1, 2, 3 a 5, 6 a 9, 10 et +) ;
      *  M montant   : depense cumulee de l'historique que tient
      *                depenses (100, 500, 2000, 5000 euros),
      *puis un segment, dans cet ordre :
      *  DORMANT     aucune commande depuis plus d'un an (R = 1) ;
      *  NOUVEAU     premiere commande il y a 90 jours au plus ;
      *  CHAMPION    R, F et M a 4 ou plus ;
      *  A RISQUE    91 a 365 jours sans commande (R = 2 ou 3)
      *              alors qu'il commandait souvent (F >= 3) ou
      *              beaucoup (M >= 4) ;
      *  FIDELE      R >= 3 et F >= 3 ;
      *  OCCASIONNEL tous les autres.
      *Sorties : segments-clients.txt (un segment par client), le
      *rapport des mouvements de segment depuis le trimestre
      *precedent rfm-mouvements.txt, et rfm-a-relancer.txt, les
      *clients A RISQUE par responsable (portefeuille-clients.txt,
      *le rattachement des commissions) pour les relancer.
      *Le segments-clients.txt d'un trimestre anterieur est mis de
      *cote dans segments-precedents.txt avant d'etre remplace :
      *relancer le meme trimestre compare toujours au precedent.
      *Parametres dans param-segrfm.txt : date de reference
      *AAAAMMJJ en colonnes 1 a 8 (a defaut aujourd'hui), nombre
      *de versements de l'historique retenus pour le montant en
      *colonnes 10 a 12 (a defaut ou 000 : tous).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-PARAM ASSIGN TO "param-segrfm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

      *Fichier maitre des clients indexe sur CLIENT-ID depuis la
      *migration migidx : lecture sequentielle en ordre de cle.
       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

       SELECT OPTIONAL FICHIER-COMMANDE ASSIGN TO
           "num-commandes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMMANDE-STATUS.

      *Historique glissant tenu par depenses.
       SELECT OPTIONAL FICHIER-HISTORIQUE ASSIGN TO
           "depenses-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORIQUE-STATUS.

      *Rattachement des clients a leur responsable. OPTIONAL :
      *sans portefeuille, tout part en "sans responsable".
       SELECT OPTIONAL FICHIER-PORTEFEUILLE ASSIGN TO
           "portefeuille-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORTEFEUILLE-STATUS.

       SELECT OPTIONAL FICHIER-SEGMENTS ASSIGN TO
           "segments-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEGMENTS-STATUS.

       SELECT OPTIONAL FICHIER-PRECEDENTS ASSIGN TO
           "segments-precedents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRECEDENTS-STATUS.

       SELECT FICHIER-MOUVEMENTS ASSIGN TO "rfm-mouvements.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-RELANCE ASSIGN TO "rfm-a-relancer.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-PARAM.
       01  F-PARAM              PIC X(80).

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande, VIP et Sales.
           COPY "Client.cpy".

      *Meme decoupage que le FD de depenses.
       FD FICHIER-COMMANDE.
       01  F-COMMANDE.
           05 F-CMD-NUMERO     PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-CMD-DATE       PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-COMMANDE-ID    PIC 9(02).
           05 FILLER           PIC X(01).
           05 F-ARTICLE        PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-QUANTITE       PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-CMD-PROMESSE   PIC 9(08).

      *Meme decoupage que le FD de depenses, qui tient ce fichier.
       FD FICHIER-HISTORIQUE.
       01  F-HISTORIQUE.
           05 F-HIST-RUN        PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-HIST-CLIENT     PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-HIST-MONTANT    PIC 9(08).

      *Meme decoupage que le FD de commenc.
       FD FICHIER-PORTEFEUILLE.
       01  F-PORTEFEUILLE.
           05 F-PTF-CLIENT    PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-PTF-VENDEUR   PIC 9(04).

      *Un client par ligne : trimestre AAAAT, client, notes R F M,
      *segment, derniere commande, nombre de commandes de l'annee,
      *montant, responsable.
       FD FICHIER-SEGMENTS.
       01  F-SEGMENT.
           05 F-SEG-TRIMESTRE  PIC 9(05).
           05 FILLER           PIC X(01).
           05 F-SEG-CLIENT     PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-SEG-R          PIC 9(01).
           05 F-SEG-F          PIC 9(01).
           05 F-SEG-M          PIC 9(01).
           05 FILLER           PIC X(01).
           05 F-SEG-SEGMENT    PIC X(11).
           05 FILLER           PIC X(01).
           05 F-SEG-DERNIERE   PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-SEG-NB-CMD     PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-SEG-MONTANT    PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-SEG-VENDEUR    PIC 9(04).

      *Meme decoupage que segments-clients.txt.
       FD FICHIER-PRECEDENTS.
       01  F-PRECEDENT.
           05 F-PRE-TRIMESTRE  PIC 9(05).
           05 FILLER           PIC X(01).
           05 F-PRE-CLIENT     PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-PRE-RFM        PIC X(03).
           05 FILLER           PIC X(01).
           05 F-PRE-SEGMENT    PIC X(11).
           05 F-PRE-SUITE      PIC X(28).

       FD FICHIER-MOUVEMENTS.
       01  F-MOUVEMENT          PIC X(100).

       FD FICHIER-RELANCE.
       01  F-RELANCE            PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-PARAM-STATUS        PIC X(02) VALUE SPACES.
       77  WS-CLIENT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-COMMANDE-STATUS     PIC X(02) VALUE SPACES.
       77  WS-HISTORIQUE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-PORTEFEUILLE-STATUS PIC X(02) VALUE SPACES.
       77  WS-SEGMENTS-STATUS     PIC X(02) VALUE SPACES.
       77  WS-PRECEDENTS-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER         PIC X(01) VALUE "N".

      *Clients actifs et leur mesure RFM.
       01  WS-CLIENT-TABLE.
           05 WS-CLIENT OCCURS 100 TIMES.
             10 WS-CLIENT-ID     PIC 9(04).
             10 WS-NOM           PIC X(15).
             10 WS-TEL           PIC X(10).
             10 WS-VENDEUR       PIC 9(04).
             10 WS-PREMIERE      PIC 9(08).
             10 WS-DERNIERE      PIC 9(08).
             10 WS-DERNIER-NUM   PIC 9(04).
             10 WS-NB-CMD        PIC 9(04).
             10 WS-MONTANT       PIC 9(08).
             10 WS-NOTE-R        PIC 9(01).
             10 WS-NOTE-F        PIC 9(01).
             10 WS-NOTE-M        PIC 9(01).
             10 WS-SEGMENT       PIC X(11).
             10 WS-ANCIEN        PIC X(11).

       77  WS-INDEX-CLIENT     PIC 9(03) VALUE 1.
       77  WS-MAX-CLIENT       PIC 9(03) VALUE 100.
       77  WS-CLIENT-COUNT     PIC 9(03) VALUE 0.
       77  WS-CLIENT-TROUVE    PIC 9(03) VALUE 0.
       77  WS-NB-CLOS          PIC 9(03) VALUE 0.

      *Segments, dans l'ordre du rapport ; le septieme tient lieu
      *de "pas de segment" (client absent d'un des trimestres).
       01  WS-LIBELLES-SEGMENTS.
           05 FILLER PIC X(11) VALUE "CHAMPION".
           05 FILLER PIC X(11) VALUE "FIDELE".
           05 FILLER PIC X(11) VALUE "NOUVEAU".
           05 FILLER PIC X(11) VALUE "OCCASIONNEL".
           05 FILLER PIC X(11) VALUE "A RISQUE".
           05 FILLER PIC X(11) VALUE "DORMANT".
           05 FILLER PIC X(11) VALUE "-".
       01  WS-TABLE-SEGMENTS REDEFINES WS-LIBELLES-SEGMENTS.
           05 WS-SEG-LIBELLE OCCURS 7 TIMES PIC X(11).
       77  WS-NB-SEGMENTS      PIC 9(01) VALUE 7.
       77  WS-IDX-SEG          PIC 9(01) VALUE 0.
       77  WS-IDX-SEG-2        PIC 9(01) VALUE 0.
       77  WS-SEG-ANCIEN       PIC 9(01) VALUE 0.
       77  WS-SEG-NOUVEAU      PIC 9(01) VALUE 0.
       77  WS-SEG-CHERCHE      PIC X(11) VALUE SPACES.
       77  WS-SEG-RANG         PIC 9(01) VALUE 0.

      *Effectifs par segment (precedent, actuel) et passages d'un
      *segment a l'autre.
       01  WS-TABLE-EFFECTIFS.
           05 WS-EFF OCCURS 7 TIMES.
               10 WS-EFF-ANCIEN   PIC 9(04).
               10 WS-EFF-NOUVEAU  PIC 9(04).
               10 WS-EFF-VERS OCCURS 7 TIMES PIC 9(04).
       77  WS-ECART            PIC S9(04) VALUE 0.
       77  WS-ECART-ED         PIC +(4)9.
       77  WS-NB-ED            PIC Z(3)9.
       77  WS-NB-ED-2          PIC Z(3)9.
       77  WS-NB-CHANGEMENTS   PIC 9(04) VALUE 0.

      *Segments du trimestre precedent : client et segment.
       01  WS-TABLE-PRECEDENTS.
           05 WS-PRE OCCURS 200 TIMES.
               10 WS-PRE-CLIENT    PIC 9(04).
               10 WS-PRE-SEGMENT   PIC X(11).
               10 WS-PRE-LIGNE     PIC X(44).
               10 WS-PRE-VU        PIC X(01).
       77  WS-IDX-PRE          PIC 9(03) VALUE 0.
       77  WS-MAX-PRE          PIC 9(03) VALUE 200.
       77  WS-NB-PRE           PIC 9(03) VALUE 0.
       77  WS-TRIM-LU          PIC 9(05) VALUE 0.
       77  WS-TRIM-PRECEDENT   PIC 9(05) VALUE 0.

      *Portefeuille : responsable de chaque client.
       01  WS-TABLE-PORTEFEUILLE.
           05 WS-PTF OCCURS 200 TIMES.
               10 WS-PTF-CLIENT     PIC 9(04).
               10 WS-PTF-VENDEUR    PIC 9(04).
       77  WS-IDX-PTF          PIC 9(03) VALUE 1.
       77  WS-MAX-PTF          PIC 9(03) VALUE 200.
       77  WS-NB-PTF           PIC 9(03) VALUE 0.

      *Date de reference, trimestre AAAAT, bornes des fenetres.
       77  WS-DATE-REF         PIC 9(08) VALUE 0.
       77  WS-TRIMESTRE        PIC 9(05) VALUE 0.
       77  WS-DATE-UN-AN       PIC 9(08) VALUE 0.
       77  WS-DATE-90-JOURS    PIC 9(08) VALUE 0.
       77  WS-JOURS            PIC S9(07) VALUE 0.
       77  WS-JOURS-ED         PIC Z(4)9.

      *Historique : versements retenus pour le montant.
       77  WS-NB-VERSEMENTS    PIC 9(03) VALUE 0.
       77  WS-RUN-MAX          PIC 9(04) VALUE 0.
       77  WS-RUN-LIMITE       PIC 9(04) VALUE 0.

      *Responsables edites dans la liste de relance.
       77  WS-VENDEUR-COURANT  PIC 9(04) VALUE 0.
       77  WS-VENDEUR-PRECEDENT PIC 9(04) VALUE 0.
       77  WS-PREMIER-VENDEUR  PIC X(01) VALUE "O".
       77  WS-FIN-VENDEURS     PIC X(01) VALUE "N".
       77  WS-NB-A-RISQUE      PIC 9(04) VALUE 0.
       77  WS-NOM-VENDEUR      PIC X(15) VALUE SPACES.

      *Zones d'edition.
       01  WS-DATE-AAAAMMJJ.
           05 WS-DT-AAAA       PIC X(04).
           05 WS-DT-MM         PIC X(02).
           05 WS-DT-JJ         PIC X(02).
       01  WS-DATE-EDITEE      PIC X(10) VALUE SPACES.
       77  WS-MONTANT-ED       PIC Z(7)9.
       01  WS-TRIM-ED.
           05 WS-TRIM-ED-AAAA  PIC 9(04).
           05 FILLER           PIC X(02) VALUE "-T".
           05 WS-TRIM-ED-T     PIC 9(01).

      *Zone de travail pour l'appel du sous-programme DateCalc.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

       01  WS-HORODATAGE        PIC X(19).

       PROCEDURE DIVISION.

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0050-PARAM-START
           THRU    0050-PARAM-END.

           PERFORM 0100-CLIENTS-START
           THRU    0100-CLIENTS-END.

           PERFORM 0150-PORTEFEUILLE-START
           THRU    0150-PORTEFEUILLE-END.

           PERFORM 0200-COMMANDES-START
           THRU    0200-COMMANDES-END.

           PERFORM 0300-HISTORIQUE-START
           THRU    0300-HISTORIQUE-END.

           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
               PERFORM 0400-SCORER-START
               THRU    0400-SCORER-END
           END-PERFORM.

           PERFORM 0500-PRECEDENT-START
           THRU    0500-PRECEDENT-END.

           PERFORM 0600-ECRIRE-SEGMENTS-START
           THRU    0600-ECRIRE-SEGMENTS-END.

           PERFORM 0700-MOUVEMENTS-START
           THRU    0700-MOUVEMENTS-END.

           PERFORM 0800-RELANCE-START
           THRU    0800-RELANCE-END.

           MOVE WS-TRIMESTRE(1:4) TO WS-TRIM-ED-AAAA.
           MOVE WS-TRIMESTRE(5:1) TO WS-TRIM-ED-T.
           DISPLAY "Segmentation RFM " WS-TRIM-ED " : "
                   WS-CLIENT-COUNT " client(s) dans"
                   " segments-clients.txt, " WS-NB-A-RISQUE
                   " a risque dans rfm-a-relancer.txt, "
                   WS-NB-CHANGEMENTS " changement(s) de segment"
                   " dans rfm-mouvements.txt".

           STOP RUN.

      ******************************************************************

      *Date de reference et fenetre de l'historique lues dans
      *param-segrfm.txt ; trimestre et bornes des fenetres.
       0050-PARAM-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-REF.

           OPEN INPUT FICHIER-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ FICHIER-PARAM
                   NOT AT END
                       MOVE "10" TO WS-DC-STATUT
                       IF F-PARAM(1:8) IS NUMERIC
                           MOVE "V" TO WS-DC-FONCTION
                           MOVE F-PARAM(1:8) TO WS-DC-DATE-1
                           CALL "DateCalc" USING WS-DC-FONCTION
                                    WS-DC-DATE-1 WS-DC-DATE-2
                                    WS-DC-NOMBRE WS-DC-RESULTAT
                                    WS-DC-STATUT
                       END-IF
                       IF WS-DC-STATUT = "00"
                           MOVE F-PARAM(1:8) TO WS-DATE-REF
                       ELSE
                           DISPLAY "ATTENTION : date illisible dans"
                                   " param-segrfm.txt, aujourd'hui"
                                   " retenu"
                       END-IF
                       IF F-PARAM(10:3) IS NUMERIC
                           MOVE F-PARAM(10:3) TO WS-NB-VERSEMENTS
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHIER-PARAM.

           MOVE WS-DATE-REF(1:4) TO WS-TRIMESTRE(1:4).
           COMPUTE WS-TRIMESTRE = WS-TRIMESTRE +
                   (FUNCTION NUMVAL(WS-DATE-REF(5:2)) + 2) / 3.

           MOVE "A" TO WS-DC-FONCTION.
           MOVE -365 TO WS-DC-NOMBRE.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DATE-REF
                                 WS-DATE-UN-AN WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           MOVE -90 TO WS-DC-NOMBRE.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DATE-REF
                                 WS-DATE-90-JOURS WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.

           EXIT.
       0050-PARAM-END.

      *Clients actifs a la date de reference (un client clos ne
      *commande plus : il sort de la segmentation).
       0100-CLIENTS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-CLIENT.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-CLIENT
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF CLIENT-CLOTURE IS NUMERIC AND
                          CLIENT-CLOTURE > 0 AND
                          CLIENT-CLOTURE <= WS-DATE-REF
                           ADD 1 TO WS-NB-CLOS
                       ELSE
                           IF WS-CLIENT-COUNT < WS-MAX-CLIENT
                               ADD 1 TO WS-CLIENT-COUNT
                               MOVE CLIENT-ID TO
                                    WS-CLIENT-ID(WS-CLIENT-COUNT)
                               MOVE CLIENT-NOM TO
                                    WS-NOM(WS-CLIENT-COUNT)
                               MOVE CLIENT-TEL TO
                                    WS-TEL(WS-CLIENT-COUNT)
                               MOVE 0 TO WS-VENDEUR(WS-CLIENT-COUNT)
                                    WS-PREMIERE(WS-CLIENT-COUNT)
                                    WS-DERNIERE(WS-CLIENT-COUNT)
                                    WS-DERNIER-NUM(WS-CLIENT-COUNT)
                                    WS-NB-CMD(WS-CLIENT-COUNT)
                                    WS-MONTANT(WS-CLIENT-COUNT)
                               MOVE "-" TO WS-ANCIEN(WS-CLIENT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENT.

           EXIT.
       0100-CLIENTS-END.

       0150-PORTEFEUILLE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-PORTEFEUILLE.
           IF WS-PORTEFEUILLE-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-PORTEFEUILLE
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-PTF-CLIENT IS NUMERIC AND
                              F-PTF-VENDEUR IS NUMERIC
                               PERFORM 0900-CHERCHER-CLIENT-START
                               THRU    0900-CHERCHER-CLIENT-END
                               IF WS-CLIENT-TROUVE > 0
                                   MOVE F-PTF-VENDEUR TO
                                        WS-VENDEUR(WS-CLIENT-TROUVE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-PORTEFEUILLE.

           EXIT.
       0150-PORTEFEUILLE-END.

      *Premiere et derniere commande de chaque client, et nombre
      *de commandes (numeros distincts) des 365 derniers jours.
      *Les lignes posterieures a la date de reference sont
      *ignorees.
       0200-COMMANDES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-COMMANDE.
           IF WS-COMMANDE-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-COMMANDE
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-CMD-DATE IS NUMERIC AND
                              F-CMD-DATE > 0 AND
                              F-CMD-DATE <= WS-DATE-REF
                               PERFORM 0250-UNE-LIGNE-START
                               THRU    0250-UNE-LIGNE-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-COMMANDE.

           EXIT.
       0200-COMMANDES-END.

       0250-UNE-LIGNE-START.

           MOVE 0 TO WS-CLIENT-TROUVE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
                      OR WS-CLIENT-TROUVE > 0
               IF WS-CLIENT-ID(WS-INDEX-CLIENT) = F-COMMANDE-ID
                   MOVE WS-INDEX-CLIENT TO WS-CLIENT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CLIENT-TROUVE = 0
               GO TO 0250-UNE-LIGNE-END
           END-IF.

           IF WS-PREMIERE(WS-CLIENT-TROUVE) = 0 OR
              F-CMD-DATE < WS-PREMIERE(WS-CLIENT-TROUVE)
               MOVE F-CMD-DATE TO WS-PREMIERE(WS-CLIENT-TROUVE)
           END-IF.
           IF F-CMD-DATE > WS-DERNIERE(WS-CLIENT-TROUVE)
               MOVE F-CMD-DATE TO WS-DERNIERE(WS-CLIENT-TROUVE)
           END-IF.

      *Les lignes d'une commande se suivent : une commande compte
      *une fois, a sa premiere ligne.
           IF F-CMD-DATE > WS-DATE-UN-AN AND
              F-CMD-NUMERO NOT = WS-DERNIER-NUM(WS-CLIENT-TROUVE)
               ADD 1 TO WS-NB-CMD(WS-CLIENT-TROUVE)
               MOVE F-CMD-NUMERO TO WS-DERNIER-NUM(WS-CLIENT-TROUVE)
           END-IF.

           EXIT.
       0250-UNE-LIGNE-END.

      *Montant : versements de l'historique de depenses, tous ou
      *les N derniers.
       0300-HISTORIQUE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-HISTORIQUE.
           IF WS-HISTORIQUE-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-HISTORIQUE
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-HIST-RUN IS NUMERIC AND
                              F-HIST-RUN > WS-RUN-MAX
                               MOVE F-HIST-RUN TO WS-RUN-MAX
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-HISTORIQUE.

           IF WS-NB-VERSEMENTS = 0 OR WS-NB-VERSEMENTS >= WS-RUN-MAX
               MOVE 0 TO WS-RUN-LIMITE
           ELSE
               COMPUTE WS-RUN-LIMITE = WS-RUN-MAX - WS-NB-VERSEMENTS
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-HISTORIQUE.
           IF WS-HISTORIQUE-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-HISTORIQUE
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-HIST-RUN IS NUMERIC AND
                              F-HIST-MONTANT IS NUMERIC AND
                              F-HIST-RUN > WS-RUN-LIMITE
                               MOVE F-HIST-CLIENT TO F-PTF-CLIENT
                               PERFORM 0900-CHERCHER-CLIENT-START
                               THRU    0900-CHERCHER-CLIENT-END
                               IF WS-CLIENT-TROUVE > 0
                                   ADD F-HIST-MONTANT TO
                                       WS-MONTANT(WS-CLIENT-TROUVE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-HISTORIQUE.

           EXIT.
       0300-HISTORIQUE-END.

      *Notes R, F, M et segment du client WS-INDEX-CLIENT.
       0400-SCORER-START.

           IF WS-DERNIERE(WS-INDEX-CLIENT) = 0
               MOVE 1 TO WS-NOTE-R(WS-INDEX-CLIENT)
           ELSE
               MOVE "E" TO WS-DC-FONCTION
               CALL "DateCalc" USING WS-DC-FONCTION
                                     WS-DERNIERE(WS-INDEX-CLIENT)
                                     WS-DATE-REF WS-DC-NOMBRE
                                     WS-DC-RESULTAT WS-DC-STATUT
               EVALUATE TRUE
                   WHEN WS-DC-RESULTAT <= 30
                       MOVE 5 TO WS-NOTE-R(WS-INDEX-CLIENT)
                   WHEN WS-DC-RESULTAT <= 90
                       MOVE 4 TO WS-NOTE-R(WS-INDEX-CLIENT)
                   WHEN WS-DC-RESULTAT <= 180
                       MOVE 3 TO WS-NOTE-R(WS-INDEX-CLIENT)
                   WHEN WS-DC-RESULTAT <= 365
                       MOVE 2 TO WS-NOTE-R(WS-INDEX-CLIENT)
                   WHEN OTHER
                       MOVE 1 TO WS-NOTE-R(WS-INDEX-CLIENT)
               END-EVALUATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-NB-CMD(WS-INDEX-CLIENT) >= 10
                   MOVE 5 TO WS-NOTE-F(WS-INDEX-CLIENT)
               WHEN WS-NB-CMD(WS-INDEX-CLIENT) >= 6
                   MOVE 4 TO WS-NOTE-F(WS-INDEX-CLIENT)
               WHEN WS-NB-CMD(WS-INDEX-CLIENT) >= 3
                   MOVE 3 TO WS-NOTE-F(WS-INDEX-CLIENT)
               WHEN WS-NB-CMD(WS-INDEX-CLIENT) = 2
                   MOVE 2 TO WS-NOTE-F(WS-INDEX-CLIENT)
               WHEN OTHER
                   MOVE 1 TO WS-NOTE-F(WS-INDEX-CLIENT)
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-MONTANT(WS-INDEX-CLIENT) >= 5000
                   MOVE 5 TO WS-NOTE-M(WS-INDEX-CLIENT)
               WHEN WS-MONTANT(WS-INDEX-CLIENT) >= 2000
                   MOVE 4 TO WS-NOTE-M(WS-INDEX-CLIENT)
               WHEN WS-MONTANT(WS-INDEX-CLIENT) >= 500
                   MOVE 3 TO WS-NOTE-M(WS-INDEX-CLIENT)
               WHEN WS-MONTANT(WS-INDEX-CLIENT) >= 100
                   MOVE 2 TO WS-NOTE-M(WS-INDEX-CLIENT)
               WHEN OTHER
                   MOVE 1 TO WS-NOTE-M(WS-INDEX-CLIENT)
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-NOTE-R(WS-INDEX-CLIENT) = 1
                   MOVE "DORMANT" TO WS-SEGMENT(WS-INDEX-CLIENT)
               WHEN WS-PREMIERE(WS-INDEX-CLIENT) >= WS-DATE-90-JOURS
                   MOVE "NOUVEAU" TO WS-SEGMENT(WS-INDEX-CLIENT)
               WHEN WS-NOTE-R(WS-INDEX-CLIENT) >= 4 AND
                    WS-NOTE-F(WS-INDEX-CLIENT) >= 4 AND
                    WS-NOTE-M(WS-INDEX-CLIENT) >= 4
                   MOVE "CHAMPION" TO WS-SEGMENT(WS-INDEX-CLIENT)
               WHEN WS-NOTE-R(WS-INDEX-CLIENT) <= 3 AND
                    (WS-NOTE-F(WS-INDEX-CLIENT) >= 3 OR
                     WS-NOTE-M(WS-INDEX-CLIENT) >= 4)
                   MOVE "A RISQUE" TO WS-SEGMENT(WS-INDEX-CLIENT)
               WHEN WS-NOTE-R(WS-INDEX-CLIENT) >= 3 AND
                    WS-NOTE-F(WS-INDEX-CLIENT) >= 3
                   MOVE "FIDELE" TO WS-SEGMENT(WS-INDEX-CLIENT)
               WHEN OTHER
                   MOVE "OCCASIONNEL" TO WS-SEGMENT(WS-INDEX-CLIENT)
           END-EVALUATE.

           EXIT.
       0400-SCORER-END.

      *Segments du trimestre precedent. Un segments-clients.txt
      *d'un trimestre anterieur devient segments-precedents.txt ;
      *s'il est deja du trimestre (nouvelle execution), on compare
      *au segments-precedents.txt mis de cote la premiere fois.
       0500-PRECEDENT-START.

           PERFORM 0550-LIRE-SEGMENTS-START
           THRU    0550-LIRE-SEGMENTS-END.

           IF WS-NB-PRE > 0 AND WS-TRIM-LU < WS-TRIMESTRE
               MOVE WS-TRIM-LU TO WS-TRIM-PRECEDENT
               OPEN OUTPUT FICHIER-PRECEDENTS
               PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                       UNTIL WS-IDX-PRE > WS-NB-PRE
                   MOVE SPACES TO F-PRECEDENT
                   MOVE WS-TRIM-LU TO F-PRE-TRIMESTRE
                   MOVE WS-PRE-CLIENT(WS-IDX-PRE) TO F-PRE-CLIENT
                   MOVE WS-PRE-LIGNE(WS-IDX-PRE)  TO F-PRECEDENT(11:44)
                   WRITE F-PRECEDENT
               END-PERFORM
               CLOSE FICHIER-PRECEDENTS
           ELSE
               MOVE 0 TO WS-NB-PRE
               MOVE "N" TO WS-FIN-FICHIER
               OPEN INPUT FICHIER-PRECEDENTS
               IF WS-PRECEDENTS-STATUS = "00"
                   PERFORM UNTIL WS-FIN-FICHIER = "O"
                       READ FICHIER-PRECEDENTS
                           AT END
                               MOVE "O" TO WS-FIN-FICHIER
                           NOT AT END
                               IF F-PRE-TRIMESTRE IS NUMERIC AND
                                  F-PRE-TRIMESTRE < WS-TRIMESTRE AND
                                  F-PRE-CLIENT IS NUMERIC AND
                                  WS-NB-PRE < WS-MAX-PRE
                                   MOVE F-PRE-TRIMESTRE TO
                                        WS-TRIM-PRECEDENT
                                   ADD 1 TO WS-NB-PRE
                                   MOVE F-PRE-CLIENT TO
                                        WS-PRE-CLIENT(WS-NB-PRE)
                                   MOVE F-PRE-SEGMENT TO
                                        WS-PRE-SEGMENT(WS-NB-PRE)
                                   MOVE "N" TO WS-PRE-VU(WS-NB-PRE)
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FICHIER-PRECEDENTS
           END-IF.

      *Segment precedent de chaque client actif.
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > WS-NB-PRE
               MOVE WS-PRE-CLIENT(WS-IDX-PRE) TO F-PTF-CLIENT
               PERFORM 0900-CHERCHER-CLIENT-START
               THRU    0900-CHERCHER-CLIENT-END
               IF WS-CLIENT-TROUVE > 0
                   MOVE WS-PRE-SEGMENT(WS-IDX-PRE) TO
                        WS-ANCIEN(WS-CLIENT-TROUVE)
                   MOVE "O" TO WS-PRE-VU(WS-IDX-PRE)
               END-IF
           END-PERFORM.

           EXIT.
       0500-PRECEDENT-END.

       0550-LIRE-SEGMENTS-START.

           MOVE 0 TO WS-NB-PRE WS-TRIM-LU.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-SEGMENTS.
           IF WS-SEGMENTS-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-SEGMENTS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-SEG-TRIMESTRE IS NUMERIC AND
                              F-SEG-CLIENT IS NUMERIC AND
                              WS-NB-PRE < WS-MAX-PRE
                               MOVE F-SEG-TRIMESTRE TO WS-TRIM-LU
                               ADD 1 TO WS-NB-PRE
                               MOVE F-SEG-CLIENT TO
                                    WS-PRE-CLIENT(WS-NB-PRE)
                               MOVE F-SEG-SEGMENT TO
                                    WS-PRE-SEGMENT(WS-NB-PRE)
                               MOVE F-SEGMENT(11:44) TO
                                    WS-PRE-LIGNE(WS-NB-PRE)
                               MOVE "N" TO WS-PRE-VU(WS-NB-PRE)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-SEGMENTS.

           EXIT.
       0550-LIRE-SEGMENTS-END.

       0600-ECRIRE-SEGMENTS-START.

           OPEN OUTPUT FICHIER-SEGMENTS.

           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
               MOVE SPACES TO F-SEGMENT
               MOVE WS-TRIMESTRE TO F-SEG-TRIMESTRE
               MOVE WS-CLIENT-ID(WS-INDEX-CLIENT) TO F-SEG-CLIENT
               MOVE WS-NOTE-R(WS-INDEX-CLIENT)    TO F-SEG-R
               MOVE WS-NOTE-F(WS-INDEX-CLIENT)    TO F-SEG-F
               MOVE WS-NOTE-M(WS-INDEX-CLIENT)    TO F-SEG-M
               MOVE WS-SEGMENT(WS-INDEX-CLIENT)   TO F-SEG-SEGMENT
               MOVE WS-DERNIERE(WS-INDEX-CLIENT)  TO F-SEG-DERNIERE
               MOVE WS-NB-CMD(WS-INDEX-CLIENT)    TO F-SEG-NB-CMD
               MOVE WS-MONTANT(WS-INDEX-CLIENT)   TO F-SEG-MONTANT
               MOVE WS-VENDEUR(WS-INDEX-CLIENT)   TO F-SEG-VENDEUR
               WRITE F-SEGMENT
           END-PERFORM.

           CLOSE FICHIER-SEGMENTS.

           EXIT.
       0600-ECRIRE-SEGMENTS-END.

      *Rapport des mouvements : effectifs par segment (precedent,
      *actuel, ecart), passages d'un segment a l'autre, puis le
      *detail des clients qui ont change de segment.
       0700-MOUVEMENTS-START.

           MOVE ZEROS TO WS-TABLE-EFFECTIFS.

           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
               MOVE WS-ANCIEN(WS-INDEX-CLIENT) TO WS-SEG-CHERCHE
               PERFORM 0950-RANG-SEGMENT-START
               THRU    0950-RANG-SEGMENT-END
               MOVE WS-SEG-RANG TO WS-SEG-ANCIEN
               MOVE WS-SEGMENT(WS-INDEX-CLIENT) TO WS-SEG-CHERCHE
               PERFORM 0950-RANG-SEGMENT-START
               THRU    0950-RANG-SEGMENT-END
               MOVE WS-SEG-RANG TO WS-SEG-NOUVEAU
               ADD 1 TO WS-EFF-ANCIEN(WS-SEG-ANCIEN)
               ADD 1 TO WS-EFF-NOUVEAU(WS-SEG-NOUVEAU)
               ADD 1 TO WS-EFF-VERS(WS-SEG-ANCIEN, WS-SEG-NOUVEAU)
           END-PERFORM.
      *Clients du trimestre precedent sortis depuis (clos).
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > WS-NB-PRE
               IF WS-PRE-VU(WS-IDX-PRE) = "N"
                   MOVE WS-PRE-SEGMENT(WS-IDX-PRE) TO WS-SEG-CHERCHE
                   PERFORM 0950-RANG-SEGMENT-START
                   THRU    0950-RANG-SEGMENT-END
                   ADD 1 TO WS-EFF-ANCIEN(WS-SEG-RANG)
                   ADD 1 TO WS-EFF-VERS(WS-SEG-RANG, 7)
               END-IF
           END-PERFORM.

           OPEN OUTPUT FICHIER-MOUVEMENTS.

           MOVE WS-TRIMESTRE(1:4) TO WS-TRIM-ED-AAAA.
           MOVE WS-TRIMESTRE(5:1) TO WS-TRIM-ED-T.
           MOVE WS-DATE-REF TO WS-DATE-AAAAMMJJ.
           PERFORM 0960-EDITER-DATE-START
           THRU    0960-EDITER-DATE-END.
           MOVE SPACES TO F-MOUVEMENT.
           STRING "SEGMENTATION RFM " WS-TRIM-ED " (reference "
                  WS-DATE-EDITEE ") - edition du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-MOUVEMENT.
           WRITE F-MOUVEMENT.
           MOVE SPACES TO F-MOUVEMENT.
           IF WS-TRIM-PRECEDENT = 0
               MOVE "Pas de trimestre precedent : premiere segmentation"
                    TO F-MOUVEMENT
           ELSE
               MOVE WS-TRIM-PRECEDENT(1:4) TO WS-TRIM-ED-AAAA
               MOVE WS-TRIM-PRECEDENT(5:1) TO WS-TRIM-ED-T
               STRING "Compare au trimestre " WS-TRIM-ED
                      DELIMITED BY SIZE INTO F-MOUVEMENT
           END-IF.
           WRITE F-MOUVEMENT.

           MOVE SPACES TO F-MOUVEMENT.
           WRITE F-MOUVEMENT.
           MOVE "Segment      Precedent  Actuel   Ecart" TO F-MOUVEMENT.
           WRITE F-MOUVEMENT.
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > 6
               MOVE WS-EFF-ANCIEN(WS-IDX-SEG)  TO WS-NB-ED
               MOVE WS-EFF-NOUVEAU(WS-IDX-SEG) TO WS-NB-ED-2
               COMPUTE WS-ECART = WS-EFF-NOUVEAU(WS-IDX-SEG)
                                - WS-EFF-ANCIEN(WS-IDX-SEG)
               MOVE WS-ECART TO WS-ECART-ED
               MOVE SPACES TO F-MOUVEMENT
               STRING WS-SEG-LIBELLE(WS-IDX-SEG) "       " WS-NB-ED
                      "    " WS-NB-ED-2 "   " WS-ECART-ED
                      DELIMITED BY SIZE INTO F-MOUVEMENT
               WRITE F-MOUVEMENT
           END-PERFORM.

           MOVE SPACES TO F-MOUVEMENT.
           WRITE F-MOUVEMENT.
           MOVE "Passages d'un segment a l'autre (- = absent) :"
                TO F-MOUVEMENT.
           WRITE F-MOUVEMENT.
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > WS-NB-SEGMENTS
               PERFORM VARYING WS-IDX-SEG-2 FROM 1 BY 1
                       UNTIL WS-IDX-SEG-2 > WS-NB-SEGMENTS
                   IF WS-IDX-SEG NOT = WS-IDX-SEG-2 AND
                      WS-EFF-VERS(WS-IDX-SEG, WS-IDX-SEG-2) > 0
                       MOVE WS-EFF-VERS(WS-IDX-SEG, WS-IDX-SEG-2)
                            TO WS-NB-ED
                       MOVE SPACES TO F-MOUVEMENT
                       STRING "  " WS-SEG-LIBELLE(WS-IDX-SEG) " -> "
                              WS-SEG-LIBELLE(WS-IDX-SEG-2) " : "
                              WS-NB-ED " client(s)"
                              DELIMITED BY SIZE INTO F-MOUVEMENT
                       WRITE F-MOUVEMENT
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO F-MOUVEMENT.
           WRITE F-MOUVEMENT.
           MOVE "Clients qui ont change de segment :" TO F-MOUVEMENT.
           WRITE F-MOUVEMENT.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
               IF WS-ANCIEN(WS-INDEX-CLIENT) NOT =
                  WS-SEGMENT(WS-INDEX-CLIENT)
                   ADD 1 TO WS-NB-CHANGEMENTS
                   MOVE SPACES TO F-MOUVEMENT
                   STRING "  " WS-CLIENT-ID(WS-INDEX-CLIENT) " "
                          WS-NOM(WS-INDEX-CLIENT) " "
                          WS-ANCIEN(WS-INDEX-CLIENT) " -> "
                          WS-SEGMENT(WS-INDEX-CLIENT) "  (RFM "
                          WS-NOTE-R(WS-INDEX-CLIENT)
                          WS-NOTE-F(WS-INDEX-CLIENT)
                          WS-NOTE-M(WS-INDEX-CLIENT) ")"
                          DELIMITED BY SIZE INTO F-MOUVEMENT
                   WRITE F-MOUVEMENT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > WS-NB-PRE
               IF WS-PRE-VU(WS-IDX-PRE) = "N"
                   ADD 1 TO WS-NB-CHANGEMENTS
                   MOVE SPACES TO F-MOUVEMENT
                   STRING "  " WS-PRE-CLIENT(WS-IDX-PRE) " "
                          "(client clos)   "
                          WS-PRE-SEGMENT(WS-IDX-PRE) " -> -"
                          DELIMITED BY SIZE INTO F-MOUVEMENT
                   WRITE F-MOUVEMENT
               END-IF
           END-PERFORM.
           IF WS-NB-CHANGEMENTS = 0
               MOVE "  (aucun)" TO F-MOUVEMENT
               WRITE F-MOUVEMENT
           END-IF.

           CLOSE FICHIER-MOUVEMENTS.

           EXIT.
       0700-MOUVEMENTS-END.

      *Clients A RISQUE par responsable, par numero de
      *responsable croissant ("sans responsable" en tete, 0000).
       0800-RELANCE-START.

           OPEN OUTPUT FICHIER-RELANCE.

           MOVE WS-TRIMESTRE(1:4) TO WS-TRIM-ED-AAAA.
           MOVE WS-TRIMESTRE(5:1) TO WS-TRIM-ED-T.
           MOVE SPACES TO F-RELANCE.
           STRING "CLIENTS A RISQUE A RELANCER - " WS-TRIM-ED
                  " - edition du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RELANCE.
           WRITE F-RELANCE.

           MOVE 0 TO WS-VENDEUR-PRECEDENT.
           MOVE "O" TO WS-PREMIER-VENDEUR.
           PERFORM UNTIL WS-FIN-VENDEURS = "O"
               MOVE 9999 TO WS-VENDEUR-COURANT
               MOVE "O" TO WS-FIN-VENDEURS
               PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                       UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
                   IF WS-SEGMENT(WS-INDEX-CLIENT) = "A RISQUE" AND
                      (WS-VENDEUR(WS-INDEX-CLIENT) >
                       WS-VENDEUR-PRECEDENT OR
                       WS-PREMIER-VENDEUR = "O") AND
                      WS-VENDEUR(WS-INDEX-CLIENT) <=
                      WS-VENDEUR-COURANT
                       MOVE WS-VENDEUR(WS-INDEX-CLIENT) TO
                            WS-VENDEUR-COURANT
                       MOVE "N" TO WS-FIN-VENDEURS
                   END-IF
               END-PERFORM
               IF WS-FIN-VENDEURS = "N"
                   PERFORM 0850-UN-VENDEUR-START
                   THRU    0850-UN-VENDEUR-END
                   MOVE WS-VENDEUR-COURANT TO WS-VENDEUR-PRECEDENT
                   MOVE "N" TO WS-PREMIER-VENDEUR
               END-IF
           END-PERFORM.

           IF WS-NB-A-RISQUE = 0
               MOVE SPACES TO F-RELANCE
               MOVE "(aucun client a risque ce trimestre)"
                    TO F-RELANCE
               WRITE F-RELANCE
           END-IF.

           CLOSE FICHIER-RELANCE.

           EXIT.
       0800-RELANCE-END.

       0850-UN-VENDEUR-START.

           MOVE SPACES TO F-RELANCE.
           WRITE F-RELANCE.
           MOVE SPACES TO F-RELANCE.
           IF WS-VENDEUR-COURANT = 0
               MOVE "Sans responsable" TO F-RELANCE
           ELSE
               MOVE WS-VENDEUR-COURANT TO F-PTF-CLIENT
               PERFORM 0900-CHERCHER-CLIENT-START
               THRU    0900-CHERCHER-CLIENT-END
               MOVE SPACES TO WS-NOM-VENDEUR
               IF WS-CLIENT-TROUVE > 0
                   MOVE WS-NOM(WS-CLIENT-TROUVE) TO WS-NOM-VENDEUR
               END-IF
               STRING "Responsable " WS-VENDEUR-COURANT " "
                      WS-NOM-VENDEUR
                      DELIMITED BY SIZE INTO F-RELANCE
           END-IF.
           WRITE F-RELANCE.

           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
               IF WS-SEGMENT(WS-INDEX-CLIENT) = "A RISQUE" AND
                  WS-VENDEUR(WS-INDEX-CLIENT) = WS-VENDEUR-COURANT
                   ADD 1 TO WS-NB-A-RISQUE
                   MOVE WS-DERNIERE(WS-INDEX-CLIENT) TO
                        WS-DATE-AAAAMMJJ
                   PERFORM 0960-EDITER-DATE-START
                   THRU    0960-EDITER-DATE-END
                   MOVE "E" TO WS-DC-FONCTION
                   CALL "DateCalc" USING WS-DC-FONCTION
                                    WS-DERNIERE(WS-INDEX-CLIENT)
                                    WS-DATE-REF WS-DC-NOMBRE
                                    WS-DC-RESULTAT WS-DC-STATUT
                   MOVE WS-DC-RESULTAT TO WS-JOURS-ED
                   MOVE WS-NB-CMD(WS-INDEX-CLIENT) TO WS-NB-ED
                   MOVE WS-MONTANT(WS-INDEX-CLIENT) TO WS-MONTANT-ED
                   MOVE SPACES TO F-RELANCE
                   STRING "  " WS-CLIENT-ID(WS-INDEX-CLIENT) " "
                          WS-NOM(WS-INDEX-CLIENT) " tel "
                          WS-TEL(WS-INDEX-CLIENT)
                          " derniere cde " WS-DATE-EDITEE
                          " (" WS-JOURS-ED " j) " WS-NB-ED
                          " cde/an " WS-MONTANT-ED " EUR"
                          DELIMITED BY SIZE INTO F-RELANCE
                   WRITE F-RELANCE
               END-IF
           END-PERFORM.

           EXIT.
       0850-UN-VENDEUR-END.

      *Fiche du client de numero F-PTF-CLIENT dans la table
      *(WS-CLIENT-TROUVE, 0 si absent ou clos).
       0900-CHERCHER-CLIENT-START.

           MOVE 0 TO WS-CLIENT-TROUVE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
                      OR WS-CLIENT-TROUVE > 0
               IF WS-CLIENT-ID(WS-INDEX-CLIENT) = F-PTF-CLIENT
                   MOVE WS-INDEX-CLIENT TO WS-CLIENT-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0900-CHERCHER-CLIENT-END.

      *Rang de WS-SEG-CHERCHE dans la liste des segments (7 si
      *aucun).
       0950-RANG-SEGMENT-START.

           MOVE 7 TO WS-SEG-RANG.
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > 6
               IF WS-SEG-LIBELLE(WS-IDX-SEG) = WS-SEG-CHERCHE
                   MOVE WS-IDX-SEG TO WS-SEG-RANG
               END-IF
           END-PERFORM.

           EXIT.
       0950-RANG-SEGMENT-END.

       0960-EDITER-DATE-START.

           MOVE SPACES TO WS-DATE-EDITEE.
           IF WS-DATE-AAAAMMJJ = "00000000"
               MOVE "jamais" TO WS-DATE-EDITEE
           ELSE
               STRING WS-DT-JJ "/" WS-DT-MM "/" WS-DT-AAAA
                      DELIMITED BY SIZE INTO WS-DATE-EDITEE
           END-IF.

           EXIT.
       0960-EDITER-DATE-END.
