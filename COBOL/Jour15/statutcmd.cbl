      *progressent en masse depuis un fichier de mouvements, et le
      *rapport des commandes ouvertes (ni facturees ni annulees)
      *donne enfin une reponse au client qui appelle.
      *Une commande recue ou allouee qui passe en X rend ce qu'elle
      *avait pris : les quantites allouees retournent dans leur
      *depot (registre-allocations.txt, tenu par Commande) avec un
      *mouvement ANNULATION au grand livre, son reliquat est
      *retire de reliquats.txt pour que reception ne la serve plus,
      *et le debit passe par Commande est recredite au client. Le
      *rapport annulations.txt detaille chaque reprise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT FICHIER-OUVERTES ASSIGN TO "commandes-ouvertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Fichiers touches par la reprise d'une commande annulee :
      *registre des allocations de Commande, stock multi-depots et
      *ses lots, reliquats en attente, journal des mouvements de
      *solde et fiche client indexee.
       SELECT OPTIONAL FICHIER-REG-ALLOC ASSIGN TO
           "registre-allocations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-ALLOC-STATUS.

      *Copie de travail du registre : il n'est jamais purge, il est
      *donc reecrit ligne a ligne plutot que tenu en memoire.
       SELECT FICHIER-REG-TRAVAIL ASSIGN TO
           "registre-allocations.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-TRAVAIL-STATUS.

       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVENTAIRE-STATUS.

       SELECT OPTIONAL FICHIER-LOTS ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTS-STATUS.

       SELECT OPTIONAL FICHIER-RELIQUATS ASSIGN TO "reliquats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELIQUATS-STATUS.

       SELECT OPTIONAL FICHIER-MVT-SOLDES ASSIGN TO
           "mouvements-soldes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MVT-SOLDES-STATUS.

       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

      *Rapport des annulations : stock et argent rendus.
       SELECT FICHIER-ANNULATIONS ASSIGN TO "annulations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANNULATIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 F-ARTICLE        PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-QUANTITE       PIC 9(04).
           05 FILLER           PIC X(01).
      *Date de livraison promise au client par saisie (AAAAMMJJ,
      *a blanc sur les lignes saisies avant cette date promise).
           05 F-CMD-PROMESSE   PIC 9(08).

       FD FICHIER-STATUTS.
       01  F-STATUT.
      *En-tête d'audit (date/heure d'exécution).
       01  F-OUVERTE-ENTETE    PIC X(60).

      *Meme decoupage que le FD de Commande, qui tient ce registre.
       FD FICHIER-REG-ALLOC.
       01  F-REG-ALLOC.
           05 F-RA-NUMERO      PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-RA-DATE        PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-RA-CLIENT      PIC 9(02).
           05 FILLER           PIC X(01).
           05 F-RA-ARTICLE     PIC X(10).
           05 FILLER           PIC X(01).
           05 F-RA-DEPOT       PIC X(05).
           05 FILLER           PIC X(01).
           05 F-RA-QTE         PIC 9(04).
           05 FILLER           PIC X(01).
      *A allouee, X rendue au stock par une annulation.
           05 F-RA-ETAT        PIC X(01).
           05 FILLER           PIC X(01).
           05 F-RA-LOT         PIC X(10).

       FD FICHIER-REG-TRAVAIL.
       01  F-REG-TRAVAIL       PIC X(51).

       FD FICHIER-INVENTAIRE.
       01  F-INVENTAIRE.
           05 F-INV-ARTICLE    PIC X(10).
           05 F-STOCK          PIC 9(05).
           05 FILLER           PIC X(01).
           05 F-INV-DEPOT      PIC X(05).

      *Meme decoupage que le FD de Commande.
       FD FICHIER-LOTS.
       01  F-LOT.
           05 F-LOT-ARTICLE    PIC X(10).
           05 FILLER           PIC X(01).
           05 F-LOT-DEPOT      PIC X(05).
           05 FILLER           PIC X(01).
           05 F-LOT-NUMERO     PIC X(10).
           05 FILLER           PIC X(01).
           05 F-LOT-DLC        PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-LOT-QTE        PIC 9(05).

       FD FICHIER-RELIQUATS.
       01  F-RELIQUAT.
           05 F-REL-NUMERO     PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-REL-CLIENT     PIC 9(02).
           05 FILLER           PIC X(01).
           05 F-REL-ARTICLE    PIC X(10).
           05 FILLER           PIC X(01).
           05 F-REL-QTE        PIC 9(04).

      *Meme decoupage que le FD du sous-programme MouvSolde.
       FD FICHIER-MVT-SOLDES.
       01  F-MVT-SOLDE.
           05 F-MVS-DATE       PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-MVS-CLIENT     PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-MVS-MONTANT    PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X(01).
           05 F-MVS-SOURCE     PIC X(10).
           05 FILLER           PIC X(01).
           05 F-MVS-REFERENCE  PIC X(10).

       FD FICHIER-CLIENT.
           COPY "Client.cpy".

       FD FICHIER-ANNULATIONS.
       01  F-ANNULATION        PIC X(80).

       WORKING-STORAGE SECTION.

      *Fiches de statut en memoire, une par ligne de commande.
      *Horodatage de l'exécution, reporté en en-tête du rapport.
       01  WS-HORODATAGE        PIC X(19).

      *Commandes passees en X ce soir depuis R ou A : leur stock,
      *leur reliquat et leur debit sont a reprendre.
       01  WS-TABLE-ANNULEES.
           05 WS-ANN OCCURS 50 TIMES.
               10 WS-ANN-NUMERO     PIC 9(04).
               10 WS-ANN-CLIENT     PIC 9(02).
               10 WS-ANN-ANCIEN     PIC X(01).

       77  WS-IDX-ANN           PIC 9(02) VALUE 1.
       77  WS-MAX-ANN           PIC 9(02) VALUE 50.
       77  WS-NB-ANN            PIC 9(02) VALUE 0.
       77  WS-CODE-AVANT        PIC X(01) VALUE SPACE.

      *Registre des allocations : lu en continu, jamais charge.
      *Les prises rendues au stock ce soir sont notees par leur
      *rang dans le fichier, pour passer a l'etat X a la
      *reecriture.
       01  WS-TABLE-RENDUES.
           05 WS-REN-RANG OCCURS 200 TIMES PIC 9(06).

       77  WS-IDX-REN           PIC 9(03) VALUE 1.
       77  WS-MAX-REN           PIC 9(03) VALUE 200.
       77  WS-NB-REN            PIC 9(03) VALUE 0.
       77  WS-RANG-RA           PIC 9(06) VALUE 0.
       77  WS-RA-RENDUE         PIC X(01) VALUE "N".
       77  WS-FIN-REG-ALLOC     PIC X(01) VALUE "N".
       77  WS-REG-ALLOC-STATUS  PIC X(02) VALUE SPACES.
       77  WS-REG-TRAVAIL-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-REG-TRAVAIL   PIC X(01) VALUE "N".
       77  WS-REG-MODIFIE       PIC X(01) VALUE "N".
      *Fichiers de la reprise plus longs que leur table : la
      *reprise est refusee plutot que de les reecrire tronques.
       77  WS-NB-TRONQUES       PIC 9(02) VALUE 0.

      *Stock multi-depots en memoire.
       01  WS-TABLE-INVENTAIRE.
           05 WS-INVENTAIRE OCCURS 30 TIMES.
               10 WS-INV-ARTICLE    PIC X(10).
               10 WS-INV-STOCK      PIC 9(05).
               10 WS-INV-DEPOT      PIC X(05).

       77  WS-IDX-INV           PIC 9(02) VALUE 1.
       77  WS-MAX-INV           PIC 9(02) VALUE 30.
       77  WS-NB-INV            PIC 9(02) VALUE 0.
       77  WS-FIN-INV           PIC X(01) VALUE "N".
       77  WS-INVENTAIRE-STATUS PIC X(02) VALUE SPACES.
       77  WS-INV-TROUVE        PIC 9(02) VALUE 0.
       77  WS-INV-MODIFIE       PIC X(01) VALUE "N".

      *Lots en memoire : une prise annulee retourne dans son lot.
       01  WS-TABLE-LOTS.
           05 WS-LOT OCCURS 100 TIMES.
               10 WS-LOT-ARTICLE    PIC X(10).
               10 WS-LOT-DEPOT      PIC X(05).
               10 WS-LOT-NUMERO     PIC X(10).
               10 WS-LOT-DLC        PIC 9(08).
               10 WS-LOT-QTE        PIC 9(05).

       77  WS-IDX-LOT           PIC 9(03) VALUE 1.
       77  WS-MAX-LOTS          PIC 9(03) VALUE 100.
       77  WS-NB-LOTS           PIC 9(03) VALUE 0.
       77  WS-FIN-LOTS          PIC X(01) VALUE "N".
       77  WS-LOTS-STATUS       PIC X(02) VALUE SPACES.
       77  WS-LOT-TROUVE        PIC 9(03) VALUE 0.
       77  WS-LOT-MODIFIE       PIC X(01) VALUE "N".

      *Reliquats en attente en memoire (quantite 0 = ferme).
       01  WS-TABLE-RELIQUATS.
           05 WS-RELIQUAT OCCURS 30 TIMES.
               10 WS-REL-NUMERO     PIC 9(04).
               10 WS-REL-CLIENT     PIC 9(02).
               10 WS-REL-ARTICLE    PIC X(10).
               10 WS-REL-QTE        PIC 9(04).

       77  WS-IDX-REL           PIC 9(02) VALUE 1.
       77  WS-MAX-REL           PIC 9(02) VALUE 30.
       77  WS-NB-REL            PIC 9(02) VALUE 0.
       77  WS-FIN-RELIQUATS     PIC X(01) VALUE "N".
       77  WS-RELIQUATS-STATUS  PIC X(02) VALUE SPACES.
       77  WS-REL-MODIFIE       PIC X(01) VALUE "N".

      *Reprise de l'argent : net des mouvements de solde portant
      *la reference de la commande.
       77  WS-MVT-SOLDES-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-MVT-SOLDES    PIC X(01) VALUE "N".
       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-CLIENT-OUVERT     PIC X(01) VALUE "N".
       77  WS-REF-CHERCHEE      PIC X(10) VALUE SPACES.
       77  WS-NET-COMMANDE      PIC S9(09)V99 VALUE 0.
       77  WS-ANNULATIONS-STATUS PIC X(02) VALUE SPACES.

      *Totaux par commande annulee et pour le rapport.
       77  WS-QTE-RENDUE        PIC 9(06) VALUE 0.
       77  WS-QTE-RELIQ-FERMEE  PIC 9(06) VALUE 0.
       77  WS-MONTANT-RENDU     PIC 9(09)V99 VALUE 0.
       77  WS-TOT-QTE-RENDUE    PIC 9(07) VALUE 0.
       77  WS-TOT-MONTANT-RENDU PIC 9(09)V99 VALUE 0.
       77  WS-QTE-ED            PIC ZZZZZ9.
       77  WS-MONTANT-ED        PIC ZZZZZZZ9.99.

      *Zone de travail pour l'appel du sous-programme MouvStock.
       01  WS-MV-ARTICLE        PIC X(10) VALUE SPACES.
       01  WS-MV-QTE            PIC S9(05) VALUE 0.
       01  WS-MV-TYPE           PIC X(10) VALUE "ANNULATION".
       01  WS-MV-SOURCE         PIC X(10) VALUE "statutcmd".
       01  WS-MV-REFERENCE      PIC X(10) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme MouvSolde.
       01  WS-MVS-CLIENT        PIC 9(04) VALUE 0.
       01  WS-MVS-MONTANT       PIC S9(09)V99 VALUE 0.
       01  WS-MVS-SOURCE        PIC X(10) VALUE "statutcmd".
       01  WS-MVS-REFERENCE     PIC X(10) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Sauvegarde.
       01  WS-SV-FICHIER        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           PERFORM 0300-MOUVEMENTS-START
           THRU    0300-MOUVEMENTS-END.

      *Les fichiers de la reprise des annulations sont charges
      *avant tout enregistrement : si l'un d'eux deborde sa table,
      *rien n'est ecrit et les mouvements pourront etre rejoues.
           IF WS-NB-ANN > 0
               PERFORM 0710-CHARGER-REPRISE-START
               THRU    0710-CHARGER-REPRISE-END
               IF WS-NB-TRONQUES > 0
                   DISPLAY "ERREUR : " WS-NB-TRONQUES " fichier(s)"
                           " de reprise trop long(s), traitement"
                           " refuse, aucun statut enregistre"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 0500-SAUVER-STATUTS-START
           THRU    0500-SAUVER-STATUTS-END.

           PERFORM 0700-REPRENDRE-ANNULEES-START
           THRU    0700-REPRENDRE-ANNULEES-END.

           PERFORM 0600-RAPPORT-OUVERTES-START
           THRU    0600-RAPPORT-OUVERTES-END.

               GO TO 0400-UN-MOUVEMENT-END
           END-IF.

      *Une commande deja annulee ne se reannule pas : sa reprise
      *a deja eu lieu.
           IF F-MVT-CODE = "X" AND WS-STA-CODE(WS-IDX-TROUVE) = "X"
               DISPLAY "MOUVEMENT REJETE : commande " F-MVT-NUMERO
                       " deja annulee"
               ADD 1 TO WS-NB-MVT-REJETES
               GO TO 0400-UN-MOUVEMENT-END
           END-IF.

           MOVE WS-STA-CODE(WS-IDX-TROUVE) TO WS-CODE-AVANT.
           MOVE F-MVT-CODE   TO WS-STA-CODE(WS-IDX-TROUVE).
           MOVE WS-DATE-JOUR TO WS-STA-DATE-STAT(WS-IDX-TROUVE).
           ADD 1 TO WS-NB-MOUVEMENTS.

      *Annulation d'une commande recue ou allouee : sa reprise
      *(stock, reliquat, debit) est notee pour la fin de passe.
      *Une commande deja expediee ou facturee revient par retours.
           IF F-MVT-CODE = "X"
               IF WS-CODE-AVANT = "R" OR WS-CODE-AVANT = "A"
                   IF WS-NB-ANN < WS-MAX-ANN
                       ADD 1 TO WS-NB-ANN
                       MOVE F-MVT-NUMERO TO WS-ANN-NUMERO(WS-NB-ANN)
                       MOVE WS-STA-CLIENT(WS-IDX-TROUVE)
                            TO WS-ANN-CLIENT(WS-NB-ANN)
                       MOVE WS-CODE-AVANT TO WS-ANN-ANCIEN(WS-NB-ANN)
                   ELSE
                       DISPLAY "ATTENTION : annulation de la commande "
                               F-MVT-NUMERO " non reprise,"
                               " WS-MAX-ANN depasse"
                   END-IF
               ELSE
                   DISPLAY "ATTENTION : commande " F-MVT-NUMERO
                           " annulee au statut " WS-CODE-AVANT
                           ", marchandise a reprendre par retours"
               END-IF
           END-IF.

           EXIT.
       0400-UN-MOUVEMENT-END.


           EXIT.
       0600-RAPPORT-OUVERTES-END.

      *Reprise des commandes annulees ce soir (stock, lots et
      *reliquats deja charges par 0710 avant l'enregistrement des
      *statuts, registre des allocations relu pour chacune) :
      *une reprise par
      *commande, puis reecriture des fichiers touches
      *(sauvegarde a generations d'abord) et rapport.
       0700-REPRENDRE-ANNULEES-START.

           IF WS-NB-ANN = 0
               GO TO 0700-REPRENDRE-ANNULEES-END
           END-IF.

           OPEN OUTPUT FICHIER-ANNULATIONS.
           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE SPACES TO F-ANNULATION.
           STRING "Annulations de commandes - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-ANNULATION.
           WRITE F-ANNULATION.

           OPEN I-O FICHIER-CLIENT.
           IF WS-CLIENT-STATUS = "00"
               MOVE "O" TO WS-CLIENT-OUVERT
           ELSE
               DISPLAY "ATTENTION : clients.dat inaccessible, statut "
                       WS-CLIENT-STATUS " - aucun recredit possible"
           END-IF.

           PERFORM 0720-UNE-REPRISE-START
           THRU    0720-UNE-REPRISE-END
               VARYING WS-IDX-ANN FROM 1 BY 1
               UNTIL WS-IDX-ANN > WS-NB-ANN.

           IF WS-CLIENT-OUVERT = "O"
               CLOSE FICHIER-CLIENT
           END-IF.

           MOVE WS-TOT-QTE-RENDUE    TO WS-QTE-ED.
           MOVE WS-TOT-MONTANT-RENDU TO WS-MONTANT-ED.
           MOVE SPACES TO F-ANNULATION.
           STRING "TOTAL " WS-NB-ANN " annulation(s) : "
                  WS-QTE-ED " unite(s) rendue(s) au stock, "
                  WS-MONTANT-ED " recredite(s)"
                  DELIMITED BY SIZE INTO F-ANNULATION.
           WRITE F-ANNULATION.
           CLOSE FICHIER-ANNULATIONS.

           PERFORM 0790-REECRIRE-REPRISE-START
           THRU    0790-REECRIRE-REPRISE-END.

           DISPLAY WS-NB-ANN " annulation(s) reprise(s), voir"
                   " annulations.txt".

           EXIT.
       0700-REPRENDRE-ANNULEES-END.

      *Le registre des allocations n'est pas charge : il grossit a
      *chaque passage de Commande, il est relu pour chaque
      *commande annulee (0720) puis reecrit en continu (0790).
       0710-CHARGER-REPRISE-START.

           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS = "00"
               PERFORM UNTIL WS-FIN-INV = "O"
                   READ FICHIER-INVENTAIRE
                       AT END
                           MOVE "O" TO WS-FIN-INV
                       NOT AT END
                           IF WS-NB-INV < WS-MAX-INV
                               ADD 1 TO WS-NB-INV
                               MOVE F-INV-ARTICLE TO
                                    WS-INV-ARTICLE(WS-NB-INV)
                               MOVE F-STOCK       TO
                                    WS-INV-STOCK(WS-NB-INV)
                               MOVE F-INV-DEPOT   TO
                                    WS-INV-DEPOT(WS-NB-INV)
                           ELSE
                               DISPLAY "ERREUR : plus de " WS-MAX-INV
                                       " lignes dans inventaire.txt"
                               ADD 1 TO WS-NB-TRONQUES
                               MOVE "O" TO WS-FIN-INV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-INVENTAIRE
           END-IF.

           OPEN INPUT FICHIER-LOTS.
           IF WS-LOTS-STATUS = "00"
               PERFORM UNTIL WS-FIN-LOTS = "O"
                   READ FICHIER-LOTS
                       AT END
                           MOVE "O" TO WS-FIN-LOTS
                       NOT AT END
                           IF WS-NB-LOTS < WS-MAX-LOTS
                               ADD 1 TO WS-NB-LOTS
                               MOVE F-LOT-ARTICLE TO
                                    WS-LOT-ARTICLE(WS-NB-LOTS)
                               MOVE F-LOT-DEPOT   TO
                                    WS-LOT-DEPOT(WS-NB-LOTS)
                               MOVE F-LOT-NUMERO  TO
                                    WS-LOT-NUMERO(WS-NB-LOTS)
                               MOVE F-LOT-DLC     TO
                                    WS-LOT-DLC(WS-NB-LOTS)
                               MOVE F-LOT-QTE     TO
                                    WS-LOT-QTE(WS-NB-LOTS)
                           ELSE
                               DISPLAY "ERREUR : plus de " WS-MAX-LOTS
                                       " lignes dans lots.txt"
                               ADD 1 TO WS-NB-TRONQUES
                               MOVE "O" TO WS-FIN-LOTS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-LOTS.

           OPEN INPUT FICHIER-RELIQUATS.
           IF WS-RELIQUATS-STATUS = "00"
               PERFORM UNTIL WS-FIN-RELIQUATS = "O"
                   READ FICHIER-RELIQUATS
                       AT END
                           MOVE "O" TO WS-FIN-RELIQUATS
                       NOT AT END
                           IF WS-NB-REL < WS-MAX-REL
                               ADD 1 TO WS-NB-REL
                               MOVE F-REL-NUMERO  TO
                                    WS-REL-NUMERO(WS-NB-REL)
                               MOVE F-REL-CLIENT  TO
                                    WS-REL-CLIENT(WS-NB-REL)
                               MOVE F-REL-ARTICLE TO
                                    WS-REL-ARTICLE(WS-NB-REL)
                               MOVE F-REL-QTE     TO
                                    WS-REL-QTE(WS-NB-REL)
                           ELSE
                               DISPLAY "ERREUR : plus de " WS-MAX-REL
                                       " lignes dans reliquats.txt"
                               ADD 1 TO WS-NB-TRONQUES
                               MOVE "O" TO WS-FIN-RELIQUATS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-RELIQUATS.

           EXIT.
       0710-CHARGER-REPRISE-END.

      *Reprise d'une commande annulee : chaque prise encore active
      *au registre retourne dans son depot, le reliquat se ferme,
      *le debit net de la commande est recredite.
       0720-UNE-REPRISE-START.

           MOVE 0 TO WS-QTE-RENDUE.
           MOVE 0 TO WS-QTE-RELIQ-FERMEE.
           MOVE 0 TO WS-MONTANT-RENDU.

           MOVE SPACES TO F-ANNULATION.
           STRING "Commande " WS-ANN-NUMERO(WS-IDX-ANN)
                  " client " WS-ANN-CLIENT(WS-IDX-ANN)
                  " annulee depuis le statut "
                  WS-ANN-ANCIEN(WS-IDX-ANN)
                  DELIMITED BY SIZE INTO F-ANNULATION.
           WRITE F-ANNULATION.

           MOVE 0   TO WS-RANG-RA.
           MOVE "N" TO WS-FIN-REG-ALLOC.
           OPEN INPUT FICHIER-REG-ALLOC.
           IF WS-REG-ALLOC-STATUS = "00"
               PERFORM UNTIL WS-FIN-REG-ALLOC = "O"
                   READ FICHIER-REG-ALLOC
                       AT END
                           MOVE "O" TO WS-FIN-REG-ALLOC
                       NOT AT END
                           ADD 1 TO WS-RANG-RA
                           IF F-RA-NUMERO = WS-ANN-NUMERO(WS-IDX-ANN)
                              AND F-RA-ETAT = "A"
                               PERFORM 0730-RENDRE-PRISE-START
                               THRU    0730-RENDRE-PRISE-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REG-ALLOC.

           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                   UNTIL WS-IDX-REL > WS-NB-REL
               IF WS-REL-NUMERO(WS-IDX-REL) =
                                 WS-ANN-NUMERO(WS-IDX-ANN) AND
                  WS-REL-QTE(WS-IDX-REL) > 0
                   ADD WS-REL-QTE(WS-IDX-REL) TO WS-QTE-RELIQ-FERMEE
                   MOVE WS-REL-QTE(WS-IDX-REL) TO WS-QTE-ED
                   MOVE SPACES TO F-ANNULATION
                   STRING "  reliquat ferme : article "
                          WS-REL-ARTICLE(WS-IDX-REL)
                          " qte " WS-QTE-ED
                          DELIMITED BY SIZE INTO F-ANNULATION
                   WRITE F-ANNULATION
                   MOVE 0   TO WS-REL-QTE(WS-IDX-REL)
                   MOVE "O" TO WS-REL-MODIFIE
               END-IF
           END-PERFORM.

           PERFORM 0740-RECREDITER-START
           THRU    0740-RECREDITER-END.

           ADD WS-QTE-RENDUE    TO WS-TOT-QTE-RENDUE.
           ADD WS-MONTANT-RENDU TO WS-TOT-MONTANT-RENDU.

           EXIT.
       0720-UNE-REPRISE-END.

      *La prise du registre posee dans F-REG-ALLOC retourne dans
      *son depot (ligne recreee si le couple article/depot a
      *disparu de l'inventaire) et dans son lot, puis passe a
      *l'etat X (son rang est note pour la reecriture). Un lot
      *disparu de lots.txt laisse la quantite en stock sans lot.
       0730-RENDRE-PRISE-START.

           IF WS-NB-REN >= WS-MAX-REN
               DISPLAY "ATTENTION : plus de " WS-MAX-REN " prises"
                       " rendues ce soir, article " F-RA-ARTICLE
                       " commande " F-RA-NUMERO " non recredite"
               GO TO 0730-RENDRE-PRISE-END
           END-IF.

           MOVE 0 TO WS-INV-TROUVE.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
               IF WS-INV-ARTICLE(WS-IDX-INV) = F-RA-ARTICLE AND
                  WS-INV-DEPOT(WS-IDX-INV) = F-RA-DEPOT
                   MOVE WS-IDX-INV TO WS-INV-TROUVE
               END-IF
           END-PERFORM.

      *Un article dont le stock n'est pas suivi (depot a blanc)
      *n'a rien a retrouver en rayon.
           IF F-RA-DEPOT = SPACES
               GO TO 0735-MARQUER
           END-IF.

           IF WS-INV-TROUVE = 0
               IF WS-NB-INV < WS-MAX-INV
                   ADD 1 TO WS-NB-INV
                   MOVE WS-NB-INV    TO WS-INV-TROUVE
                   MOVE F-RA-ARTICLE TO WS-INV-ARTICLE(WS-INV-TROUVE)
                   MOVE 0            TO WS-INV-STOCK(WS-INV-TROUVE)
                   MOVE F-RA-DEPOT   TO WS-INV-DEPOT(WS-INV-TROUVE)
               ELSE
                   DISPLAY "ATTENTION : article " F-RA-ARTICLE
                           " depot " F-RA-DEPOT
                           " non recredite, WS-MAX-INV depasse"
                   GO TO 0730-RENDRE-PRISE-END
               END-IF
           END-IF.

           ADD F-RA-QTE TO WS-INV-STOCK(WS-INV-TROUVE).
           MOVE "O" TO WS-INV-MODIFIE.
           ADD F-RA-QTE TO WS-QTE-RENDUE.

           IF F-RA-LOT NOT = SPACES
               MOVE 0 TO WS-LOT-TROUVE
               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-NB-LOTS
                   IF WS-LOT-ARTICLE(WS-IDX-LOT) = F-RA-ARTICLE AND
                      WS-LOT-DEPOT(WS-IDX-LOT) = F-RA-DEPOT AND
                      WS-LOT-NUMERO(WS-IDX-LOT) = F-RA-LOT
                       MOVE WS-IDX-LOT TO WS-LOT-TROUVE
                   END-IF
               END-PERFORM
               IF WS-LOT-TROUVE = 0
                   DISPLAY "ATTENTION : lot " F-RA-LOT " article "
                           F-RA-ARTICLE " absent de lots.txt,"
                           " quantite rendue sans lot"
               ELSE
                   ADD F-RA-QTE TO WS-LOT-QTE(WS-LOT-TROUVE)
                   MOVE "O" TO WS-LOT-MODIFIE
               END-IF
           END-IF.

           MOVE F-RA-ARTICLE TO WS-MV-ARTICLE.
           MOVE F-RA-QTE     TO WS-MV-QTE.
           MOVE F-RA-NUMERO  TO WS-MV-REFERENCE.
           CALL "MouvStock" USING WS-MV-ARTICLE WS-MV-QTE
                                  WS-MV-TYPE WS-MV-SOURCE
                                  WS-MV-REFERENCE.

           MOVE F-RA-QTE TO WS-QTE-ED.
           MOVE SPACES TO F-ANNULATION.
           STRING "  stock rendu : article " F-RA-ARTICLE
                  " depot " F-RA-DEPOT " qte " WS-QTE-ED
                  " lot " F-RA-LOT
                  DELIMITED BY SIZE INTO F-ANNULATION.
           WRITE F-ANNULATION.

       0735-MARQUER.

           ADD 1 TO WS-NB-REN.
           MOVE WS-RANG-RA TO WS-REN-RANG(WS-NB-REN).
           MOVE "O" TO WS-REG-MODIFIE.

           EXIT.
       0730-RENDRE-PRISE-END.

      *Le debit de la commande est le net des mouvements de solde
      *portant son numero en reference, passes par Commande ou par
      *un recredit precedent (retours reference ses avoirs par
      *l'article, qui peut ressembler a un numero de commande) :
      *s'il reste un debit, il est recredite sur la fiche et
      *journalise par MouvSolde.
       0740-RECREDITER-START.

           MOVE SPACES TO WS-REF-CHERCHEE.
           MOVE WS-ANN-NUMERO(WS-IDX-ANN) TO WS-REF-CHERCHEE.
           MOVE 0   TO WS-NET-COMMANDE.
           MOVE "N" TO WS-FIN-MVT-SOLDES.

           OPEN INPUT FICHIER-MVT-SOLDES.
           IF WS-MVT-SOLDES-STATUS = "00"
               PERFORM UNTIL WS-FIN-MVT-SOLDES = "O"
                   READ FICHIER-MVT-SOLDES
                       AT END
                           MOVE "O" TO WS-FIN-MVT-SOLDES
                       NOT AT END
                           IF F-MVS-REFERENCE = WS-REF-CHERCHEE AND
                              F-MVS-CLIENT = WS-ANN-CLIENT(WS-IDX-ANN)
                              AND (F-MVS-SOURCE = "Commande" OR
                                   F-MVS-SOURCE = "statutcmd")
                               ADD F-MVS-MONTANT TO WS-NET-COMMANDE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-MVT-SOLDES.

           IF WS-NET-COMMANDE NOT < 0
               MOVE SPACES TO F-ANNULATION
               STRING "  aucun debit a recrediter"
                      DELIMITED BY SIZE INTO F-ANNULATION
               WRITE F-ANNULATION
               GO TO 0740-RECREDITER-END
           END-IF.

           IF WS-CLIENT-OUVERT = "N"
               GO TO 0740-RECREDITER-END
           END-IF.

           MOVE WS-ANN-CLIENT(WS-IDX-ANN) TO CLIENT-ID.
           READ FICHIER-CLIENT
               INVALID KEY
                   DISPLAY "ATTENTION : client "
                           WS-ANN-CLIENT(WS-IDX-ANN)
                           " introuvable, commande "
                           WS-ANN-NUMERO(WS-IDX-ANN)
                           " non recreditee"
                   GO TO 0740-RECREDITER-END
           END-READ.

           COMPUTE WS-MONTANT-RENDU = 0 - WS-NET-COMMANDE.
           ADD WS-MONTANT-RENDU TO CLIENT-SOLDE.
           REWRITE CLIENT-RECORD.
           IF WS-CLIENT-STATUS NOT = "00"
               DISPLAY "ATTENTION : REWRITE de la fiche client "
                       CLIENT-ID " en echec, statut "
                       WS-CLIENT-STATUS
               MOVE 0 TO WS-MONTANT-RENDU
               GO TO 0740-RECREDITER-END
           END-IF.

           MOVE WS-ANN-CLIENT(WS-IDX-ANN) TO WS-MVS-CLIENT.
           MOVE WS-MONTANT-RENDU          TO WS-MVS-MONTANT.
           MOVE WS-REF-CHERCHEE           TO WS-MVS-REFERENCE.
           CALL "MouvSolde" USING WS-MVS-CLIENT WS-MVS-MONTANT
                                  WS-MVS-SOURCE WS-MVS-REFERENCE.

           MOVE WS-MONTANT-RENDU TO WS-MONTANT-ED.
           MOVE SPACES TO F-ANNULATION.
           STRING "  solde recredite de " WS-MONTANT-ED
                  DELIMITED BY SIZE INTO F-ANNULATION.
           WRITE F-ANNULATION.

           EXIT.
       0740-RECREDITER-END.

      *Reecriture des fichiers reellement touches, chacun apres sa
      *sauvegarde a generations.
       0790-REECRIRE-REPRISE-START.

           IF WS-INV-MODIFIE = "O"
               MOVE "inventaire.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               OPEN OUTPUT FICHIER-INVENTAIRE
               PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                       UNTIL WS-IDX-INV > WS-NB-INV
                   MOVE SPACES                     TO F-INVENTAIRE
                   MOVE WS-INV-ARTICLE(WS-IDX-INV) TO F-INV-ARTICLE
                   MOVE WS-INV-STOCK(WS-IDX-INV)   TO F-STOCK
                   MOVE WS-INV-DEPOT(WS-IDX-INV)   TO F-INV-DEPOT
                   WRITE F-INVENTAIRE
               END-PERFORM
               CLOSE FICHIER-INVENTAIRE
           END-IF.

           IF WS-LOT-MODIFIE = "O"
               MOVE "lots.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               OPEN OUTPUT FICHIER-LOTS
               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-NB-LOTS
                   MOVE SPACES                     TO F-LOT
                   MOVE WS-LOT-ARTICLE(WS-IDX-LOT) TO F-LOT-ARTICLE
                   MOVE WS-LOT-DEPOT(WS-IDX-LOT)   TO F-LOT-DEPOT
                   MOVE WS-LOT-NUMERO(WS-IDX-LOT)  TO F-LOT-NUMERO
                   MOVE WS-LOT-DLC(WS-IDX-LOT)     TO F-LOT-DLC
                   MOVE WS-LOT-QTE(WS-IDX-LOT)     TO F-LOT-QTE
                   WRITE F-LOT
               END-PERFORM
               CLOSE FICHIER-LOTS
           END-IF.

           IF WS-REL-MODIFIE = "O"
               MOVE "reliquats.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               OPEN OUTPUT FICHIER-RELIQUATS
               PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                       UNTIL WS-IDX-REL > WS-NB-REL
                   IF WS-REL-QTE(WS-IDX-REL) > 0
                       MOVE SPACES                     TO F-RELIQUAT
                       MOVE WS-REL-NUMERO(WS-IDX-REL)  TO F-REL-NUMERO
                       MOVE WS-REL-CLIENT(WS-IDX-REL)  TO F-REL-CLIENT
                       MOVE WS-REL-ARTICLE(WS-IDX-REL) TO
                            F-REL-ARTICLE
                       MOVE WS-REL-QTE(WS-IDX-REL)     TO F-REL-QTE
                       WRITE F-RELIQUAT
                   END-IF
               END-PERFORM
               CLOSE FICHIER-RELIQUATS
           END-IF.

           IF WS-REG-MODIFIE = "O"
               MOVE "registre-allocations.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               PERFORM 0795-REECRIRE-REGISTRE-START
               THRU    0795-REECRIRE-REGISTRE-END
           END-IF.

           EXIT.
       0790-REECRIRE-REPRISE-END.

      *Le registre passe ligne a ligne dans la copie de travail,
      *les prises rendues ce soir (retrouvees par leur rang) a
      *l'etat X, puis la copie revient sur le registre.
       0795-REECRIRE-REGISTRE-START.

           MOVE 0   TO WS-RANG-RA.
           MOVE "N" TO WS-FIN-REG-ALLOC.
           OPEN INPUT  FICHIER-REG-ALLOC.
           OPEN OUTPUT FICHIER-REG-TRAVAIL.
           IF WS-REG-TRAVAIL-STATUS NOT = "00"
               DISPLAY "ATTENTION : registre-allocations.tmp en"
                       " echec, statut " WS-REG-TRAVAIL-STATUS
                       ", registre non mis a jour"
               CLOSE FICHIER-REG-ALLOC
               GO TO 0795-REECRIRE-REGISTRE-END
           END-IF.
           PERFORM UNTIL WS-FIN-REG-ALLOC = "O"
               READ FICHIER-REG-ALLOC
                   AT END
                       MOVE "O" TO WS-FIN-REG-ALLOC
                   NOT AT END
                       ADD 1 TO WS-RANG-RA
                       MOVE "N" TO WS-RA-RENDUE
                       PERFORM VARYING WS-IDX-REN FROM 1 BY 1
                               UNTIL WS-IDX-REN > WS-NB-REN
                           IF WS-REN-RANG(WS-IDX-REN) = WS-RANG-RA
                               MOVE "O" TO WS-RA-RENDUE
                           END-IF
                       END-PERFORM
                       IF WS-RA-RENDUE = "O"
                           MOVE "X" TO F-RA-ETAT
                       END-IF
                       WRITE F-REG-TRAVAIL FROM F-REG-ALLOC
               END-READ
           END-PERFORM.
           CLOSE FICHIER-REG-ALLOC.
           CLOSE FICHIER-REG-TRAVAIL.

           MOVE "N" TO WS-FIN-REG-TRAVAIL.
           OPEN INPUT  FICHIER-REG-TRAVAIL.
           OPEN OUTPUT FICHIER-REG-ALLOC.
           PERFORM UNTIL WS-FIN-REG-TRAVAIL = "O"
               READ FICHIER-REG-TRAVAIL
                   AT END
                       MOVE "O" TO WS-FIN-REG-TRAVAIL
                   NOT AT END
                       WRITE F-REG-ALLOC FROM F-REG-TRAVAIL
               END-READ
           END-PERFORM.
           CLOSE FICHIER-REG-TRAVAIL.
           CLOSE FICHIER-REG-ALLOC.

           EXIT.
       0795-REECRIRE-REGISTRE-END.
