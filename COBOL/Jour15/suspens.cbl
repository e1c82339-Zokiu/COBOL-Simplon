       IDENTIFICATION DIVISION.
       PROGRAM-ID. suspens.
       AUTHOR.    Terry.

      *Traitement des commandes suspendues par Commande faute de
      *solde (commandes-suspendues.txt), par le controle de
      *credit :
      *  - une suspension plus vieille que le delai de
      *    param-suspens.txt (une ligne, le nombre de jours ; a
      *    defaut trente) est annulee d'office ;
      *  - l'operateur libere ensuite une commande, qui repart
      *    dans num-commandes.txt sous son numero et sa date
      *    d'origine et passe a l'allocation de la nuit suivante,
      *    ou l'annule en donnant le motif.
      *Toute annulation part chez le client dans une lettre tiree
      *du modele modele-annulation.txt, dans l'esprit de lettres
      *et de relance (balises <NOM>, <NUMERO>, <DATE>, <MONTANT>,
      *<MOTIF>), ecrite dans annulation-NNNN.txt. Les decisions
      *sont portees dans la file elle-meme, reecrite a la fin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre des clients indexe sur CLIENT-ID depuis la
      *migration migidx : lecture sequentielle en ordre de cle.
       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

      *File tenue par Commande. OPTIONAL : aucun refus encore.
       SELECT OPTIONAL FICHIER-SUSPENDUES ASSIGN TO
           "commandes-suspendues.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENDUES-STATUS.

       SELECT OPTIONAL FICHIER-PARAM ASSIGN TO "param-suspens.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

      *OPTIONAL : au tout premier lancement le fichier des commandes
      *n'existe pas encore, l'ouverture en ajout doit le creer.
       SELECT OPTIONAL FICHIER-COMMANDE ASSIGN TO "num-commandes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMMANDE-STATUS.

       SELECT FICHIER-MODELE ASSIGN TO "modele-annulation.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MODELE-STATUS.

      *Une lettre par commande annulee : le nom du fichier est
      *construit a partir du numero de commande.
       SELECT FICHIER-LETTRE ASSIGN TO DYNAMIC WS-NOM-LETTRE
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande, VIP et Sales.
           COPY "Client.cpy".

      *Meme decoupage que le FD FICHIER-SUSPENDUES de Commande.
       FD FICHIER-SUSPENDUES.
       01  F-SUSPENDUE.
           05 F-SU-NUMERO       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-SU-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-SU-CLIENT       PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-SU-ARTICLE      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-SU-QUANTITE     PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-SU-MONTANT      PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-SU-SOLDE        PIC 9(06)V99.
           05 FILLER            PIC X(01).
           05 F-SU-SUSPENSION   PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-SU-STATUT       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-SU-DECISION     PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-SU-MOTIF        PIC X(30).

       FD FICHIER-PARAM.
       01  F-PARAM              PIC X(20).

      *Meme decoupage que le FD FICHIER-COMMANDE de saisie.
       FD FICHIER-COMMANDE.
       01  F-COMMANDE.
           05 F-CMD-NUMERO     PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-CMD-DATE       PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-COMMANDE-ID    PIC 9(02).
           05 FILLER           PIC X(01).
           05 F-ARTICLE-CMD    PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-QUANTITE       PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-CMD-PROMESSE   PIC 9(08).

       FD FICHIER-MODELE.
       01  F-MODELE             PIC X(80).

       FD FICHIER-LETTRE.
       01  F-LETTRE             PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-SUSPENDUES-STATUS PIC X(02) VALUE SPACES.
       77  WS-PARAM-STATUS      PIC X(02) VALUE SPACES.
       77  WS-COMMANDE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-MODELE-STATUS     PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

      *Fiches clients chargees pour le nom et le bloc adresse.
       01  WS-CLIENT-TABLE.
           05 WS-CLIENT OCCURS 100 TIMES.
             10 WS-CLIENT-ID   PIC 9(08).
             10 WS-NOM         PIC X(15).
             10 WS-PRENOM      PIC X(08).
             10 WS-ADRESSE     PIC X(30).
             10 WS-CP          PIC X(05).
             10 WS-VILLE       PIC X(20).

       77  WS-INDEX-CLIENT     PIC 9(03) VALUE 1.
       77  WS-MAX-CLIENT       PIC 9(03) VALUE 100.
       77  WS-FIN-F-CLIENT     PIC X     VALUE "N".
       77  WS-CLIENT-COUNT     PIC 9(03) VALUE 0.
       77  WS-CLIENT-TROUVE    PIC 9(03) VALUE 0.

      *La file des suspensions en memoire, decisions comprises.
       01  WS-TABLE-SUSPENDUES.
           05 WS-SU OCCURS 200 TIMES.
               10 WS-SU-NUMERO      PIC 9(04).
               10 WS-SU-DATE        PIC 9(08).
               10 WS-SU-CLIENT      PIC 9(02).
               10 WS-SU-ARTICLE     PIC 9(03).
               10 WS-SU-QUANTITE    PIC 9(04).
               10 WS-SU-MONTANT     PIC 9(07)V99.
               10 WS-SU-SOLDE       PIC 9(06)V99.
               10 WS-SU-SUSPENSION  PIC 9(08).
               10 WS-SU-STATUT      PIC X(01).
               10 WS-SU-DECISION    PIC 9(08).
               10 WS-SU-MOTIF       PIC X(30).

       77  WS-IDX-SU            PIC 9(03) VALUE 1.
       77  WS-MAX-SU            PIC 9(03) VALUE 200.
       77  WS-NB-SU             PIC 9(03) VALUE 0.
      *Parcours des suspensions perimees, distinct de WS-IDX-SU
      *que l'annulation reprend pour toute la commande.
       77  WS-IDX-PERIME        PIC 9(03) VALUE 1.

      *Lignes du modele de lettre.
       01  WS-TABLE-MODELE.
           05 WS-MODELE-LIGNE OCCURS 30 TIMES PIC X(80).

       77  WS-IDX-MODELE        PIC 9(02) VALUE 1.
       77  WS-MAX-MODELE        PIC 9(02) VALUE 30.
       77  WS-NB-MODELE         PIC 9(02) VALUE 0.

      *Delai de suspension avant annulation d'office, en jours.
       77  WS-DELAI             PIC 9(03) VALUE 30.
       77  WS-DATE-LIMITE       PIC 9(08) VALUE 0.

      *Decision de l'operateur.
       77  WS-SAISIE-NUMERO     PIC 9(04) VALUE 0.
       77  WS-SAISIE-ACTION     PIC X(01) VALUE SPACE.
       77  WS-SAISIE-MOTIF      PIC X(30) VALUE SPACES.
       77  WS-CONTINUER         PIC X(01) VALUE "O".
       77  WS-NB-TROUVEES       PIC 9(03) VALUE 0.

      *Commande en cours d'annulation : ses lignes suspendues
      *sont cumulees sur une seule lettre.
       77  WS-NUMERO-COURANT    PIC 9(04) VALUE 0.
       77  WS-MOTIF-COURANT     PIC X(30) VALUE SPACES.
       77  WS-MONTANT-COMMANDE  PIC 9(08)V99 VALUE 0.
       77  WS-IDX-PREMIERE      PIC 9(03) VALUE 0.

      *Compteurs de l'execution.
       77  WS-NB-LIBEREES       PIC 9(03) VALUE 0.
       77  WS-NB-ANNULEES       PIC 9(03) VALUE 0.
       77  WS-NB-AUTO           PIC 9(03) VALUE 0.
       77  WS-NB-LETTRES        PIC 9(03) VALUE 0.
       77  WS-NB-EN-ATTENTE     PIC 9(03) VALUE 0.

       77  WS-NOM-LETTRE        PIC X(40) VALUE SPACES.

      *Ligne en cours de personnalisation et ses deux morceaux de
      *part et d'autre d'une balise (meme mecanique que lettres).
       77  WS-LIGNE             PIC X(100) VALUE SPACES.
       77  WS-PART-AVANT        PIC X(100) VALUE SPACES.
       77  WS-PART-APRES        PIC X(100) VALUE SPACES.
       77  WS-LONG-AVANT        PIC 9(03) VALUE 0.
       77  WS-NB-BALISES        PIC 9(02) VALUE 0.
       77  WS-VALEUR            PIC X(41) VALUE SPACES.
       77  WS-BALISE            PIC X(10) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme TestString,
      *qui assemble le prénom et le nom du client.
       01  WS-PRENOM-BUF       PIC X(20).
       01  WS-NOM-BUF          PIC X(20).
       01  WS-NOM-COMPLET      PIC X(41).

       77  WS-MONTANT-ED       PIC ZZZZZZ9.99.
       77  WS-DATE-ED          PIC X(10) VALUE SPACES.

      *Date du jour AAAAMMJJ.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc,
      *qui recule du delai de suspension.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "suspens".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           PERFORM 0050-PARAM-START
           THRU    0050-PARAM-END.

           PERFORM 0100-READ-CLIENT-START
           THRU    0100-READ-CLIENT-END.

           PERFORM 0150-CHARGER-SUSPENDUES-START
           THRU    0150-CHARGER-SUSPENDUES-END.

           PERFORM 0170-CHARGER-MODELE-START
           THRU    0170-CHARGER-MODELE-END.

           PERFORM 0200-ANNULER-PERIMEES-START
           THRU    0200-ANNULER-PERIMEES-END.

           PERFORM 0300-DECISIONS-START
           THRU    0300-DECISIONS-END.

           IF WS-NB-LIBEREES > 0 OR WS-NB-ANNULEES > 0
               PERFORM 0700-REECRIRE-START
               THRU    0700-REECRIRE-END
           END-IF.

           DISPLAY "Commandes suspendues : " WS-NB-LIBEREES
                   " ligne(s) liberee(s), " WS-NB-ANNULEES
                   " annulee(s) dont " WS-NB-AUTO " d'office, "
                   WS-NB-LETTRES " lettre(s)".

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-SU       TO WS-JRN-LUS.
           COMPUTE WS-JRN-ECRITS = WS-NB-LIBEREES + WS-NB-LETTRES.
           MOVE WS-NB-ANNULEES TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Delai en jours lu dans param-suspens.txt, trente a defaut ;
      *une suspension anterieure a la date limite est perimee.
       0050-PARAM-START.

           OPEN INPUT FICHIER-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ FICHIER-PARAM
                   NOT AT END
                       IF FUNCTION TRIM(F-PARAM) IS NUMERIC
                           COMPUTE WS-DELAI =
                                   FUNCTION NUMVAL(F-PARAM)
                       ELSE
                           DISPLAY "ATTENTION : delai illisible"
                                   " dans param-suspens.txt,"
                                   " trente jours retenus"
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHIER-PARAM.

           MOVE "A"          TO WS-DC-FONCTION.
           MOVE WS-DATE-JOUR TO WS-DC-DATE-1.
           COMPUTE WS-DC-NOMBRE = 0 - WS-DELAI.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           MOVE WS-DC-DATE-2 TO WS-DATE-LIMITE.

           EXIT.
       0050-PARAM-END.

       0100-READ-CLIENT-START.

           OPEN INPUT FICHIER-CLIENT.

           PERFORM UNTIL WS-FIN-F-CLIENT = "Y"

            READ FICHIER-CLIENT
               AT END
                   MOVE "Y" TO WS-FIN-F-CLIENT
               NOT AT END
                   IF WS-INDEX-CLIENT <= WS-MAX-CLIENT
                      MOVE CLIENT-ID     TO
                                      WS-CLIENT-ID(WS-INDEX-CLIENT)
                      MOVE CLIENT-NOM    TO
                                      WS-NOM(WS-INDEX-CLIENT)
                      MOVE CLIENT-PRENOM TO
                                      WS-PRENOM(WS-INDEX-CLIENT)
                      MOVE CLIENT-ADRESSE TO
                                      WS-ADRESSE(WS-INDEX-CLIENT)
                      MOVE CLIENT-CP     TO
                                      WS-CP(WS-INDEX-CLIENT)
                      MOVE CLIENT-VILLE  TO
                                      WS-VILLE(WS-INDEX-CLIENT)
                      ADD 1 TO WS-INDEX-CLIENT
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENT.

           COMPUTE WS-CLIENT-COUNT = WS-INDEX-CLIENT - 1.

           EXIT.
       0100-READ-CLIENT-END.

       0150-CHARGER-SUSPENDUES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-SUSPENDUES.

      *Statut 05 : fichier optionnel absent, rien en attente.
           IF WS-SUSPENDUES-STATUS = "00" OR
              WS-SUSPENDUES-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-SUSPENDUES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-SU < WS-MAX-SU
                               ADD 1 TO WS-NB-SU
                               PERFORM 0160-RANGER-START
                               THRU    0160-RANGER-END
                           ELSE
                               DISPLAY "ERREUR : plus de " WS-MAX-SU
                                       " lignes dans"
                                       " commandes-suspendues.txt"
                               CLOSE FICHIER-SUSPENDUES
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SUSPENDUES
           END-IF.

           EXIT.
       0150-CHARGER-SUSPENDUES-END.

       0160-RANGER-START.

           MOVE F-SU-NUMERO     TO WS-SU-NUMERO(WS-NB-SU).
           MOVE F-SU-DATE       TO WS-SU-DATE(WS-NB-SU).
           MOVE F-SU-CLIENT     TO WS-SU-CLIENT(WS-NB-SU).
           MOVE F-SU-ARTICLE    TO WS-SU-ARTICLE(WS-NB-SU).
           MOVE F-SU-QUANTITE   TO WS-SU-QUANTITE(WS-NB-SU).
           MOVE F-SU-MONTANT    TO WS-SU-MONTANT(WS-NB-SU).
           MOVE F-SU-SOLDE      TO WS-SU-SOLDE(WS-NB-SU).
           MOVE F-SU-SUSPENSION TO WS-SU-SUSPENSION(WS-NB-SU).
           MOVE F-SU-STATUT     TO WS-SU-STATUT(WS-NB-SU).
           MOVE F-SU-DECISION   TO WS-SU-DECISION(WS-NB-SU).
           MOVE F-SU-MOTIF      TO WS-SU-MOTIF(WS-NB-SU).

           EXIT.
       0160-RANGER-END.

      *Sans modele, les annulations restent possibles mais aucune
      *lettre ne part : l'operateur est prevenu.
       0170-CHARGER-MODELE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-MODELE.

           IF WS-MODELE-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-MODELE
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-MODELE < WS-MAX-MODELE
                               ADD 1 TO WS-NB-MODELE
                               MOVE F-MODELE TO
                                    WS-MODELE-LIGNE(WS-NB-MODELE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MODELE
           ELSE
               DISPLAY "ATTENTION : modele-annulation.txt absent,"
                       " aucune lettre d'annulation"
           END-IF.

           EXIT.
       0170-CHARGER-MODELE-END.

      *Annulation d'office des suspensions anterieures a la date
      *limite, commande par commande.
       0200-ANNULER-PERIMEES-START.

           MOVE "Delai de suspension depasse" TO WS-MOTIF-COURANT.

           PERFORM VARYING WS-IDX-PERIME FROM 1 BY 1
                   UNTIL WS-IDX-PERIME > WS-NB-SU
               IF WS-SU-STATUT(WS-IDX-PERIME) = "S" AND
                  WS-SU-SUSPENSION(WS-IDX-PERIME) < WS-DATE-LIMITE
                   MOVE WS-SU-NUMERO(WS-IDX-PERIME)
                        TO WS-NUMERO-COURANT
                   PERFORM 0500-ANNULER-START
                   THRU    0500-ANNULER-END
                   ADD WS-NB-TROUVEES TO WS-NB-AUTO
               END-IF
           END-PERFORM.

           EXIT.
       0200-ANNULER-PERIMEES-END.

      *Boucle de decision : la liste des commandes en attente est
      *affichee, l'operateur en choisit une (0 pour finir) et la
      *libere (L) ou l'annule (A).
       0300-DECISIONS-START.

           PERFORM UNTIL WS-CONTINUER = "N"

               MOVE 0 TO WS-NB-EN-ATTENTE
               PERFORM VARYING WS-IDX-SU FROM 1 BY 1
                       UNTIL WS-IDX-SU > WS-NB-SU
                   IF WS-SU-STATUT(WS-IDX-SU) = "S"
                       ADD 1 TO WS-NB-EN-ATTENTE
                       MOVE WS-SU-MONTANT(WS-IDX-SU) TO WS-MONTANT-ED
                       DISPLAY "Commande " WS-SU-NUMERO(WS-IDX-SU)
                               " du " WS-SU-DATE(WS-IDX-SU)
                               " client " WS-SU-CLIENT(WS-IDX-SU)
                               " article " WS-SU-ARTICLE(WS-IDX-SU)
                               " qte " WS-SU-QUANTITE(WS-IDX-SU)
                               " montant " WS-MONTANT-ED
                               " suspendue le "
                               WS-SU-SUSPENSION(WS-IDX-SU)
                   END-IF
               END-PERFORM

               IF WS-NB-EN-ATTENTE = 0
                   DISPLAY "Aucune commande en attente"
                   MOVE "N" TO WS-CONTINUER
               ELSE
                   DISPLAY "Numero de commande (0 = fin) :"
                   ACCEPT WS-SAISIE-NUMERO
                   IF WS-SAISIE-NUMERO = 0
                       MOVE "N" TO WS-CONTINUER
                   ELSE
                       PERFORM 0350-UNE-DECISION-START
                       THRU    0350-UNE-DECISION-END
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0300-DECISIONS-END.

       0350-UNE-DECISION-START.

           MOVE 0 TO WS-NB-TROUVEES.
           PERFORM VARYING WS-IDX-SU FROM 1 BY 1
                   UNTIL WS-IDX-SU > WS-NB-SU
               IF WS-SU-STATUT(WS-IDX-SU) = "S" AND
                  WS-SU-NUMERO(WS-IDX-SU) = WS-SAISIE-NUMERO
                   ADD 1 TO WS-NB-TROUVEES
               END-IF
           END-PERFORM.

           IF WS-NB-TROUVEES = 0
               DISPLAY "REFUSE : commande " WS-SAISIE-NUMERO
                       " absente de la file d'attente"
               GO TO 0350-UNE-DECISION-END
           END-IF.

           DISPLAY "Liberer (L) ou annuler (A) la commande "
                   WS-SAISIE-NUMERO " :".
           ACCEPT WS-SAISIE-ACTION.

           EVALUATE WS-SAISIE-ACTION
               WHEN "L"
               WHEN "l"
                   PERFORM 0400-LIBERER-START
                   THRU    0400-LIBERER-END
               WHEN "A"
               WHEN "a"
                   DISPLAY "Motif de l'annulation :"
                   ACCEPT WS-SAISIE-MOTIF
                   IF WS-SAISIE-MOTIF = SPACES
                       DISPLAY "REFUSE : motif obligatoire"
                   ELSE
                       MOVE WS-SAISIE-NUMERO TO WS-NUMERO-COURANT
                       MOVE WS-SAISIE-MOTIF  TO WS-MOTIF-COURANT
                       PERFORM 0500-ANNULER-START
                       THRU    0500-ANNULER-END
                   END-IF
               WHEN OTHER
                   DISPLAY "REFUSE : action inconnue "
                           WS-SAISIE-ACTION
           END-EVALUATE.

           EXIT.
       0350-UNE-DECISION-END.

      *Les lignes suspendues de la commande repartent dans
      *num-commandes.txt telles qu'elles avaient ete saisies :
      *Commande les revalorise et les confronte au solde a la
      *prochaine nuit.
       0400-LIBERER-START.

           OPEN EXTEND FICHIER-COMMANDE.

           PERFORM VARYING WS-IDX-SU FROM 1 BY 1
                   UNTIL WS-IDX-SU > WS-NB-SU
               IF WS-SU-STATUT(WS-IDX-SU) = "S" AND
                  WS-SU-NUMERO(WS-IDX-SU) = WS-SAISIE-NUMERO
                   MOVE SPACES                   TO F-COMMANDE
                   MOVE WS-SU-NUMERO(WS-IDX-SU)  TO F-CMD-NUMERO
                   MOVE WS-SU-DATE(WS-IDX-SU)    TO F-CMD-DATE
                   MOVE WS-SU-CLIENT(WS-IDX-SU)  TO F-COMMANDE-ID
                   MOVE WS-SU-ARTICLE(WS-IDX-SU) TO F-ARTICLE-CMD
                   MOVE WS-SU-QUANTITE(WS-IDX-SU) TO F-QUANTITE
                   MOVE 0                        TO F-CMD-PROMESSE
                   WRITE F-COMMANDE
                   IF WS-COMMANDE-STATUS NOT = "00"
                       DISPLAY "ERREUR : ecriture num-commandes.txt"
                               " en echec, statut "
                               WS-COMMANDE-STATUS
                       CLOSE FICHIER-COMMANDE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "L"          TO WS-SU-STATUT(WS-IDX-SU)
                   MOVE WS-DATE-JOUR TO WS-SU-DECISION(WS-IDX-SU)
                   MOVE "Liberee par le controle credit"
                                     TO WS-SU-MOTIF(WS-IDX-SU)
                   ADD 1 TO WS-NB-LIBEREES
               END-IF
           END-PERFORM.

           CLOSE FICHIER-COMMANDE.

           DISPLAY "Commande " WS-SAISIE-NUMERO " liberee : "
                   WS-NB-TROUVEES " ligne(s) pour la prochaine nuit".

           EXIT.
       0400-LIBERER-END.

      *Annule les lignes suspendues de la commande WS-NUMERO-COURANT
      *avec le motif WS-MOTIF-COURANT, puis ecrit la lettre.
       0500-ANNULER-START.

           MOVE 0 TO WS-NB-TROUVEES.
           MOVE 0 TO WS-MONTANT-COMMANDE.
           MOVE 0 TO WS-IDX-PREMIERE.

           PERFORM VARYING WS-IDX-SU FROM 1 BY 1
                   UNTIL WS-IDX-SU > WS-NB-SU
               IF WS-SU-STATUT(WS-IDX-SU) = "S" AND
                  WS-SU-NUMERO(WS-IDX-SU) = WS-NUMERO-COURANT
                   IF WS-IDX-PREMIERE = 0
                       MOVE WS-IDX-SU TO WS-IDX-PREMIERE
                   END-IF
                   ADD 1 TO WS-NB-TROUVEES
                   ADD WS-SU-MONTANT(WS-IDX-SU) TO WS-MONTANT-COMMANDE
                   MOVE "A"              TO WS-SU-STATUT(WS-IDX-SU)
                   MOVE WS-DATE-JOUR     TO WS-SU-DECISION(WS-IDX-SU)
                   MOVE WS-MOTIF-COURANT TO WS-SU-MOTIF(WS-IDX-SU)
                   ADD 1 TO WS-NB-ANNULEES
               END-IF
           END-PERFORM.

           DISPLAY "Commande " WS-NUMERO-COURANT " annulee : "
                   FUNCTION TRIM(WS-MOTIF-COURANT).

           IF WS-NB-MODELE > 0
               PERFORM 0600-UNE-LETTRE-START
               THRU    0600-UNE-LETTRE-END
           END-IF.

           EXIT.
       0500-ANNULER-END.

      *Lettre d'annulation : bloc destinataire puis lignes du
      *modele, balises remplacees.
       0600-UNE-LETTRE-START.

           MOVE 0 TO WS-CLIENT-TROUVE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
               IF WS-CLIENT-ID(WS-INDEX-CLIENT) =
                  WS-SU-CLIENT(WS-IDX-PREMIERE)
                   MOVE WS-INDEX-CLIENT TO WS-CLIENT-TROUVE
               END-IF
           END-PERFORM.

           IF WS-CLIENT-TROUVE = 0
               DISPLAY "ATTENTION : client "
                       WS-SU-CLIENT(WS-IDX-PREMIERE)
                       " absent de clients.dat, pas de lettre"
                       " (commande " WS-NUMERO-COURANT ")"
               MOVE "ECART" TO WS-JRN-STATUT
               GO TO 0600-UNE-LETTRE-END
           END-IF.

           MOVE WS-PRENOM(WS-CLIENT-TROUVE) TO WS-PRENOM-BUF.
           MOVE WS-NOM(WS-CLIENT-TROUVE)    TO WS-NOM-BUF.
           CALL "TestString" USING WS-PRENOM-BUF
                                    WS-NOM-BUF
                                    WS-NOM-COMPLET.

           MOVE WS-MONTANT-COMMANDE TO WS-MONTANT-ED.
           MOVE SPACES TO WS-DATE-ED.
           STRING WS-SU-DATE(WS-IDX-PREMIERE)(7:2) "/"
                  WS-SU-DATE(WS-IDX-PREMIERE)(5:2) "/"
                  WS-SU-DATE(WS-IDX-PREMIERE)(1:4)
                  DELIMITED BY SIZE INTO WS-DATE-ED.

           MOVE SPACES TO WS-NOM-LETTRE.
           STRING "annulation-" WS-NUMERO-COURANT ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-LETTRE.

           OPEN OUTPUT FICHIER-LETTRE.

      *Bloc destinataire, comme sur les lettres de palier.
           MOVE SPACES TO F-LETTRE.
           MOVE WS-NOM-COMPLET TO F-LETTRE.
           WRITE F-LETTRE.
           IF WS-ADRESSE(WS-CLIENT-TROUVE) NOT = SPACES
               MOVE SPACES TO F-LETTRE
               MOVE WS-ADRESSE(WS-CLIENT-TROUVE) TO F-LETTRE
               WRITE F-LETTRE
           END-IF.
           IF WS-CP(WS-CLIENT-TROUVE) NOT = SPACES OR
              WS-VILLE(WS-CLIENT-TROUVE) NOT = SPACES
               MOVE SPACES TO F-LETTRE
               STRING WS-CP(WS-CLIENT-TROUVE)
                      " " WS-VILLE(WS-CLIENT-TROUVE)
                      DELIMITED BY SIZE INTO F-LETTRE
               WRITE F-LETTRE
           END-IF.
           MOVE SPACES TO F-LETTRE.
           WRITE F-LETTRE.

           PERFORM VARYING WS-IDX-MODELE FROM 1 BY 1
                   UNTIL WS-IDX-MODELE > WS-NB-MODELE
               MOVE SPACES TO WS-LIGNE
               MOVE WS-MODELE-LIGNE(WS-IDX-MODELE) TO WS-LIGNE

               MOVE "<NOM>" TO WS-BALISE
               MOVE WS-NOM-COMPLET TO WS-VALEUR
               PERFORM 0800-REMPLACER-START
               THRU    0800-REMPLACER-END

               MOVE "<NUMERO>" TO WS-BALISE
               MOVE WS-NUMERO-COURANT TO WS-VALEUR
               PERFORM 0800-REMPLACER-START
               THRU    0800-REMPLACER-END

               MOVE "<DATE>" TO WS-BALISE
               MOVE WS-DATE-ED TO WS-VALEUR
               PERFORM 0800-REMPLACER-START
               THRU    0800-REMPLACER-END

               MOVE "<MONTANT>" TO WS-BALISE
               MOVE WS-MONTANT-ED TO WS-VALEUR
               PERFORM 0800-REMPLACER-START
               THRU    0800-REMPLACER-END

               MOVE "<MOTIF>" TO WS-BALISE
               MOVE WS-MOTIF-COURANT TO WS-VALEUR
               PERFORM 0800-REMPLACER-START
               THRU    0800-REMPLACER-END

               MOVE WS-LIGNE TO F-LETTRE
               WRITE F-LETTRE
           END-PERFORM.

           CLOSE FICHIER-LETTRE.

           ADD 1 TO WS-NB-LETTRES.
           DISPLAY "Lettre d'annulation ecrite : "
                   FUNCTION TRIM(WS-NOM-LETTRE).

           EXIT.
       0600-UNE-LETTRE-END.

      *La file est reecrite avec ses decisions : les lignes
      *liberees ou annulees y restent comme trace.
       0700-REECRIRE-START.

      *Sauvegarde a generations de la file avant de la remplacer.
           MOVE "commandes-suspendues.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-SUSPENDUES.

           PERFORM VARYING WS-IDX-SU FROM 1 BY 1
                   UNTIL WS-IDX-SU > WS-NB-SU
               MOVE SPACES                      TO F-SUSPENDUE
               MOVE WS-SU-NUMERO(WS-IDX-SU)     TO F-SU-NUMERO
               MOVE WS-SU-DATE(WS-IDX-SU)       TO F-SU-DATE
               MOVE WS-SU-CLIENT(WS-IDX-SU)     TO F-SU-CLIENT
               MOVE WS-SU-ARTICLE(WS-IDX-SU)    TO F-SU-ARTICLE
               MOVE WS-SU-QUANTITE(WS-IDX-SU)   TO F-SU-QUANTITE
               MOVE WS-SU-MONTANT(WS-IDX-SU)    TO F-SU-MONTANT
               MOVE WS-SU-SOLDE(WS-IDX-SU)      TO F-SU-SOLDE
               MOVE WS-SU-SUSPENSION(WS-IDX-SU) TO F-SU-SUSPENSION
               MOVE WS-SU-STATUT(WS-IDX-SU)     TO F-SU-STATUT
               MOVE WS-SU-DECISION(WS-IDX-SU)   TO F-SU-DECISION
               MOVE WS-SU-MOTIF(WS-IDX-SU)      TO F-SU-MOTIF
               WRITE F-SUSPENDUE
           END-PERFORM.

           CLOSE FICHIER-SUSPENDUES.

           EXIT.
       0700-REECRIRE-END.

      *Remplace la balise WS-BALISE par WS-VALEUR dans WS-LIGNE :
      *la ligne est coupee de part et d'autre de la balise puis
      *recollee avec la valeur au milieu (meme mecanique que
      *lettres).
       0800-REMPLACER-START.

           MOVE 0 TO WS-NB-BALISES.
           INSPECT WS-LIGNE TALLYING WS-NB-BALISES
               FOR ALL FUNCTION TRIM(WS-BALISE).

           PERFORM UNTIL WS-NB-BALISES = 0
               MOVE SPACES TO WS-PART-AVANT WS-PART-APRES
               MOVE 0      TO WS-LONG-AVANT
               UNSTRING WS-LIGNE
                   DELIMITED BY FUNCTION TRIM(WS-BALISE)
                   INTO WS-PART-AVANT COUNT IN WS-LONG-AVANT
                        WS-PART-APRES
               MOVE SPACES TO WS-LIGNE
               IF WS-LONG-AVANT > 0
                   STRING WS-PART-AVANT(1:WS-LONG-AVANT)
                                   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VALEUR)
                                   DELIMITED BY SIZE
                          WS-PART-APRES DELIMITED BY SIZE
                          INTO WS-LIGNE
               ELSE
                   STRING FUNCTION TRIM(WS-VALEUR)
                                   DELIMITED BY SIZE
                          WS-PART-APRES DELIMITED BY SIZE
                          INTO WS-LIGNE
               END-IF
               SUBTRACT 1 FROM WS-NB-BALISES
           END-PERFORM.

           EXIT.
       0800-REMPLACER-END.
