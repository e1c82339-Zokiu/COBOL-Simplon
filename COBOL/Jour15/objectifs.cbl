       IDENTIFICATION DIVISION.
       PROGRAM-ID. objectifs.
       AUTHOR.    Terry.

      *Realisation des objectifs de ventes du mois : les objectifs
      *fixes par la direction dans objectifs-ventes.txt (un
      *montant par responsable et par mois, global ou par
      *categorie d'article) sont compares au realise - le journal
      *hebdo ventes-hebdo.txt pour le montant global, sa
      *ventilation par categorie ventes-categories.txt (ecrite par
      *Sales a partir de ventes-produits.txt) pour les categories.
      *Pour chaque objectif : realise, pourcentage atteint, manque
      *et projection a la fin du mois d'apres les semaines deja
      *enregistrees ; EN RETARD quand la projection n'atteint pas
      *l'objectif. Une semaine appartient au mois de son jeudi
      *(semaine ISO), le mois compte donc quatre ou cinq semaines.
      *Le mois vient de param-objectifs.txt (une ligne AAAAMM) ;
      *a defaut, le mois en cours.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : pas d'objectif, pas de rapport.
       SELECT OPTIONAL FICHIER-OBJECTIFS ASSIGN TO
           "objectifs-ventes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OBJECTIFS-STATUS.

       SELECT OPTIONAL FICHIER-VENTES ASSIGN TO "ventes-hebdo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENTES-STATUS.

       SELECT OPTIONAL FICHIER-VENTES-CAT ASSIGN TO
           "ventes-categories.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENTES-CAT-STATUS.

      *Fichier maitre des clients indexe sur CLIENT-ID depuis la
      *migration migidx : lecture sequentielle en ordre de cle.
       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

       SELECT OPTIONAL FICHIER-PARAM ASSIGN TO
           "param-objectifs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

       SELECT FICHIER-RAPPORT ASSIGN TO "objectifs-realisation.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Un objectif : responsable (numero de client, comme dans le
      *journal hebdo), mois AAAAMM, categorie d'article (blanc =
      *objectif global), montant, et taux de bonus verse par
      *commission sur les ventes au-dela d'un objectif global
      *atteint (zero = pas de bonus).
       FD FICHIER-OBJECTIFS.
       01  F-OBJECTIF.
           05 F-OBJ-VENDEUR     PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-OBJ-MOIS        PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-OBJ-CATEGORIE   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-OBJ-MONTANT     PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-OBJ-TAUX-BONUS  PIC 9V99.

       FD FICHIER-VENTES.
       01  F-LIGNE-VENTE          PIC X(80).

      *Meme decoupage que le FD de Sales, qui tient ce fichier.
       FD FICHIER-VENTES-CAT.
       01  F-VENTE-CAT.
           05 F-VC-ANNEE        PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-VC-SEMAINE      PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-VC-VENDEUR      PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-VC-CATEGORIE    PIC X(10).
           05 FILLER            PIC X(01).
           05 F-VC-MONTANT      PIC 9(06)V99.

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande, VIP et Sales.
           COPY "Client.cpy".

       FD FICHIER-PARAM.
       01  F-PARAM              PIC X(20).

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(100).
      *En-tête d'audit (date/heure d'exécution).
       01  F-RAPPORT-ENTETE     PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-OBJECTIFS-STATUS  PIC X(02) VALUE SPACES.
       77  WS-VENTES-STATUS     PIC X(02) VALUE SPACES.
       77  WS-VENTES-CAT-STATUS PIC X(02) VALUE SPACES.
       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-PARAM-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

      *Mois du rapport et nombre de semaines qui lui
      *appartiennent (jeudis du mois).
       77  WS-MOIS-RAPPORT      PIC 9(06) VALUE 0.
       77  WS-NB-SEM-MOIS       PIC 9(01) VALUE 0.
       77  WS-PREMIER-JEUDI     PIC S9(02) VALUE 0.
       77  WS-JOURS-MOIS        PIC 9(02) VALUE 0.

      *Noms des responsables, tires du fichier clients.
       01  WS-CLIENT-TABLE.
           05 WS-CLIENT OCCURS 100 TIMES.
             10 WS-CLIENT-ID   PIC 9(08).
             10 WS-NOM         PIC X(15).

       77  WS-INDEX-CLIENT     PIC 9(03) VALUE 1.
       77  WS-MAX-CLIENT       PIC 9(03) VALUE 100.
       77  WS-FIN-F-CLIENT     PIC X     VALUE "N".
       77  WS-CLIENT-COUNT     PIC 9(03) VALUE 0.
       77  WS-CLIENT-TROUVE    PIC 9(03) VALUE 0.

      *Objectifs du mois et realise cumule en face.
       01  WS-TABLE-OBJECTIFS.
           05 WS-OBJ OCCURS 100 TIMES.
               10 WS-OBJ-VENDEUR    PIC 9(04).
               10 WS-OBJ-CATEGORIE  PIC X(10).
               10 WS-OBJ-MONTANT    PIC 9(07)V99.
               10 WS-OBJ-REALISE    PIC 9(08)V99.

       77  WS-IDX-OBJ           PIC 9(03) VALUE 1.
       77  WS-MAX-OBJ           PIC 9(03) VALUE 100.
       77  WS-NB-OBJ            PIC 9(03) VALUE 0.
       77  WS-OBJ-TROUVE        PIC 9(03) VALUE 0.

      *Ventes du mois par responsable, pour signaler ceux qui
      *vendent sans objectif.
       01  WS-TABLE-VENDEURS.
           05 WS-VD OCCURS 100 TIMES.
               10 WS-VD-VENDEUR     PIC 9(04).
               10 WS-VD-TOTAL       PIC 9(08)V99.

       77  WS-IDX-VD            PIC 9(03) VALUE 1.
       77  WS-MAX-VD            PIC 9(03) VALUE 100.
       77  WS-NB-VD             PIC 9(03) VALUE 0.
       77  WS-VD-TROUVE         PIC 9(03) VALUE 0.

      *Semaines du mois deja enregistrees au journal hebdo.
       01  WS-TABLE-SEMAINES.
           05 WS-SEM-VUE OCCURS 6 TIMES PIC 9(02).

       77  WS-IDX-SEM           PIC 9(01) VALUE 1.
       77  WS-NB-SEM-VUES       PIC 9(01) VALUE 0.
       77  WS-SEM-TROUVEE       PIC X(01) VALUE "N".

      *Decoupage d'une ligne d'archive "Semaine AAAA-NN (saisie
      *par NNNN Nom) : total ventes = 99999999".
       77  WS-PART-GAUCHE      PIC X(60) VALUE SPACES.
       77  WS-PART-MONTANT     PIC X(20) VALUE SPACES.
       77  WS-ANNEE-VENTE      PIC 9(04) VALUE 0.
       77  WS-SEMAINE          PIC 9(02) VALUE 0.
       77  WS-VENDEUR          PIC 9(04) VALUE 0.
       77  WS-MONTANT          PIC 9(06)V99 VALUE 0.
       77  WS-CATEGORIE        PIC X(10) VALUE SPACES.
       77  WS-MOIS-SEMAINE     PIC 9(06) VALUE 0.

      *Ligne de rapport en cours d'edition.
       77  WS-POURCENT          PIC 9(04)V9 VALUE 0.
       77  WS-MANQUE            PIC 9(08)V99 VALUE 0.
       77  WS-PROJECTION        PIC 9(08)V99 VALUE 0.
       77  WS-ETAT              PIC X(09) VALUE SPACES.
       77  WS-LIBELLE-CAT       PIC X(10) VALUE SPACES.
       77  WS-NOM-VENDEUR       PIC X(15) VALUE SPACES.
       77  WS-OBJECTIF-ED       PIC ZZZZZZ9.99.
       77  WS-REALISE-ED        PIC ZZZZZZ9.99.
       77  WS-POURCENT-ED       PIC ZZZ9.9.
       77  WS-MANQUE-ED         PIC ZZZZZZ9.99.
       77  WS-PROJECTION-ED     PIC ZZZZZZ9.99.

      *Compteurs du rapport.
       77  WS-NB-LUES           PIC 9(06) VALUE 0.
       77  WS-NB-EN-RETARD      PIC 9(03) VALUE 0.
       77  WS-NB-DEBORDEMENTS   PIC 9(06) VALUE 0.

      *Date du jour, mois par defaut.
       01  WS-DATE-SYS          PIC X(21).

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(jeudi de la semaine, jours et jeudis du mois).
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal.
       01  WS-JRN-PROGRAMME     PIC X(10) VALUE "objectifs".
       01  WS-JRN-LUS           PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS        PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES       PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT        PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0050-PARAM-START
           THRU    0050-PARAM-END.

           PERFORM 0060-SEMAINES-MOIS-START
           THRU    0060-SEMAINES-MOIS-END.

           PERFORM 0100-READ-CLIENT-START
           THRU    0100-READ-CLIENT-END.

           PERFORM 0150-LIRE-OBJECTIFS-START
           THRU    0150-LIRE-OBJECTIFS-END.

           IF WS-NB-OBJ = 0
               DISPLAY "ATTENTION : aucun objectif pour le mois "
                       WS-MOIS-RAPPORT " dans objectifs-ventes.txt"
           END-IF.

           PERFORM 0200-LIRE-VENTES-START
           THRU    0200-LIRE-VENTES-END.

           PERFORM 0250-LIRE-CATEGORIES-START
           THRU    0250-LIRE-CATEGORIES-END.

           PERFORM 0300-EDITER-START
           THRU    0300-EDITER-END.

           DISPLAY "Objectifs " WS-MOIS-RAPPORT " : " WS-NB-OBJ
                   " objectif(s), " WS-NB-EN-RETARD " en retard,"
                   " voir objectifs-realisation.txt".

           MOVE WS-NB-LUES         TO WS-JRN-LUS.
           MOVE WS-NB-OBJ          TO WS-JRN-ECRITS.
           MOVE WS-NB-DEBORDEMENTS TO WS-JRN-REJETES.
           IF WS-NB-DEBORDEMENTS > 0
               MOVE "INCOMPLET" TO WS-JRN-STATUT
           END-IF.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Mois lu dans param-objectifs.txt (AAAAMM en colonnes 1 a
      *6) ; absent ou illisible, le mois en cours.
       0050-PARAM-START.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:6) TO WS-MOIS-RAPPORT.

           OPEN INPUT FICHIER-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ FICHIER-PARAM
                   NOT AT END
                       IF F-PARAM(1:6) IS NUMERIC AND
                          F-PARAM(5:2) >= "01" AND
                          F-PARAM(5:2) <= "12"
                           MOVE F-PARAM(1:6) TO WS-MOIS-RAPPORT
                       ELSE
                           DISPLAY "ATTENTION : mois illisible dans"
                                   " param-objectifs.txt, mois en"
                                   " cours retenu"
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHIER-PARAM.

           EXIT.
       0050-PARAM-END.

      *Semaines du mois : autant que de jeudis. Premier jeudi
      *d'apres le jour de la semaine du 1er, nombre de jours
      *d'apres l'ecart jusqu'au 1er du mois suivant.
       0060-SEMAINES-MOIS-START.

           MOVE "J" TO WS-DC-FONCTION.
           COMPUTE WS-DC-DATE-1 = WS-MOIS-RAPPORT * 100 + 1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           COMPUTE WS-PREMIER-JEUDI = 4 - WS-DC-RESULTAT.
           IF WS-PREMIER-JEUDI < 0
               ADD 7 TO WS-PREMIER-JEUDI
           END-IF.
           ADD 1 TO WS-PREMIER-JEUDI.

           MOVE "E" TO WS-DC-FONCTION.
           IF WS-MOIS-RAPPORT(5:2) = "12"
               COMPUTE WS-DC-DATE-2 =
                       (WS-MOIS-RAPPORT + 89) * 100 + 1
           ELSE
               COMPUTE WS-DC-DATE-2 =
                       (WS-MOIS-RAPPORT + 1) * 100 + 1
           END-IF.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           MOVE WS-DC-RESULTAT TO WS-JOURS-MOIS.

           COMPUTE WS-NB-SEM-MOIS =
                   (WS-JOURS-MOIS - WS-PREMIER-JEUDI) / 7 + 1.

           EXIT.
       0060-SEMAINES-MOIS-END.

       0100-READ-CLIENT-START.

           OPEN INPUT FICHIER-CLIENT.

           PERFORM UNTIL WS-FIN-F-CLIENT = "Y"

            READ FICHIER-CLIENT
               AT END
                   MOVE "Y" TO WS-FIN-F-CLIENT
               NOT AT END
                   IF WS-INDEX-CLIENT <= WS-MAX-CLIENT
                      MOVE CLIENT-ID   TO
                                      WS-CLIENT-ID(WS-INDEX-CLIENT)
                      MOVE CLIENT-NOM  TO
                                      WS-NOM(WS-INDEX-CLIENT)
                      ADD 1 TO WS-INDEX-CLIENT
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENT.

           COMPUTE WS-CLIENT-COUNT = WS-INDEX-CLIENT - 1.

           EXIT.
       0100-READ-CLIENT-END.

      *Objectifs du mois du rapport ; un second objectif pour le
      *meme responsable et la meme categorie remplace le premier.
       0150-LIRE-OBJECTIFS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-OBJECTIFS.

           IF WS-OBJECTIFS-STATUS NOT = "00"
               CLOSE FICHIER-OBJECTIFS
               GO TO 0150-LIRE-OBJECTIFS-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-OBJECTIFS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-OBJ-MOIS = WS-MOIS-RAPPORT
                           PERFORM 0160-UN-OBJECTIF-START
                           THRU    0160-UN-OBJECTIF-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-OBJECTIFS.

           EXIT.
       0150-LIRE-OBJECTIFS-END.

       0160-UN-OBJECTIF-START.

           MOVE F-OBJ-VENDEUR TO WS-VENDEUR.
           PERFORM 0600-CHERCHER-CLIENT-START
           THRU    0600-CHERCHER-CLIENT-END.
           IF WS-CLIENT-TROUVE = 0
               DISPLAY "ATTENTION : objectif du responsable "
                       F-OBJ-VENDEUR " absent de clients.dat"
           END-IF.

           MOVE F-OBJ-CATEGORIE TO WS-CATEGORIE.
           PERFORM 0650-CHERCHER-OBJECTIF-START
           THRU    0650-CHERCHER-OBJECTIF-END.

           IF WS-OBJ-TROUVE > 0
               DISPLAY "ATTENTION : objectif en double pour "
                       F-OBJ-VENDEUR " " F-OBJ-CATEGORIE
                       ", le dernier est retenu"
           ELSE
               IF WS-NB-OBJ >= WS-MAX-OBJ
                   ADD 1 TO WS-NB-DEBORDEMENTS
                   GO TO 0160-UN-OBJECTIF-END
               END-IF
               ADD 1 TO WS-NB-OBJ
               MOVE WS-NB-OBJ TO WS-OBJ-TROUVE
               MOVE F-OBJ-VENDEUR   TO WS-OBJ-VENDEUR(WS-OBJ-TROUVE)
               MOVE F-OBJ-CATEGORIE TO
                    WS-OBJ-CATEGORIE(WS-OBJ-TROUVE)
               MOVE 0 TO WS-OBJ-REALISE(WS-OBJ-TROUVE)
           END-IF.

           MOVE F-OBJ-MONTANT TO WS-OBJ-MONTANT(WS-OBJ-TROUVE).

           EXIT.
       0160-UN-OBJECTIF-END.

      *Journal hebdo : chaque semaine du mois compte pour
      *l'objectif global de son responsable.
       0200-LIRE-VENTES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-VENTES.

           IF WS-VENTES-STATUS NOT = "00"
               DISPLAY "ATTENTION : ventes-hebdo.txt absent, aucune"
                       " semaine enregistree"
               CLOSE FICHIER-VENTES
               GO TO 0200-LIRE-VENTES-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-VENTES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-LIGNE-VENTE(1:8) = "Semaine "
                           ADD 1 TO WS-NB-LUES
                           PERFORM 0210-UNE-SEMAINE-START
                           THRU    0210-UNE-SEMAINE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-VENTES.

           EXIT.
       0200-LIRE-VENTES-END.

      *Cle "Semaine AAAA-NN (saisie par NNNN ..." : annee en 9,
      *numero de semaine en 14, responsable en 29.
       0210-UNE-SEMAINE-START.

           MOVE SPACES TO WS-PART-GAUCHE WS-PART-MONTANT.
           UNSTRING F-LIGNE-VENTE
               DELIMITED BY " : total ventes = "
               INTO WS-PART-GAUCHE WS-PART-MONTANT.

           MOVE WS-PART-GAUCHE(9:4)  TO WS-ANNEE-VENTE.
           MOVE WS-PART-GAUCHE(14:2) TO WS-SEMAINE.
           MOVE WS-PART-GAUCHE(29:4) TO WS-VENDEUR.
           COMPUTE WS-MONTANT =
                   FUNCTION NUMVAL(WS-PART-MONTANT) / 100.

           PERFORM 0700-MOIS-SEMAINE-START
           THRU    0700-MOIS-SEMAINE-END.
           IF WS-MOIS-SEMAINE NOT = WS-MOIS-RAPPORT
               GO TO 0210-UNE-SEMAINE-END
           END-IF.

      *Semaine du mois deja vue ou nouvelle.
           MOVE "N" TO WS-SEM-TROUVEE.
           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                   UNTIL WS-IDX-SEM > WS-NB-SEM-VUES
               IF WS-SEM-VUE(WS-IDX-SEM) = WS-SEMAINE
                   MOVE "O" TO WS-SEM-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-SEM-TROUVEE = "N" AND WS-NB-SEM-VUES < 6
               ADD 1 TO WS-NB-SEM-VUES
               MOVE WS-SEMAINE TO WS-SEM-VUE(WS-NB-SEM-VUES)
           END-IF.

           MOVE 0 TO WS-VD-TROUVE.
           PERFORM VARYING WS-IDX-VD FROM 1 BY 1
                   UNTIL WS-IDX-VD > WS-NB-VD
               IF WS-VD-VENDEUR(WS-IDX-VD) = WS-VENDEUR
                   MOVE WS-IDX-VD TO WS-VD-TROUVE
               END-IF
           END-PERFORM.
           IF WS-VD-TROUVE = 0
               IF WS-NB-VD >= WS-MAX-VD
                   ADD 1 TO WS-NB-DEBORDEMENTS
                   GO TO 0210-UNE-SEMAINE-END
               END-IF
               ADD 1 TO WS-NB-VD
               MOVE WS-NB-VD   TO WS-VD-TROUVE
               MOVE WS-VENDEUR TO WS-VD-VENDEUR(WS-VD-TROUVE)
               MOVE 0          TO WS-VD-TOTAL(WS-VD-TROUVE)
           END-IF.
           ADD WS-MONTANT TO WS-VD-TOTAL(WS-VD-TROUVE).

           MOVE SPACES TO WS-CATEGORIE.
           PERFORM 0650-CHERCHER-OBJECTIF-START
           THRU    0650-CHERCHER-OBJECTIF-END.
           IF WS-OBJ-TROUVE > 0
               ADD WS-MONTANT TO WS-OBJ-REALISE(WS-OBJ-TROUVE)
           END-IF.

           EXIT.
       0210-UNE-SEMAINE-END.

      *Ventilation par categorie : chaque ligne du mois compte
      *pour l'objectif de categorie de son responsable.
       0250-LIRE-CATEGORIES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-VENTES-CAT.

           IF WS-VENTES-CAT-STATUS NOT = "00"
               CLOSE FICHIER-VENTES-CAT
               GO TO 0250-LIRE-CATEGORIES-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-VENTES-CAT
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       MOVE F-VC-ANNEE   TO WS-ANNEE-VENTE
                       MOVE F-VC-SEMAINE TO WS-SEMAINE
                       PERFORM 0700-MOIS-SEMAINE-START
                       THRU    0700-MOIS-SEMAINE-END
                       IF WS-MOIS-SEMAINE = WS-MOIS-RAPPORT AND
                          F-VC-CATEGORIE NOT = SPACES
                           MOVE F-VC-VENDEUR   TO WS-VENDEUR
                           MOVE F-VC-CATEGORIE TO WS-CATEGORIE
                           PERFORM 0650-CHERCHER-OBJECTIF-START
                           THRU    0650-CHERCHER-OBJECTIF-END
                           IF WS-OBJ-TROUVE > 0
                               ADD F-VC-MONTANT TO
                                   WS-OBJ-REALISE(WS-OBJ-TROUVE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-VENTES-CAT.

           EXIT.
       0250-LIRE-CATEGORIES-END.

       0300-EDITER-START.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-RAPPORT-ENTETE.
           STRING "Realisation des objectifs " WS-MOIS-RAPPORT
                  " - semaines " WS-NB-SEM-VUES "/" WS-NB-SEM-MOIS
                  " - execution du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT-ENTETE.
           WRITE F-RAPPORT-ENTETE.

           MOVE SPACES TO F-RAPPORT.
           STRING "Resp Nom             Categorie    Objectif"
                  "    Realise      %     Manque Projection Etat"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-IDX-OBJ FROM 1 BY 1
                   UNTIL WS-IDX-OBJ > WS-NB-OBJ
               PERFORM 0400-UN-OBJECTIF-START
               THRU    0400-UN-OBJECTIF-END
           END-PERFORM.

      *Responsables qui ont vendu ce mois sans objectif global.
           PERFORM VARYING WS-IDX-VD FROM 1 BY 1
                   UNTIL WS-IDX-VD > WS-NB-VD
               MOVE WS-VD-VENDEUR(WS-IDX-VD) TO WS-VENDEUR
               MOVE SPACES TO WS-CATEGORIE
               PERFORM 0650-CHERCHER-OBJECTIF-START
               THRU    0650-CHERCHER-OBJECTIF-END
               IF WS-OBJ-TROUVE = 0
                   PERFORM 0600-CHERCHER-CLIENT-START
                   THRU    0600-CHERCHER-CLIENT-END
                   MOVE WS-VD-TOTAL(WS-IDX-VD) TO WS-REALISE-ED
                   MOVE SPACES TO F-RAPPORT
                   STRING WS-VENDEUR " " WS-NOM-VENDEUR
                          " TOTAL      sans objectif "
                          WS-REALISE-ED
                          DELIMITED BY SIZE INTO F-RAPPORT
                   WRITE F-RAPPORT
               END-IF
           END-PERFORM.

           CLOSE FICHIER-RAPPORT.

           EXIT.
       0300-EDITER-END.

      *Ligne d'un objectif : pourcentage atteint, manque,
      *projection sur les semaines du mois et etat.
       0400-UN-OBJECTIF-START.

           MOVE WS-OBJ-VENDEUR(WS-IDX-OBJ) TO WS-VENDEUR.
           PERFORM 0600-CHERCHER-CLIENT-START
           THRU    0600-CHERCHER-CLIENT-END.

           IF WS-OBJ-CATEGORIE(WS-IDX-OBJ) = SPACES
               MOVE "TOTAL" TO WS-LIBELLE-CAT
           ELSE
               MOVE WS-OBJ-CATEGORIE(WS-IDX-OBJ) TO WS-LIBELLE-CAT
           END-IF.

           IF WS-OBJ-MONTANT(WS-IDX-OBJ) > 0
               COMPUTE WS-POURCENT ROUNDED =
                       WS-OBJ-REALISE(WS-IDX-OBJ) * 100
                     / WS-OBJ-MONTANT(WS-IDX-OBJ)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-POURCENT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-POURCENT
           END-IF.

           IF WS-OBJ-REALISE(WS-IDX-OBJ) < WS-OBJ-MONTANT(WS-IDX-OBJ)
               COMPUTE WS-MANQUE = WS-OBJ-MONTANT(WS-IDX-OBJ)
                                 - WS-OBJ-REALISE(WS-IDX-OBJ)
           ELSE
               MOVE 0 TO WS-MANQUE
           END-IF.

      *Projection : rythme des semaines enregistrees prolonge sur
      *toutes les semaines du mois.
           IF WS-NB-SEM-VUES > 0
               COMPUTE WS-PROJECTION ROUNDED =
                       WS-OBJ-REALISE(WS-IDX-OBJ) * WS-NB-SEM-MOIS
                     / WS-NB-SEM-VUES
           ELSE
               MOVE 0 TO WS-PROJECTION
           END-IF.

           EVALUATE TRUE
               WHEN WS-OBJ-REALISE(WS-IDX-OBJ) >=
                    WS-OBJ-MONTANT(WS-IDX-OBJ)
                   MOVE "ATTEINT" TO WS-ETAT
               WHEN WS-PROJECTION < WS-OBJ-MONTANT(WS-IDX-OBJ)
                   MOVE "EN RETARD" TO WS-ETAT
                   ADD 1 TO WS-NB-EN-RETARD
               WHEN OTHER
                   MOVE "EN LIGNE" TO WS-ETAT
           END-EVALUATE.

           MOVE WS-OBJ-MONTANT(WS-IDX-OBJ) TO WS-OBJECTIF-ED.
           MOVE WS-OBJ-REALISE(WS-IDX-OBJ) TO WS-REALISE-ED.
           MOVE WS-POURCENT                TO WS-POURCENT-ED.
           MOVE WS-MANQUE                  TO WS-MANQUE-ED.
           MOVE WS-PROJECTION              TO WS-PROJECTION-ED.

           MOVE SPACES TO F-RAPPORT.
           STRING WS-VENDEUR " " WS-NOM-VENDEUR " " WS-LIBELLE-CAT
                  " " WS-OBJECTIF-ED " " WS-REALISE-ED
                  " " WS-POURCENT-ED " " WS-MANQUE-ED
                  " " WS-PROJECTION-ED " " WS-ETAT
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           EXIT.
       0400-UN-OBJECTIF-END.

      *Nom du responsable WS-VENDEUR dans la table des clients.
       0600-CHERCHER-CLIENT-START.

           MOVE 0 TO WS-CLIENT-TROUVE.
           MOVE "(inconnu)" TO WS-NOM-VENDEUR.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
               IF WS-CLIENT-ID(WS-INDEX-CLIENT) = WS-VENDEUR
                   MOVE WS-INDEX-CLIENT TO WS-CLIENT-TROUVE
                   MOVE WS-NOM(WS-INDEX-CLIENT) TO WS-NOM-VENDEUR
               END-IF
           END-PERFORM.

           EXIT.
       0600-CHERCHER-CLIENT-END.

      *Objectif du responsable WS-VENDEUR pour la categorie
      *WS-CATEGORIE (blanc = objectif global).
       0650-CHERCHER-OBJECTIF-START.

           MOVE 0 TO WS-OBJ-TROUVE.
           PERFORM VARYING WS-IDX-OBJ FROM 1 BY 1
                   UNTIL WS-IDX-OBJ > WS-NB-OBJ
               IF WS-OBJ-VENDEUR(WS-IDX-OBJ)   = WS-VENDEUR AND
                  WS-OBJ-CATEGORIE(WS-IDX-OBJ) = WS-CATEGORIE
                   MOVE WS-IDX-OBJ TO WS-OBJ-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0650-CHERCHER-OBJECTIF-END.

      *Mois (AAAAMM) de la semaine WS-SEMAINE de l'annee
      *WS-ANNEE-VENTE : celui de son jeudi. Le 4 janvier tombe
      *toujours en semaine 1.
       0700-MOIS-SEMAINE-START.

           MOVE "J" TO WS-DC-FONCTION.
           COMPUTE WS-DC-DATE-1 = WS-ANNEE-VENTE * 10000 + 104.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.

           MOVE "A" TO WS-DC-FONCTION.
           COMPUTE WS-DC-NOMBRE = 4 - WS-DC-RESULTAT
                                + 7 * (WS-SEMAINE - 1).
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.

           IF WS-DC-STATUT = "00"
               COMPUTE WS-MOIS-SEMAINE = WS-DC-DATE-2 / 100
           ELSE
               MOVE 0 TO WS-MOIS-SEMAINE
           END-IF.

           EXIT.
       0700-MOIS-SEMAINE-END.
