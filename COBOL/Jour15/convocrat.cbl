       IDENTIFICATION DIVISION.
       PROGRAM-ID. convocrat.
       AUTHOR.    Terry.

      *Organisation de la session de rattrapage, passe entre
      *diplome et rattrapage. Les recales de echec.txt (controle
      *TOTAL verifie comme dans rattrapage) repassent chaque
      *matiere dont leur moyenne annuelle, calculee comme sur le
      *bulletin, est sous 10 ; a defaut, leur plus faible matiere.
      *Chaque matiere fait une epreuve unique, placee sur une
      *demi-journee (09h00 ou 14h00) des jours ouvres qui suivent
      *le premier jour saisi, la plus chargee d'abord : jamais
      *deux epreuves du meme eleve sur la meme demi-journee, et
      *jamais plus d'eleves que de places dans les salles de
      *salles.txt (code, capacite, libelle). Un eleve recoit une
      *place numerotee dans la premiere salle qui en a encore.
      *Sorties :
      *  epreuves-rattrapage.txt : le plan (eleve, matiere, date,
      *                            heure, salle, place), relu par
      *                            emargrat pour noter les absents ;
      *  convocation-NNN.txt     : la convocation de l'eleve NNN,
      *                            adressee a son premier
      *                            responsable destinataire du
      *                            courrier (responsables.txt) ;
      *  plans-salles.txt        : la liste de placement de chaque
      *                            salle, demi-journee par
      *                            demi-journee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-ECHEC ASSIGN TO "echec.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-ELEVES ASSIGN TO "eleves-maitre.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-NOTES ASSIGN TO "notes-matieres.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *OPTIONAL : sans responsables, la convocation est adressee
      *a l'eleve seul.
       SELECT OPTIONAL FICHIER-RESPONSABLES ASSIGN TO
           "responsables.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESP-STATUS.

      *OPTIONAL : un referentiel absent est signale et arrete le
      *passage, aucune epreuve ne pouvant etre placee.
       SELECT OPTIONAL FICHIER-SALLES ASSIGN TO "salles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALLES-STATUS.

       SELECT FICHIER-PLAN ASSIGN TO "epreuves-rattrapage.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Convocation de l'eleve en cours.
       SELECT FICHIER-CONVOC ASSIGN TO DYNAMIC WS-NOM-CONVOC
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-PLACEMENT ASSIGN TO "plans-salles.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de rattrapage.
       FD FICHIER-ECHEC.
       01 F-ECHEC.
           05 F-NOM-ECH     PIC X(10).
           05 F-NOTE-ECH    PIC 9(02).
       01 F-ECHEC-ENTETE    PIC X(40).
       01 F-ECHEC-TOTAL.
           05 F-ECH-TOT-MARQUE  PIC X(10).
           05 FILLER            PIC X(01).
           05 F-ECH-TOT-NB      PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-ECH-TOT-NOTES   PIC 9(06).

       FD FICHIER-ELEVES.
       01 F-ELEVES.
           05 F-ELEVE-ID PIC 9(03).
           05 FILLER     PIC X(01).
           05 F-NOM      PIC X(10).
           05 FILLER     PIC X(01).
           05 F-CLASSE   PIC X(05).

      *Meme decoupage que le FD de statnotes.
       FD FICHIER-NOTES.
       01 F-NOTES.
           05 F-NOTE-ELEVE     PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-NOTE-MATIERE   PIC X(06).
           05 FILLER           PIC X(01).
           05 F-NOTE-VALEUR    PIC 9(02).
           05 FILLER           PIC X(01).
           05 F-NOTE-EVAL      PIC X(06).
           05 FILLER           PIC X(01).
           05 F-NOTE-DATE      PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-NOTE-TRIMESTRE PIC 9(01).
           05 FILLER           PIC X(01).
           05 F-NOTE-POIDS     PIC 9(01).

      *Meme decoupage que le FD de respmait.
       FD FICHIER-RESPONSABLES.
       01  F-RESPONSABLE.
           05 F-RESP-ELEVE      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-RESP-RANG       PIC 9(01).
           05 FILLER            PIC X(01).
           05 F-RESP-NOM        PIC X(25).
           05 FILLER            PIC X(01).
           05 F-RESP-ADRESSE    PIC X(30).
           05 FILLER            PIC X(01).
           05 F-RESP-CP         PIC X(05).
           05 FILLER            PIC X(01).
           05 F-RESP-VILLE      PIC X(20).
           05 FILLER            PIC X(01).
           05 F-RESP-EMAIL      PIC X(30).
           05 FILLER            PIC X(01).
           05 F-RESP-COURRIER   PIC X(01).

      *Une salle d'examen : code (celui de l'emploi du temps),
      *nombre de places, libelle.
       FD FICHIER-SALLES.
       01  F-SALLE.
           05 F-SAL-CODE        PIC X(06).
           05 FILLER            PIC X(01).
           05 F-SAL-CAPACITE    PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-SAL-LIBELLE     PIC X(24).

      *Une epreuve d'un eleve : nom, identifiant, matiere, date,
      *heure, salle et numero de place.
       FD FICHIER-PLAN.
       01  F-PLAN.
           05 F-PLN-NOM         PIC X(10).
           05 FILLER            PIC X(01).
           05 F-PLN-ELEVE       PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-PLN-MATIERE     PIC X(06).
           05 FILLER            PIC X(01).
           05 F-PLN-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-PLN-HEURE       PIC X(05).
           05 FILLER            PIC X(01).
           05 F-PLN-SALLE       PIC X(06).
           05 FILLER            PIC X(01).
           05 F-PLN-PLACE       PIC 9(03).

       FD FICHIER-CONVOC.
       01  F-CONVOC             PIC X(80).

       FD FICHIER-PLACEMENT.
       01  F-PLACEMENT          PIC X(80).
      *En-tête d'audit (date/heure d'exécution).
       01  F-PLACEMENT-ENTETE   PIC X(100).

       WORKING-STORAGE SECTION.

      *Inscrits au rattrapage, retrouves dans le referentiel des
      *eleves ("N" dans WS-CAN-FICHE pour un nom inconnu).
       01 WS-TABLE-CANDIDATS.
         03 WS-CAN OCCURS 15 TIMES.
           05 WS-CAN-NOM      PIC X(10).
           05 WS-CAN-ELEVE    PIC 9(03).
           05 WS-CAN-CLASSE   PIC X(05).
           05 WS-CAN-FICHE    PIC X(01).

       77  WS-IDX-CAN       PIC 9(02) VALUE 1.
       77  WS-MAX-CAN       PIC 9(02) VALUE 15.
       77  WS-NB-CAN        PIC 9(02) VALUE 0.
       77  WS-FIN-ECHEC     PIC X(01) VALUE "N".
      *Premiere ligne du fichier : l'en-tete d'audit, a ignorer.
       77  WS-PREMIERE-ECH  PIC X(01) VALUE "O".
      *Verification de l'enregistrement de controle de echec.txt.
       77  WS-CTRL-PRESENT  PIC X(01) VALUE "N".
       77  WS-CTRL-NB       PIC 9(04) VALUE 0.
       77  WS-TOT-NOTES-LU  PIC 9(06) VALUE 0.
       77  WS-CTRL-NOTES    PIC 9(06) VALUE 0.

       01 WS-TABLE-ELEVES.
         03 WS-ELEVES OCCURS 60 TIMES.
           05 WS-ELV-ID     PIC 9(03).
           05 WS-ELV-NOM    PIC X(10).
           05 WS-ELV-CLASSE PIC X(05).

       77  WS-IDX-ELV    PIC 9(02) VALUE 1.
       77  WS-MAX-ELEVES PIC 9(02) VALUE 60.
       77  WS-NB-ELEVES  PIC 9(02) VALUE 0.
       77  WS-FIN-ELEVES PIC X(01) VALUE "N".

      *Cumuls par inscrit et par matiere, trimestre par trimestre,
      *comme dans statnotes.
       01 WS-TABLE-EM.
         03 WS-EM OCCURS 300 TIMES.
           05 WS-EM-ELEVE     PIC 9(03).
           05 WS-EM-MATIERE   PIC X(06).
           05 WS-EM-TRIM OCCURS 3 TIMES.
               10 WS-EM-SOMME   PIC 9(05).
               10 WS-EM-POIDS   PIC 9(03).

       77  WS-IDX-EM     PIC 9(03) VALUE 1.
       77  WS-MAX-EM     PIC 9(03) VALUE 300.
       77  WS-NB-EM      PIC 9(03) VALUE 0.
       77  WS-EM-TROUVE  PIC 9(03) VALUE 0.
       77  WS-TRIM       PIC 9(01) VALUE 1.
       77  WS-POIDS-NOTE PIC 9(01) VALUE 1.
       77  WS-FIN-NOTES  PIC X(01) VALUE "N".
       77  WS-INSCRIT    PIC X(01) VALUE "N".

      *Moyenne annuelle d'une matiere et plus faible matiere de
      *l'inscrit en cours.
       77  WS-MOY-TRIM      PIC 9(02)V99 VALUE 0.
       77  WS-CUMUL-MOY     PIC 9(03)V99 VALUE 0.
       77  WS-NB-TRIM-NOTES PIC 9(01) VALUE 0.
       77  WS-MOY-MATIERE   PIC 9(02)V99 VALUE 0.
       77  WS-MOY-PLUS-BAS  PIC 9(02)V99 VALUE 0.
       77  WS-EM-PLUS-BAS   PIC 9(03) VALUE 0.
       77  WS-NB-A-REPASSER PIC 9(02) VALUE 0.

      *Epreuves de la session, une par matiere : nombre
      *d'inscrits, demi-journee retenue et etat (N a placer, P
      *placee, X impossible a placer).
       01 WS-TABLE-EPREUVES.
         03 WS-EPR OCCURS 20 TIMES.
           05 WS-EPR-MATIERE  PIC X(06).
           05 WS-EPR-NB       PIC 9(02).
           05 WS-EPR-CRENEAU  PIC 9(02).
           05 WS-EPR-ETAT     PIC X(01).

       77  WS-IDX-EPR     PIC 9(02) VALUE 1.
       77  WS-MAX-EPR     PIC 9(02) VALUE 20.
       77  WS-NB-EPR      PIC 9(02) VALUE 0.
       77  WS-EPR-TROUVE  PIC 9(02) VALUE 0.
       77  WS-EPR-CHOISIE PIC 9(02) VALUE 0.
       77  WS-TOUR        PIC 9(02) VALUE 0.

      *Convocations : une ligne par inscrit et par epreuve, avec
      *la salle et la place attribuees (salle 0 tant que
      *l'epreuve n'est pas placee).
       01 WS-TABLE-CONVOCS.
         03 WS-CVC OCCURS 150 TIMES.
           05 WS-CVC-CAN      PIC 9(02).
           05 WS-CVC-EPR      PIC 9(02).
           05 WS-CVC-SALLE    PIC 9(02).
           05 WS-CVC-PLACE    PIC 9(03).

       77  WS-IDX-CVC     PIC 9(03) VALUE 1.
       77  WS-IDX-AUTRE   PIC 9(03) VALUE 1.
       77  WS-MAX-CVC     PIC 9(03) VALUE 150.
       77  WS-NB-CVC      PIC 9(03) VALUE 0.

      *Salles d'examen, avec les places occupees a chaque
      *demi-journee.
       01 WS-TABLE-SALLES.
         03 WS-SAL OCCURS 20 TIMES.
           05 WS-SAL-CODE     PIC X(06).
           05 WS-SAL-CAPACITE PIC 9(03).
           05 WS-SAL-LIBELLE  PIC X(24).
           05 WS-SAL-OCCUPE OCCURS 20 TIMES PIC 9(03).

       77  WS-IDX-SAL       PIC 9(02) VALUE 1.
       77  WS-MAX-SAL       PIC 9(02) VALUE 20.
       77  WS-NB-SAL        PIC 9(02) VALUE 0.
       77  WS-SALLES-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-SALLES    PIC X(01) VALUE "N".
       77  WS-PLACES-LIBRES PIC 9(04) VALUE 0.

      *Demi-journees de la session : dix jours ouvres a partir du
      *premier jour, matin et apres-midi.
       01 WS-TABLE-CRENEAUX.
         03 WS-CRN OCCURS 20 TIMES.
           05 WS-CRN-DATE     PIC 9(08).
           05 WS-CRN-HEURE    PIC X(05).

       77  WS-IDX-CRN       PIC 9(02) VALUE 1.
       77  WS-MAX-CRN       PIC 9(02) VALUE 20.
       77  WS-JOUR-SESSION  PIC 9(02) VALUE 0.
       77  WS-CONFLIT       PIC X(01) VALUE "N".
       77  WS-PREMIER-JOUR  PIC 9(08) VALUE 0.

       01 WS-TABLE-RESPONSABLES.
         03 WS-RESP OCCURS 200 TIMES.
           05 WS-RESP-ELEVE     PIC 9(03).
           05 WS-RESP-RANG      PIC 9(01).
           05 WS-RESP-NOM       PIC X(25).
           05 WS-RESP-ADRESSE   PIC X(30).
           05 WS-RESP-CP        PIC X(05).
           05 WS-RESP-VILLE     PIC X(20).
           05 WS-RESP-COURRIER  PIC X(01).

       77  WS-IDX-RESP      PIC 9(03) VALUE 1.
       77  WS-MAX-RESP      PIC 9(03) VALUE 200.
       77  WS-NB-RESP       PIC 9(03) VALUE 0.
       77  WS-RESP-STATUS   PIC X(02) VALUE SPACES.
       77  WS-RESP-TROUVE   PIC 9(03) VALUE 0.
       77  WS-FIN-RESP      PIC X(01) VALUE "N".

       77  WS-NOM-CONVOC    PIC X(40) VALUE SPACES.
       77  WS-DATE-ED       PIC X(10) VALUE SPACES.
       77  WS-EPR-LIGNE     PIC 9(02) VALUE 0.

      *Compteurs du passage.
       77  WS-NB-CONVOCS       PIC 9(03) VALUE 0.
       77  WS-NB-SANS-FICHE    PIC 9(02) VALUE 0.
       77  WS-NB-SANS-NOTE     PIC 9(02) VALUE 0.
       77  WS-NB-SANS-RESP     PIC 9(02) VALUE 0.
       77  WS-NB-NON-PLACEES   PIC 9(02) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(premier jour de la session et jours ouvres suivants).
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Horodatage de l'exécution, reporté en en-tête des listes
      *et date des convocations.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne le passage dans le journal d'exploitation.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "convocrat".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           DISPLAY "Premier jour de la session de rattrapage"
                   " (AAAAMMJJ) :".
           ACCEPT WS-PREMIER-JOUR.

           MOVE "V"             TO WS-DC-FONCTION.
           MOVE WS-PREMIER-JOUR TO WS-DC-DATE-1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "ERREUR : premier jour invalide"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "J" TO WS-DC-FONCTION.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-RESULTAT > 5
               DISPLAY "ERREUR : le premier jour tombe un week-end"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0050-LIRE-ELEVES-START
           THRU    0050-LIRE-ELEVES-END.

           PERFORM 0100-LIRE-ECHEC-START
           THRU    0100-LIRE-ECHEC-END.

           PERFORM 0150-LIRE-SALLES-START
           THRU    0150-LIRE-SALLES-END.

           IF WS-NB-SAL = 0
               DISPLAY "ERREUR : aucune salle dans salles.txt,"
                       " aucune epreuve ne peut etre placee"
               MOVE "ECHEC" TO WS-JRN-STATUT
               MOVE WS-NB-CAN TO WS-JRN-LUS
               CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                    WS-JRN-ECRITS WS-JRN-REJETES
                                    WS-JRN-STATUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0170-LIRE-RESPONSABLES-START
           THRU    0170-LIRE-RESPONSABLES-END.

           PERFORM 0200-LIRE-NOTES-START
           THRU    0200-LIRE-NOTES-END.

           PERFORM 0300-EPREUVES-START
           THRU    0300-EPREUVES-END
               VARYING WS-IDX-CAN FROM 1 BY 1
               UNTIL WS-IDX-CAN > WS-NB-CAN.

           PERFORM 0400-CRENEAUX-START
           THRU    0400-CRENEAUX-END.

           PERFORM 0450-PLANIFIER-START
           THRU    0450-PLANIFIER-END.

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0600-ECRIRE-PLAN-START
           THRU    0600-ECRIRE-PLAN-END.

           PERFORM 0700-CONVOQUER-START
           THRU    0700-CONVOQUER-END
               VARYING WS-IDX-CAN FROM 1 BY 1
               UNTIL WS-IDX-CAN > WS-NB-CAN.

           PERFORM 0800-PLACEMENT-START
           THRU    0800-PLACEMENT-END.

           DISPLAY WS-NB-EPR " epreuve(s), " WS-NB-CONVOCS
                   " convocation(s) ecrite(s), placement dans"
                   " plans-salles.txt".
           IF WS-NB-SANS-FICHE > 0 OR WS-NB-SANS-NOTE > 0 OR
              WS-NB-SANS-RESP > 0
               DISPLAY "ATTENTION : " WS-NB-SANS-FICHE
                       " inscrit(s) sans fiche, " WS-NB-SANS-NOTE
                       " sans note, " WS-NB-SANS-RESP
                       " sans responsable destinataire"
           END-IF.
           IF WS-NB-NON-PLACEES > 0
               DISPLAY "ERREUR : " WS-NB-NON-PLACEES
                       " epreuve(s) sans demi-journee ni salle"
                       " possible, salles.txt a completer"
               MOVE "ECHEC" TO WS-JRN-STATUT
           END-IF.

           MOVE WS-NB-CAN     TO WS-JRN-LUS.
           MOVE WS-NB-CONVOCS TO WS-JRN-ECRITS.
           COMPUTE WS-JRN-REJETES = WS-NB-SANS-FICHE
                                  + WS-NB-SANS-NOTE
                                  + WS-NB-NON-PLACEES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           IF WS-NB-NON-PLACEES > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************

       0050-LIRE-ELEVES-START.

           OPEN INPUT FICHIER-ELEVES.

           PERFORM UNTIL WS-FIN-ELEVES = "O"
               READ FICHIER-ELEVES
                   AT END
                       MOVE "O" TO WS-FIN-ELEVES
                   NOT AT END
                       IF WS-NB-ELEVES < WS-MAX-ELEVES
                           ADD 1 TO WS-NB-ELEVES
                           MOVE F-ELEVE-ID TO
                                WS-ELV-ID(WS-NB-ELEVES)
                           MOVE F-NOM      TO
                                WS-ELV-NOM(WS-NB-ELEVES)
                           MOVE F-CLASSE   TO
                                WS-ELV-CLASSE(WS-NB-ELEVES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ELEVES.

           EXIT.
       0050-LIRE-ELEVES-END.

      *Liste d'inscription depuis echec.txt : l'en-tete d'audit
      *est sautee, l'enregistrement de controle TOTAL est verifie
      *avant de convoquer quiconque ; chaque inscrit est retrouve
      *par son nom dans le referentiel.
       0100-LIRE-ECHEC-START.

           OPEN INPUT FICHIER-ECHEC.

           PERFORM UNTIL WS-FIN-ECHEC = "O"
               READ FICHIER-ECHEC
                   AT END
                       MOVE "O" TO WS-FIN-ECHEC
                   NOT AT END
                       IF WS-PREMIERE-ECH = "O"
                           MOVE "N" TO WS-PREMIERE-ECH
                       ELSE
                           IF F-ECH-TOT-MARQUE = "TOTAL"
                               MOVE "O" TO WS-CTRL-PRESENT
                               MOVE F-ECH-TOT-NB TO WS-CTRL-NB
                               MOVE F-ECH-TOT-NOTES TO WS-CTRL-NOTES
                           ELSE
                               IF WS-NB-CAN < WS-MAX-CAN
                                   ADD 1 TO WS-NB-CAN
                                   MOVE F-NOM-ECH TO
                                        WS-CAN-NOM(WS-NB-CAN)
                                   ADD F-NOTE-ECH TO WS-TOT-NOTES-LU
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ECHEC.

           IF WS-CTRL-PRESENT = "N" OR
              WS-CTRL-NB NOT = WS-NB-CAN OR
              WS-CTRL-NOTES NOT = WS-TOT-NOTES-LU
               DISPLAY "ERREUR : controle de echec.txt absent ou"
                       " errone, traitement arrete"
               MOVE "ECHEC" TO WS-JRN-STATUT
               CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                    WS-JRN-ECRITS WS-JRN-REJETES
                                    WS-JRN-STATUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-IDX-CAN FROM 1 BY 1
                   UNTIL WS-IDX-CAN > WS-NB-CAN
               MOVE "N" TO WS-CAN-FICHE(WS-IDX-CAN)
               MOVE 0   TO WS-CAN-ELEVE(WS-IDX-CAN)
               MOVE SPACES TO WS-CAN-CLASSE(WS-IDX-CAN)
               PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                       UNTIL WS-IDX-ELV > WS-NB-ELEVES
                   IF WS-ELV-NOM(WS-IDX-ELV) = WS-CAN-NOM(WS-IDX-CAN)
                       MOVE "O" TO WS-CAN-FICHE(WS-IDX-CAN)
                       MOVE WS-ELV-ID(WS-IDX-ELV) TO
                            WS-CAN-ELEVE(WS-IDX-CAN)
                       MOVE WS-ELV-CLASSE(WS-IDX-ELV) TO
                            WS-CAN-CLASSE(WS-IDX-CAN)
                   END-IF
               END-PERFORM
               IF WS-CAN-FICHE(WS-IDX-CAN) = "N"
                   DISPLAY "ATTENTION : inscrit "
                           WS-CAN-NOM(WS-IDX-CAN)
                           " absent du referentiel, non convoque"
                   ADD 1 TO WS-NB-SANS-FICHE
               END-IF
           END-PERFORM.

           EXIT.
       0100-LIRE-ECHEC-END.

      *Statut 05 : fichier optionnel absent, aucune salle.
       0150-LIRE-SALLES-START.

           OPEN INPUT FICHIER-SALLES.

           IF WS-SALLES-STATUS = "00" OR WS-SALLES-STATUS = "05"
               PERFORM UNTIL WS-FIN-SALLES = "O"
                   READ FICHIER-SALLES
                       AT END
                           MOVE "O" TO WS-FIN-SALLES
                       NOT AT END
                           IF WS-NB-SAL < WS-MAX-SAL AND
                              F-SAL-CAPACITE IS NUMERIC AND
                              F-SAL-CAPACITE > 0
                               ADD 1 TO WS-NB-SAL
                               MOVE F-SAL-CODE     TO
                                    WS-SAL-CODE(WS-NB-SAL)
                               MOVE F-SAL-CAPACITE TO
                                    WS-SAL-CAPACITE(WS-NB-SAL)
                               MOVE F-SAL-LIBELLE  TO
                                    WS-SAL-LIBELLE(WS-NB-SAL)
                               PERFORM VARYING WS-IDX-CRN FROM 1 BY 1
                                       UNTIL WS-IDX-CRN > WS-MAX-CRN
                                   MOVE 0 TO WS-SAL-OCCUPE(WS-NB-SAL,
                                                           WS-IDX-CRN)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SALLES
           END-IF.

           EXIT.
       0150-LIRE-SALLES-END.

      *Statut 05 : fichier optionnel absent, aucun responsable.
       0170-LIRE-RESPONSABLES-START.

           OPEN INPUT FICHIER-RESPONSABLES.

           IF WS-RESP-STATUS = "00" OR WS-RESP-STATUS = "05"
               PERFORM UNTIL WS-FIN-RESP = "O"
                   READ FICHIER-RESPONSABLES
                       AT END
                           MOVE "O" TO WS-FIN-RESP
                       NOT AT END
                           IF WS-NB-RESP < WS-MAX-RESP
                               ADD 1 TO WS-NB-RESP
                               MOVE F-RESP-ELEVE    TO
                                    WS-RESP-ELEVE(WS-NB-RESP)
                               MOVE F-RESP-RANG     TO
                                    WS-RESP-RANG(WS-NB-RESP)
                               MOVE F-RESP-NOM      TO
                                    WS-RESP-NOM(WS-NB-RESP)
                               MOVE F-RESP-ADRESSE  TO
                                    WS-RESP-ADRESSE(WS-NB-RESP)
                               MOVE F-RESP-CP       TO
                                    WS-RESP-CP(WS-NB-RESP)
                               MOVE F-RESP-VILLE    TO
                                    WS-RESP-VILLE(WS-NB-RESP)
                               MOVE F-RESP-COURRIER TO
                                    WS-RESP-COURRIER(WS-NB-RESP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RESPONSABLES
           END-IF.

           EXIT.
       0170-LIRE-RESPONSABLES-END.

      *Seules les notes des inscrits sont cumulees ; une note sans
      *trimestre (ancien format) est ignoree comme dans statnotes.
       0200-LIRE-NOTES-START.

           OPEN INPUT FICHIER-NOTES.

           PERFORM UNTIL WS-FIN-NOTES = "O"
               READ FICHIER-NOTES
                   AT END
                       MOVE "O" TO WS-FIN-NOTES
                   NOT AT END
                       IF F-NOTE-TRIMESTRE IS NUMERIC AND
                          F-NOTE-TRIMESTRE >= 1 AND
                          F-NOTE-TRIMESTRE <= 3
                           PERFORM 0210-CUMULER-NOTE-START
                           THRU    0210-CUMULER-NOTE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-NOTES.

           EXIT.
       0200-LIRE-NOTES-END.

       0210-CUMULER-NOTE-START.

           MOVE 0 TO WS-EM-TROUVE.
           PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                   UNTIL WS-IDX-EM > WS-NB-EM
               IF WS-EM-ELEVE(WS-IDX-EM) = F-NOTE-ELEVE AND
                  WS-EM-MATIERE(WS-IDX-EM) = F-NOTE-MATIERE
                   MOVE WS-IDX-EM TO WS-EM-TROUVE
               END-IF
           END-PERFORM.

           IF WS-EM-TROUVE = 0
               MOVE "N" TO WS-INSCRIT
               PERFORM VARYING WS-IDX-CAN FROM 1 BY 1
                       UNTIL WS-IDX-CAN > WS-NB-CAN
                   IF WS-CAN-FICHE(WS-IDX-CAN) = "O" AND
                      WS-CAN-ELEVE(WS-IDX-CAN) = F-NOTE-ELEVE
                       MOVE "O" TO WS-INSCRIT
                   END-IF
               END-PERFORM
               IF WS-INSCRIT = "N" OR WS-NB-EM >= WS-MAX-EM
                   GO TO 0210-CUMULER-NOTE-END
               END-IF
               ADD 1 TO WS-NB-EM
               MOVE WS-NB-EM TO WS-EM-TROUVE
               MOVE F-NOTE-ELEVE   TO WS-EM-ELEVE(WS-EM-TROUVE)
               MOVE F-NOTE-MATIERE TO WS-EM-MATIERE(WS-EM-TROUVE)
               PERFORM VARYING WS-TRIM FROM 1 BY 1
                       UNTIL WS-TRIM > 3
                   MOVE 0 TO WS-EM-SOMME(WS-EM-TROUVE, WS-TRIM)
                   MOVE 0 TO WS-EM-POIDS(WS-EM-TROUVE, WS-TRIM)
               END-PERFORM
           END-IF.

      *Une evaluation sans poids compte pour 1.
           MOVE 1 TO WS-POIDS-NOTE.
           IF F-NOTE-POIDS IS NUMERIC AND F-NOTE-POIDS > 0
               MOVE F-NOTE-POIDS TO WS-POIDS-NOTE
           END-IF.

           MOVE F-NOTE-TRIMESTRE TO WS-TRIM.
           COMPUTE WS-EM-SOMME(WS-EM-TROUVE, WS-TRIM) =
                   WS-EM-SOMME(WS-EM-TROUVE, WS-TRIM) +
                   F-NOTE-VALEUR * WS-POIDS-NOTE.
           ADD WS-POIDS-NOTE TO WS-EM-POIDS(WS-EM-TROUVE, WS-TRIM).

           EXIT.
       0210-CUMULER-NOTE-END.

      *Matieres a repasser par l'inscrit WS-IDX-CAN : moyenne
      *annuelle (moyenne des trimestres notes, chacun pondere par
      *le poids des evaluations) sous 10, ou a defaut la plus
      *faible. Chacune ajoute une convocation a son epreuve.
       0300-EPREUVES-START.

           IF WS-CAN-FICHE(WS-IDX-CAN) = "N"
               GO TO 0300-EPREUVES-END
           END-IF.

           MOVE 0  TO WS-NB-A-REPASSER.
           MOVE 0  TO WS-EM-PLUS-BAS.
           MOVE 99 TO WS-MOY-PLUS-BAS.

           PERFORM VARYING WS-IDX-EM FROM 1 BY 1
                   UNTIL WS-IDX-EM > WS-NB-EM
               IF WS-EM-ELEVE(WS-IDX-EM) = WS-CAN-ELEVE(WS-IDX-CAN)
                   MOVE 0 TO WS-CUMUL-MOY
                   MOVE 0 TO WS-NB-TRIM-NOTES
                   PERFORM VARYING WS-TRIM FROM 1 BY 1
                           UNTIL WS-TRIM > 3
                       IF WS-EM-POIDS(WS-IDX-EM, WS-TRIM) > 0
                           COMPUTE WS-MOY-TRIM ROUNDED =
                                   WS-EM-SOMME(WS-IDX-EM, WS-TRIM) /
                                   WS-EM-POIDS(WS-IDX-EM, WS-TRIM)
                           ADD WS-MOY-TRIM TO WS-CUMUL-MOY
                           ADD 1 TO WS-NB-TRIM-NOTES
                       END-IF
                   END-PERFORM
                   IF WS-NB-TRIM-NOTES > 0
                       COMPUTE WS-MOY-MATIERE ROUNDED =
                               WS-CUMUL-MOY / WS-NB-TRIM-NOTES
                       IF WS-MOY-MATIERE < WS-MOY-PLUS-BAS
                           MOVE WS-MOY-MATIERE TO WS-MOY-PLUS-BAS
                           MOVE WS-IDX-EM      TO WS-EM-PLUS-BAS
                       END-IF
                       IF WS-MOY-MATIERE < 10
                           MOVE WS-IDX-EM TO WS-EM-TROUVE
                           PERFORM 0310-AJOUTER-START
                           THRU    0310-AJOUTER-END
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-A-REPASSER = 0
               IF WS-EM-PLUS-BAS = 0
                   DISPLAY "ATTENTION : inscrit "
                           WS-CAN-NOM(WS-IDX-CAN)
                           " sans aucune note, pas d'epreuve"
                   ADD 1 TO WS-NB-SANS-NOTE
               ELSE
                   MOVE WS-EM-PLUS-BAS TO WS-EM-TROUVE
                   PERFORM 0310-AJOUTER-START
                   THRU    0310-AJOUTER-END
               END-IF
           END-IF.

           EXIT.
       0300-EPREUVES-END.

      *Convocation de l'inscrit WS-IDX-CAN a l'epreuve de la
      *matiere WS-EM-TROUVE, creee au besoin.
       0310-AJOUTER-START.

           MOVE 0 TO WS-EPR-TROUVE.
           PERFORM VARYING WS-IDX-EPR FROM 1 BY 1
                   UNTIL WS-IDX-EPR > WS-NB-EPR
               IF WS-EPR-MATIERE(WS-IDX-EPR) =
                  WS-EM-MATIERE(WS-EM-TROUVE)
                   MOVE WS-IDX-EPR TO WS-EPR-TROUVE
               END-IF
           END-PERFORM.

           IF WS-EPR-TROUVE = 0
               IF WS-NB-EPR >= WS-MAX-EPR
                   GO TO 0310-AJOUTER-END
               END-IF
               ADD 1 TO WS-NB-EPR
               MOVE WS-NB-EPR TO WS-EPR-TROUVE
               MOVE WS-EM-MATIERE(WS-EM-TROUVE) TO
                    WS-EPR-MATIERE(WS-EPR-TROUVE)
               MOVE 0   TO WS-EPR-NB(WS-EPR-TROUVE)
               MOVE 0   TO WS-EPR-CRENEAU(WS-EPR-TROUVE)
               MOVE "N" TO WS-EPR-ETAT(WS-EPR-TROUVE)
           END-IF.

           IF WS-NB-CVC >= WS-MAX-CVC
               GO TO 0310-AJOUTER-END
           END-IF.

           ADD 1 TO WS-NB-CVC.
           MOVE WS-IDX-CAN    TO WS-CVC-CAN(WS-NB-CVC).
           MOVE WS-EPR-TROUVE TO WS-CVC-EPR(WS-NB-CVC).
           MOVE 0             TO WS-CVC-SALLE(WS-NB-CVC).
           MOVE 0             TO WS-CVC-PLACE(WS-NB-CVC).
           ADD 1 TO WS-EPR-NB(WS-EPR-TROUVE).
           ADD 1 TO WS-NB-A-REPASSER.

           EXIT.
       0310-AJOUTER-END.

      *Demi-journees de la session : le premier jour, puis les
      *jours ouvres suivants (week-ends et jours-feries.txt
      *sautes), matin puis apres-midi.
       0400-CRENEAUX-START.

           PERFORM VARYING WS-JOUR-SESSION FROM 1 BY 1
                   UNTIL WS-JOUR-SESSION > WS-MAX-CRN / 2
               COMPUTE WS-IDX-CRN = WS-JOUR-SESSION * 2 - 1
               IF WS-JOUR-SESSION = 1
                   MOVE WS-PREMIER-JOUR TO WS-CRN-DATE(WS-IDX-CRN)
               ELSE
                   MOVE "O"             TO WS-DC-FONCTION
                   MOVE WS-PREMIER-JOUR TO WS-DC-DATE-1
                   COMPUTE WS-DC-NOMBRE = WS-JOUR-SESSION - 1
                   CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                         WS-DC-DATE-2 WS-DC-NOMBRE
                                         WS-DC-RESULTAT WS-DC-STATUT
                   MOVE WS-DC-DATE-2 TO WS-CRN-DATE(WS-IDX-CRN)
               END-IF
               MOVE "09h00" TO WS-CRN-HEURE(WS-IDX-CRN)
               MOVE WS-CRN-DATE(WS-IDX-CRN) TO
                    WS-CRN-DATE(WS-IDX-CRN + 1)
               MOVE "14h00" TO WS-CRN-HEURE(WS-IDX-CRN + 1)
           END-PERFORM.

           EXIT.
       0400-CRENEAUX-END.

      *Les epreuves sont placees de la plus chargee a la moins
      *chargee, chacune sur la premiere demi-journee ou aucun de
      *ses inscrits n'a deja une epreuve et ou les salles ont
      *encore assez de places pour tous.
       0450-PLANIFIER-START.

           PERFORM VARYING WS-TOUR FROM 1 BY 1
                   UNTIL WS-TOUR > WS-NB-EPR
               MOVE 0 TO WS-EPR-CHOISIE
               PERFORM VARYING WS-IDX-EPR FROM 1 BY 1
                       UNTIL WS-IDX-EPR > WS-NB-EPR
                   IF WS-EPR-ETAT(WS-IDX-EPR) = "N"
                       IF WS-EPR-CHOISIE = 0
                           MOVE WS-IDX-EPR TO WS-EPR-CHOISIE
                       ELSE
                           IF WS-EPR-NB(WS-IDX-EPR) >
                              WS-EPR-NB(WS-EPR-CHOISIE)
                               MOVE WS-IDX-EPR TO WS-EPR-CHOISIE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 0460-PLACER-EPREUVE-START
               THRU    0460-PLACER-EPREUVE-END
           END-PERFORM.

           EXIT.
       0450-PLANIFIER-END.

       0460-PLACER-EPREUVE-START.

           MOVE "X" TO WS-EPR-ETAT(WS-EPR-CHOISIE).

           PERFORM VARYING WS-IDX-CRN FROM 1 BY 1
                   UNTIL WS-IDX-CRN > WS-MAX-CRN OR
                         WS-EPR-ETAT(WS-EPR-CHOISIE) = "P"
               PERFORM 0470-CRENEAU-LIBRE-START
               THRU    0470-CRENEAU-LIBRE-END
               IF WS-CONFLIT = "N"
                   MOVE "P"        TO WS-EPR-ETAT(WS-EPR-CHOISIE)
                   MOVE WS-IDX-CRN TO WS-EPR-CRENEAU(WS-EPR-CHOISIE)
                   PERFORM 0480-ATTRIBUER-PLACES-START
                   THRU    0480-ATTRIBUER-PLACES-END
               END-IF
           END-PERFORM.

           IF WS-EPR-ETAT(WS-EPR-CHOISIE) = "X"
               DISPLAY "ATTENTION : epreuve "
                       WS-EPR-MATIERE(WS-EPR-CHOISIE) " ("
                       WS-EPR-NB(WS-EPR-CHOISIE)
                       " inscrit(s)) impossible a placer"
               ADD 1 TO WS-NB-NON-PLACEES
           END-IF.

           EXIT.
       0460-PLACER-EPREUVE-END.

      *WS-CONFLIT a "O" quand la demi-journee WS-IDX-CRN ne peut
      *pas recevoir l'epreuve choisie : un de ses inscrits y passe
      *deja une autre epreuve, ou les places libres manquent.
       0470-CRENEAU-LIBRE-START.

           MOVE "N" TO WS-CONFLIT.

           PERFORM VARYING WS-IDX-CVC FROM 1 BY 1
                   UNTIL WS-IDX-CVC > WS-NB-CVC
               IF WS-CVC-EPR(WS-IDX-CVC) = WS-EPR-CHOISIE
                   PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                           UNTIL WS-IDX-AUTRE > WS-NB-CVC
                       IF WS-CVC-CAN(WS-IDX-AUTRE) =
                          WS-CVC-CAN(WS-IDX-CVC) AND
                          WS-EPR-ETAT(WS-CVC-EPR(WS-IDX-AUTRE)) = "P"
                          AND WS-EPR-CRENEAU(WS-CVC-EPR(WS-IDX-AUTRE))
                              = WS-IDX-CRN
                           MOVE "O" TO WS-CONFLIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-CONFLIT = "O"
               GO TO 0470-CRENEAU-LIBRE-END
           END-IF.

           MOVE 0 TO WS-PLACES-LIBRES.
           PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > WS-NB-SAL
               COMPUTE WS-PLACES-LIBRES = WS-PLACES-LIBRES +
                       WS-SAL-CAPACITE(WS-IDX-SAL) -
                       WS-SAL-OCCUPE(WS-IDX-SAL, WS-IDX-CRN)
           END-PERFORM.

           IF WS-PLACES-LIBRES < WS-EPR-NB(WS-EPR-CHOISIE)
               MOVE "O" TO WS-CONFLIT
           END-IF.

           EXIT.
       0470-CRENEAU-LIBRE-END.

      *Chaque inscrit de l'epreuve prend la place suivante de la
      *premiere salle qui en a encore a cette demi-journee.
       0480-ATTRIBUER-PLACES-START.

           PERFORM VARYING WS-IDX-CVC FROM 1 BY 1
                   UNTIL WS-IDX-CVC > WS-NB-CVC
               IF WS-CVC-EPR(WS-IDX-CVC) = WS-EPR-CHOISIE
                   PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                           UNTIL WS-IDX-SAL > WS-NB-SAL OR
                                 WS-CVC-SALLE(WS-IDX-CVC) > 0
                       IF WS-SAL-OCCUPE(WS-IDX-SAL, WS-IDX-CRN) <
                          WS-SAL-CAPACITE(WS-IDX-SAL)
                           ADD 1 TO
                               WS-SAL-OCCUPE(WS-IDX-SAL, WS-IDX-CRN)
                           MOVE WS-IDX-SAL TO WS-CVC-SALLE(WS-IDX-CVC)
                           MOVE WS-SAL-OCCUPE(WS-IDX-SAL, WS-IDX-CRN)
                             TO WS-CVC-PLACE(WS-IDX-CVC)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           EXIT.
       0480-ATTRIBUER-PLACES-END.

      *Le plan de la session, une ligne par epreuve placee d'un
      *eleve ; rattrapage et emargrat le relisent.
       0600-ECRIRE-PLAN-START.

           OPEN OUTPUT FICHIER-PLAN.

           PERFORM VARYING WS-IDX-CVC FROM 1 BY 1
                   UNTIL WS-IDX-CVC > WS-NB-CVC
               IF WS-CVC-SALLE(WS-IDX-CVC) > 0
                   MOVE WS-CVC-CAN(WS-IDX-CVC) TO WS-IDX-CAN
                   MOVE WS-CVC-EPR(WS-IDX-CVC) TO WS-IDX-EPR
                   MOVE WS-EPR-CRENEAU(WS-IDX-EPR) TO WS-IDX-CRN
                   MOVE WS-CVC-SALLE(WS-IDX-CVC) TO WS-IDX-SAL
                   MOVE SPACES                   TO F-PLAN
                   MOVE WS-CAN-NOM(WS-IDX-CAN)   TO F-PLN-NOM
                   MOVE WS-CAN-ELEVE(WS-IDX-CAN) TO F-PLN-ELEVE
                   MOVE WS-EPR-MATIERE(WS-IDX-EPR) TO F-PLN-MATIERE
                   MOVE WS-CRN-DATE(WS-IDX-CRN)  TO F-PLN-DATE
                   MOVE WS-CRN-HEURE(WS-IDX-CRN) TO F-PLN-HEURE
                   MOVE WS-SAL-CODE(WS-IDX-SAL)  TO F-PLN-SALLE
                   MOVE WS-CVC-PLACE(WS-IDX-CVC) TO F-PLN-PLACE
                   WRITE F-PLAN
               END-IF
           END-PERFORM.

           CLOSE FICHIER-PLAN.

           EXIT.
       0600-ECRIRE-PLAN-END.

      *Convocation de l'inscrit WS-IDX-CAN, adressee a son
      *responsable destinataire du courrier de plus petit rang ;
      *sans responsable, a l'eleve lui-meme.
       0700-CONVOQUER-START.

           IF WS-CAN-FICHE(WS-IDX-CAN) = "N"
               GO TO 0700-CONVOQUER-END
           END-IF.

           MOVE 0 TO WS-EPR-LIGNE.
           PERFORM VARYING WS-IDX-CVC FROM 1 BY 1
                   UNTIL WS-IDX-CVC > WS-NB-CVC
               IF WS-CVC-CAN(WS-IDX-CVC) = WS-IDX-CAN
                   ADD 1 TO WS-EPR-LIGNE
               END-IF
           END-PERFORM.
           IF WS-EPR-LIGNE = 0
               GO TO 0700-CONVOQUER-END
           END-IF.

           MOVE 0 TO WS-RESP-TROUVE.
           PERFORM VARYING WS-IDX-RESP FROM 1 BY 1
                   UNTIL WS-IDX-RESP > WS-NB-RESP
               IF WS-RESP-ELEVE(WS-IDX-RESP) = WS-CAN-ELEVE(WS-IDX-CAN)
                  AND WS-RESP-COURRIER(WS-IDX-RESP) = "O"
                   IF WS-RESP-TROUVE = 0
                       MOVE WS-IDX-RESP TO WS-RESP-TROUVE
                   ELSE
                       IF WS-RESP-RANG(WS-IDX-RESP) <
                          WS-RESP-RANG(WS-RESP-TROUVE)
                           MOVE WS-IDX-RESP TO WS-RESP-TROUVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-NOM-CONVOC.
           STRING "convocation-" WS-CAN-ELEVE(WS-IDX-CAN) ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-CONVOC.

           OPEN OUTPUT FICHIER-CONVOC.

           IF WS-RESP-TROUVE = 0
               DISPLAY "ATTENTION : eleve " WS-CAN-ELEVE(WS-IDX-CAN)
                       " " WS-CAN-NOM(WS-IDX-CAN)
                       " sans responsable destinataire du courrier,"
                       " convocation a son nom"
               ADD 1 TO WS-NB-SANS-RESP
               MOVE WS-CAN-NOM(WS-IDX-CAN) TO F-CONVOC
               WRITE F-CONVOC
               MOVE SPACES TO F-CONVOC
               WRITE F-CONVOC
               WRITE F-CONVOC
           ELSE
               MOVE WS-RESP-NOM(WS-RESP-TROUVE) TO F-CONVOC
               WRITE F-CONVOC
               MOVE WS-RESP-ADRESSE(WS-RESP-TROUVE) TO F-CONVOC
               WRITE F-CONVOC
               MOVE SPACES TO F-CONVOC
               STRING WS-RESP-CP(WS-RESP-TROUVE) " "
                      WS-RESP-VILLE(WS-RESP-TROUVE)
                      DELIMITED BY SIZE INTO F-CONVOC
               WRITE F-CONVOC
           END-IF.

           MOVE SPACES TO F-CONVOC.
           WRITE F-CONVOC.
           STRING "                                        Le "
                  WS-HORODATAGE(1:10)
                  DELIMITED BY SIZE INTO F-CONVOC.
           WRITE F-CONVOC.
           MOVE SPACES TO F-CONVOC.
           WRITE F-CONVOC.
           STRING "Objet : convocation de "
                  FUNCTION TRIM(WS-CAN-NOM(WS-IDX-CAN))
                  " (classe " FUNCTION TRIM(WS-CAN-CLASSE(WS-IDX-CAN))
                  ") a la session de rattrapage"
                  DELIMITED BY SIZE INTO F-CONVOC.
           WRITE F-CONVOC.
           MOVE SPACES TO F-CONVOC.
           WRITE F-CONVOC.
           MOVE "Madame, Monsieur," TO F-CONVOC.
           WRITE F-CONVOC.
           MOVE SPACES TO F-CONVOC.
           WRITE F-CONVOC.
           STRING FUNCTION TRIM(WS-CAN-NOM(WS-IDX-CAN))
                  " est convoque(e) aux epreuves de rattrapage"
                  " suivantes :"
                  DELIMITED BY SIZE INTO F-CONVOC.
           WRITE F-CONVOC.
           MOVE SPACES TO F-CONVOC.
           WRITE F-CONVOC.
           MOVE "  Date        Heure  Matiere  Salle" TO F-CONVOC.
           WRITE F-CONVOC.

           PERFORM VARYING WS-IDX-CVC FROM 1 BY 1
                   UNTIL WS-IDX-CVC > WS-NB-CVC
               IF WS-CVC-CAN(WS-IDX-CVC) = WS-IDX-CAN
                   PERFORM 0710-LIGNE-EPREUVE-START
                   THRU    0710-LIGNE-EPREUVE-END
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-CONVOC.
           WRITE F-CONVOC.
           MOVE "Presentez-vous un quart d'heure avant le debut de"
             TO F-CONVOC.
           WRITE F-CONVOC.
           MOVE "chaque epreuve, muni(e) de cette convocation. Une"
             TO F-CONVOC.
           WRITE F-CONVOC.
           MOVE "absence a une epreuve vaut echec dans la matiere."
             TO F-CONVOC.
           WRITE F-CONVOC.
           MOVE SPACES TO F-CONVOC.
           WRITE F-CONVOC.
           MOVE "Veuillez agreer, Madame, Monsieur, nos salutations"
             TO F-CONVOC.
           WRITE F-CONVOC.
           MOVE "distinguees." TO F-CONVOC.
           WRITE F-CONVOC.
           MOVE SPACES TO F-CONVOC.
           WRITE F-CONVOC.
           MOVE "                                        Le secretariat"
             TO F-CONVOC.
           WRITE F-CONVOC.

           CLOSE FICHIER-CONVOC.
           ADD 1 TO WS-NB-CONVOCS.

           EXIT.
       0700-CONVOQUER-END.

      *Une ligne de la convocation : date, heure, matiere, salle
      *et place ; une epreuve non placee reste a fixer.
       0710-LIGNE-EPREUVE-START.

           MOVE WS-CVC-EPR(WS-IDX-CVC) TO WS-IDX-EPR.
           MOVE SPACES TO F-CONVOC.

           IF WS-CVC-SALLE(WS-IDX-CVC) = 0
               STRING "  (a fixer)         "
                      WS-EPR-MATIERE(WS-IDX-EPR)
                      "   date et salle communiquees ulterieurement"
                      DELIMITED BY SIZE INTO F-CONVOC
               WRITE F-CONVOC
               GO TO 0710-LIGNE-EPREUVE-END
           END-IF.

           MOVE WS-EPR-CRENEAU(WS-IDX-EPR) TO WS-IDX-CRN.
           MOVE WS-CVC-SALLE(WS-IDX-CVC)   TO WS-IDX-SAL.
           PERFORM 0750-DATE-EDITEE-START
           THRU    0750-DATE-EDITEE-END.
           STRING "  " WS-DATE-ED "  " WS-CRN-HEURE(WS-IDX-CRN) "  "
                  WS-EPR-MATIERE(WS-IDX-EPR) "   "
                  WS-SAL-CODE(WS-IDX-SAL) " "
                  FUNCTION TRIM(WS-SAL-LIBELLE(WS-IDX-SAL))
                  ", place " WS-CVC-PLACE(WS-IDX-CVC)
                  DELIMITED BY SIZE INTO F-CONVOC.
           WRITE F-CONVOC.

           EXIT.
       0710-LIGNE-EPREUVE-END.

      *Date de la demi-journee WS-IDX-CRN en JJ/MM/AAAA.
       0750-DATE-EDITEE-START.

           MOVE SPACES TO WS-DATE-ED.
           STRING WS-CRN-DATE(WS-IDX-CRN)(7:2) "/"
                  WS-CRN-DATE(WS-IDX-CRN)(5:2) "/"
                  WS-CRN-DATE(WS-IDX-CRN)(1:4)
                  DELIMITED BY SIZE INTO WS-DATE-ED.

           EXIT.
       0750-DATE-EDITEE-END.

      *Liste de placement : pour chaque demi-journee occupee,
      *chaque salle utilisee avec ses places dans l'ordre ; les
      *epreuves non placees sont rappelees en fin de liste.
       0800-PLACEMENT-START.

           OPEN OUTPUT FICHIER-PLACEMENT.

           MOVE SPACES TO F-PLACEMENT-ENTETE.
           STRING "Placement en salle - session de rattrapage du "
                  WS-PREMIER-JOUR " - execution du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-PLACEMENT-ENTETE.
           WRITE F-PLACEMENT-ENTETE.

           PERFORM VARYING WS-IDX-CRN FROM 1 BY 1
                   UNTIL WS-IDX-CRN > WS-MAX-CRN
               PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                       UNTIL WS-IDX-SAL > WS-NB-SAL
                   IF WS-SAL-OCCUPE(WS-IDX-SAL, WS-IDX-CRN) > 0
                       PERFORM 0810-SALLE-START
                       THRU    0810-SALLE-END
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-IDX-EPR FROM 1 BY 1
                   UNTIL WS-IDX-EPR > WS-NB-EPR
               IF WS-EPR-ETAT(WS-IDX-EPR) = "X"
                   MOVE SPACES TO F-PLACEMENT
                   STRING "Epreuve " WS-EPR-MATIERE(WS-IDX-EPR)
                          " non placee : " WS-EPR-NB(WS-IDX-EPR)
                          " inscrit(s) sans salle"
                          DELIMITED BY SIZE INTO F-PLACEMENT
                   WRITE F-PLACEMENT
               END-IF
           END-PERFORM.

           CLOSE FICHIER-PLACEMENT.

           EXIT.
       0800-PLACEMENT-END.

      *Salle WS-IDX-SAL a la demi-journee WS-IDX-CRN : en-tete
      *puis une ligne par place occupee.
       0810-SALLE-START.

           PERFORM 0750-DATE-EDITEE-START
           THRU    0750-DATE-EDITEE-END.

           MOVE SPACES TO F-PLACEMENT.
           WRITE F-PLACEMENT.
           STRING "Salle " WS-SAL-CODE(WS-IDX-SAL) " "
                  FUNCTION TRIM(WS-SAL-LIBELLE(WS-IDX-SAL))
                  " - " WS-DATE-ED " " WS-CRN-HEURE(WS-IDX-CRN)
                  " - " WS-SAL-OCCUPE(WS-IDX-SAL, WS-IDX-CRN)
                  " / " WS-SAL-CAPACITE(WS-IDX-SAL) " places"
                  DELIMITED BY SIZE INTO F-PLACEMENT.
           WRITE F-PLACEMENT.

           PERFORM VARYING WS-EPR-LIGNE FROM 1 BY 1
                   UNTIL WS-EPR-LIGNE >
                         WS-SAL-OCCUPE(WS-IDX-SAL, WS-IDX-CRN)
               PERFORM VARYING WS-IDX-CVC FROM 1 BY 1
                       UNTIL WS-IDX-CVC > WS-NB-CVC
                   MOVE WS-CVC-EPR(WS-IDX-CVC) TO WS-IDX-EPR
                   IF WS-CVC-SALLE(WS-IDX-CVC) = WS-IDX-SAL AND
                      WS-CVC-PLACE(WS-IDX-CVC) = WS-EPR-LIGNE AND
                      WS-EPR-CRENEAU(WS-IDX-EPR) = WS-IDX-CRN
                       MOVE WS-CVC-CAN(WS-IDX-CVC) TO WS-IDX-CAN
                       MOVE SPACES TO F-PLACEMENT
                       STRING "  Place " WS-CVC-PLACE(WS-IDX-CVC)
                              "  " WS-CAN-NOM(WS-IDX-CAN)
                              " " WS-CAN-CLASSE(WS-IDX-CAN)
                              " " WS-EPR-MATIERE(WS-IDX-EPR)
                              "  signature : ______________"
                              DELIMITED BY SIZE INTO F-PLACEMENT
                       WRITE F-PLACEMENT
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.
       0810-SALLE-END.
