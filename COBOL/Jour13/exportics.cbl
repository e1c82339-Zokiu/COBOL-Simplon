       IDENTIFICATION DIVISION.
       PROGRAM-ID. exportics.
       AUTHOR.    Terry.

      *Export iCalendar des taches, a passer chaque nuit : un
      *fichier taches-XXX.ics par proprietaire XXX, a abonner dans
      *l'agenda du telephone. Chaque tache ouverte de todolist.txt
      *dont l'echeance tombe dans les 60 prochains jours y devient
      *un evenement d'une journee, la priorite en tete du titre et
      *l'etat de sa dependance en description ; une tache
      *recurrente donne un evenement par occurrence a venir dans
      *la fenetre (memes regles d'avance que ToDoList).
      *Chaque evenement garde un identifiant (UID) stable d'une
      *nuit a l'autre, pour que l'agenda le mette a jour au lieu
      *de le dupliquer :
      *  tache ponctuelle : TODO-nnn-cccccc@todolist
      *  tache recurrente : TODO-Rcccccc-AAAAMMJJ@todolist
      *(nnn numero de tache, cccccc cle calculee sur proprietaire
      *et libelle, AAAAMMJJ date de l'occurrence : la suivante
      *d'une serie change de numero de tache mais pas d'UID).
      *Les evenements publies sont tenus dans ics-evenements.txt :
      *un evenement modifie est republie avec un SEQUENCE
      *augmente, et celui d'une tache terminee ou supprimee part
      *en annulation (STATUS:CANCELLED) jusqu'a sa date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-TODO ASSIGN TO "todolist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TODO-STATUS.

      *OPTIONAL : absent avant le premier export.
       SELECT OPTIONAL FICHIER-REGISTRE ASSIGN TO
           "ics-evenements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRE-STATUS.

       SELECT FICHIER-ICS ASSIGN TO DYNAMIC WS-NOM-ICS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de ToDoList.
       FD FICHIER-TODO.
       01  F-TASK.
           05 F-ID             PIC 9(03).
           05 FILLER           PIC X.
           05 F-STATUT          PIC X(01).
           05 FILLER           PIC X.
           05 F-ECHEANCE.
               10 F-ECH-JOUR    PIC 9(02).
               10 F-ECH-SEP1    PIC X.
               10 F-ECH-MOIS    PIC 9(02).
               10 F-ECH-SEP2    PIC X.
               10 F-ECH-ANNEE   PIC 9(04).
           05 FILLER           PIC X.
           05 F-TASK-LIBELLE   PIC X(200).
           05 FILLER           PIC X.
           05 F-RECURRENCE     PIC X(01).
           05 FILLER           PIC X.
           05 F-PRIORITE       PIC X(01).
           05 FILLER           PIC X.
           05 F-PROPRIETAIRE   PIC X(03).
           05 FILLER           PIC X.
      *Numero de la tache dont celle-ci depend (000 = aucune).
           05 F-DEPENDANCE     PIC 9(03).

      *Un evenement publie par ligne : proprietaire, UID, date,
      *numero de SEQUENCE, etat (A actif, C annule), titre et
      *description tels que publies.
       FD FICHIER-REGISTRE.
       01  F-REGISTRE.
           05 F-REG-PROPRIO     PIC X(03).
           05 FILLER            PIC X(01).
           05 F-REG-UID         PIC X(40).
           05 FILLER            PIC X(01).
           05 F-REG-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-REG-SEQUENCE    PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-REG-ETAT        PIC X(01).
           05 FILLER            PIC X(01).
           05 F-REG-TITRE       PIC X(130).
           05 FILLER            PIC X(01).
           05 F-REG-DESCR       PIC X(100).

       FD FICHIER-ICS.
       01  F-ICS                PIC X(75).

       WORKING-STORAGE SECTION.

       77  WS-TODO-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REGISTRE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       01  WS-NOM-ICS           PIC X(20) VALUE SPACES.

      *Taches de todolist.txt, rangees a leur numero comme dans
      *ToDoList (la dependance designe un numero).
       01  WS-TABLE-TACHES.
           05 WS-TAC OCCURS 100 TIMES.
               10 WS-TAC-STATUT     PIC X(01) VALUE SPACE.
               10 WS-TAC-ECHEANCE   PIC 9(08) VALUE 0.
               10 WS-TAC-LIBELLE    PIC X(200) VALUE SPACES.
               10 WS-TAC-RECURRENCE PIC X(01) VALUE SPACE.
               10 WS-TAC-PRIORITE   PIC X(01) VALUE SPACE.
               10 WS-TAC-PROPRIO    PIC X(03) VALUE SPACES.
               10 WS-TAC-DEPENDANCE PIC 9(03) VALUE 0.
       77  WS-IDX-TAC           PIC 9(03) VALUE 0.
       77  WS-MAX-TACHES        PIC 9(03) VALUE 100.
       77  WS-IDX-DEP           PIC 9(03) VALUE 0.

      *Evenements : ceux du registre (ANCIEN = O) et ceux de la
      *nuit (COURANT = O). ETAT X = ecarte, ni publie ni garde.
       01  WS-TABLE-EVENEMENTS.
           05 WS-EVT OCCURS 3000 TIMES.
               10 WS-EVT-PROPRIO    PIC X(03).
               10 WS-EVT-UID        PIC X(40).
               10 WS-EVT-DATE       PIC 9(08).
               10 WS-EVT-SEQUENCE   PIC 9(03).
               10 WS-EVT-ETAT       PIC X(01).
               10 WS-EVT-TITRE      PIC X(130).
               10 WS-EVT-DESCR      PIC X(100).
               10 WS-EVT-ANCIEN     PIC X(01).
               10 WS-EVT-COURANT    PIC X(01).
       77  WS-IDX-EVT           PIC 9(04) VALUE 0.
       77  WS-MAX-EVT           PIC 9(04) VALUE 3000.
       77  WS-NB-EVT            PIC 9(04) VALUE 0.
       77  WS-EVT-TROUVE        PIC 9(04) VALUE 0.

      *Evenement en cours de constitution.
       77  WS-GEN-UID           PIC X(40) VALUE SPACES.
       77  WS-GEN-DATE          PIC 9(08) VALUE 0.
       77  WS-GEN-ETAT          PIC X(01) VALUE SPACE.
       77  WS-GEN-TITRE         PIC X(130) VALUE SPACES.
       77  WS-GEN-DESCR         PIC X(100) VALUE SPACES.
       77  WS-GEN-CLE           PIC 9(06) VALUE 0.
       77  WS-NB-TOURS          PIC 9(04) VALUE 0.

      *Cle d'une serie : calcul sur proprietaire et libelle.
       01  WS-CLE-TEXTE         PIC X(203) VALUE SPACES.
       77  WS-CLE-CALCUL        PIC 9(09) VALUE 0.
       77  WS-IDX-CAR           PIC 9(03) VALUE 0.

      *Fenetre d'export : aujourd'hui et J+60 (AAAAMMJJ).
       01  WS-HORODATAGE        PIC X(19).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.
       77  WS-DATE-LIMITE       PIC 9(08) VALUE 0.
       77  WS-HORIZON           PIC S9(05) VALUE 60.
       01  WS-DTSTAMP           PIC X(15) VALUE SPACES.

      *Avance d'une occurrence recurrente (comme ToDoList).
       77  WS-AV-JOUR           PIC 9(02) VALUE 0.
       77  WS-AV-MOIS           PIC 9(02) VALUE 0.
       77  WS-AV-ANNEE          PIC 9(04) VALUE 0.
       77  WS-JOURS-MOIS        PIC 9(02) VALUE 0.
       77  WS-TRASH             PIC 9(04) VALUE 0.
       77  WS-REST1             PIC 9(04) VALUE 0.
       77  WS-REST2             PIC 9(04) VALUE 0.
       77  WS-REST3             PIC 9(04) VALUE 0.

      *Texte iCalendar : echappement des , ; et \ du libelle,
      *puis ligne repliee a 75 caracteres (suite precedee d'un
      *blanc).
       01  WS-ESC-SOURCE        PIC X(200) VALUE SPACES.
       01  WS-ESC-CIBLE         PIC X(120) VALUE SPACES.
       77  WS-ESC-LG            PIC 9(03) VALUE 0.
       77  WS-ESC-POS           PIC 9(03) VALUE 0.
       77  WS-ESC-MAX           PIC 9(03) VALUE 100.
       01  WS-LIGNE             PIC X(300) VALUE SPACES.
       77  WS-LIGNE-LG          PIC 9(03) VALUE 0.
       77  WS-LIGNE-POS         PIC 9(03) VALUE 0.
       77  WS-LIGNE-RESTE       PIC 9(03) VALUE 0.
       77  WS-SEQUENCE-ED       PIC ZZ9.
       77  WS-DATE-FIN          PIC 9(08) VALUE 0.

      *Proprietaires deja exportes (ordre alphabetique).
       01  WS-TABLE-EXPORTES.
           05 WS-EXPORTE OCCURS 100 TIMES PIC X(03).
       77  WS-NB-EXPORTES       PIC 9(03) VALUE 0.
       77  WS-IDX-EXPORTE       PIC 9(03) VALUE 0.
       77  WS-DEJA-EXPORTE      PIC X(01) VALUE "N".
       77  WS-PROPRIO-COURANT   PIC X(03) VALUE SPACES.
       77  WS-FIN-PROPRIOS      PIC X(01) VALUE "N".

       77  WS-NB-ACTIFS         PIC 9(04) VALUE 0.
       77  WS-NB-ANNULES        PIC 9(04) VALUE 0.
       77  WS-NB-MODIFIES       PIC 9(04) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE WS-HORODATAGE(7:4) TO WS-DATE-JOUR(1:4).
           MOVE WS-HORODATAGE(4:2) TO WS-DATE-JOUR(5:2).
           MOVE WS-HORODATAGE(1:2) TO WS-DATE-JOUR(7:2).
           STRING WS-DATE-JOUR "T" WS-HORODATAGE(12:2)
                  WS-HORODATAGE(15:2) WS-HORODATAGE(18:2)
                  DELIMITED BY SIZE INTO WS-DTSTAMP.

           MOVE "A" TO WS-DC-FONCTION.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DATE-JOUR
                                 WS-DATE-LIMITE WS-HORIZON
                                 WS-DC-RESULTAT WS-DC-STATUT.

           PERFORM 0100-CHARGER-TACHES-START
           THRU    0100-CHARGER-TACHES-END.

           PERFORM 0200-CHARGER-REGISTRE-START
           THRU    0200-CHARGER-REGISTRE-END.

           PERFORM VARYING WS-IDX-TAC FROM 1 BY 1
                   UNTIL WS-IDX-TAC > WS-MAX-TACHES
               IF WS-TAC-LIBELLE(WS-IDX-TAC) NOT = SPACES AND
                  WS-TAC-PROPRIO(WS-IDX-TAC) NOT = SPACES AND
                  WS-TAC-ECHEANCE(WS-IDX-TAC) > 0
                   PERFORM 0300-UNE-TACHE-START
                   THRU    0300-UNE-TACHE-END
               END-IF
           END-PERFORM.

           PERFORM 0500-DISPARUS-START
           THRU    0500-DISPARUS-END.

           PERFORM 0600-ECRIRE-ICS-START
           THRU    0600-ECRIRE-ICS-END.

           PERFORM 0800-ECRIRE-REGISTRE-START
           THRU    0800-ECRIRE-REGISTRE-END.

           DISPLAY "Export iCalendar du " WS-DATE-JOUR " au "
                   WS-DATE-LIMITE " : " WS-NB-EXPORTES
                   " proprietaire(s), " WS-NB-ACTIFS
                   " evenement(s) dont " WS-NB-MODIFIES
                   " nouveau(x) ou modifie(s), " WS-NB-ANNULES
                   " annulation(s)".

           STOP RUN.

      ******************************************************************

      *Charge todolist.txt, chaque tache a son numero. Une
      *echeance invalide est signalee et la tache ecartee.
       0100-CHARGER-TACHES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-TODO.
           IF WS-TODO-STATUS NOT = "00"
               DISPLAY "ATTENTION : todolist.txt illisible, statut "
                       WS-TODO-STATUS
               GO TO 0100-CHARGER-TACHES-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-TODO
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-ID > 0 AND F-ID <= WS-MAX-TACHES
                           PERFORM 0150-UNE-LIGNE-START
                           THRU    0150-UNE-LIGNE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TODO.

           EXIT.
       0100-CHARGER-TACHES-END.

       0150-UNE-LIGNE-START.

           MOVE F-STATUT       TO WS-TAC-STATUT(F-ID).
           MOVE F-TASK-LIBELLE TO WS-TAC-LIBELLE(F-ID).
           MOVE F-RECURRENCE   TO WS-TAC-RECURRENCE(F-ID).
           MOVE F-PRIORITE     TO WS-TAC-PRIORITE(F-ID).
           MOVE F-PROPRIETAIRE TO WS-TAC-PROPRIO(F-ID).
      *Les anciens fichiers, plus courts, laissent la dependance
      *a blanc : pas de dependance.
           IF F-DEPENDANCE IS NUMERIC
               MOVE F-DEPENDANCE TO WS-TAC-DEPENDANCE(F-ID)
           ELSE
               MOVE 0 TO WS-TAC-DEPENDANCE(F-ID)
           END-IF.

           MOVE 0 TO WS-TAC-ECHEANCE(F-ID).
           IF F-ECH-ANNEE IS NUMERIC AND F-ECH-MOIS IS NUMERIC AND
              F-ECH-JOUR IS NUMERIC
               MOVE F-ECH-ANNEE TO WS-DC-DATE-1(1:4)
               MOVE F-ECH-MOIS  TO WS-DC-DATE-1(5:2)
               MOVE F-ECH-JOUR  TO WS-DC-DATE-1(7:2)
               MOVE "V" TO WS-DC-FONCTION
               CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                     WS-DC-DATE-2 WS-DC-NOMBRE
                                     WS-DC-RESULTAT WS-DC-STATUT
               IF WS-DC-STATUT = "00"
                   MOVE WS-DC-DATE-1 TO WS-TAC-ECHEANCE(F-ID)
               END-IF
           END-IF.

           IF WS-TAC-ECHEANCE(F-ID) = 0 AND
              F-TASK-LIBELLE NOT = SPACES
               DISPLAY "ATTENTION : tache " F-ID
                       " echeance invalide (" F-ECHEANCE
                       "), non exportee"
           END-IF.

           EXIT.
       0150-UNE-LIGNE-END.

      *Evenements deja publies lors des nuits precedentes.
       0200-CHARGER-REGISTRE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REGISTRE.
           IF WS-REGISTRE-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-REGISTRE
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-EVT < WS-MAX-EVT AND
                              F-REG-DATE IS NUMERIC AND
                              F-REG-SEQUENCE IS NUMERIC
                               ADD 1 TO WS-NB-EVT
                               MOVE F-REG-PROPRIO TO
                                    WS-EVT-PROPRIO(WS-NB-EVT)
                               MOVE F-REG-UID TO WS-EVT-UID(WS-NB-EVT)
                               MOVE F-REG-DATE TO
                                    WS-EVT-DATE(WS-NB-EVT)
                               MOVE F-REG-SEQUENCE TO
                                    WS-EVT-SEQUENCE(WS-NB-EVT)
                               MOVE F-REG-ETAT TO
                                    WS-EVT-ETAT(WS-NB-EVT)
                               MOVE F-REG-TITRE TO
                                    WS-EVT-TITRE(WS-NB-EVT)
                               MOVE F-REG-DESCR TO
                                    WS-EVT-DESCR(WS-NB-EVT)
                               MOVE "O" TO WS-EVT-ANCIEN(WS-NB-EVT)
                               MOVE "N" TO WS-EVT-COURANT(WS-NB-EVT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REGISTRE.

           EXIT.
       0200-CHARGER-REGISTRE-END.

      *Evenement(s) de la tache WS-IDX-TAC : titre, description,
      *cle de serie, puis l'echeance (ponctuelle) ou chaque
      *occurrence de la fenetre (recurrente). Une tache terminee
      *part en annulation si son echeance est dans la fenetre.
       0300-UNE-TACHE-START.

           MOVE WS-TAC-LIBELLE(WS-IDX-TAC) TO WS-ESC-SOURCE.
           PERFORM 0950-ECHAPPER-START
           THRU    0950-ECHAPPER-END.
           MOVE SPACES TO WS-GEN-TITRE.
           EVALUATE WS-TAC-PRIORITE(WS-IDX-TAC)
               WHEN "H"
                   STRING "[HAUTE] " WS-ESC-CIBLE
                          DELIMITED BY SIZE INTO WS-GEN-TITRE
               WHEN "L"
                   STRING "[BASSE] " WS-ESC-CIBLE
                          DELIMITED BY SIZE INTO WS-GEN-TITRE
               WHEN OTHER
                   STRING "[NORMALE] " WS-ESC-CIBLE
                          DELIMITED BY SIZE INTO WS-GEN-TITRE
           END-EVALUATE.

           PERFORM 0320-DESCRIPTION-START
           THRU    0320-DESCRIPTION-END.

           MOVE WS-TAC-PROPRIO(WS-IDX-TAC) TO WS-CLE-TEXTE(1:3).
           MOVE WS-TAC-LIBELLE(WS-IDX-TAC) TO WS-CLE-TEXTE(4:200).
           MOVE 0 TO WS-CLE-CALCUL.
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > 203
               COMPUTE WS-CLE-CALCUL = FUNCTION MOD(
                       WS-CLE-CALCUL * 31 +
                       FUNCTION ORD(WS-CLE-TEXTE(WS-IDX-CAR:1)),
                       999983)
           END-PERFORM.
           MOVE WS-CLE-CALCUL TO WS-GEN-CLE.

           IF WS-TAC-STATUT(WS-IDX-TAC) = "O"
               MOVE "C" TO WS-GEN-ETAT
           ELSE
               MOVE "A" TO WS-GEN-ETAT
           END-IF.
           MOVE WS-TAC-ECHEANCE(WS-IDX-TAC) TO WS-GEN-DATE.

           IF WS-TAC-RECURRENCE(WS-IDX-TAC) NOT = "Q" AND
              WS-TAC-RECURRENCE(WS-IDX-TAC) NOT = "O" AND
              WS-TAC-RECURRENCE(WS-IDX-TAC) NOT = "H" AND
              WS-TAC-RECURRENCE(WS-IDX-TAC) NOT = "M"
               MOVE SPACES TO WS-GEN-UID
               STRING "TODO-" WS-IDX-TAC "-" WS-GEN-CLE "@todolist"
                      DELIMITED BY SIZE INTO WS-GEN-UID
               IF WS-GEN-DATE >= WS-DATE-JOUR AND
                  WS-GEN-DATE <= WS-DATE-LIMITE
                   PERFORM 0400-RETENIR-START
                   THRU    0400-RETENIR-END
               END-IF
               GO TO 0300-UNE-TACHE-END
           END-IF.

      *Recurrente terminee : seule l'occurrence terminee est
      *annulee, la suivante est portee par la nouvelle tache.
           IF WS-GEN-ETAT = "C"
               PERFORM 0350-UID-OCCURRENCE-START
               THRU    0350-UID-OCCURRENCE-END
               IF WS-GEN-DATE >= WS-DATE-JOUR AND
                  WS-GEN-DATE <= WS-DATE-LIMITE
                   PERFORM 0400-RETENIR-START
                   THRU    0400-RETENIR-END
               END-IF
               GO TO 0300-UNE-TACHE-END
           END-IF.

           MOVE 0 TO WS-NB-TOURS.
           PERFORM UNTIL WS-GEN-DATE > WS-DATE-LIMITE
                      OR WS-NB-TOURS > 1000
               ADD 1 TO WS-NB-TOURS
               IF WS-GEN-DATE >= WS-DATE-JOUR
                   PERFORM 0350-UID-OCCURRENCE-START
                   THRU    0350-UID-OCCURRENCE-END
                   PERFORM 0400-RETENIR-START
                   THRU    0400-RETENIR-END
               END-IF
               PERFORM 0370-AVANCER-START
               THRU    0370-AVANCER-END
           END-PERFORM.

           EXIT.
       0300-UNE-TACHE-END.

      *Etat de la dependance, comme la vue "pretes" de ToDoList.
       0320-DESCRIPTION-START.

           MOVE SPACES TO WS-GEN-DESCR.
           MOVE WS-TAC-DEPENDANCE(WS-IDX-TAC) TO WS-IDX-DEP.

           EVALUATE TRUE
               WHEN WS-IDX-DEP = 0 OR WS-IDX-DEP > WS-MAX-TACHES
                   MOVE "Aucune dependance" TO WS-GEN-DESCR
               WHEN WS-TAC-LIBELLE(WS-IDX-DEP) = SPACES
                   STRING "Prete : la tache " WS-IDX-DEP
                          " dont elle dependait n'existe plus"
                          DELIMITED BY SIZE INTO WS-GEN-DESCR
               WHEN WS-TAC-STATUT(WS-IDX-DEP) = "O"
                   STRING "Prete : la tache " WS-IDX-DEP
                          " dont elle depend est terminee"
                          DELIMITED BY SIZE INTO WS-GEN-DESCR
               WHEN OTHER
                   STRING "En attente : depend de la tache "
                          WS-IDX-DEP " encore ouverte"
                          DELIMITED BY SIZE INTO WS-GEN-DESCR
           END-EVALUATE.

           EXIT.
       0320-DESCRIPTION-END.

       0350-UID-OCCURRENCE-START.

           MOVE SPACES TO WS-GEN-UID.
           STRING "TODO-R" WS-GEN-CLE "-" WS-GEN-DATE "@todolist"
                  DELIMITED BY SIZE INTO WS-GEN-UID.

           EXIT.
       0350-UID-OCCURRENCE-END.

      *Occurrence suivante : +1 jour (Q), +1 jour ouvre (O),
      *+7 jours (H) ou +1 mois, quantieme plafonne au dernier jour
      *du mois (M), comme la recreation de ToDoList.
       0370-AVANCER-START.

           MOVE WS-GEN-DATE TO WS-DC-DATE-1.
           EVALUATE WS-TAC-RECURRENCE(WS-IDX-TAC)
               WHEN "Q"
                   MOVE "A" TO WS-DC-FONCTION
                   MOVE 1 TO WS-DC-NOMBRE
               WHEN "O"
                   MOVE "O" TO WS-DC-FONCTION
                   MOVE 1 TO WS-DC-NOMBRE
               WHEN "H"
                   MOVE "A" TO WS-DC-FONCTION
                   MOVE 7 TO WS-DC-NOMBRE
               WHEN OTHER
                   MOVE SPACE TO WS-DC-FONCTION
           END-EVALUATE.

           IF WS-DC-FONCTION NOT = SPACE
               CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                     WS-DC-DATE-2 WS-DC-NOMBRE
                                     WS-DC-RESULTAT WS-DC-STATUT
               IF WS-DC-STATUT = "00"
                   MOVE WS-DC-DATE-2 TO WS-GEN-DATE
               ELSE
                   MOVE 99999999 TO WS-GEN-DATE
               END-IF
               GO TO 0370-AVANCER-END
           END-IF.

           MOVE WS-GEN-DATE(1:4) TO WS-AV-ANNEE.
           MOVE WS-GEN-DATE(5:2) TO WS-AV-MOIS.
           MOVE WS-GEN-DATE(7:2) TO WS-AV-JOUR.
           IF WS-AV-MOIS < 12
               ADD 1 TO WS-AV-MOIS
           ELSE
               MOVE 1 TO WS-AV-MOIS
               ADD 1 TO WS-AV-ANNEE
           END-IF.
           EVALUATE WS-AV-MOIS
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-JOURS-MOIS
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-JOURS-MOIS
               WHEN OTHER
                   DIVIDE WS-AV-ANNEE BY 4
                       GIVING WS-TRASH REMAINDER WS-REST1
                   DIVIDE WS-AV-ANNEE BY 400
                       GIVING WS-TRASH REMAINDER WS-REST2
                   DIVIDE WS-AV-ANNEE BY 100
                       GIVING WS-TRASH REMAINDER WS-REST3
                   IF WS-REST1 = 0 AND
                      (WS-REST3 NOT = 0 OR WS-REST2 = 0)
                       MOVE 29 TO WS-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-JOURS-MOIS
                   END-IF
           END-EVALUATE.
           IF WS-AV-JOUR > WS-JOURS-MOIS
               MOVE WS-JOURS-MOIS TO WS-AV-JOUR
           END-IF.
           MOVE WS-AV-ANNEE TO WS-GEN-DATE(1:4).
           MOVE WS-AV-MOIS  TO WS-GEN-DATE(5:2).
           MOVE WS-AV-JOUR  TO WS-GEN-DATE(7:2).

           EXIT.
       0370-AVANCER-END.

      *Rapproche l'evenement constitue du registre : deja publie
      *a l'identique, il est repris tel quel ; modifie, son
      *SEQUENCE augmente ; nouveau, il entre avec SEQUENCE 0.
       0400-RETENIR-START.

           MOVE 0 TO WS-EVT-TROUVE.
           PERFORM VARYING WS-IDX-EVT FROM 1 BY 1
                   UNTIL WS-IDX-EVT > WS-NB-EVT
                      OR WS-EVT-TROUVE > 0
               IF WS-EVT-UID(WS-IDX-EVT) = WS-GEN-UID AND
                  WS-EVT-PROPRIO(WS-IDX-EVT) =
                  WS-TAC-PROPRIO(WS-IDX-TAC)
                   MOVE WS-IDX-EVT TO WS-EVT-TROUVE
               END-IF
           END-PERFORM.

           IF WS-EVT-TROUVE = 0
               IF WS-NB-EVT >= WS-MAX-EVT
                   DISPLAY "ATTENTION : table pleine, occurrence du "
                           WS-GEN-DATE " de la tache " WS-IDX-TAC
                           " non exportee"
                   GO TO 0400-RETENIR-END
               END-IF
               ADD 1 TO WS-NB-EVT
               MOVE WS-NB-EVT TO WS-EVT-TROUVE
               MOVE WS-TAC-PROPRIO(WS-IDX-TAC) TO
                    WS-EVT-PROPRIO(WS-EVT-TROUVE)
               MOVE WS-GEN-UID   TO WS-EVT-UID(WS-EVT-TROUVE)
               MOVE WS-GEN-DATE  TO WS-EVT-DATE(WS-EVT-TROUVE)
               MOVE 0            TO WS-EVT-SEQUENCE(WS-EVT-TROUVE)
               MOVE WS-GEN-ETAT  TO WS-EVT-ETAT(WS-EVT-TROUVE)
               MOVE WS-GEN-TITRE TO WS-EVT-TITRE(WS-EVT-TROUVE)
               MOVE WS-GEN-DESCR TO WS-EVT-DESCR(WS-EVT-TROUVE)
               MOVE "N"          TO WS-EVT-ANCIEN(WS-EVT-TROUVE)
               MOVE "O"          TO WS-EVT-COURANT(WS-EVT-TROUVE)
               ADD 1 TO WS-NB-MODIFIES
               GO TO 0400-RETENIR-END
           END-IF.

           MOVE "O" TO WS-EVT-COURANT(WS-EVT-TROUVE).
           IF WS-EVT-DATE(WS-EVT-TROUVE)  NOT = WS-GEN-DATE OR
              WS-EVT-ETAT(WS-EVT-TROUVE)  NOT = WS-GEN-ETAT OR
              WS-EVT-TITRE(WS-EVT-TROUVE) NOT = WS-GEN-TITRE OR
              WS-EVT-DESCR(WS-EVT-TROUVE) NOT = WS-GEN-DESCR
               IF WS-EVT-SEQUENCE(WS-EVT-TROUVE) < 999
                   ADD 1 TO WS-EVT-SEQUENCE(WS-EVT-TROUVE)
               END-IF
               MOVE WS-GEN-DATE  TO WS-EVT-DATE(WS-EVT-TROUVE)
               MOVE WS-GEN-ETAT  TO WS-EVT-ETAT(WS-EVT-TROUVE)
               MOVE WS-GEN-TITRE TO WS-EVT-TITRE(WS-EVT-TROUVE)
               MOVE WS-GEN-DESCR TO WS-EVT-DESCR(WS-EVT-TROUVE)
               ADD 1 TO WS-NB-MODIFIES
           END-IF.

           EXIT.
       0400-RETENIR-END.

      *Evenements publies que la nuit n'a pas reconduits (tache
      *supprimee, changee de proprietaire ou de date) : annules
      *tant que leur date n'est pas passee, oublies ensuite.
       0500-DISPARUS-START.

           PERFORM VARYING WS-IDX-EVT FROM 1 BY 1
                   UNTIL WS-IDX-EVT > WS-NB-EVT
               IF WS-EVT-ANCIEN(WS-IDX-EVT) = "O" AND
                  WS-EVT-COURANT(WS-IDX-EVT) = "N"
                   IF WS-EVT-DATE(WS-IDX-EVT) < WS-DATE-JOUR
                       MOVE "X" TO WS-EVT-ETAT(WS-IDX-EVT)
                   ELSE
                       IF WS-EVT-ETAT(WS-IDX-EVT) = "A"
                           MOVE "C" TO WS-EVT-ETAT(WS-IDX-EVT)
                           IF WS-EVT-SEQUENCE(WS-IDX-EVT) < 999
                               ADD 1 TO WS-EVT-SEQUENCE(WS-IDX-EVT)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0500-DISPARUS-END.

      *Un fichier taches-XXX.ics par proprietaire, par code
      *croissant.
       0600-ECRIRE-ICS-START.

           PERFORM UNTIL WS-FIN-PROPRIOS = "O"
               MOVE HIGH-VALUES TO WS-PROPRIO-COURANT
               PERFORM VARYING WS-IDX-EVT FROM 1 BY 1
                       UNTIL WS-IDX-EVT > WS-NB-EVT
                   MOVE "N" TO WS-DEJA-EXPORTE
                   PERFORM VARYING WS-IDX-EXPORTE FROM 1 BY 1
                           UNTIL WS-IDX-EXPORTE > WS-NB-EXPORTES
                       IF WS-EXPORTE(WS-IDX-EXPORTE) =
                          WS-EVT-PROPRIO(WS-IDX-EVT)
                           MOVE "O" TO WS-DEJA-EXPORTE
                       END-IF
                   END-PERFORM
                   IF WS-DEJA-EXPORTE = "N" AND
                      WS-EVT-ETAT(WS-IDX-EVT) NOT = "X" AND
                      WS-EVT-PROPRIO(WS-IDX-EVT) < WS-PROPRIO-COURANT
                       MOVE WS-EVT-PROPRIO(WS-IDX-EVT) TO
                            WS-PROPRIO-COURANT
                   END-IF
               END-PERFORM
               IF WS-PROPRIO-COURANT = HIGH-VALUES OR
                  WS-NB-EXPORTES >= 100
                   MOVE "O" TO WS-FIN-PROPRIOS
               ELSE
                   ADD 1 TO WS-NB-EXPORTES
                   MOVE WS-PROPRIO-COURANT TO
                        WS-EXPORTE(WS-NB-EXPORTES)
                   PERFORM 0700-UN-CALENDRIER-START
                   THRU    0700-UN-CALENDRIER-END
               END-IF
           END-PERFORM.

           EXIT.
       0600-ECRIRE-ICS-END.

       0700-UN-CALENDRIER-START.

           MOVE SPACES TO WS-NOM-ICS.
           STRING "taches-" WS-PROPRIO-COURANT ".ics"
                  DELIMITED BY SIZE INTO WS-NOM-ICS.
           OPEN OUTPUT FICHIER-ICS.

           MOVE "BEGIN:VCALENDAR" TO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE "VERSION:2.0" TO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE "PRODID:-//PeerCod//ToDoList//FR" TO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE "CALSCALE:GREGORIAN" TO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE "METHOD:PUBLISH" TO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE SPACES TO WS-LIGNE.
           STRING "X-WR-CALNAME:Taches " WS-PROPRIO-COURANT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.

           PERFORM VARYING WS-IDX-EVT FROM 1 BY 1
                   UNTIL WS-IDX-EVT > WS-NB-EVT
               IF WS-EVT-PROPRIO(WS-IDX-EVT) = WS-PROPRIO-COURANT AND
                  WS-EVT-ETAT(WS-IDX-EVT) NOT = "X"
                   PERFORM 0750-UN-EVENEMENT-START
                   THRU    0750-UN-EVENEMENT-END
               END-IF
           END-PERFORM.

           MOVE "END:VCALENDAR" TO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.

           CLOSE FICHIER-ICS.

           EXIT.
       0700-UN-CALENDRIER-END.

      *Evenement d'une journee (DTEND exclu = lendemain).
       0750-UN-EVENEMENT-START.

           MOVE "A" TO WS-DC-FONCTION.
           MOVE 1 TO WS-DC-NOMBRE.
           CALL "DateCalc" USING WS-DC-FONCTION
                                 WS-EVT-DATE(WS-IDX-EVT)
                                 WS-DATE-FIN WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.

           MOVE "BEGIN:VEVENT" TO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE SPACES TO WS-LIGNE.
           STRING "UID:" WS-EVT-UID(WS-IDX-EVT)
                  DELIMITED BY SPACE INTO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE SPACES TO WS-LIGNE.
           STRING "DTSTAMP:" WS-DTSTAMP
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE SPACES TO WS-LIGNE.
           STRING "DTSTART;VALUE=DATE:" WS-EVT-DATE(WS-IDX-EVT)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE SPACES TO WS-LIGNE.
           STRING "DTEND;VALUE=DATE:" WS-DATE-FIN
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE SPACES TO WS-LIGNE.
           STRING "SUMMARY:" WS-EVT-TITRE(WS-IDX-EVT)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE SPACES TO WS-LIGNE.
           STRING "DESCRIPTION:" WS-EVT-DESCR(WS-IDX-EVT)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE WS-EVT-SEQUENCE(WS-IDX-EVT) TO WS-SEQUENCE-ED.
           MOVE SPACES TO WS-LIGNE.
           STRING "SEQUENCE:" FUNCTION TRIM(WS-SEQUENCE-ED)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           IF WS-EVT-ETAT(WS-IDX-EVT) = "C"
               MOVE "STATUS:CANCELLED" TO WS-LIGNE
               ADD 1 TO WS-NB-ANNULES
           ELSE
               MOVE "STATUS:CONFIRMED" TO WS-LIGNE
               ADD 1 TO WS-NB-ACTIFS
           END-IF.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE "TRANSP:TRANSPARENT" TO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.
           MOVE "END:VEVENT" TO WS-LIGNE.
           PERFORM 0900-LIGNE-START THRU 0900-LIGNE-END.

           EXIT.
       0750-UN-EVENEMENT-END.

      *Registre reecrit avec les evenements publies cette nuit.
       0800-ECRIRE-REGISTRE-START.

           OPEN OUTPUT FICHIER-REGISTRE.

           PERFORM VARYING WS-IDX-EVT FROM 1 BY 1
                   UNTIL WS-IDX-EVT > WS-NB-EVT
               IF WS-EVT-ETAT(WS-IDX-EVT) NOT = "X"
                   MOVE SPACES TO F-REGISTRE
                   MOVE WS-EVT-PROPRIO(WS-IDX-EVT)  TO F-REG-PROPRIO
                   MOVE WS-EVT-UID(WS-IDX-EVT)      TO F-REG-UID
                   MOVE WS-EVT-DATE(WS-IDX-EVT)     TO F-REG-DATE
                   MOVE WS-EVT-SEQUENCE(WS-IDX-EVT) TO F-REG-SEQUENCE
                   MOVE WS-EVT-ETAT(WS-IDX-EVT)     TO F-REG-ETAT
                   MOVE WS-EVT-TITRE(WS-IDX-EVT)    TO F-REG-TITRE
                   MOVE WS-EVT-DESCR(WS-IDX-EVT)    TO F-REG-DESCR
                   WRITE F-REGISTRE
               END-IF
           END-PERFORM.

           CLOSE FICHIER-REGISTRE.

           EXIT.
       0800-ECRIRE-REGISTRE-END.

      *Ecrit WS-LIGNE dans le calendrier, repliee en lignes de 75
      *caracteres au plus, chaque suite commencant par un blanc.
       0900-LIGNE-START.

           PERFORM VARYING WS-LIGNE-LG FROM 300 BY -1
                   UNTIL WS-LIGNE-LG = 1
                      OR WS-LIGNE(WS-LIGNE-LG:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           IF WS-LIGNE-LG <= 75
               MOVE WS-LIGNE(1:WS-LIGNE-LG) TO F-ICS
               WRITE F-ICS
               GO TO 0900-LIGNE-END
           END-IF.

           MOVE WS-LIGNE(1:75) TO F-ICS.
           WRITE F-ICS.
           MOVE 76 TO WS-LIGNE-POS.
           PERFORM UNTIL WS-LIGNE-POS > WS-LIGNE-LG
               COMPUTE WS-LIGNE-RESTE = WS-LIGNE-LG - WS-LIGNE-POS + 1
               IF WS-LIGNE-RESTE > 74
                   MOVE 74 TO WS-LIGNE-RESTE
               END-IF
               MOVE SPACES TO F-ICS
               MOVE WS-LIGNE(WS-LIGNE-POS:WS-LIGNE-RESTE) TO
                    F-ICS(2:WS-LIGNE-RESTE)
               WRITE F-ICS
               ADD WS-LIGNE-RESTE TO WS-LIGNE-POS
           END-PERFORM.

           EXIT.
       0900-LIGNE-END.

      *Libelle pour le titre : les 100 premiers caracteres utiles
      *(120 une fois echappes), , ; et \ precedes d'un \ comme le
      *veut iCalendar.
       0950-ECHAPPER-START.

           MOVE SPACES TO WS-ESC-CIBLE.
           MOVE 0 TO WS-ESC-POS.

           PERFORM VARYING WS-ESC-LG FROM 200 BY -1
                   UNTIL WS-ESC-LG = 1
                      OR WS-ESC-SOURCE(WS-ESC-LG:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-ESC-LG > WS-ESC-MAX
               MOVE WS-ESC-MAX TO WS-ESC-LG
           END-IF.

           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > WS-ESC-LG
                      OR WS-ESC-POS >= 118
               IF WS-ESC-SOURCE(WS-IDX-CAR:1) = "," OR
                  WS-ESC-SOURCE(WS-IDX-CAR:1) = ";" OR
                  WS-ESC-SOURCE(WS-IDX-CAR:1) = "\"
                   ADD 1 TO WS-ESC-POS
                   MOVE "\" TO WS-ESC-CIBLE(WS-ESC-POS:1)
               END-IF
               ADD 1 TO WS-ESC-POS
               MOVE WS-ESC-SOURCE(WS-IDX-CAR:1) TO
                    WS-ESC-CIBLE(WS-ESC-POS:1)
           END-PERFORM.

           EXIT.
       0950-ECHAPPER-END.
