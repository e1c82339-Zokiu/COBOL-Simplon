       IDENTIFICATION DIVISION.
       PROGRAM-ID. retournuit.
       AUTHOR.    Terry.

      *Retour arriere d'une nuit entiere : remet tous les fichiers
      *que la chaine modifie a l'instantane pris par chaine avant
      *sa premiere etape, en une seule operation, au lieu de
      *rapprocher a la main les .g1 de Sauvegarde fichier par
      *fichier. Le retour est refuse si un fichier a ete modifie
      *hors chaine depuis l'instantane (une saisie du matin serait
      *perdue sans bruit) ; sinon il est demande confirmation a
      *l'operateur. Le retour est consigne dans le journal des
      *operations, et le fichier de conduite run-controle.txt
      *recoit une ligne CHAINE ANNULEE : la nuit annulee ne se
      *reprend pas, la chaine suivante repart a neuf.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier de conduite de chaine, prolonge d'une ligne.
           SELECT OPTIONAL FICHIER-CONDUITE ASSIGN TO
               "run-controle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDUITE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CONDUITE.
       01  F-CONDUITE           PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-CONDUITE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-CONFIRMATION      PIC X(01) VALUE "N".

      *Zone de travail pour l'appel du sous-programme Instantane.
       77  WS-IN-ACTION         PIC X(01) VALUE SPACE.
       77  WS-IN-RUN            PIC 9(06) VALUE 0.
       77  WS-IN-HORODATE       PIC X(19) VALUE SPACES.
       77  WS-IN-FICHIER        PIC X(40) VALUE SPACES.
       77  WS-IN-NOMBRE         PIC 9(02) VALUE 0.
       77  WS-IN-STATUT         PIC X(02) VALUE SPACES.

       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "retournuit".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           PERFORM 0100-CONTROLER-START
           THRU    0100-CONTROLER-END.

           DISPLAY "Instantane du passage " WS-IN-RUN " pris le "
                   WS-IN-HORODATE.
           DISPLAY "Remettre tous les fichiers de la chaine a cet"
                   " instantane ? (O/N)".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "O" AND WS-CONFIRMATION NOT = "o"
               DISPLAY "Retour arriere abandonne, rien n'a change."
               STOP RUN
           END-IF.

           PERFORM 0200-RESTAURER-START
           THRU    0200-RESTAURER-END.

           STOP RUN.

      ******************************************************************

      *Instantane present et fichiers inchanges hors chaine depuis,
      *sinon refus.
       0100-CONTROLER-START.

           MOVE "C" TO WS-IN-ACTION.
           CALL "Instantane" USING WS-IN-ACTION WS-IN-RUN
                                   WS-IN-HORODATE WS-IN-FICHIER
                                   WS-IN-NOMBRE WS-IN-STATUT.

           EVALUATE WS-IN-STATUT
               WHEN "00"
                   CONTINUE
               WHEN "05"
                   DISPLAY "ERREUR : aucun instantane de chaine"
                           " (instantane.txt absent)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN "20"
                   DISPLAY "REFUS : " FUNCTION TRIM(WS-IN-FICHIER)
                           " a ete modifie hors chaine depuis"
                           " l'instantane du passage " WS-IN-RUN
                           " (" WS-IN-HORODATE ")"
                   DISPLAY "Retour arriere refuse : il ecraserait"
                           " cette modification."
                   MOVE 1       TO WS-JRN-REJETES
                   MOVE "REFUS" TO WS-JRN-STATUT
                   CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                        WS-JRN-ECRITS WS-JRN-REJETES
                                        WS-JRN-STATUT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERREUR : Instantane en echec, statut "
                           WS-IN-STATUT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           EXIT.
       0100-CONTROLER-END.

      *Remise en place de l'ensemble, conduite de chaine marquee
      *annulee, consignation au journal.
       0200-RESTAURER-START.

           MOVE "R" TO WS-IN-ACTION.
           CALL "Instantane" USING WS-IN-ACTION WS-IN-RUN
                                   WS-IN-HORODATE WS-IN-FICHIER
                                   WS-IN-NOMBRE WS-IN-STATUT.
           IF WS-IN-STATUT NOT = "00"
               DISPLAY "ERREUR : remise en place en echec, statut "
                       WS-IN-STATUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "Horodatage" USING WS-HORODATAGE.
           OPEN EXTEND FICHIER-CONDUITE.
           MOVE SPACES TO F-CONDUITE.
           STRING "CHAINE ANNULEE " WS-HORODATAGE
                  " RUN " WS-IN-RUN
                  DELIMITED BY SIZE INTO F-CONDUITE.
           WRITE F-CONDUITE.
           CLOSE FICHIER-CONDUITE.

           DISPLAY WS-IN-NOMBRE " fichier(s) remis a l'instantane du"
                   " passage " WS-IN-RUN " (" WS-IN-HORODATE ")".

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-IN-NOMBRE TO WS-JRN-ECRITS.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           EXIT.
       0200-RESTAURER-END.
