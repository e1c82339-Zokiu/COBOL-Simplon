       IDENTIFICATION DIVISION.
       PROGRAM-ID. envoibul.
       AUTHOR.    Terry.

      *Envoi des bulletins aux familles, passe apres bulletin : pour
      *chaque eleve de eleves-maitre.txt et chacun de ses
      *responsables qui recoit le courrier (responsables.txt, tenu
      *par respmait), une lettre d'envoi adressee
      *(lettre-NNN-R.txt, eleve NNN, responsable de rang R) suivie
      *du bulletin-NNN.txt de l'eleve. La liste d'envoi
      *(liste-envoi.txt) donne une ligne d'adresse par enveloppe,
      *et chaque lettre est consignee avec son destinataire et
      *l'heure dans le journal des envois envois-bulletins.txt.
      *Un eleve sans bulletin ou sans responsable destinataire est
      *signale et compte en rejet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-ELEVES ASSIGN TO "eleves-maitre.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *OPTIONAL : sans responsables, rien a envoyer.
       SELECT OPTIONAL FICHIER-RESPONSABLES ASSIGN TO
           "responsables.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESP-STATUS.

      *Bulletin de l'eleve en cours, ecrit par bulletin.
       SELECT FICHIER-BULLETIN ASSIGN TO DYNAMIC WS-NOM-BULLETIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BULLETIN-STATUS.

      *Lettre d'envoi d'un responsable, bulletin joint.
       SELECT FICHIER-LETTRE ASSIGN TO DYNAMIC WS-NOM-LETTRE
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-LISTE ASSIGN TO "liste-envoi.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Journal des envois, enrichi a chaque passage. OPTIONAL :
      *n'existe pas avant le premier envoi.
       SELECT OPTIONAL FICHIER-ENVOIS ASSIGN TO
           "envois-bulletins.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENVOIS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de saisinote.
       FD FICHIER-ELEVES.
       01  F-ELEVES.
           05 F-ELEVE-ID        PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-NOM             PIC X(10).
           05 FILLER            PIC X(01).
           05 F-CLASSE          PIC X(05).

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

       FD FICHIER-BULLETIN.
       01  F-BULLETIN           PIC X(110).

       FD FICHIER-LETTRE.
       01  F-LETTRE             PIC X(110).

       FD FICHIER-LISTE.
       01  F-LISTE              PIC X(110).
      *En-tête d'audit (date/heure d'exécution).
       01  F-LISTE-ENTETE       PIC X(70).

      *Un envoi : horodatage, eleve, rang et nom du responsable,
      *trimestre, lettre produite, email connu du responsable.
       FD FICHIER-ENVOIS.
       01  F-ENVOI.
           05 F-ENV-HORODATAGE  PIC X(19).
           05 FILLER            PIC X(01).
           05 F-ENV-ELEVE       PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-ENV-RANG        PIC 9(01).
           05 FILLER            PIC X(01).
           05 F-ENV-NOM         PIC X(25).
           05 FILLER            PIC X(01).
           05 F-ENV-TRIMESTRE   PIC 9(01).
           05 FILLER            PIC X(01).
           05 F-ENV-LETTRE      PIC X(20).
           05 FILLER            PIC X(01).
           05 F-ENV-EMAIL       PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-TABLE-ELEVES.
           05 WS-ELV OCCURS 60 TIMES.
               10 WS-ELV-ID         PIC 9(03).
               10 WS-ELV-NOM        PIC X(10).
               10 WS-ELV-CLASSE     PIC X(05).

       77  WS-IDX-ELV           PIC 9(02) VALUE 1.
       77  WS-MAX-ELEVES        PIC 9(02) VALUE 60.
       77  WS-NB-ELEVES         PIC 9(02) VALUE 0.

       01  WS-TABLE-RESPONSABLES.
           05 WS-RESP OCCURS 200 TIMES.
               10 WS-RESP-ELEVE     PIC 9(03).
               10 WS-RESP-RANG      PIC 9(01).
               10 WS-RESP-NOM       PIC X(25).
               10 WS-RESP-ADRESSE   PIC X(30).
               10 WS-RESP-CP        PIC X(05).
               10 WS-RESP-VILLE     PIC X(20).
               10 WS-RESP-EMAIL     PIC X(30).
               10 WS-RESP-COURRIER  PIC X(01).

       77  WS-IDX-RESP          PIC 9(03) VALUE 1.
       77  WS-MAX-RESP          PIC 9(03) VALUE 200.
       77  WS-NB-RESP           PIC 9(03) VALUE 0.
       77  WS-RESP-STATUS       PIC X(02) VALUE SPACES.

       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-FIN-BULLETIN      PIC X(01) VALUE "N".
       77  WS-NOM-BULLETIN      PIC X(40) VALUE SPACES.
       77  WS-NOM-LETTRE        PIC X(40) VALUE SPACES.
       77  WS-BULLETIN-STATUS   PIC X(02) VALUE SPACES.
       77  WS-ENVOIS-STATUS     PIC X(02) VALUE SPACES.

      *Trimestre des bulletins envoyes, repris dans la lettre.
       77  WS-TRIMESTRE         PIC 9(01) VALUE 0.
      *Destinataires de l'eleve en cours.
       77  WS-NB-DESTINATAIRES  PIC 9(01) VALUE 0.

      *Compteurs du passage.
       77  WS-NB-LETTRES        PIC 9(04) VALUE 0.
       77  WS-NB-SANS-BULLETIN  PIC 9(03) VALUE 0.
       77  WS-NB-SANS-RESP      PIC 9(03) VALUE 0.

      *Horodatage de l'exécution : en-tête de la liste d'envoi,
      *date des lettres et heure des envois.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne le passage dans le journal d'exploitation.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "envoibul".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           DISPLAY "Trimestre des bulletins envoyes (1-3) :".
           ACCEPT WS-TRIMESTRE.
           IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 3
               DISPLAY "ERREUR : trimestre hors 1-3"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-READ-ELEVES-START
           THRU    0100-READ-ELEVES-END.

           PERFORM 0150-READ-RESPONSABLES-START
           THRU    0150-READ-RESPONSABLES-END.

           IF WS-NB-RESP = 0
               DISPLAY "ERREUR : aucun responsable dans"
                       " responsables.txt (respmait), rien a envoyer"
               MOVE "ECHEC" TO WS-JRN-STATUT
               MOVE WS-NB-ELEVES TO WS-JRN-LUS
               CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                    WS-JRN-ECRITS WS-JRN-REJETES
                                    WS-JRN-STATUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "Horodatage" USING WS-HORODATAGE.

           OPEN OUTPUT FICHIER-LISTE.
           MOVE SPACES TO F-LISTE-ENTETE.
           STRING "Liste d'envoi des bulletins - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-LISTE-ENTETE.
           WRITE F-LISTE-ENTETE.

           OPEN EXTEND FICHIER-ENVOIS.

           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
               PERFORM 0200-ENVOYER-ELEVE-START
               THRU    0200-ENVOYER-ELEVE-END
           END-PERFORM.

           CLOSE FICHIER-ENVOIS.

           MOVE SPACES TO F-LISTE.
           STRING "Total : " WS-NB-LETTRES " enveloppe(s), "
                  WS-NB-SANS-BULLETIN " eleve(s) sans bulletin, "
                  WS-NB-SANS-RESP " sans destinataire"
                  DELIMITED BY SIZE INTO F-LISTE.
           WRITE F-LISTE.
           CLOSE FICHIER-LISTE.

           DISPLAY WS-NB-LETTRES " lettre(s) d'envoi ecrite(s),"
                   " liste dans liste-envoi.txt".
           IF WS-NB-SANS-BULLETIN > 0 OR WS-NB-SANS-RESP > 0
               DISPLAY "ATTENTION : " WS-NB-SANS-BULLETIN
                       " eleve(s) sans bulletin, " WS-NB-SANS-RESP
                       " sans responsable destinataire"
           END-IF.

           MOVE WS-NB-ELEVES  TO WS-JRN-LUS.
           MOVE WS-NB-LETTRES TO WS-JRN-ECRITS.
           COMPUTE WS-JRN-REJETES = WS-NB-SANS-BULLETIN
                                  + WS-NB-SANS-RESP.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

       0100-READ-ELEVES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ELEVES.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-ELEVES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-NB-ELEVES < WS-MAX-ELEVES
                           ADD 1 TO WS-NB-ELEVES
                           MOVE F-ELEVE-ID TO WS-ELV-ID(WS-NB-ELEVES)
                           MOVE F-NOM      TO WS-ELV-NOM(WS-NB-ELEVES)
                           MOVE F-CLASSE   TO
                                WS-ELV-CLASSE(WS-NB-ELEVES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ELEVES.

           EXIT.
       0100-READ-ELEVES-END.

      *Statut 05 : fichier optionnel absent, aucun responsable.
       0150-READ-RESPONSABLES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-RESPONSABLES.

           IF WS-RESP-STATUS = "00" OR WS-RESP-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-RESPONSABLES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
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
                               MOVE F-RESP-EMAIL    TO
                                    WS-RESP-EMAIL(WS-NB-RESP)
                               MOVE F-RESP-COURRIER TO
                                    WS-RESP-COURRIER(WS-NB-RESP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RESPONSABLES
           END-IF.

           EXIT.
       0150-READ-RESPONSABLES-END.

      *Envoi du bulletin de l'eleve WS-IDX-ELV a chacun de ses
      *responsables qui recoit le courrier.
       0200-ENVOYER-ELEVE-START.

           MOVE SPACES TO WS-NOM-BULLETIN.
           STRING "bulletin-" WS-ELV-ID(WS-IDX-ELV) ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-BULLETIN.

      *Le bulletin doit exister avant toute lettre.
           OPEN INPUT FICHIER-BULLETIN.
           IF WS-BULLETIN-STATUS NOT = "00"
               DISPLAY "ATTENTION : " FUNCTION TRIM(WS-NOM-BULLETIN)
                       " absent, eleve " WS-ELV-ID(WS-IDX-ELV)
                       " non envoye"
               ADD 1 TO WS-NB-SANS-BULLETIN
               GO TO 0200-ENVOYER-ELEVE-END
           END-IF.
           CLOSE FICHIER-BULLETIN.

           MOVE 0 TO WS-NB-DESTINATAIRES.
           PERFORM VARYING WS-IDX-RESP FROM 1 BY 1
                   UNTIL WS-IDX-RESP > WS-NB-RESP
               IF WS-RESP-ELEVE(WS-IDX-RESP) = WS-ELV-ID(WS-IDX-ELV)
                  AND WS-RESP-COURRIER(WS-IDX-RESP) = "O"
                   ADD 1 TO WS-NB-DESTINATAIRES
                   PERFORM 0300-LETTRE-START
                   THRU    0300-LETTRE-END
               END-IF
           END-PERFORM.

           IF WS-NB-DESTINATAIRES = 0
               DISPLAY "ATTENTION : eleve " WS-ELV-ID(WS-IDX-ELV)
                       " " WS-ELV-NOM(WS-IDX-ELV)
                       " sans responsable destinataire du courrier"
               ADD 1 TO WS-NB-SANS-RESP
           END-IF.

           EXIT.
       0200-ENVOYER-ELEVE-END.

      *Lettre d'envoi au responsable WS-IDX-RESP, bulletin joint,
      *puis sa ligne dans la liste d'envoi et dans le journal des
      *envois.
       0300-LETTRE-START.

           MOVE SPACES TO WS-NOM-LETTRE.
           STRING "lettre-" WS-ELV-ID(WS-IDX-ELV) "-"
                  WS-RESP-RANG(WS-IDX-RESP) ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-LETTRE.

           OPEN OUTPUT FICHIER-LETTRE.

           MOVE WS-RESP-NOM(WS-IDX-RESP) TO F-LETTRE.
           WRITE F-LETTRE.
           MOVE WS-RESP-ADRESSE(WS-IDX-RESP) TO F-LETTRE.
           WRITE F-LETTRE.
           MOVE SPACES TO F-LETTRE.
           STRING WS-RESP-CP(WS-IDX-RESP) " "
                  WS-RESP-VILLE(WS-IDX-RESP)
                  DELIMITED BY SIZE INTO F-LETTRE.
           WRITE F-LETTRE.
           MOVE SPACES TO F-LETTRE.
           WRITE F-LETTRE.
           STRING "                                        Le "
                  WS-HORODATAGE(1:10)
                  DELIMITED BY SIZE INTO F-LETTRE.
           WRITE F-LETTRE.
           MOVE SPACES TO F-LETTRE.
           WRITE F-LETTRE.
           STRING "Objet : bulletin du trimestre " WS-TRIMESTRE
                  " de " FUNCTION TRIM(WS-ELV-NOM(WS-IDX-ELV))
                  " (classe " FUNCTION TRIM(WS-ELV-CLASSE(WS-IDX-ELV))
                  ")"
                  DELIMITED BY SIZE INTO F-LETTRE.
           WRITE F-LETTRE.
           MOVE SPACES TO F-LETTRE.
           WRITE F-LETTRE.
           MOVE "Madame, Monsieur," TO F-LETTRE.
           WRITE F-LETTRE.
           MOVE SPACES TO F-LETTRE.
           WRITE F-LETTRE.
           STRING "Vous trouverez ci-dessous le bulletin du"
                  " trimestre " WS-TRIMESTRE " de "
                  FUNCTION TRIM(WS-ELV-NOM(WS-IDX-ELV))
                  ", eleve de la classe "
                  FUNCTION TRIM(WS-ELV-CLASSE(WS-IDX-ELV)) "."
                  DELIMITED BY SIZE INTO F-LETTRE.
           WRITE F-LETTRE.
           MOVE SPACES TO F-LETTRE.
           WRITE F-LETTRE.
           MOVE "Veuillez agreer, Madame, Monsieur, nos salutations"
             TO F-LETTRE.
           WRITE F-LETTRE.
           MOVE "distinguees." TO F-LETTRE.
           WRITE F-LETTRE.
           MOVE SPACES TO F-LETTRE.
           WRITE F-LETTRE.
           MOVE "                                        Le secretariat"
             TO F-LETTRE.
           WRITE F-LETTRE.
           MOVE SPACES TO F-LETTRE.
           WRITE F-LETTRE.
           MOVE "---- Bulletin joint ----" TO F-LETTRE.
           WRITE F-LETTRE.

           MOVE "N" TO WS-FIN-BULLETIN.
           OPEN INPUT FICHIER-BULLETIN.
           PERFORM UNTIL WS-FIN-BULLETIN = "O"
               READ FICHIER-BULLETIN
                   AT END
                       MOVE "O" TO WS-FIN-BULLETIN
                   NOT AT END
                       MOVE F-BULLETIN TO F-LETTRE
                       WRITE F-LETTRE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-BULLETIN.

           CLOSE FICHIER-LETTRE.
           ADD 1 TO WS-NB-LETTRES.

      *Une ligne par enveloppe.
           MOVE SPACES TO F-LISTE.
           STRING WS-RESP-NOM(WS-IDX-RESP) " "
                  WS-RESP-ADRESSE(WS-IDX-RESP) " "
                  WS-RESP-CP(WS-IDX-RESP) " "
                  WS-RESP-VILLE(WS-IDX-RESP) " "
                  WS-NOM-LETTRE(1:20)
                  DELIMITED BY SIZE INTO F-LISTE.
           WRITE F-LISTE.

           MOVE SPACES                     TO F-ENVOI.
           MOVE WS-HORODATAGE              TO F-ENV-HORODATAGE.
           MOVE WS-ELV-ID(WS-IDX-ELV)      TO F-ENV-ELEVE.
           MOVE WS-RESP-RANG(WS-IDX-RESP)  TO F-ENV-RANG.
           MOVE WS-RESP-NOM(WS-IDX-RESP)   TO F-ENV-NOM.
           MOVE WS-TRIMESTRE               TO F-ENV-TRIMESTRE.
           MOVE WS-NOM-LETTRE              TO F-ENV-LETTRE.
           MOVE WS-RESP-EMAIL(WS-IDX-RESP) TO F-ENV-EMAIL.
           WRITE F-ENVOI.
           IF WS-ENVOIS-STATUS NOT = "00"
               DISPLAY "ATTENTION : journal des envois en echec,"
                       " statut " WS-ENVOIS-STATUS
           END-IF.

           EXIT.
       0300-LETTRE-END.
