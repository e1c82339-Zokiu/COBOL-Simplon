       IDENTIFICATION DIVISION.
       PROGRAM-ID. Consentement.
       AUTHOR. Terry.

      *Sous-programme partagé : consentement d'un client ou d'une
      *personne du referentiel a recevoir les envois non
      *obligatoires sur un canal, d'apres le registre
      *consentements.txt tenu par consmait (un evenement par
      *ligne : accord donne ou retire, date d'effet, source).
      *L'evenement retenu est le dernier en date d'effet (a date
      *egale, le dernier du fichier) ; sans aucun evenement, pas
      *de consentement. Les courriers obligatoires (relances,
      *mises en demeure, factures) ne le consultent pas.
      *  CS-TYPE   : "C" client de clients.dat, "P" personne de
      *              personnes-maitre.txt.
      *  CS-CANAL  : "P" courrier postal, "E" email, "T" telephone.
      *  CS-ACCORD : "O" consentement en cours, "N" sinon.
      *  CS-DATE   : date d'effet de l'evenement retenu, zero sans
      *              evenement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : vide tant que consmait n'a rien enregistre.
           SELECT OPTIONAL FICHIER-CONSENTEMENTS ASSIGN TO
               "consentements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENTEMENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de consmait.
       FD FICHIER-CONSENTEMENTS.
       01  F-CONSENTEMENT.
           05 F-CSN-TYPE        PIC X(01).
           05 FILLER            PIC X(01).
           05 F-CSN-SUJET       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-CSN-CANAL       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-CSN-ACCORD      PIC X(01).
           05 FILLER            PIC X(01).
           05 F-CSN-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-CSN-SOURCE      PIC X(15).
           05 FILLER            PIC X(01).
           05 F-CSN-OPERATEUR   PIC X(08).
           05 FILLER            PIC X(01).
           05 F-CSN-HORODATE    PIC X(19).

       WORKING-STORAGE SECTION.

       77  WS-CONSENTEMENTS-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER          PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  CS-TYPE              PIC X(01).
       01  CS-SUJET             PIC 9(04).
       01  CS-CANAL             PIC X(01).
       01  CS-ACCORD            PIC X(01).
       01  CS-DATE              PIC 9(08).

       PROCEDURE DIVISION USING CS-TYPE CS-SUJET CS-CANAL
                                CS-ACCORD CS-DATE.

           MOVE "N" TO CS-ACCORD.
           MOVE 0   TO CS-DATE.
           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-CONSENTEMENTS.

      *Statut 05 : fichier optionnel absent, aucun consentement.
           IF WS-CONSENTEMENTS-STATUS NOT = "00" AND
              WS-CONSENTEMENTS-STATUS NOT = "05"
               GOBACK
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-CONSENTEMENTS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-CSN-TYPE  = CS-TYPE  AND
                          F-CSN-SUJET = CS-SUJET AND
                          F-CSN-CANAL = CS-CANAL AND
                          F-CSN-DATE >= CS-DATE
                           MOVE F-CSN-ACCORD TO CS-ACCORD
                           MOVE F-CSN-DATE   TO CS-DATE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CONSENTEMENTS.

           IF CS-ACCORD NOT = "O"
               MOVE "N" TO CS-ACCORD
           END-IF.

           GOBACK.
