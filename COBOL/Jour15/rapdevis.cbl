       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapdevis.
       AUTHOR.    Terry.

      *Rapport hebdomadaire des devis, tire du registre devis.txt
      *tenu par devis. Pour la semaine demandee (date de debut
      *AAAAMMJJ, 0 pour les sept derniers jours) :
      *  - les devis ouverts, encore valables, quelle que soit leur
      *    date d'emission ;
      *  - les devis expires dans la semaine sans avoir ete
      *    transformes ;
      *  - les devis transformes en commande dans la semaine ;
      *  - par commercial, le taux de transformation de la semaine :
      *    devis transformes sur devis tranches (transformes plus
      *    expires).
      *Le rapport part dans rapport-devis.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Registre des devis. OPTIONAL : aucun devis encore emis.
       SELECT OPTIONAL FICHIER-DEVIS ASSIGN TO "devis.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEVIS-STATUS.

       SELECT FICHIER-RAPPORT ASSIGN TO "rapport-devis.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD FICHIER-DEVIS de devis.
       FD FICHIER-DEVIS.
       01  F-DEVIS.
           05 F-DV-NUMERO       PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-DV-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-DV-VALIDITE     PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-DV-VENDEUR      PIC X(08).
           05 FILLER            PIC X(01).
           05 F-DV-CLIENT       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-DV-LIGNE        PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-DV-ARTICLE      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-DV-QTE          PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-DV-PRIX         PIC 9(02)V99.
           05 FILLER            PIC X(01).
           05 F-DV-REMISE       PIC 9(02)V99.
           05 FILLER            PIC X(01).
           05 F-DV-MONTANT      PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-DV-STATUT       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-DV-COMMANDE     PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-DV-CONVERSION   PIC 9(08).

       FD FICHIER-RAPPORT.
       01  F-RAPPORT-ENTETE     PIC X(60).
       01  F-RAPPORT            PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-DEVIS-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-NB-LIGNES-LUES    PIC 9(05) VALUE 0.

      *Un devis par entree, ses lignes cumulees. Etat : O ouvert,
      *E expire, C transforme.
       01  WS-TABLE-DEVIS.
           05 WS-DV OCCURS 300 TIMES.
               10 WS-DV-NUMERO      PIC 9(06).
               10 WS-DV-DATE        PIC 9(08).
               10 WS-DV-VALIDITE    PIC 9(08).
               10 WS-DV-VENDEUR     PIC X(08).
               10 WS-DV-CLIENT      PIC 9(04).
               10 WS-DV-TOTAL       PIC 9(08)V99.
               10 WS-DV-ETAT        PIC X(01).
               10 WS-DV-COMMANDE    PIC 9(04).
               10 WS-DV-CONVERSION  PIC 9(08).

       77  WS-IDX-DV            PIC 9(03) VALUE 1.
       77  WS-MAX-DV            PIC 9(03) VALUE 300.
       77  WS-NB-DV             PIC 9(03) VALUE 0.
       77  WS-DV-TROUVE         PIC 9(03) VALUE 0.

      *Compteurs de la semaine par commercial.
       01  WS-TABLE-VENDEURS.
           05 WS-VD OCCURS 50 TIMES.
               10 WS-VD-CODE        PIC X(08).
               10 WS-VD-OUVERTS     PIC 9(04).
               10 WS-VD-EXPIRES     PIC 9(04).
               10 WS-VD-TRANSFORMES PIC 9(04).

       77  WS-IDX-VD            PIC 9(02) VALUE 1.
       77  WS-MAX-VD            PIC 9(02) VALUE 50.
       77  WS-NB-VD             PIC 9(02) VALUE 0.
       77  WS-VD-TROUVE         PIC 9(02) VALUE 0.

      *Semaine couverte.
       77  WS-SAISIE-DEBUT      PIC 9(08) VALUE 0.
       77  WS-DATE-DEBUT        PIC 9(08) VALUE 0.

      *Totaux du rapport.
       77  WS-NB-OUVERTS        PIC 9(04) VALUE 0.
       77  WS-NB-EXPIRES        PIC 9(04) VALUE 0.
       77  WS-NB-TRANSFORMES    PIC 9(04) VALUE 0.
       77  WS-TRANCHES          PIC 9(05) VALUE 0.
       77  WS-TAUX              PIC 9(03)V9 VALUE 0.

      *Zones d'edition.
       77  WS-MNT-ED            PIC ZZZZZZZ9.99.
       77  WS-NB-ED-1           PIC ZZZ9.
       77  WS-NB-ED-2           PIC ZZZ9.
       77  WS-NB-ED-3           PIC ZZZ9.
       77  WS-TAUX-ED           PIC ZZ9.9.

      *Horodatage de l'exécution, reporté en en-tête du rapport.
       01  WS-HORODATAGE        PIC X(19).

      *Date du jour AAAAMMJJ.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc,
      *qui recule de sept jours pour la semaine par defaut.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "rapdevis".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           CALL "Horodatage" USING WS-HORODATAGE.

           DISPLAY "Debut de la semaine (AAAAMMJJ, 0 = sept derniers"
                   " jours) :".
           ACCEPT WS-SAISIE-DEBUT.

           IF WS-SAISIE-DEBUT = 0
               MOVE "A"          TO WS-DC-FONCTION
               MOVE WS-DATE-JOUR TO WS-DC-DATE-1
               MOVE -7           TO WS-DC-NOMBRE
               CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                     WS-DC-DATE-2 WS-DC-NOMBRE
                                     WS-DC-RESULTAT WS-DC-STATUT
               MOVE WS-DC-DATE-2 TO WS-DATE-DEBUT
           ELSE
               MOVE "V"             TO WS-DC-FONCTION
               MOVE WS-SAISIE-DEBUT TO WS-DC-DATE-1
               CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                     WS-DC-DATE-2 WS-DC-NOMBRE
                                     WS-DC-RESULTAT WS-DC-STATUT
               IF WS-DC-STATUT NOT = "00" OR
                  WS-SAISIE-DEBUT > WS-DATE-JOUR
                   DISPLAY "ERREUR : date de debut invalide "
                           WS-SAISIE-DEBUT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-DEBUT TO WS-DATE-DEBUT
           END-IF.

           PERFORM 0100-CHARGER-DEVIS-START
           THRU    0100-CHARGER-DEVIS-END.

           PERFORM 0200-CLASSER-START
           THRU    0200-CLASSER-END.

           PERFORM 0300-RAPPORT-START
           THRU    0300-RAPPORT-END.

           DISPLAY "Devis du " WS-DATE-DEBUT " au " WS-DATE-JOUR
                   " : " WS-NB-OUVERTS " ouvert(s), " WS-NB-EXPIRES
                   " expire(s), " WS-NB-TRANSFORMES
                   " transforme(s) (rapport-devis.txt)".

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-LIGNES-LUES TO WS-JRN-LUS.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Regroupement des lignes du registre par numero de devis.
       0100-CHARGER-DEVIS-START.

           OPEN INPUT FICHIER-DEVIS.

      *Statut 05 : fichier optionnel absent, rapport vide.
           IF WS-DEVIS-STATUS = "00" OR WS-DEVIS-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-DEVIS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           ADD 1 TO WS-NB-LIGNES-LUES
                           PERFORM 0110-CUMULER-START
                           THRU    0110-CUMULER-END
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DEVIS
           END-IF.

           EXIT.
       0100-CHARGER-DEVIS-END.

       0110-CUMULER-START.

           MOVE 0 TO WS-DV-TROUVE.
           PERFORM VARYING WS-IDX-DV FROM 1 BY 1
                   UNTIL WS-IDX-DV > WS-NB-DV
               IF WS-DV-NUMERO(WS-IDX-DV) = F-DV-NUMERO
                   MOVE WS-IDX-DV TO WS-DV-TROUVE
               END-IF
           END-PERFORM.

           IF WS-DV-TROUVE = 0
               IF WS-NB-DV >= WS-MAX-DV
                   DISPLAY "ATTENTION : plus de " WS-MAX-DV
                           " devis, devis " F-DV-NUMERO " ignore"
                   ADD 1 TO WS-JRN-REJETES
                   MOVE "ECART" TO WS-JRN-STATUT
                   GO TO 0110-CUMULER-END
               END-IF
               ADD 1 TO WS-NB-DV
               MOVE WS-NB-DV        TO WS-DV-TROUVE
               MOVE F-DV-NUMERO     TO WS-DV-NUMERO(WS-DV-TROUVE)
               MOVE F-DV-DATE       TO WS-DV-DATE(WS-DV-TROUVE)
               MOVE F-DV-VALIDITE   TO WS-DV-VALIDITE(WS-DV-TROUVE)
               MOVE F-DV-VENDEUR    TO WS-DV-VENDEUR(WS-DV-TROUVE)
               MOVE F-DV-CLIENT     TO WS-DV-CLIENT(WS-DV-TROUVE)
               MOVE 0               TO WS-DV-TOTAL(WS-DV-TROUVE)
               MOVE F-DV-COMMANDE   TO WS-DV-COMMANDE(WS-DV-TROUVE)
               MOVE F-DV-CONVERSION TO
                    WS-DV-CONVERSION(WS-DV-TROUVE)
               IF F-DV-STATUT = "C"
                   MOVE "C" TO WS-DV-ETAT(WS-DV-TROUVE)
               ELSE
                   IF F-DV-VALIDITE < WS-DATE-JOUR
                       MOVE "E" TO WS-DV-ETAT(WS-DV-TROUVE)
                   ELSE
                       MOVE "O" TO WS-DV-ETAT(WS-DV-TROUVE)
                   END-IF
               END-IF
           END-IF.

           ADD F-DV-MONTANT TO WS-DV-TOTAL(WS-DV-TROUVE).

           EXIT.
       0110-CUMULER-END.

      *Comptage par commercial : tous les devis ouverts, les devis
      *expires ou transformes dans la semaine seulement.
       0200-CLASSER-START.

           PERFORM VARYING WS-IDX-DV FROM 1 BY 1
                   UNTIL WS-IDX-DV > WS-NB-DV
               MOVE 0 TO WS-VD-TROUVE
               PERFORM VARYING WS-IDX-VD FROM 1 BY 1
                       UNTIL WS-IDX-VD > WS-NB-VD
                   IF WS-VD-CODE(WS-IDX-VD) = WS-DV-VENDEUR(WS-IDX-DV)
                       MOVE WS-IDX-VD TO WS-VD-TROUVE
                   END-IF
               END-PERFORM
               IF WS-VD-TROUVE = 0 AND WS-NB-VD < WS-MAX-VD
                   ADD 1 TO WS-NB-VD
                   MOVE WS-NB-VD TO WS-VD-TROUVE
                   MOVE WS-DV-VENDEUR(WS-IDX-DV)
                        TO WS-VD-CODE(WS-VD-TROUVE)
                   MOVE 0 TO WS-VD-OUVERTS(WS-VD-TROUVE)
                   MOVE 0 TO WS-VD-EXPIRES(WS-VD-TROUVE)
                   MOVE 0 TO WS-VD-TRANSFORMES(WS-VD-TROUVE)
               END-IF
               IF WS-VD-TROUVE > 0
                   EVALUATE TRUE
                       WHEN WS-DV-ETAT(WS-IDX-DV) = "O"
                           ADD 1 TO WS-VD-OUVERTS(WS-VD-TROUVE)
                           ADD 1 TO WS-NB-OUVERTS
                       WHEN WS-DV-ETAT(WS-IDX-DV) = "E" AND
                            WS-DV-VALIDITE(WS-IDX-DV) >=
                            WS-DATE-DEBUT
                           ADD 1 TO WS-VD-EXPIRES(WS-VD-TROUVE)
                           ADD 1 TO WS-NB-EXPIRES
                       WHEN WS-DV-ETAT(WS-IDX-DV) = "C" AND
                            WS-DV-CONVERSION(WS-IDX-DV) >=
                            WS-DATE-DEBUT
                           ADD 1 TO WS-VD-TRANSFORMES(WS-VD-TROUVE)
                           ADD 1 TO WS-NB-TRANSFORMES
                   END-EVALUATE
               END-IF
           END-PERFORM.

           EXIT.
       0200-CLASSER-END.

       0300-RAPPORT-START.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-RAPPORT-ENTETE.
           STRING "Rapport des devis - execution du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT-ENTETE.
           WRITE F-RAPPORT-ENTETE.

           MOVE SPACES TO F-RAPPORT.
           STRING "Semaine du " WS-DATE-DEBUT " au " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "Devis ouverts" TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "Devis  Emis le  Valable  Vendeur  Cli.    Total HT"
                TO F-RAPPORT.
           WRITE F-RAPPORT.
           PERFORM VARYING WS-IDX-DV FROM 1 BY 1
                   UNTIL WS-IDX-DV > WS-NB-DV
               IF WS-DV-ETAT(WS-IDX-DV) = "O"
                   PERFORM 0310-LIGNE-DEVIS-START
                   THRU    0310-LIGNE-DEVIS-END
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "Devis expires dans la semaine" TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "Devis  Emis le  Valable  Vendeur  Cli.    Total HT"
                TO F-RAPPORT.
           WRITE F-RAPPORT.
           PERFORM VARYING WS-IDX-DV FROM 1 BY 1
                   UNTIL WS-IDX-DV > WS-NB-DV
               IF WS-DV-ETAT(WS-IDX-DV) = "E" AND
                  WS-DV-VALIDITE(WS-IDX-DV) >= WS-DATE-DEBUT
                   PERFORM 0310-LIGNE-DEVIS-START
                   THRU    0310-LIGNE-DEVIS-END
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "Devis transformes dans la semaine" TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Devis  Emis le  Valable  Vendeur  Cli.    Total HT"
                  " Cde  Transf."
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           PERFORM VARYING WS-IDX-DV FROM 1 BY 1
                   UNTIL WS-IDX-DV > WS-NB-DV
               IF WS-DV-ETAT(WS-IDX-DV) = "C" AND
                  WS-DV-CONVERSION(WS-IDX-DV) >= WS-DATE-DEBUT
                   PERFORM 0310-LIGNE-DEVIS-START
                   THRU    0310-LIGNE-DEVIS-END
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "Transformation par commercial" TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "Vendeur  Ouverts Expires Transformes  Taux %"
                TO F-RAPPORT.
           WRITE F-RAPPORT.
           PERFORM VARYING WS-IDX-VD FROM 1 BY 1
                   UNTIL WS-IDX-VD > WS-NB-VD
               COMPUTE WS-TRANCHES = WS-VD-EXPIRES(WS-IDX-VD) +
                                     WS-VD-TRANSFORMES(WS-IDX-VD)
               IF WS-TRANCHES > 0
                   COMPUTE WS-TAUX ROUNDED =
                           WS-VD-TRANSFORMES(WS-IDX-VD) * 100 /
                           WS-TRANCHES
               ELSE
                   MOVE 0 TO WS-TAUX
               END-IF
               MOVE WS-VD-OUVERTS(WS-IDX-VD)     TO WS-NB-ED-1
               MOVE WS-VD-EXPIRES(WS-IDX-VD)     TO WS-NB-ED-2
               MOVE WS-VD-TRANSFORMES(WS-IDX-VD) TO WS-NB-ED-3
               MOVE WS-TAUX                      TO WS-TAUX-ED
               MOVE SPACES TO F-RAPPORT
               STRING WS-VD-CODE(WS-IDX-VD) "    " WS-NB-ED-1
                      "    " WS-NB-ED-2 "        " WS-NB-ED-3
                      "   " WS-TAUX-ED
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
               ADD 1 TO WS-JRN-ECRITS
           END-PERFORM.

           COMPUTE WS-TRANCHES = WS-NB-EXPIRES + WS-NB-TRANSFORMES.
           IF WS-TRANCHES > 0
               COMPUTE WS-TAUX ROUNDED =
                       WS-NB-TRANSFORMES * 100 / WS-TRANCHES
           ELSE
               MOVE 0 TO WS-TAUX
           END-IF.
           MOVE WS-NB-OUVERTS     TO WS-NB-ED-1.
           MOVE WS-NB-EXPIRES     TO WS-NB-ED-2.
           MOVE WS-NB-TRANSFORMES TO WS-NB-ED-3.
           MOVE WS-TAUX           TO WS-TAUX-ED.
           MOVE SPACES TO F-RAPPORT.
           STRING "Total       " WS-NB-ED-1
                  "    " WS-NB-ED-2 "        " WS-NB-ED-3
                  "   " WS-TAUX-ED
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           EXIT.
       0300-RAPPORT-END.

       0310-LIGNE-DEVIS-START.

           MOVE WS-DV-TOTAL(WS-IDX-DV) TO WS-MNT-ED.
           MOVE SPACES TO F-RAPPORT.
           IF WS-DV-ETAT(WS-IDX-DV) = "C"
               STRING WS-DV-NUMERO(WS-IDX-DV) " "
                      WS-DV-DATE(WS-IDX-DV) " "
                      WS-DV-VALIDITE(WS-IDX-DV) " "
                      WS-DV-VENDEUR(WS-IDX-DV) " "
                      WS-DV-CLIENT(WS-IDX-DV) " " WS-MNT-ED " "
                      WS-DV-COMMANDE(WS-IDX-DV) " "
                      WS-DV-CONVERSION(WS-IDX-DV)
                      DELIMITED BY SIZE INTO F-RAPPORT
           ELSE
               STRING WS-DV-NUMERO(WS-IDX-DV) " "
                      WS-DV-DATE(WS-IDX-DV) " "
                      WS-DV-VALIDITE(WS-IDX-DV) " "
                      WS-DV-VENDEUR(WS-IDX-DV) " "
                      WS-DV-CLIENT(WS-IDX-DV) " " WS-MNT-ED
                      DELIMITED BY SIZE INTO F-RAPPORT
           END-IF.
           WRITE F-RAPPORT.
           ADD 1 TO WS-JRN-ECRITS.

           EXIT.
       0310-LIGNE-DEVIS-END.
