       IDENTIFICATION DIVISION.
       PROGRAM-ID. mouvelv.
       AUTHOR.    Terry.

      *Mouvements d'inscription des eleves : arrivees, changements
      *de classe et departs, chacun avec sa date d'effet, gardes
      *dans l'historique mouvements-eleves.txt (eleve, date, type
      *A/T/D, classe quittee, classe rejointe, operateur,
      *horodatage). La fiche de eleves-maitre.txt suit la classe
      *actuelle ; un eleve sorti garde sa fiche, ses notes restent
      *au dossier, mais il ne figure plus sur les listes de
      *classe. La classe d'un eleve a une date se lit par le
      *sous-programme ClasseDate, que les listes d'appel
      *(absences), le bulletin et le conseil utilisent aussi.
      *Une date d'effet ne peut ni preceder le dernier mouvement
      *de l'eleve ni depasser la date du jour : la fiche reste
      *celle de la classe actuelle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FICHIER-ELEVES ASSIGN TO "eleves-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEVES-STATUS.

      *OPTIONAL : l'historique n'existe pas avant le premier
      *mouvement.
           SELECT OPTIONAL FICHIER-MOUVEMENTS ASSIGN TO
               "mouvements-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUVEMENTS-STATUS.

           SELECT FICHIER-LISTE ASSIGN TO "liste-classe.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de migclasse.
       FD FICHIER-ELEVES.
       01  F-ELEVES.
           05 F-ELEVE-ID        PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-NOM             PIC X(10).
           05 FILLER            PIC X(01).
           05 F-CLASSE          PIC X(05).

      *Un mouvement : eleve, date d'effet, type (A arrivee, T
      *changement de classe, D depart), classe quittee (blanc pour
      *une arrivee), classe rejointe (blanc pour un depart),
      *operateur et horodatage de la saisie.
       FD FICHIER-MOUVEMENTS.
       01  F-MOUVEMENT.
           05 F-MVT-ELEVE       PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-MVT-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-MVT-TYPE        PIC X(01).
           05 FILLER            PIC X(01).
           05 F-MVT-ORIGINE     PIC X(05).
           05 FILLER            PIC X(01).
           05 F-MVT-DESTINATION PIC X(05).
           05 FILLER            PIC X(01).
           05 F-MVT-OPERATEUR   PIC X(08).
           05 FILLER            PIC X(01).
           05 F-MVT-HORODATE    PIC X(19).

       FD FICHIER-LISTE.
       01  F-LISTE              PIC X(60).
      *En-tête d'audit (date/heure d'exécution).
       01  F-LISTE-ENTETE       PIC X(80).

       WORKING-STORAGE SECTION.

      *Eleves de eleves-maitre.txt.
       01  WS-TABLE-ELEVES.
           05 WS-ELV OCCURS 60 TIMES.
               10 WS-ELV-ID         PIC 9(03).
               10 WS-ELV-NOM        PIC X(10).
               10 WS-ELV-CLASSE     PIC X(05).

       77  WS-IDX-ELV           PIC 9(02) VALUE 1.
       77  WS-MAX-ELEVES        PIC 9(02) VALUE 60.
       77  WS-NB-ELEVES         PIC 9(02) VALUE 0.
       77  WS-ELV-TROUVE        PIC 9(02) VALUE 0.
       77  WS-ELEVES-STATUS     PIC X(02) VALUE SPACES.
       77  WS-MOUVEMENTS-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-NB-LIGNES         PIC 9(03) VALUE 0.

      *Choix du menu et zones de saisie.
       77  WS-CHOIX             PIC 9(01) VALUE 0.
       77  WS-SAISIE-ELEVE      PIC 9(03) VALUE 0.
       77  WS-SAISIE-NOM        PIC X(10) VALUE SPACES.
       77  WS-SAISIE-CLASSE     PIC X(05) VALUE SPACES.
       77  WS-SAISIE-DATE       PIC 9(08) VALUE 0.
       77  WS-SAISIE-VALIDE     PIC X(01) VALUE "N".
       77  WS-ENTREE            PIC X(01) VALUE SPACE.

      *Mouvement a enregistrer.
       77  WS-MVT-TYPE          PIC X(01) VALUE SPACE.
       77  WS-MVT-ORIGINE       PIC X(05) VALUE SPACES.
       77  WS-MVT-DESTINATION   PIC X(05) VALUE SPACES.

      *Date du jour (AAAAMMJJ) : aucune date d'effet au-dela.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-AUJOURDHUI        PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme ClasseDate ;
      *l'etat actuel d'un eleve se lit a la date 99999999 (classe,
      *date de son dernier mouvement, inscrit ou sorti).
       77  WS-CD-ELEVE          PIC 9(03) VALUE 0.
       77  WS-CD-DATE           PIC 9(08) VALUE 0.
       77  WS-CD-CLASSE-FICHE   PIC X(05) VALUE SPACES.
       77  WS-CD-CLASSE         PIC X(05) VALUE SPACES.
       77  WS-CD-DATE-EFFET     PIC 9(08) VALUE 0.
       77  WS-CD-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(validation de la date d'effet).
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Horodatage de la saisie et de l'edition.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *avant toute reecriture du fichier.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Verrou d'ecriture unique (sous-programme Verrou) sur
      *eleves-maitre.txt, charge entier puis reecrit.
       77  WS-VR-ACTION      PIC X(01) VALUE SPACE.
       77  WS-VR-FICHIER     PIC X(40) VALUE SPACES.
       77  WS-VR-UTILISATEUR PIC X(08) VALUE SPACES.
       77  WS-VR-DETENTEUR   PIC X(08) VALUE SPACES.
       77  WS-VR-DEPUIS      PIC X(19) VALUE SPACES.
       77  WS-VR-STATUT      PIC X(02) VALUE SPACES.
       77  WS-VR-FORCER      PIC X(01) VALUE "N".

      *Zone de travail pour l'appel du sous-programme Habilitation :
      *identification de l'operateur (code et mot de passe) et
      *controle de ses droits sur chaque action.
       77  WS-HB-ACTION      PIC X(01) VALUE SPACE.
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "mouvelv".
       77  WS-HB-DROIT       PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR   PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE   PIC 9(10) VALUE 0.
       77  WS-HB-STATUT      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0040-IDENTIFIER-START
           THRU    0040-IDENTIFIER-END.
           MOVE WS-HB-OPERATEUR TO WS-VR-UTILISATEUR.
           MOVE "eleves-maitre.txt" TO WS-VR-FICHIER.
           PERFORM 0050-VERROUILLER-START
           THRU    0050-VERROUILLER-END.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8) TO WS-AUJOURDHUI.

           PERFORM 0630-LOAD-ELEVES-START
           THRU    0630-LOAD-ELEVES-END.

           PERFORM 0100-MENU-START
           THRU    0100-MENU-END.

           PERFORM 0060-DEVERROUILLER-START
           THRU    0060-DEVERROUILLER-END.

           STOP RUN.

      ******************************************************************

      *Identification de l'operateur ; refusee, le programme
      *s'arrete sans rien avoir ouvert.
       0040-IDENTIFIER-START.

           MOVE "S" TO WS-HB-ACTION.
           CALL "Habilitation" USING WS-HB-ACTION WS-HB-PROGRAMME
                                     WS-HB-DROIT WS-HB-OPERATEUR
                                     WS-HB-EMPREINTE WS-HB-STATUT.
           IF WS-HB-STATUT NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0040-IDENTIFIER-END.

      *Controle du droit WS-HB-DROIT pose par l'appelant ; le
      *refus est affiche et consigne par Habilitation.
       0045-AUTORISER-START.

           MOVE "A" TO WS-HB-ACTION.
           CALL "Habilitation" USING WS-HB-ACTION WS-HB-PROGRAMME
                                     WS-HB-DROIT WS-HB-OPERATEUR
                                     WS-HB-EMPREINTE WS-HB-STATUT.

           EXIT.
       0045-AUTORISER-END.

      *Prend le verrou d'ecriture sur le fichier maintenu. S'il
      *est deja tenu, le detenteur et l'heure de prise sont
      *affiches ; l'operateur peut forcer (session plantee
      *uniquement) ou renoncer.
       0050-VERROUILLER-START.

           MOVE "P" TO WS-VR-ACTION.
           CALL "Verrou" USING WS-VR-ACTION WS-VR-FICHIER
                               WS-VR-UTILISATEUR WS-VR-DETENTEUR
                               WS-VR-DEPUIS WS-VR-STATUT.

           IF WS-VR-STATUT = "10"
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-VR-FICHIER)
                       " est en cours de modification par "
                       FUNCTION TRIM(WS-VR-DETENTEUR)
                       " depuis le " WS-VR-DEPUIS
               DISPLAY "Forcer le verrou (session plantee"
                       " uniquement) ? (O/N)"
               ACCEPT WS-VR-FORCER
               IF WS-VR-FORCER = "O"
                   MOVE "F" TO WS-HB-DROIT
                   PERFORM 0045-AUTORISER-START
                   THRU    0045-AUTORISER-END
                   IF WS-HB-STATUT NOT = "00"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "F" TO WS-VR-ACTION
                   CALL "Verrou" USING WS-VR-ACTION WS-VR-FICHIER
                                       WS-VR-UTILISATEUR
                                       WS-VR-DETENTEUR WS-VR-DEPUIS
                                       WS-VR-STATUT
                   DISPLAY "Verrou repris par "
                           FUNCTION TRIM(WS-VR-UTILISATEUR)
               ELSE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXIT.
       0050-VERROUILLER-END.

       0060-DEVERROUILLER-START.

           MOVE "L" TO WS-VR-ACTION.
           CALL "Verrou" USING WS-VR-ACTION WS-VR-FICHIER
                               WS-VR-UTILISATEUR WS-VR-DETENTEUR
                               WS-VR-DEPUIS WS-VR-STATUT.

           EXIT.
       0060-DEVERROUILLER-END.

       0100-MENU-START.

           PERFORM UNTIL WS-CHOIX = 6
                   DISPLAY "Mouvements des eleves"
                   DISPLAY "1- Arrivee d'un eleve"
                   DISPLAY "2- Changement de classe"
                   DISPLAY "3- Depart d'un eleve"
                   DISPLAY "4- Historique d'un eleve"
                   DISPLAY "5- Liste d'une classe a une date"
                   DISPLAY "6- Quitter"
                   ACCEPT WS-CHOIX
                   EVALUATE WS-CHOIX
                       WHEN = 1
                           PERFORM 0200-ARRIVEE-START
                           THRU    0200-ARRIVEE-END
                       WHEN = 2
                           PERFORM 0300-CHANGEMENT-START
                           THRU    0300-CHANGEMENT-END
                       WHEN = 3
                           PERFORM 0400-DEPART-START
                           THRU    0400-DEPART-END
                       WHEN = 4
                           PERFORM 0800-HISTORIQUE-START
                           THRU    0800-HISTORIQUE-END
                       WHEN = 5
                           PERFORM 0900-LISTE-CLASSE-START
                           THRU    0900-LISTE-CLASSE-END
                       WHEN = 6
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Je n'ai pas compris votre demande"
                   END-EVALUATE
           END-PERFORM.

           EXIT.
       0100-MENU-END.

      *Arrivee d'un nouvel eleve (fiche creee), ou retour d'un
      *eleve sorti (sa fiche reprend la classe d'arrivee).
       0200-ARRIVEE-START.

           MOVE "C" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0200-ARRIVEE-END
           END-IF.

           DISPLAY "Numero de l'eleve :".
           ACCEPT WS-SAISIE-ELEVE.
           IF WS-SAISIE-ELEVE = 0
               DISPLAY "REFUSE : numero d'eleve obligatoire"
               GO TO 0200-ARRIVEE-END
           END-IF.
           PERFORM 0660-CHERCHER-ELEVE-START
           THRU    0660-CHERCHER-ELEVE-END.

           IF WS-ELV-TROUVE > 0
               PERFORM 0700-ETAT-ACTUEL-START
               THRU    0700-ETAT-ACTUEL-END
               IF WS-CD-STATUT NOT = "20"
                   DISPLAY "REFUSE : eleve " WS-SAISIE-ELEVE
                           " deja inscrit en " WS-CD-CLASSE
                           " (" WS-ELV-NOM(WS-ELV-TROUVE) ")"
                   GO TO 0200-ARRIVEE-END
               END-IF
               DISPLAY "Retour de " WS-ELV-NOM(WS-ELV-TROUVE)
                       ", sorti le " WS-CD-DATE-EFFET
           ELSE
               IF WS-NB-ELEVES >= WS-MAX-ELEVES
                   DISPLAY "REFUSE : fichier plein (" WS-MAX-ELEVES
                           " eleves)"
                   GO TO 0200-ARRIVEE-END
               END-IF
               MOVE 0 TO WS-CD-DATE-EFFET
               MOVE SPACES TO WS-SAISIE-NOM
               DISPLAY "Nom de l'eleve :"
               ACCEPT WS-SAISIE-NOM
               IF WS-SAISIE-NOM = SPACES
                   DISPLAY "REFUSE : nom obligatoire"
                   GO TO 0200-ARRIVEE-END
               END-IF
           END-IF.

           MOVE SPACES TO WS-SAISIE-CLASSE.
           DISPLAY "Classe d'arrivee :".
           ACCEPT WS-SAISIE-CLASSE.
           IF WS-SAISIE-CLASSE = SPACES
               DISPLAY "REFUSE : classe obligatoire"
               GO TO 0200-ARRIVEE-END
           END-IF.

           PERFORM 0680-SAISIR-DATE-START
           THRU    0680-SAISIR-DATE-END.
           IF WS-SAISIE-VALIDE NOT = "O"
               GO TO 0200-ARRIVEE-END
           END-IF.

           IF WS-ELV-TROUVE = 0
               ADD 1 TO WS-NB-ELEVES
               MOVE WS-NB-ELEVES TO WS-ELV-TROUVE
               MOVE WS-SAISIE-ELEVE TO WS-ELV-ID(WS-ELV-TROUVE)
               MOVE WS-SAISIE-NOM   TO WS-ELV-NOM(WS-ELV-TROUVE)
           END-IF.
           MOVE WS-SAISIE-CLASSE TO WS-ELV-CLASSE(WS-ELV-TROUVE).

           MOVE "A"              TO WS-MVT-TYPE.
           MOVE SPACES           TO WS-MVT-ORIGINE.
           MOVE WS-SAISIE-CLASSE TO WS-MVT-DESTINATION.
           PERFORM 0550-ENREGISTRER-START
           THRU    0550-ENREGISTRER-END.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Eleve " WS-SAISIE-ELEVE " "
                   WS-ELV-NOM(WS-ELV-TROUVE) " inscrit en "
                   WS-SAISIE-CLASSE " le " WS-SAISIE-DATE.

           EXIT.
       0200-ARRIVEE-END.

      *Changement de classe d'un eleve inscrit.
       0300-CHANGEMENT-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0300-CHANGEMENT-END
           END-IF.

           PERFORM 0650-SAISIR-INSCRIT-START
           THRU    0650-SAISIR-INSCRIT-END.
           IF WS-ELV-TROUVE = 0
               GO TO 0300-CHANGEMENT-END
           END-IF.

           MOVE SPACES TO WS-SAISIE-CLASSE.
           DISPLAY "Nouvelle classe :".
           ACCEPT WS-SAISIE-CLASSE.
           IF WS-SAISIE-CLASSE = SPACES
               DISPLAY "REFUSE : classe obligatoire"
               GO TO 0300-CHANGEMENT-END
           END-IF.
           IF WS-SAISIE-CLASSE = WS-ELV-CLASSE(WS-ELV-TROUVE)
               DISPLAY "REFUSE : l'eleve est deja en "
                       WS-SAISIE-CLASSE
               GO TO 0300-CHANGEMENT-END
           END-IF.

           PERFORM 0680-SAISIR-DATE-START
           THRU    0680-SAISIR-DATE-END.
           IF WS-SAISIE-VALIDE NOT = "O"
               GO TO 0300-CHANGEMENT-END
           END-IF.

           MOVE "T"                          TO WS-MVT-TYPE.
           MOVE WS-ELV-CLASSE(WS-ELV-TROUVE) TO WS-MVT-ORIGINE.
           MOVE WS-SAISIE-CLASSE             TO WS-MVT-DESTINATION.
           PERFORM 0550-ENREGISTRER-START
           THRU    0550-ENREGISTRER-END.

           MOVE WS-SAISIE-CLASSE TO WS-ELV-CLASSE(WS-ELV-TROUVE).
           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Eleve " WS-SAISIE-ELEVE " passe de "
                   WS-MVT-ORIGINE " en " WS-MVT-DESTINATION
                   " le " WS-SAISIE-DATE.

           EXIT.
       0300-CHANGEMENT-END.

      *Depart d'un eleve inscrit : sa fiche et ses notes restent,
      *seul le mouvement est enregistre.
       0400-DEPART-START.

           MOVE "S" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0400-DEPART-END
           END-IF.

           PERFORM 0650-SAISIR-INSCRIT-START
           THRU    0650-SAISIR-INSCRIT-END.
           IF WS-ELV-TROUVE = 0
               GO TO 0400-DEPART-END
           END-IF.

           PERFORM 0680-SAISIR-DATE-START
           THRU    0680-SAISIR-DATE-END.
           IF WS-SAISIE-VALIDE NOT = "O"
               GO TO 0400-DEPART-END
           END-IF.

           DISPLAY "Confirmer le depart de "
                   WS-ELV-NOM(WS-ELV-TROUVE) " ("
                   WS-ELV-CLASSE(WS-ELV-TROUVE) ") le "
                   WS-SAISIE-DATE " ? (O/N)".
           MOVE SPACE TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE NOT = "O" AND WS-ENTREE NOT = "o"
               DISPLAY "Depart abandonne"
               GO TO 0400-DEPART-END
           END-IF.

           MOVE "D"                          TO WS-MVT-TYPE.
           MOVE WS-ELV-CLASSE(WS-ELV-TROUVE) TO WS-MVT-ORIGINE.
           MOVE SPACES                       TO WS-MVT-DESTINATION.
           PERFORM 0550-ENREGISTRER-START
           THRU    0550-ENREGISTRER-END.
           DISPLAY "Eleve " WS-SAISIE-ELEVE " sorti de "
                   WS-MVT-ORIGINE " le " WS-SAISIE-DATE.

           EXIT.
       0400-DEPART-END.

      *Reecriture de eleves-maitre.txt apres chaque arrivee ou
      *changement, l'ancien passant d'abord en generation.
       0500-SAVE-START.

           MOVE "eleves-maitre.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-ELEVES.
           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
               MOVE SPACES                    TO F-ELEVES
               MOVE WS-ELV-ID(WS-IDX-ELV)     TO F-ELEVE-ID
               MOVE WS-ELV-NOM(WS-IDX-ELV)    TO F-NOM
               MOVE WS-ELV-CLASSE(WS-IDX-ELV) TO F-CLASSE
               WRITE F-ELEVES
               IF WS-ELEVES-STATUS NOT = "00"
                   DISPLAY "ATTENTION : sauvegarde de l'eleve "
                           WS-ELV-ID(WS-IDX-ELV)
                           " en echec, statut " WS-ELEVES-STATUS
               END-IF
           END-PERFORM.
           CLOSE FICHIER-ELEVES.

           EXIT.
       0500-SAVE-END.

      *Ajout du mouvement WS-MVT-TYPE de l'eleve WS-SAISIE-ELEVE a
      *l'historique.
       0550-ENREGISTRER-START.

           CALL "Horodatage" USING WS-HORODATAGE.

           OPEN EXTEND FICHIER-MOUVEMENTS.
           MOVE SPACES             TO F-MOUVEMENT.
           MOVE WS-SAISIE-ELEVE    TO F-MVT-ELEVE.
           MOVE WS-SAISIE-DATE     TO F-MVT-DATE.
           MOVE WS-MVT-TYPE        TO F-MVT-TYPE.
           MOVE WS-MVT-ORIGINE     TO F-MVT-ORIGINE.
           MOVE WS-MVT-DESTINATION TO F-MVT-DESTINATION.
           MOVE WS-HB-OPERATEUR    TO F-MVT-OPERATEUR.
           MOVE WS-HORODATAGE      TO F-MVT-HORODATE.
           WRITE F-MOUVEMENT.
           IF WS-MOUVEMENTS-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture du mouvement en echec,"
                       " statut " WS-MOUVEMENTS-STATUS
           END-IF.
           CLOSE FICHIER-MOUVEMENTS.

           EXIT.
       0550-ENREGISTRER-END.

       0630-LOAD-ELEVES-START.

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
                       ELSE
                           DISPLAY "ATTENTION : eleves-maitre.txt"
                                   " tronque, WS-MAX-ELEVES depasse"
                           MOVE "O" TO WS-FIN-FICHIER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ELEVES.

           EXIT.
       0630-LOAD-ELEVES-END.

      *Saisie d'un eleve inscrit a ce jour (WS-ELV-TROUVE, 0 =
      *refuse) ; WS-CD-DATE-EFFET rend la date de son dernier
      *mouvement.
       0650-SAISIR-INSCRIT-START.

           DISPLAY "Numero de l'eleve :".
           ACCEPT WS-SAISIE-ELEVE.
           PERFORM 0660-CHERCHER-ELEVE-START
           THRU    0660-CHERCHER-ELEVE-END.
           IF WS-ELV-TROUVE = 0
               DISPLAY "REFUSE : eleve " WS-SAISIE-ELEVE
                       " absent de eleves-maitre.txt"
               GO TO 0650-SAISIR-INSCRIT-END
           END-IF.

           PERFORM 0700-ETAT-ACTUEL-START
           THRU    0700-ETAT-ACTUEL-END.
           IF WS-CD-STATUT = "20"
               DISPLAY "REFUSE : " WS-ELV-NOM(WS-ELV-TROUVE)
                       " est sorti le " WS-CD-DATE-EFFET
               MOVE 0 TO WS-ELV-TROUVE
               GO TO 0650-SAISIR-INSCRIT-END
           END-IF.
           DISPLAY "Eleve : " WS-ELV-NOM(WS-ELV-TROUVE) " "
                   WS-ELV-CLASSE(WS-ELV-TROUVE).

           EXIT.
       0650-SAISIR-INSCRIT-END.

       0660-CHERCHER-ELEVE-START.

           MOVE 0 TO WS-ELV-TROUVE.
           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
               IF WS-ELV-ID(WS-IDX-ELV) = WS-SAISIE-ELEVE
                   MOVE WS-IDX-ELV TO WS-ELV-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0660-CHERCHER-ELEVE-END.

      *Date d'effet : valide, pas apres aujourd'hui, et pas avant
      *le dernier mouvement de l'eleve (WS-CD-DATE-EFFET, pose
      *par l'appelant ou zero).
       0680-SAISIR-DATE-START.

           MOVE "N" TO WS-SAISIE-VALIDE.

           DISPLAY "Date d'effet (AAAAMMJJ, 0 = aujourd'hui) :".
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-AUJOURDHUI TO WS-SAISIE-DATE
           END-IF.

           MOVE "V"            TO WS-DC-FONCTION.
           MOVE WS-SAISIE-DATE TO WS-DC-DATE-1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "REFUSE : date d'effet invalide"
               GO TO 0680-SAISIR-DATE-END
           END-IF.
           IF WS-SAISIE-DATE > WS-AUJOURDHUI
               DISPLAY "REFUSE : date d'effet posterieure a"
                       " aujourd'hui"
               GO TO 0680-SAISIR-DATE-END
           END-IF.
           IF WS-SAISIE-DATE < WS-CD-DATE-EFFET
               DISPLAY "REFUSE : date d'effet anterieure au dernier"
                       " mouvement de l'eleve (" WS-CD-DATE-EFFET ")"
               GO TO 0680-SAISIR-DATE-END
           END-IF.

           MOVE "O" TO WS-SAISIE-VALIDE.

           EXIT.
       0680-SAISIR-DATE-END.

      *Etat actuel de l'eleve WS-ELV-TROUVE par ClasseDate.
       0700-ETAT-ACTUEL-START.

           MOVE WS-ELV-ID(WS-ELV-TROUVE)     TO WS-CD-ELEVE.
           MOVE 99999999                     TO WS-CD-DATE.
           MOVE WS-ELV-CLASSE(WS-ELV-TROUVE) TO WS-CD-CLASSE-FICHE.
           CALL "ClasseDate" USING WS-CD-ELEVE WS-CD-DATE
                                   WS-CD-CLASSE-FICHE WS-CD-CLASSE
                                   WS-CD-DATE-EFFET WS-CD-STATUT.

           EXIT.
       0700-ETAT-ACTUEL-END.

      *Historique des mouvements d'un eleve, dans l'ordre de
      *saisie.
       0800-HISTORIQUE-START.

           DISPLAY "Numero de l'eleve :".
           ACCEPT WS-SAISIE-ELEVE.
           PERFORM 0660-CHERCHER-ELEVE-START
           THRU    0660-CHERCHER-ELEVE-END.
           IF WS-ELV-TROUVE > 0
               PERFORM 0700-ETAT-ACTUEL-START
               THRU    0700-ETAT-ACTUEL-END
               IF WS-CD-STATUT = "20"
                   DISPLAY "Eleve : " WS-ELV-NOM(WS-ELV-TROUVE)
                           " sorti de " WS-CD-CLASSE
                           " le " WS-CD-DATE-EFFET
               ELSE
                   DISPLAY "Eleve : " WS-ELV-NOM(WS-ELV-TROUVE)
                           " inscrit en " WS-CD-CLASSE
               END-IF
           END-IF.

           MOVE 0 TO WS-NB-LIGNES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-MOUVEMENTS.
           IF WS-MOUVEMENTS-STATUS = "00" OR
              WS-MOUVEMENTS-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-MOUVEMENTS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-MVT-ELEVE = WS-SAISIE-ELEVE
                               ADD 1 TO WS-NB-LIGNES
                               EVALUATE F-MVT-TYPE
                                   WHEN "A"
                                       DISPLAY F-MVT-DATE
                                               " arrivee en "
                                               F-MVT-DESTINATION
                                               " (" F-MVT-OPERATEUR
                                               ")"
                                   WHEN "T"
                                       DISPLAY F-MVT-DATE
                                               " changement "
                                               F-MVT-ORIGINE " -> "
                                               F-MVT-DESTINATION
                                               " (" F-MVT-OPERATEUR
                                               ")"
                                   WHEN OTHER
                                       DISPLAY F-MVT-DATE
                                               " depart de "
                                               F-MVT-ORIGINE
                                               " (" F-MVT-OPERATEUR
                                               ")"
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MOUVEMENTS
           END-IF.

           IF WS-NB-LIGNES = 0
               DISPLAY "Aucun mouvement pour l'eleve "
                       WS-SAISIE-ELEVE "."
           END-IF.

           EXIT.
       0800-HISTORIQUE-END.

      *Liste d'une classe a une date dans liste-classe.txt : les
      *eleves inscrits dans la classe ce jour-la d'apres
      *ClasseDate, sans les sortis ni les arrivees posterieures.
       0900-LISTE-CLASSE-START.

           MOVE SPACES TO WS-SAISIE-CLASSE.
           DISPLAY "Classe :".
           ACCEPT WS-SAISIE-CLASSE.
           DISPLAY "Date (AAAAMMJJ, 0 = aujourd'hui) :".
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-AUJOURDHUI TO WS-SAISIE-DATE
           END-IF.

           OPEN OUTPUT FICHIER-LISTE.
           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE SPACES TO F-LISTE-ENTETE.
           STRING "Liste de la classe " WS-SAISIE-CLASSE
                  " au " WS-SAISIE-DATE
                  " - execution du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-LISTE-ENTETE.
           WRITE F-LISTE-ENTETE.

           MOVE 0 TO WS-NB-LIGNES.
           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
               MOVE WS-ELV-ID(WS-IDX-ELV)     TO WS-CD-ELEVE
               MOVE WS-SAISIE-DATE            TO WS-CD-DATE
               MOVE WS-ELV-CLASSE(WS-IDX-ELV) TO WS-CD-CLASSE-FICHE
               CALL "ClasseDate" USING WS-CD-ELEVE WS-CD-DATE
                                       WS-CD-CLASSE-FICHE
                                       WS-CD-CLASSE
                                       WS-CD-DATE-EFFET
                                       WS-CD-STATUT
               IF WS-CD-STATUT = "00" AND
                  WS-CD-CLASSE = WS-SAISIE-CLASSE
                   ADD 1 TO WS-NB-LIGNES
                   MOVE SPACES TO F-LISTE
                   IF WS-CD-DATE-EFFET > 0
                       STRING WS-ELV-ID(WS-IDX-ELV) " "
                              WS-ELV-NOM(WS-IDX-ELV)
                              " dans la classe depuis le "
                              WS-CD-DATE-EFFET
                              DELIMITED BY SIZE INTO F-LISTE
                   ELSE
                       STRING WS-ELV-ID(WS-IDX-ELV) " "
                              WS-ELV-NOM(WS-IDX-ELV)
                              DELIMITED BY SIZE INTO F-LISTE
                   END-IF
                   WRITE F-LISTE
                   DISPLAY F-LISTE
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-LISTE.
           STRING "Total : " WS-NB-LIGNES " eleve(s)"
                  DELIMITED BY SIZE INTO F-LISTE.
           WRITE F-LISTE.
           CLOSE FICHIER-LISTE.
           DISPLAY "Liste ecrite dans liste-classe.txt ("
                   WS-NB-LIGNES " eleve(s))".

           EXIT.
       0900-LISTE-CLASSE-END.
