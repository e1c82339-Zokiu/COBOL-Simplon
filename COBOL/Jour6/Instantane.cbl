       IDENTIFICATION DIVISION.
       PROGRAM-ID. Instantane.
       AUTHOR. Terry.

      *Sous-programme partagé : instantane coherent de tous les
      *fichiers que la chaine de nuit modifie. Sauvegarde garde des
      *generations fichier par fichier, et apres une mauvaise nuit
      *il fallait retrouver a la main quels .g1 allaient ensemble.
      *Ici, un seul instantane nomme par le numero de passage : une
      *copie <fichier>.inst de chaque fichier, et le manifeste
      *instantane.txt qui porte le passage, l'heure, l'empreinte de
      *chaque copie (lignes, octets, somme de controle, ou ABSENT)
      *puis l'etat laisse par la chaine apres chaque etape.
      *  IN-ACTION : "P" = prendre l'instantane (chaine, avant sa
      *                    premiere etape) ;
      *              "E" = relever l'etat des fichiers (chaine,
      *                    apres chaque etape) ;
      *              "C" = controler qu'aucun fichier n'a change
      *                    hors chaine depuis le dernier etat
      *                    releve ;
      *              "R" = remettre tout l'ensemble a l'instantane.
      *  IN-RUN / IN-HORODATE : passage et heure de l'instantane
      *              (rendus par C et R).
      *  IN-FICHIER : premier fichier modifie hors chaine (C).
      *  IN-NOMBRE : fichiers copies (P) ou remis en place (R).
      *  IN-STATUT : "00" bon, "05" pas d'instantane, "20" fichier
      *              modifie hors chaine (voir IN-FICHIER), "30"
      *              action inconnue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Maitre clients indexe : recopie fiche par fiche dans son
      *image, comme l'image de maintcli, et reconstruit depuis
      *elle a la remise en place.
           SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIENT-ID
               FILE STATUS IS WS-CLIENT-STATUS.

      *Source et destination de la copie en cours (noms poses
      *avant chaque ouverture).
           SELECT OPTIONAL FICHIER-SOURCE ASSIGN TO DYNAMIC
               WS-NOM-SOURCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT FICHIER-DESTINATION ASSIGN TO DYNAMIC
               WS-NOM-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTINATION-STATUS.

      *OPTIONAL : pas de manifeste avant le premier instantane.
           SELECT OPTIONAL FICHIER-MANIFESTE ASSIGN TO
               "instantane.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLIENT.
           COPY "Client.cpy".

       FD FICHIER-SOURCE.
       01  F-LIGNE-SOURCE       PIC X(250).

       FD FICHIER-DESTINATION.
       01  F-LIGNE-DESTINATION  PIC X(250).

      *INSTANTANE <passage> <horodate>, COPIE <fichier>
      *<empreinte>, ETAT <fichier> <empreinte>, RESTAURE
      *<horodate>.
       FD FICHIER-MANIFESTE.
       01  F-MANIFESTE          PIC X(100).

       WORKING-STORAGE SECTION.

      *Fichiers modifies par la chaine : maitres et fichiers
      *cumules d'une nuit sur l'autre (les sorties refaites a neuf
      *chaque nuit n'en sont pas). Type I = indexe, S = sequentiel.
       01  WS-LISTE-FICHIERS.
           05 FILLER PIC X(41) VALUE "Iclients.dat".
           05 FILLER PIC X(41) VALUE "Sinventaire.txt".
           05 FILLER PIC X(41) VALUE "Slots.txt".
           05 FILLER PIC X(41) VALUE "Sreliquats.txt".
           05 FILLER PIC X(41) VALUE "Scommandes-suspendues.txt".
           05 FILLER PIC X(41) VALUE "Sregistre-allocations.txt".
           05 FILLER PIC X(41) VALUE "Sempreintes-commandes.txt".
           05 FILLER PIC X(41) VALUE "Spo-registre.txt".
           05 FILLER PIC X(41) VALUE "Sfactures-ouvertes.txt".
           05 FILLER PIC X(41) VALUE "Slignes-facturees.txt".
           05 FILLER PIC X(41) VALUE "Stva-collectee.txt".
           05 FILLER PIC X(41) VALUE "Scommande-checkpoint.txt".
           05 FILLER PIC X(41) VALUE "Smouvements-soldes.txt".
           05 FILLER PIC X(41) VALUE "Smouvements-stock.txt".
           05 FILLER PIC X(41) VALUE "Stodolist.txt".
       01  WS-LISTE-FICH-RED REDEFINES WS-LISTE-FICHIERS.
           05 WS-FICH OCCURS 15 TIMES.
               10 WS-FICH-TYPE     PIC X(01).
               10 WS-FICH-NOM      PIC X(40).

       77  WS-IDX-FICH          PIC 9(02) VALUE 1.
       77  WS-NB-FICH           PIC 9(02) VALUE 15.

      *Empreintes relevees dans le manifeste : a l'instantane
      *(COPIE) et au dernier etat laisse par la chaine (ETAT).
       01  WS-TABLE-RELEVES.
           05 WS-REL OCCURS 15 TIMES.
               10 WS-REL-COPIE     PIC X(24).
               10 WS-REL-ETAT      PIC X(24).

       77  WS-NOM-SOURCE        PIC X(46) VALUE SPACES.
       77  WS-NOM-DESTINATION   PIC X(46) VALUE SPACES.
       77  WS-NOM-A-SUPPRIMER   PIC X(46) VALUE SPACES.
       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-SOURCE-STATUS     PIC X(02) VALUE SPACES.
       77  WS-DESTINATION-STATUS PIC X(02) VALUE SPACES.
       77  WS-MANIFESTE-STATUS  PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-INSTANTANE-LU     PIC X(01) VALUE "N".

      *Decoupage d'une ligne du manifeste.
       77  WS-MOT-1             PIC X(12) VALUE SPACES.
       77  WS-MOT-2             PIC X(40) VALUE SPACES.
       77  WS-MOT-3             PIC X(40) VALUE SPACES.
       77  WS-MOT-4             PIC X(40) VALUE SPACES.

      *Empreinte d'un fichier : nombre de lignes, nombre
      *d'octets utiles et somme de controle, ou ABSENT. Meme
      *calcul que l'empreinte des entrees de chaine.
       01  WS-EMPREINTE.
           05 WS-EMPR-LIGNES    PIC 9(06).
           05 FILLER            PIC X(01) VALUE "-".
           05 WS-EMPR-OCTETS    PIC 9(08).
           05 FILLER            PIC X(01) VALUE "-".
           05 WS-EMPR-SOMME     PIC 9(08).
       01  WS-EMPREINTE-X REDEFINES WS-EMPREINTE PIC X(24).

       77  WS-LIGNE             PIC X(250) VALUE SPACES.
       77  WS-LONGUEUR          PIC 9(03) VALUE 0.
       77  WS-IDX-OCTET         PIC 9(03) VALUE 1.
       77  WS-CALCUL            PIC 9(10) VALUE 0.
       77  WS-QUOTIENT          PIC 9(10) VALUE 0.

      *"O" : la copie en cours calcule aussi l'empreinte de la
      *source.
       77  WS-AVEC-EMPREINTE    PIC X(01) VALUE "N".

       01  WS-HORODATAGE        PIC X(19).

       LINKAGE SECTION.
       01  IN-ACTION            PIC X(01).
       01  IN-RUN               PIC 9(06).
       01  IN-HORODATE          PIC X(19).
       01  IN-FICHIER           PIC X(40).
       01  IN-NOMBRE            PIC 9(02).
       01  IN-STATUT            PIC X(02).

       PROCEDURE DIVISION USING IN-ACTION IN-RUN IN-HORODATE
                                IN-FICHIER IN-NOMBRE IN-STATUT.

           MOVE "00"   TO IN-STATUT.
           MOVE SPACES TO IN-FICHIER.
           MOVE 0      TO IN-NOMBRE.

           EVALUATE IN-ACTION
               WHEN "P"
                   PERFORM 0100-PRENDRE-START
                   THRU    0100-PRENDRE-END
               WHEN "E"
                   PERFORM 0200-RELEVER-ETAT-START
                   THRU    0200-RELEVER-ETAT-END
               WHEN "C"
                   PERFORM 0300-CONTROLER-START
                   THRU    0300-CONTROLER-END
               WHEN "R"
                   PERFORM 0400-RESTAURER-START
                   THRU    0400-RESTAURER-END
               WHEN OTHER
                   MOVE "30" TO IN-STATUT
           END-EVALUATE.

           GOBACK.

      ******************************************************************

      *Copie chaque fichier vers <fichier>.inst en relevant son
      *empreinte, puis reecrit le manifeste : l'instantane
      *precedent est remplace en bloc.
       0100-PRENDRE-START.

           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE WS-HORODATAGE TO IN-HORODATE.

           OPEN OUTPUT FICHIER-MANIFESTE.
           MOVE SPACES TO F-MANIFESTE.
           STRING "INSTANTANE " IN-RUN " " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-MANIFESTE.
           WRITE F-MANIFESTE.

           PERFORM VARYING WS-IDX-FICH FROM 1 BY 1
                   UNTIL WS-IDX-FICH > WS-NB-FICH
               MOVE SPACES TO WS-NOM-DESTINATION
               STRING FUNCTION TRIM(WS-FICH-NOM(WS-IDX-FICH))
                      ".inst"
                      DELIMITED BY SIZE INTO WS-NOM-DESTINATION
               MOVE "O" TO WS-AVEC-EMPREINTE
               IF WS-FICH-TYPE(WS-IDX-FICH) = "I"
                   PERFORM 0510-IMAGE-CLIENTS-START
                   THRU    0510-IMAGE-CLIENTS-END
               ELSE
                   MOVE WS-FICH-NOM(WS-IDX-FICH) TO WS-NOM-SOURCE
                   PERFORM 0500-COPIER-START
                   THRU    0500-COPIER-END
               END-IF
               IF WS-EMPREINTE-X NOT = "ABSENT"
                   ADD 1 TO IN-NOMBRE
               END-IF
               MOVE SPACES TO F-MANIFESTE
               STRING "COPIE " WS-FICH-NOM(WS-IDX-FICH)
                      " " WS-EMPREINTE-X
                      DELIMITED BY SIZE INTO F-MANIFESTE
               WRITE F-MANIFESTE
               MOVE WS-EMPREINTE-X TO WS-REL-COPIE(WS-IDX-FICH)
           END-PERFORM.

      *L'etat de depart de la chaine est celui de l'instantane.
           PERFORM VARYING WS-IDX-FICH FROM 1 BY 1
                   UNTIL WS-IDX-FICH > WS-NB-FICH
               MOVE SPACES TO F-MANIFESTE
               STRING "ETAT " WS-FICH-NOM(WS-IDX-FICH)
                      " " WS-REL-COPIE(WS-IDX-FICH)
                      DELIMITED BY SIZE INTO F-MANIFESTE
               WRITE F-MANIFESTE
           END-PERFORM.

           CLOSE FICHIER-MANIFESTE.

           EXIT.
       0100-PRENDRE-END.

      *Ajoute au manifeste l'empreinte courante de chaque fichier :
      *c'est l'etat que la chaine a laisse. Sans instantane pris,
      *rien n'est releve.
       0200-RELEVER-ETAT-START.

           OPEN INPUT FICHIER-MANIFESTE.
           IF WS-MANIFESTE-STATUS NOT = "00"
               CLOSE FICHIER-MANIFESTE
               MOVE "05" TO IN-STATUT
               GO TO 0200-RELEVER-ETAT-END
           END-IF.
           CLOSE FICHIER-MANIFESTE.

           OPEN EXTEND FICHIER-MANIFESTE.
           PERFORM VARYING WS-IDX-FICH FROM 1 BY 1
                   UNTIL WS-IDX-FICH > WS-NB-FICH
               PERFORM 0520-EMPREINTE-START
               THRU    0520-EMPREINTE-END
               MOVE SPACES TO F-MANIFESTE
               STRING "ETAT " WS-FICH-NOM(WS-IDX-FICH)
                      " " WS-EMPREINTE-X
                      DELIMITED BY SIZE INTO F-MANIFESTE
               WRITE F-MANIFESTE
           END-PERFORM.
           CLOSE FICHIER-MANIFESTE.

           EXIT.
       0200-RELEVER-ETAT-END.

      *Relit le manifeste puis compare l'empreinte courante de
      *chaque fichier au dernier etat releve : un ecart est une
      *modification faite hors chaine depuis l'instantane.
       0300-CONTROLER-START.

           PERFORM 0310-LIRE-MANIFESTE-START
           THRU    0310-LIRE-MANIFESTE-END.
           IF IN-STATUT NOT = "00"
               GO TO 0300-CONTROLER-END
           END-IF.

           PERFORM VARYING WS-IDX-FICH FROM 1 BY 1
                   UNTIL WS-IDX-FICH > WS-NB-FICH
                      OR IN-STATUT NOT = "00"
               PERFORM 0520-EMPREINTE-START
               THRU    0520-EMPREINTE-END
               IF WS-EMPREINTE-X NOT = WS-REL-ETAT(WS-IDX-FICH)
                   MOVE "20" TO IN-STATUT
                   MOVE WS-FICH-NOM(WS-IDX-FICH) TO IN-FICHIER
               END-IF
           END-PERFORM.

           EXIT.
       0300-CONTROLER-END.

      *Charge le manifeste : passage, heure, et pour chaque
      *fichier l'empreinte de sa copie et celle de son dernier
      *etat (la derniere ligne ETAT l'emporte).
       0310-LIRE-MANIFESTE-START.

           MOVE "N" TO WS-INSTANTANE-LU.
           PERFORM VARYING WS-IDX-FICH FROM 1 BY 1
                   UNTIL WS-IDX-FICH > WS-NB-FICH
               MOVE SPACES TO WS-REL-COPIE(WS-IDX-FICH)
               MOVE SPACES TO WS-REL-ETAT(WS-IDX-FICH)
           END-PERFORM.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-MANIFESTE.
           IF WS-MANIFESTE-STATUS NOT = "00"
               MOVE "O" TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-MANIFESTE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM 0320-ANALYSER-LIGNE-START
                       THRU    0320-ANALYSER-LIGNE-END
               END-READ
           END-PERFORM.
           CLOSE FICHIER-MANIFESTE.

           IF WS-INSTANTANE-LU = "N"
               MOVE "05" TO IN-STATUT
           END-IF.

           EXIT.
       0310-LIRE-MANIFESTE-END.

       0320-ANALYSER-LIGNE-START.

           MOVE SPACES TO WS-MOT-1 WS-MOT-2 WS-MOT-3 WS-MOT-4.
           UNSTRING F-MANIFESTE DELIMITED BY ALL SPACE
               INTO WS-MOT-1 WS-MOT-2 WS-MOT-3 WS-MOT-4
           END-UNSTRING.

           IF WS-MOT-1 = "INSTANTANE"
               MOVE "O" TO WS-INSTANTANE-LU
               MOVE WS-MOT-2(1:6) TO IN-RUN
               MOVE SPACES TO IN-HORODATE
               STRING WS-MOT-3(1:10) " " WS-MOT-4(1:8)
                      DELIMITED BY SIZE INTO IN-HORODATE
               GO TO 0320-ANALYSER-LIGNE-END
           END-IF.

           PERFORM VARYING WS-IDX-FICH FROM 1 BY 1
                   UNTIL WS-IDX-FICH > WS-NB-FICH
               IF WS-FICH-NOM(WS-IDX-FICH) = WS-MOT-2
                   EVALUATE WS-MOT-1
                       WHEN "COPIE"
                           MOVE WS-MOT-3 TO
                                WS-REL-COPIE(WS-IDX-FICH)
                       WHEN "ETAT"
                           MOVE WS-MOT-3 TO
                                WS-REL-ETAT(WS-IDX-FICH)
                   END-EVALUATE
               END-IF
           END-PERFORM.

           EXIT.
       0320-ANALYSER-LIGNE-END.

      *Remet chaque fichier a sa copie ; un fichier absent a
      *l'instantane est supprime. Le manifeste note la remise en
      *place et l'etat qu'elle laisse, pour qu'un second retour
      *arriere reste possible.
       0400-RESTAURER-START.

           PERFORM 0310-LIRE-MANIFESTE-START
           THRU    0310-LIRE-MANIFESTE-END.
           IF IN-STATUT NOT = "00"
               GO TO 0400-RESTAURER-END
           END-IF.

           MOVE "N" TO WS-AVEC-EMPREINTE.
           PERFORM VARYING WS-IDX-FICH FROM 1 BY 1
                   UNTIL WS-IDX-FICH > WS-NB-FICH
               EVALUATE TRUE
                   WHEN WS-REL-COPIE(WS-IDX-FICH) = "ABSENT"
                       MOVE WS-FICH-NOM(WS-IDX-FICH)
                            TO WS-NOM-A-SUPPRIMER
                       CALL "CBL_DELETE_FILE"
                            USING WS-NOM-A-SUPPRIMER
                   WHEN WS-FICH-TYPE(WS-IDX-FICH) = "I"
                       PERFORM 0530-RECONSTRUIRE-CLIENTS-START
                       THRU    0530-RECONSTRUIRE-CLIENTS-END
                   WHEN OTHER
                       MOVE SPACES TO WS-NOM-SOURCE
                       STRING FUNCTION TRIM(WS-FICH-NOM(WS-IDX-FICH))
                              ".inst"
                              DELIMITED BY SIZE INTO WS-NOM-SOURCE
                       MOVE WS-FICH-NOM(WS-IDX-FICH)
                            TO WS-NOM-DESTINATION
                       PERFORM 0500-COPIER-START
                       THRU    0500-COPIER-END
               END-EVALUATE
               ADD 1 TO IN-NOMBRE
           END-PERFORM.

           CALL "Horodatage" USING WS-HORODATAGE.
           OPEN EXTEND FICHIER-MANIFESTE.
           MOVE SPACES TO F-MANIFESTE.
           STRING "RESTAURE " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-MANIFESTE.
           WRITE F-MANIFESTE.
           PERFORM VARYING WS-IDX-FICH FROM 1 BY 1
                   UNTIL WS-IDX-FICH > WS-NB-FICH
               PERFORM 0520-EMPREINTE-START
               THRU    0520-EMPREINTE-END
               MOVE SPACES TO F-MANIFESTE
               STRING "ETAT " WS-FICH-NOM(WS-IDX-FICH)
                      " " WS-EMPREINTE-X
                      DELIMITED BY SIZE INTO F-MANIFESTE
               WRITE F-MANIFESTE
           END-PERFORM.
           CLOSE FICHIER-MANIFESTE.

           EXIT.
       0400-RESTAURER-END.

      *Copie ligne a ligne WS-NOM-SOURCE vers WS-NOM-DESTINATION,
      *en calculant l'empreinte de la source si demande. Une
      *source absente ne produit pas de copie.
       0500-COPIER-START.

           MOVE "000000-00000000-00000000" TO WS-EMPREINTE-X.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-SOURCE.

      *Statut 05 : fichier optionnel absent.
           IF WS-SOURCE-STATUS NOT = "00"
               CLOSE FICHIER-SOURCE
               MOVE "ABSENT" TO WS-EMPREINTE-X
               GO TO 0500-COPIER-END
           END-IF.

           OPEN OUTPUT FICHIER-DESTINATION.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SOURCE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE F-LIGNE-SOURCE TO F-LIGNE-DESTINATION
                       WRITE F-LIGNE-DESTINATION
                       IF WS-AVEC-EMPREINTE = "O"
                           MOVE F-LIGNE-SOURCE TO WS-LIGNE
                           PERFORM 0540-CUMULER-LIGNE-START
                           THRU    0540-CUMULER-LIGNE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-SOURCE.
           CLOSE FICHIER-DESTINATION.

           EXIT.
       0500-COPIER-END.

      *Recopie clients.dat fiche par fiche dans WS-NOM-DESTINATION
      *et calcule son empreinte au passage.
       0510-IMAGE-CLIENTS-START.

           MOVE "000000-00000000-00000000" TO WS-EMPREINTE-X.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-CLIENT.

           IF WS-CLIENT-STATUS NOT = "00"
               MOVE "ABSENT" TO WS-EMPREINTE-X
               GO TO 0510-IMAGE-CLIENTS-END
           END-IF.

           OPEN OUTPUT FICHIER-DESTINATION.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-CLIENT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE CLIENT-RECORD TO F-LIGNE-DESTINATION
                       WRITE F-LIGNE-DESTINATION
                       MOVE CLIENT-RECORD TO WS-LIGNE
                       PERFORM 0540-CUMULER-LIGNE-START
                       THRU    0540-CUMULER-LIGNE-END
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENT.
           CLOSE FICHIER-DESTINATION.

           EXIT.
       0510-IMAGE-CLIENTS-END.

      *Empreinte courante du fichier WS-IDX-FICH, sans copie.
       0520-EMPREINTE-START.

           MOVE "000000-00000000-00000000" TO WS-EMPREINTE-X.
           MOVE "N" TO WS-FIN-FICHIER.

           IF WS-FICH-TYPE(WS-IDX-FICH) = "I"
               OPEN INPUT FICHIER-CLIENT
               IF WS-CLIENT-STATUS NOT = "00"
                   MOVE "ABSENT" TO WS-EMPREINTE-X
                   GO TO 0520-EMPREINTE-END
               END-IF
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-CLIENT NEXT RECORD
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           MOVE CLIENT-RECORD TO WS-LIGNE
                           PERFORM 0540-CUMULER-LIGNE-START
                           THRU    0540-CUMULER-LIGNE-END
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CLIENT
               GO TO 0520-EMPREINTE-END
           END-IF.

           MOVE WS-FICH-NOM(WS-IDX-FICH) TO WS-NOM-SOURCE.
           OPEN INPUT FICHIER-SOURCE.
           IF WS-SOURCE-STATUS NOT = "00"
               CLOSE FICHIER-SOURCE
               MOVE "ABSENT" TO WS-EMPREINTE-X
               GO TO 0520-EMPREINTE-END
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SOURCE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE F-LIGNE-SOURCE TO WS-LIGNE
                       PERFORM 0540-CUMULER-LIGNE-START
                       THRU    0540-CUMULER-LIGNE-END
               END-READ
           END-PERFORM.
           CLOSE FICHIER-SOURCE.

           EXIT.
       0520-EMPREINTE-END.

      *Reconstruit clients.dat depuis son image clients.dat.inst.
       0530-RECONSTRUIRE-CLIENTS-START.

           MOVE SPACES TO WS-NOM-SOURCE.
           STRING FUNCTION TRIM(WS-FICH-NOM(WS-IDX-FICH)) ".inst"
                  DELIMITED BY SIZE INTO WS-NOM-SOURCE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-SOURCE.
           IF WS-SOURCE-STATUS NOT = "00"
               CLOSE FICHIER-SOURCE
               DISPLAY "ATTENTION : image " FUNCTION TRIM(WS-NOM-SOURCE)
                       " introuvable, clients.dat laisse en l'etat"
               GO TO 0530-RECONSTRUIRE-CLIENTS-END
           END-IF.

           OPEN OUTPUT FICHIER-CLIENT.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SOURCE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE F-LIGNE-SOURCE TO CLIENT-RECORD
                       WRITE CLIENT-RECORD
                           INVALID KEY
                               DISPLAY "ATTENTION : client " CLIENT-ID
                                       " en double dans l'image"
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-SOURCE.
           CLOSE FICHIER-CLIENT.

           EXIT.
       0530-RECONSTRUIRE-CLIENTS-END.

      *Ajoute la ligne WS-LIGNE a l'empreinte en cours.
       0540-CUMULER-LIGNE-START.

           ADD 1 TO WS-EMPR-LIGNES.
           COMPUTE WS-LONGUEUR = FUNCTION LENGTH
               (FUNCTION TRIM(WS-LIGNE TRAILING)).
           ADD WS-LONGUEUR TO WS-EMPR-OCTETS.
           PERFORM VARYING WS-IDX-OCTET FROM 1 BY 1
                   UNTIL WS-IDX-OCTET > WS-LONGUEUR
               COMPUTE WS-CALCUL = WS-EMPR-SOMME * 31 +
                   FUNCTION ORD(WS-LIGNE(WS-IDX-OCTET:1))
               DIVIDE WS-CALCUL BY 99999989
                      GIVING WS-QUOTIENT
                      REMAINDER WS-EMPR-SOMME
           END-PERFORM.

           EXIT.
       0540-CUMULER-LIGNE-END.
