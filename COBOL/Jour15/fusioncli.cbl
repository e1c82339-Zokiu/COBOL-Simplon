       IDENTIFICATION DIVISION.
       PROGRAM-ID. fusioncli.
       AUTHOR.    Terry.

      *Doublons du fichier maitre des clients (clients.dat) : la
      *meme societe saisie sous deux ou trois CLIENT-ID, le solde
      *et les factures eparpilles entre eux. rapproch fait ce
      *travail pour les personnes ; ici, pour les clients.
      *Recherche : les clients actifs sont compares deux a deux.
      *Un doublon suppose porte la meme cle phonetique du nom
      *(Phonetik sur la forme normalisee par Translit) et au moins
      *un point commun parmi l'adresse, le code postal et le
      *telephone : PROBABLE a partir de deux points communs,
      *POSSIBLE sur un seul. La liste part dans
      *doublons-clients.txt.
      *Fusion guidee : l'operateur nomme le client retire et le
      *client survivant, revoit les deux fiches et confirme. Le
      *solde du retire passe au survivant par deux mouvements
      *MouvSolde (rapsolde retombe juste), les factures non
      *soldees de factures-ouvertes.txt, les reliquats de
      *reliquats.txt, les commandes de commandes-suspendues.txt
      *et l'historique de palier historique-tiers.txt sont
      *re-pointes sur le survivant (chaque fichier sous
      *Sauvegarde). Le retire n'est pas
      *supprime : il est clos a la date du jour, solde a zero, et
      *le couple ancien -> survivant entre au registre
      *redirections-clients.txt, que le sous-programme Redirige
      *suit pour que les anciens documents retombent sur le
      *survivant. Chaque fusion est journalisee dans
      *audit-clients.txt comme les operations de maintcli.
      *Les reliquats et les commandes suspendues ne portent qu'un
      *numero de client a deux chiffres (format de
      *num-commandes.txt) : un retire qui en a ne peut etre
      *fusionne que dans un survivant de 1 a 99.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre des clients indexe sur CLIENT-ID depuis la
      *migration migidx : parcours en ordre de cle pour la
      *recherche, lecture par cle et REWRITE pour la fusion.
           SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENT-ID
               FILE STATUS IS WS-CLIENT-STATUS.

      *Image sequentielle du maitre avant la premiere fusion de la
      *session, comme dans maintcli.
           SELECT OPTIONAL FICHIER-IMAGE ASSIGN TO
               "clients-image.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.

           SELECT OPTIONAL FICHIER-AUDIT ASSIGN TO
               "audit-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *Registre des redirections, prolonge d'une ligne par fusion.
           SELECT OPTIONAL FICHIER-REDIRECTIONS ASSIGN TO
               "redirections-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECTIONS-STATUS.

           SELECT FICHIER-DOUBLONS ASSIGN TO "doublons-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Fichier a re-pointer : lu tel quel pour compter, ou relu
      *depuis sa generation .g1 fraiche pour etre reecrit.
           SELECT OPTIONAL FICHIER-SOURCE ASSIGN TO DYNAMIC
               WS-NOM-SOURCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT FICHIER-CIBLE ASSIGN TO DYNAMIC WS-NOM-CIBLE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLIENT.
           COPY "Client.cpy".

      *Meme decoupage que Client.cpy, recopie en bloc.
       FD FICHIER-IMAGE.
       01  F-IMAGE              PIC X(238).

      *Meme decoupage que le FD FICHIER-AUDIT de maintcli.
       FD FICHIER-AUDIT.
       01  F-AUDIT.
           05 F-AUD-HORODATE    PIC X(19).
           05 FILLER            PIC X(01).
           05 F-AUD-OPERATION   PIC X(05).
           05 FILLER            PIC X(01).
           05 F-AUD-OPERATEUR   PIC X(08).
           05 FILLER            PIC X(01).
           05 F-AUD-ID          PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-AUD-CHAMP       PIC X(10).
           05 FILLER            PIC X(01).
           05 F-AUD-AVANT       PIC X(35).
           05 FILLER            PIC X(01).
           05 F-AUD-APRES       PIC X(35).

      *Une ligne par fusion : client retire, survivant, date et
      *operateur.
       FD FICHIER-REDIRECTIONS.
       01  F-REDIRECTION.
           05 F-RED-ANCIEN      PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-RED-SURVIVANT   PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-RED-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-RED-OPERATEUR   PIC X(08).

       FD FICHIER-DOUBLONS.
       01  F-DOUBLON            PIC X(100).

      *Meme largeur que les generations de Sauvegarde.
       FD FICHIER-SOURCE.
       01  F-SOURCE             PIC X(250).

       FD FICHIER-CIBLE.
       01  F-CIBLE              PIC X(250).

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-IMAGE-STATUS      PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
       77  WS-REDIRECTIONS-STATUS PIC X(02) VALUE SPACES.
       77  WS-SOURCE-STATUS     PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-IMAGE-FAITE       PIC X(01) VALUE "N".
       77  WS-NB-IMAGE          PIC 9(04) VALUE 0.

       77  WS-CHOIX             PIC 9(01) VALUE 0.
       77  WS-CONFIRME          PIC X(01) VALUE "N".
       77  WS-SAISIE-ID         PIC 9(04) VALUE 0.
       77  WS-CLIENT-LU         PIC X(01) VALUE "N".

      *Clients actifs charges pour la recherche, avec leurs formes
      *de comparaison.
       01  WS-TABLE-CLIENTS.
           05 WS-CL OCCURS 1000 TIMES.
               10 WS-CL-ID         PIC 9(04).
               10 WS-CL-NOM        PIC X(15).
               10 WS-CL-CLE        PIC X(04).
               10 WS-CL-ADRESSE    PIC X(40).
               10 WS-CL-CP         PIC X(05).
               10 WS-CL-TEL        PIC X(10).

       77  WS-IDX-CL            PIC 9(04) VALUE 1.
       77  WS-IDX-CL2           PIC 9(04) VALUE 1.
       77  WS-MAX-CL            PIC 9(04) VALUE 1000.
       77  WS-NB-CL             PIC 9(04) VALUE 0.

      *Points communs d'un couple et libelles du rapport.
       77  WS-POINTS            PIC 9(01) VALUE 0.
       77  WS-COMMUNS           PIC X(14) VALUE SPACES.
       77  WS-NIVEAU            PIC X(08) VALUE SPACES.
       77  WS-NB-DOUBLONS       PIC 9(04) VALUE 0.
       77  WS-NB-PROBABLES      PIC 9(04) VALUE 0.

      *Formes normalisees (sous-programme Translit) et cle
      *phonetique (sous-programme Phonetik).
       01  WS-TR-BRUT           PIC X(40).
       01  WS-NOM-NORME         PIC X(40).
       01  WS-CLE-NOM           PIC X(04).

      *Les deux fiches de la fusion.
       01  WS-ANCIEN            PIC 9(04) VALUE 0.
       01  WS-ANCIEN-X REDEFINES WS-ANCIEN PIC X(04).
       01  WS-SURVIVANT         PIC 9(04) VALUE 0.
       01  WS-SURVIVANT-X REDEFINES WS-SURVIVANT PIC X(04).
       77  WS-SOLDE-ANCIEN      PIC 9(06)V99 VALUE 0.
       77  WS-SOLDE-SURVIVANT   PIC 9(06)V99 VALUE 0.
       77  WS-SOLDE-CUMUL       PIC 9(07)V99 VALUE 0.
       77  WS-SOLDE-ED          PIC ZZZZZ9.99.
       77  WS-NB-FUSIONS        PIC 9(04) VALUE 0.

      *Re-pointage d'un fichier : nom, position et longueur du
      *numero de client dans la ligne, position d'un statut qui
      *exclut la ligne (0 = aucun) et sa valeur, mode C (compter)
      *ou R (reecrire), nombre de lignes concernees.
       77  WS-RP-FICHIER        PIC X(40) VALUE SPACES.
       77  WS-RP-POS            PIC 9(03) VALUE 0.
       77  WS-RP-LONG           PIC 9(01) VALUE 0.
       77  WS-RP-EXCLU-POS      PIC 9(03) VALUE 0.
       77  WS-RP-EXCLU          PIC X(01) VALUE SPACE.
       77  WS-RP-MODE           PIC X(01) VALUE SPACE.
       77  WS-RP-NOMBRE         PIC 9(05) VALUE 0.
       77  WS-RP-DEBUT          PIC 9(01) VALUE 0.
       77  WS-NOM-SOURCE        PIC X(46) VALUE SPACES.
       77  WS-NOM-CIBLE         PIC X(46) VALUE SPACES.
       77  WS-NB-FACTURES       PIC 9(05) VALUE 0.
       77  WS-NB-RELIQUATS      PIC 9(05) VALUE 0.
       77  WS-NB-SUSPENDUES     PIC 9(05) VALUE 0.
       77  WS-NB-PALIERS        PIC 9(05) VALUE 0.

      *Journal d'audit : operation en cours et zones de la ligne.
       77  WS-AUD-OPERATION     PIC X(05) VALUE SPACES.
       77  WS-AUD-ID            PIC 9(04) VALUE 0.
       77  WS-AUD-CHAMP         PIC X(10) VALUE SPACES.
       77  WS-AUD-AVANT         PIC X(35) VALUE SPACES.
       77  WS-AUD-APRES         PIC X(35) VALUE SPACES.

       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme MouvSolde,
      *qui journalise chaque variation de CLIENT-SOLDE.
       01  WS-MVS-CLIENT        PIC 9(04) VALUE 0.
       01  WS-MVS-MONTANT       PIC S9(09)V99 VALUE 0.
       01  WS-MVS-SOURCE        PIC X(10) VALUE "fusioncli".
       01  WS-MVS-REFERENCE     PIC X(10) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Sauvegarde.
       01  WS-SV-FICHIER        PIC X(40) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "fusioncli".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

      *Verrou d'ecriture unique (sous-programme Verrou) sur le
      *maitre, comme dans maintcli : une fusion pendant une
      *modification de fiche et l'un des deux REWRITE se perd.
       77  WS-VR-ACTION      PIC X(01) VALUE SPACE.
       77  WS-VR-FICHIER     PIC X(40) VALUE SPACES.
       77  WS-VR-UTILISATEUR PIC X(08) VALUE SPACES.
       77  WS-VR-DETENTEUR   PIC X(08) VALUE SPACES.
       77  WS-VR-DEPUIS      PIC X(19) VALUE SPACES.
       77  WS-VR-STATUT      PIC X(02) VALUE SPACES.
       77  WS-VR-FORCER      PIC X(01) VALUE "N".

      *Zone de travail pour l'appel du sous-programme Habilitation :
      *identification de l'operateur et controle de ses droits. La
      *fusion retire un client : droit S.
       77  WS-HB-ACTION      PIC X(01) VALUE SPACE.
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "fusioncli".
       77  WS-HB-DROIT       PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR   PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE   PIC 9(10) VALUE 0.
       77  WS-HB-STATUT      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           PERFORM 0040-IDENTIFIER-START
           THRU    0040-IDENTIFIER-END.
           MOVE WS-HB-OPERATEUR TO WS-VR-UTILISATEUR.
           MOVE "clients.dat" TO WS-VR-FICHIER.
           PERFORM 0050-VERROUILLER-START
           THRU    0050-VERROUILLER-END.

           OPEN I-O FICHIER-CLIENT.
           IF WS-CLIENT-STATUS NOT = "00"
               DISPLAY "ERREUR : clients.dat inaccessible, statut "
                       WS-CLIENT-STATUS
               PERFORM 0060-DEVERROUILLER-START
               THRU    0060-DEVERROUILLER-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-MENU-START
           THRU    0100-MENU-END.

           CLOSE FICHIER-CLIENT.

           PERFORM 0060-DEVERROUILLER-START
           THRU    0060-DEVERROUILLER-END.

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-CL      TO WS-JRN-LUS.
           MOVE WS-NB-FUSIONS TO WS-JRN-ECRITS.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

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

      *Prend le verrou d'ecriture sur le maitre. S'il est deja
      *tenu, le detenteur et l'heure de prise sont affiches ;
      *l'operateur peut forcer (session plantee uniquement, droit
      *F) ou renoncer.
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

           PERFORM UNTIL WS-CHOIX = 3
                   DISPLAY "Doublons de clients"
                   DISPLAY "1- Rechercher les doublons"
                   DISPLAY "2- Fusionner deux clients"
                   DISPLAY "3- Quitter"
                   ACCEPT WS-CHOIX
                   EVALUATE WS-CHOIX
                       WHEN = 1
                           PERFORM 0200-RECHERCHER-START
                           THRU    0200-RECHERCHER-END
                       WHEN = 2
                           PERFORM 0300-FUSIONNER-START
                           THRU    0300-FUSIONNER-END
                       WHEN = 3
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Je n'ai pas compris votre demande"
                   END-EVALUATE
           END-PERFORM.

           EXIT.
       0100-MENU-END.

      *Comparaison deux a deux des clients actifs.
       0200-RECHERCHER-START.

           PERFORM 0250-CHARGER-START
           THRU    0250-CHARGER-END.

           CALL "Horodatage" USING WS-HORODATAGE.
           OPEN OUTPUT FICHIER-DOUBLONS.
           MOVE SPACES TO F-DOUBLON.
           STRING "Doublons de clients - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-DOUBLON.
           WRITE F-DOUBLON.
           MOVE SPACES TO F-DOUBLON.
           STRING "CLIENT NOM             CLIENT NOM             "
                  "COMMUNS        NIVEAU"
                  DELIMITED BY SIZE INTO F-DOUBLON.
           WRITE F-DOUBLON.

           MOVE 0 TO WS-NB-DOUBLONS.
           MOVE 0 TO WS-NB-PROBABLES.
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-NB-CL
               PERFORM VARYING WS-IDX-CL2 FROM WS-IDX-CL BY 1
                       UNTIL WS-IDX-CL2 > WS-NB-CL
                   IF WS-IDX-CL2 > WS-IDX-CL AND
                      WS-CL-CLE(WS-IDX-CL) = WS-CL-CLE(WS-IDX-CL2)
                       PERFORM 0270-COMPARER-START
                       THRU    0270-COMPARER-END
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO F-DOUBLON.
           STRING "TOTAL " WS-NB-DOUBLONS " couple(s) dont "
                  WS-NB-PROBABLES " probable(s) sur " WS-NB-CL
                  " client(s) actif(s)"
                  DELIMITED BY SIZE INTO F-DOUBLON.
           WRITE F-DOUBLON.
           CLOSE FICHIER-DOUBLONS.

           DISPLAY WS-NB-DOUBLONS " doublon(s) suppose(s) dont "
                   WS-NB-PROBABLES " probable(s) -> "
                   "doublons-clients.txt".

           EXIT.
       0200-RECHERCHER-END.

      *Chargement des clients actifs en ordre de cle ; les clients
      *clos (dont les retires d'une fusion) ne sont pas compares.
       0250-CHARGER-START.

           MOVE 0   TO WS-NB-CL.
           MOVE "N" TO WS-FIN-FICHIER.
           MOVE 0   TO CLIENT-ID.
           START FICHIER-CLIENT KEY IS NOT LESS THAN CLIENT-ID
               INVALID KEY
                   MOVE "O" TO WS-FIN-FICHIER
           END-START.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-CLIENT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF CLIENT-CLOTURE = 0
                           IF WS-NB-CL < WS-MAX-CL
                               ADD 1 TO WS-NB-CL
                               PERFORM 0260-PREPARER-START
                               THRU    0260-PREPARER-END
                           ELSE
                               DISPLAY "ATTENTION : plus de "
                                       WS-MAX-CL " clients actifs,"
                                       " recherche tronquee"
                               MOVE "INCOMPLET" TO WS-JRN-STATUT
                               MOVE "O" TO WS-FIN-FICHIER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.
       0250-CHARGER-END.

      *Formes de comparaison du client lu : cle phonetique du nom,
      *adresse normalisee, code postal et telephone tels quels.
       0260-PREPARER-START.

           MOVE CLIENT-ID  TO WS-CL-ID(WS-NB-CL).
           MOVE CLIENT-NOM TO WS-CL-NOM(WS-NB-CL).
           MOVE SPACES     TO WS-TR-BRUT.
           MOVE CLIENT-NOM TO WS-TR-BRUT.
           CALL "Translit" USING WS-TR-BRUT WS-NOM-NORME.
           CALL "Phonetik" USING WS-NOM-NORME WS-CLE-NOM.
           MOVE WS-CLE-NOM TO WS-CL-CLE(WS-NB-CL).
           MOVE SPACES         TO WS-TR-BRUT.
           MOVE CLIENT-ADRESSE TO WS-TR-BRUT.
           CALL "Translit" USING WS-TR-BRUT WS-CL-ADRESSE(WS-NB-CL).
           MOVE CLIENT-CP  TO WS-CL-CP(WS-NB-CL).
           MOVE CLIENT-TEL TO WS-CL-TEL(WS-NB-CL).

           EXIT.
       0260-PREPARER-END.

      *Couple de meme cle phonetique : points communs comptes sur
      *les zones renseignees des deux cotes.
       0270-COMPARER-START.

           MOVE 0      TO WS-POINTS.
           MOVE SPACES TO WS-COMMUNS.
           IF WS-CL-ADRESSE(WS-IDX-CL) NOT = SPACES AND
              WS-CL-ADRESSE(WS-IDX-CL) = WS-CL-ADRESSE(WS-IDX-CL2)
               ADD 1 TO WS-POINTS
               MOVE "ADR" TO WS-COMMUNS(1:3)
           END-IF.
           IF WS-CL-CP(WS-IDX-CL) NOT = SPACES AND
              WS-CL-CP(WS-IDX-CL) = WS-CL-CP(WS-IDX-CL2)
               ADD 1 TO WS-POINTS
               MOVE "CP" TO WS-COMMUNS(5:2)
           END-IF.
           IF WS-CL-TEL(WS-IDX-CL) NOT = SPACES AND
              WS-CL-TEL(WS-IDX-CL) = WS-CL-TEL(WS-IDX-CL2)
               ADD 1 TO WS-POINTS
               MOVE "TEL" TO WS-COMMUNS(8:3)
           END-IF.
           IF WS-POINTS = 0
               GO TO 0270-COMPARER-END
           END-IF.

           ADD 1 TO WS-NB-DOUBLONS.
           IF WS-POINTS >= 2
               MOVE "PROBABLE" TO WS-NIVEAU
               ADD 1 TO WS-NB-PROBABLES
           ELSE
               MOVE "POSSIBLE" TO WS-NIVEAU
           END-IF.

           MOVE SPACES TO F-DOUBLON.
           STRING WS-CL-ID(WS-IDX-CL) "   " WS-CL-NOM(WS-IDX-CL)
                  "  " WS-CL-ID(WS-IDX-CL2) "   "
                  WS-CL-NOM(WS-IDX-CL2) "  " WS-COMMUNS " "
                  WS-NIVEAU
                  DELIMITED BY SIZE INTO F-DOUBLON.
           WRITE F-DOUBLON.

           EXIT.
       0270-COMPARER-END.

      *Fusion guidee du client retire dans le survivant.
       0300-FUSIONNER-START.

           MOVE "S" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0300-FUSIONNER-END
           END-IF.

           DISPLAY "Identifiant du client a retirer :".
           ACCEPT WS-ANCIEN.
           DISPLAY "Identifiant du client survivant :".
           ACCEPT WS-SURVIVANT.

           IF WS-ANCIEN = WS-SURVIVANT
               DISPLAY "REFUSE : le client retire et le survivant"
                       " doivent etre differents"
               GO TO 0300-FUSIONNER-END
           END-IF.

           MOVE WS-SURVIVANT TO WS-SAISIE-ID.
           PERFORM 0700-LIRE-START
           THRU    0700-LIRE-END.
           IF WS-CLIENT-LU = "N"
               DISPLAY "REFUSE : client survivant " WS-SURVIVANT
                       " inconnu"
               GO TO 0300-FUSIONNER-END
           END-IF.
           IF CLIENT-CLOTURE NOT = 0
               DISPLAY "REFUSE : client survivant " WS-SURVIVANT
                       " clos le " CLIENT-CLOTURE
               GO TO 0300-FUSIONNER-END
           END-IF.
           MOVE CLIENT-SOLDE TO WS-SOLDE-SURVIVANT.
           PERFORM 0750-AFFICHER-START
           THRU    0750-AFFICHER-END.

           MOVE WS-ANCIEN TO WS-SAISIE-ID.
           PERFORM 0700-LIRE-START
           THRU    0700-LIRE-END.
           IF WS-CLIENT-LU = "N"
               DISPLAY "REFUSE : client retire " WS-ANCIEN
                       " inconnu"
               GO TO 0300-FUSIONNER-END
           END-IF.
           IF CLIENT-CLOTURE NOT = 0
               DISPLAY "REFUSE : client retire " WS-ANCIEN
                       " deja clos le " CLIENT-CLOTURE
               GO TO 0300-FUSIONNER-END
           END-IF.
           MOVE CLIENT-SOLDE TO WS-SOLDE-ANCIEN.
           PERFORM 0750-AFFICHER-START
           THRU    0750-AFFICHER-END.

           COMPUTE WS-SOLDE-CUMUL = WS-SOLDE-SURVIVANT +
                                    WS-SOLDE-ANCIEN.
           IF WS-SOLDE-CUMUL > 999999.99
               DISPLAY "REFUSE : le solde cumule depasserait la"
                       " capacite de CLIENT-SOLDE"
               GO TO 0300-FUSIONNER-END
           END-IF.

      *Ce qui sera re-pointe, compte avant de rien toucher.
           PERFORM 0400-COMPTER-START
           THRU    0400-COMPTER-END.
           IF WS-NB-RELIQUATS > 0 AND WS-SURVIVANT > 99
               DISPLAY "REFUSE : le client " WS-ANCIEN " a "
                       WS-NB-RELIQUATS " reliquat(s) et le numero"
                       " de client des reliquats n'a que deux"
                       " chiffres : survivant de 1 a 99 exige"
               GO TO 0300-FUSIONNER-END
           END-IF.
           IF WS-NB-SUSPENDUES > 0 AND WS-SURVIVANT > 99
               DISPLAY "REFUSE : le client " WS-ANCIEN " a "
                       WS-NB-SUSPENDUES " commande(s) suspendue(s)"
                       " et le numero de client des commandes"
                       " suspendues n'a que deux chiffres :"
                       " survivant de 1 a 99 exige"
               GO TO 0300-FUSIONNER-END
           END-IF.

           MOVE WS-SOLDE-ANCIEN TO WS-SOLDE-ED.
           DISPLAY "Fusion de " WS-ANCIEN " dans " WS-SURVIVANT
                   " : solde " WS-SOLDE-ED " transfere, "
                   WS-NB-FACTURES " facture(s) non soldee(s), "
                   WS-NB-RELIQUATS " reliquat(s), "
                   WS-NB-SUSPENDUES " commande(s) suspendue(s), "
                   WS-NB-PALIERS " ligne(s) d'historique de palier".
           DISPLAY "Confirmer la fusion (O/N) ?".
           MOVE "N" TO WS-CONFIRME.
           ACCEPT WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "Fusion abandonnee"
               GO TO 0300-FUSIONNER-END
           END-IF.

           PERFORM 0450-IMAGE-START
           THRU    0450-IMAGE-END.

           PERFORM 0500-SOLDES-START
           THRU    0500-SOLDES-END.
           IF WS-CLIENT-LU = "N"
               GO TO 0300-FUSIONNER-END
           END-IF.

      *Re-pointage des quatre fichiers qui designent le client.
           MOVE "R" TO WS-RP-MODE.
           PERFORM 0410-FICHIERS-START
           THRU    0410-FICHIERS-END.

           PERFORM 0550-REDIRIGER-START
           THRU    0550-REDIRIGER-END.

           ADD 1 TO WS-NB-FUSIONS.
           DISPLAY "Client " WS-ANCIEN " fusionne dans "
                   WS-SURVIVANT " : " WS-NB-FACTURES " facture(s), "
                   WS-NB-RELIQUATS " reliquat(s), "
                   WS-NB-SUSPENDUES " commande(s) suspendue(s), "
                   WS-NB-PALIERS " ligne(s) de palier re-pointees".

           EXIT.
       0300-FUSIONNER-END.

      *Comptage prealable, fichiers lus sans etre touches.
       0400-COMPTER-START.

           MOVE "C" TO WS-RP-MODE.
           PERFORM 0410-FICHIERS-START
           THRU    0410-FICHIERS-END.

           EXIT.
       0400-COMPTER-END.

      *Les quatre fichiers et la place du numero de client dans
      *chacun ; les factures soldees restent sur l'ancien numero,
      *retrouve par la redirection. Un retire au-dela de 99 ne
      *peut figurer ni dans les reliquats ni dans les commandes
      *suspendues. Ces dernieres sont toutes re-pointees, quel
      *que soit leur statut : suspens retrouve ainsi le client
      *survivant a la liberation.
       0410-FICHIERS-START.

           MOVE "factures-ouvertes.txt" TO WS-RP-FICHIER.
           MOVE 8   TO WS-RP-POS.
           MOVE 4   TO WS-RP-LONG.
           MOVE 42  TO WS-RP-EXCLU-POS.
           MOVE "S" TO WS-RP-EXCLU.
           PERFORM 0600-REPOINTER-START
           THRU    0600-REPOINTER-END.
           MOVE WS-RP-NOMBRE TO WS-NB-FACTURES.

           MOVE 0 TO WS-NB-RELIQUATS.
           IF WS-ANCIEN <= 99
               MOVE "reliquats.txt" TO WS-RP-FICHIER
               MOVE 6   TO WS-RP-POS
               MOVE 2   TO WS-RP-LONG
               MOVE 0   TO WS-RP-EXCLU-POS
               PERFORM 0600-REPOINTER-START
               THRU    0600-REPOINTER-END
               MOVE WS-RP-NOMBRE TO WS-NB-RELIQUATS
           END-IF.

           MOVE 0 TO WS-NB-SUSPENDUES.
           IF WS-ANCIEN <= 99
               MOVE "commandes-suspendues.txt" TO WS-RP-FICHIER
               MOVE 15  TO WS-RP-POS
               MOVE 2   TO WS-RP-LONG
               MOVE 0   TO WS-RP-EXCLU-POS
               PERFORM 0600-REPOINTER-START
               THRU    0600-REPOINTER-END
               MOVE WS-RP-NOMBRE TO WS-NB-SUSPENDUES
           END-IF.

           MOVE "historique-tiers.txt" TO WS-RP-FICHIER.
           MOVE 1   TO WS-RP-POS.
           MOVE 4   TO WS-RP-LONG.
           MOVE 0   TO WS-RP-EXCLU-POS.
           PERFORM 0600-REPOINTER-START
           THRU    0600-REPOINTER-END.
           MOVE WS-RP-NOMBRE TO WS-NB-PALIERS.

           EXIT.
       0410-FICHIERS-END.

      *Image du maitre avant la premiere ecriture de la session,
      *comme dans maintcli.
       0450-IMAGE-START.

           IF WS-IMAGE-FAITE = "O"
               GO TO 0450-IMAGE-END
           END-IF.

           MOVE "clients-image.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-IMAGE.
           MOVE 0   TO WS-NB-IMAGE.
           MOVE "N" TO WS-FIN-FICHIER.
           MOVE 0   TO CLIENT-ID.
           START FICHIER-CLIENT KEY IS NOT LESS THAN CLIENT-ID
               INVALID KEY
                   MOVE "O" TO WS-FIN-FICHIER
           END-START.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-CLIENT NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE CLIENT-RECORD TO F-IMAGE
                       WRITE F-IMAGE
                       ADD 1 TO WS-NB-IMAGE
               END-READ
           END-PERFORM.

           CLOSE FICHIER-IMAGE.
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY "ATTENTION : image de clients.dat en echec,"
                       " statut " WS-IMAGE-STATUS
           END-IF.
           MOVE "O" TO WS-IMAGE-FAITE.

           EXIT.
       0450-IMAGE-END.

      *Transfert du solde : le survivant est credite, le retire
      *remis a zero et clos, chaque variation passee a MouvSolde.
       0500-SOLDES-START.

           MOVE SPACES TO WS-MVS-REFERENCE.
           STRING "FUSION" WS-ANCIEN-X
                  DELIMITED BY SIZE INTO WS-MVS-REFERENCE.

           MOVE WS-SURVIVANT TO WS-SAISIE-ID.
           PERFORM 0700-LIRE-START
           THRU    0700-LIRE-END.
           IF WS-CLIENT-LU = "N"
               DISPLAY "ERREUR : client " WS-SURVIVANT
                       " disparu avant mise a jour"
               GO TO 0500-SOLDES-END
           END-IF.
           MOVE CLIENT-SOLDE TO WS-SOLDE-ED.
           MOVE WS-SOLDE-ED  TO WS-AUD-AVANT.
           ADD WS-SOLDE-ANCIEN TO CLIENT-SOLDE.
           MOVE CLIENT-SOLDE TO WS-SOLDE-ED.
           MOVE WS-SOLDE-ED  TO WS-AUD-APRES.
           REWRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY "ERREUR : reecriture du client "
                           WS-SURVIVANT " en echec, statut "
                           WS-CLIENT-STATUS
                   MOVE "N" TO WS-CLIENT-LU
                   GO TO 0500-SOLDES-END
           END-REWRITE.
           IF WS-SOLDE-ANCIEN > 0
               MOVE WS-SURVIVANT    TO WS-MVS-CLIENT
               MOVE WS-SOLDE-ANCIEN TO WS-MVS-MONTANT
               CALL "MouvSolde" USING WS-MVS-CLIENT WS-MVS-MONTANT
                                      WS-MVS-SOURCE WS-MVS-REFERENCE
           END-IF.
           MOVE "MODIF"      TO WS-AUD-OPERATION.
           MOVE WS-SURVIVANT TO WS-AUD-ID.
           MOVE "SOLDE"      TO WS-AUD-CHAMP.
           PERFORM 0570-JOURNALISER-START
           THRU    0570-JOURNALISER-END.

           MOVE WS-ANCIEN TO WS-SAISIE-ID.
           PERFORM 0700-LIRE-START
           THRU    0700-LIRE-END.
           IF WS-CLIENT-LU = "N"
               DISPLAY "ERREUR : client " WS-ANCIEN
                       " disparu avant mise a jour"
               GO TO 0500-SOLDES-END
           END-IF.
           MOVE 0            TO CLIENT-SOLDE.
           MOVE WS-DATE-JOUR TO CLIENT-CLOTURE.
           REWRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY "ERREUR : reecriture du client "
                           WS-ANCIEN " en echec, statut "
                           WS-CLIENT-STATUS
                   MOVE "N" TO WS-CLIENT-LU
                   GO TO 0500-SOLDES-END
           END-REWRITE.
           IF WS-SOLDE-ANCIEN > 0
               MOVE WS-ANCIEN TO WS-MVS-CLIENT
               COMPUTE WS-MVS-MONTANT = 0 - WS-SOLDE-ANCIEN
               CALL "MouvSolde" USING WS-MVS-CLIENT WS-MVS-MONTANT
                                      WS-MVS-SOURCE WS-MVS-REFERENCE
           END-IF.
           MOVE "CLOS"          TO WS-AUD-OPERATION.
           MOVE WS-ANCIEN       TO WS-AUD-ID.
           MOVE "SOLDE"         TO WS-AUD-CHAMP.
           MOVE WS-SOLDE-ANCIEN TO WS-SOLDE-ED.
           MOVE WS-SOLDE-ED     TO WS-AUD-AVANT.
           MOVE CLIENT-SOLDE    TO WS-SOLDE-ED.
           MOVE WS-SOLDE-ED     TO WS-AUD-APRES.
           PERFORM 0570-JOURNALISER-START
           THRU    0570-JOURNALISER-END.
           MOVE "FUSION"        TO WS-AUD-CHAMP.
           MOVE WS-ANCIEN       TO WS-AUD-AVANT.
           MOVE WS-SURVIVANT    TO WS-AUD-APRES.
           PERFORM 0570-JOURNALISER-START
           THRU    0570-JOURNALISER-END.

           EXIT.
       0500-SOLDES-END.

      *Le retire entre au registre des redirections.
       0550-REDIRIGER-START.

           OPEN EXTEND FICHIER-REDIRECTIONS.
           MOVE SPACES            TO F-REDIRECTION.
           MOVE WS-ANCIEN         TO F-RED-ANCIEN.
           MOVE WS-SURVIVANT      TO F-RED-SURVIVANT.
           MOVE WS-DATE-JOUR      TO F-RED-DATE.
           MOVE WS-VR-UTILISATEUR TO F-RED-OPERATEUR.
           WRITE F-REDIRECTION.
           IF WS-REDIRECTIONS-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture de la redirection en"
                       " echec, statut " WS-REDIRECTIONS-STATUS
           END-IF.
           CLOSE FICHIER-REDIRECTIONS.

           EXIT.
       0550-REDIRIGER-END.

      *Ajoute une ligne horodatee au journal d'audit, comme le
      *paragraphe 0550-JOURNALISER de maintcli.
       0570-JOURNALISER-START.

           CALL "Horodatage" USING WS-HORODATAGE.

           OPEN EXTEND FICHIER-AUDIT.

           MOVE SPACES            TO F-AUDIT.
           MOVE WS-HORODATAGE     TO F-AUD-HORODATE.
           MOVE WS-AUD-OPERATION  TO F-AUD-OPERATION.
           MOVE WS-VR-UTILISATEUR TO F-AUD-OPERATEUR.
           MOVE WS-AUD-ID         TO F-AUD-ID.
           MOVE WS-AUD-CHAMP      TO F-AUD-CHAMP.
           MOVE WS-AUD-AVANT      TO F-AUD-AVANT.
           MOVE WS-AUD-APRES      TO F-AUD-APRES.
           WRITE F-AUDIT.

           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture du journal d'audit en"
                       " echec, statut " WS-AUDIT-STATUS
           END-IF.

           CLOSE FICHIER-AUDIT.

           EXIT.
       0570-JOURNALISER-END.

      *Compte (mode C) ou re-pointe (mode R) les lignes de
      *WS-RP-FICHIER qui portent le client retire. En mode R, le
      *fichier part d'abord en generation par Sauvegarde puis est
      *reecrit depuis cette generation .g1, le numero du retire
      *remplace par celui du survivant. Un fichier absent est
      *saute (sa generation .g1 serait perimee).
       0600-REPOINTER-START.

           MOVE 0 TO WS-RP-NOMBRE.
           COMPUTE WS-RP-DEBUT = 5 - WS-RP-LONG.
           MOVE WS-RP-FICHIER TO WS-NOM-SOURCE.
           OPEN INPUT FICHIER-SOURCE.
           IF WS-SOURCE-STATUS NOT = "00"
               CLOSE FICHIER-SOURCE
               GO TO 0600-REPOINTER-END
           END-IF.

           IF WS-RP-MODE = "R"
               CLOSE FICHIER-SOURCE
               MOVE WS-RP-FICHIER TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               MOVE SPACES TO WS-NOM-SOURCE
               STRING FUNCTION TRIM(WS-RP-FICHIER) ".g1"
                      DELIMITED BY SIZE INTO WS-NOM-SOURCE
               MOVE WS-RP-FICHIER TO WS-NOM-CIBLE
               OPEN INPUT FICHIER-SOURCE
               OPEN OUTPUT FICHIER-CIBLE
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SOURCE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM 0650-UNE-LIGNE-START
                       THRU    0650-UNE-LIGNE-END
               END-READ
           END-PERFORM.

           CLOSE FICHIER-SOURCE.
           IF WS-RP-MODE = "R"
               CLOSE FICHIER-CIBLE
           END-IF.

           EXIT.
       0600-REPOINTER-END.

       0650-UNE-LIGNE-START.

           IF F-SOURCE(WS-RP-POS:WS-RP-LONG) =
              WS-ANCIEN-X(WS-RP-DEBUT:WS-RP-LONG)
               IF WS-RP-EXCLU-POS = 0 OR
                  F-SOURCE(WS-RP-EXCLU-POS:1) NOT = WS-RP-EXCLU
                   ADD 1 TO WS-RP-NOMBRE
                   IF WS-RP-MODE = "R"
                       MOVE WS-SURVIVANT-X(WS-RP-DEBUT:WS-RP-LONG)
                            TO F-SOURCE(WS-RP-POS:WS-RP-LONG)
                   END-IF
               END-IF
           END-IF.

           IF WS-RP-MODE = "R"
               MOVE F-SOURCE TO F-CIBLE
               WRITE F-CIBLE
           END-IF.

           EXIT.
       0650-UNE-LIGNE-END.

       0700-LIRE-START.

           MOVE "O"          TO WS-CLIENT-LU.
           MOVE WS-SAISIE-ID TO CLIENT-ID.
           READ FICHIER-CLIENT
               INVALID KEY
                   MOVE "N" TO WS-CLIENT-LU
           END-READ.

           EXIT.
       0700-LIRE-END.

       0750-AFFICHER-START.

           MOVE CLIENT-SOLDE TO WS-SOLDE-ED.
           DISPLAY "Client    : " CLIENT-ID " "
                   FUNCTION TRIM(CLIENT-NOM) " "
                   FUNCTION TRIM(CLIENT-PRENOM)
                   "  palier " CLIENT-TIER "  solde " WS-SOLDE-ED.
           DISPLAY "Adresse   : " FUNCTION TRIM(CLIENT-ADRESSE)
                   ", " CLIENT-CP " " FUNCTION TRIM(CLIENT-VILLE)
                   "  tel " CLIENT-TEL.

           EXIT.
       0750-AFFICHER-END.
