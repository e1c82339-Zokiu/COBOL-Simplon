       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintcli.
       AUTHOR.    Terry.

      *Tenue du fichier maitre des clients (clients.dat, indexe sur
      *CLIENT-ID, decoupage Client.cpy) : creation, modification et
      *cloture d'une fiche, a la place de la migration ponctuelle
      *pour les nouveaux clients et de l'editeur pour les
      *changements d'adresse. Controles de saisie : nom obligatoire,
      *code postal a cinq chiffres, telephone a dix chiffres, email
      *de la forme nom@domaine.ext, exoneration O ou N, mandat SEPA
      *complet (RUM, date de signature valide, IBAN) ou absent. Un
      *identifiant deja present est refuse. Le solde ne se saisit
      *jamais : un client nait a zero et seuls les mouvements
      *comptabilises le font bouger (Commande, reglements...). Un
      *client ne se supprime pas : il se clot, sa fiche reste pour
      *les factures et les reglements en cours. Chaque champ change
      *est journalise dans audit-clients.txt avec l'operateur et
      *les valeurs avant et apres, comme pour persmait.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre des clients indexe sur CLIENT-ID depuis la
      *migration migidx : lecture par cle, WRITE d'une fiche neuve,
      *REWRITE de la seule fiche touchee.
           SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENT-ID
               FILE STATUS IS WS-CLIENT-STATUS.

      *Image sequentielle du maitre, prise avant la premiere
      *modification de la session : c'est elle que Sauvegarde
      *decale en generations (.g1, .g2, .g3), le fichier indexe ne
      *se recopiant pas ligne a ligne.
           SELECT OPTIONAL FICHIER-IMAGE ASSIGN TO
               "clients-image.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.

      *Journal d'audit des operations : une ligne horodatee par
      *champ change. OPTIONAL : n'existe pas avant la premiere
      *operation.
           SELECT OPTIONAL FICHIER-AUDIT ASSIGN TO
               "audit-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLIENT.
           COPY "Client.cpy".

      *Meme decoupage que Client.cpy, recopie en bloc.
       FD FICHIER-IMAGE.
       01  F-IMAGE              PIC X(238).

      *Une ligne d'audit par champ change : horodatage, operation
      *(AJOUT, MODIF, CLOS), operateur, identifiant, champ, valeurs
      *avant et apres.
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

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-IMAGE-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
      *Image prise une seule fois par session, avant la premiere
      *ecriture dans le maitre.
       77  WS-IMAGE-FAITE       PIC X(01) VALUE "N".
       77  WS-NB-IMAGE          PIC 9(04) VALUE 0.

       77  WS-CHOIX             PIC 9(01) VALUE 0.
       77  WS-SAISIE-ID         PIC 9(04) VALUE 0.
       77  WS-CLIENT-LU         PIC X(01) VALUE "N".
       77  WS-CONFIRME          PIC X(01) VALUE "N".

      *Zones de saisie d'une fiche, controlees avant d'etre
      *reportees dans le maitre. Le solde n'en fait pas partie.
       77  WS-ENTREE            PIC X(35) VALUE SPACES.
       77  WS-SAISIE-NOM        PIC X(15) VALUE SPACES.
       77  WS-SAISIE-PRENOM     PIC X(08) VALUE SPACES.
       77  WS-SAISIE-TIER       PIC X(08) VALUE SPACES.
       77  WS-SAISIE-ADRESSE    PIC X(30) VALUE SPACES.
       77  WS-SAISIE-CP         PIC X(05) VALUE SPACES.
       77  WS-SAISIE-VILLE      PIC X(20) VALUE SPACES.
       77  WS-SAISIE-TEL        PIC X(10) VALUE SPACES.
       77  WS-SAISIE-EMAIL      PIC X(30) VALUE SPACES.
       77  WS-SAISIE-EXONERE    PIC X(01) VALUE SPACES.
       77  WS-SAISIE-RUM        PIC X(35) VALUE SPACES.
       77  WS-SAISIE-SIGNE      PIC X(08) VALUE SPACES.
       77  WS-SAISIE-IBAN       PIC X(34) VALUE SPACES.
       77  WS-SAISIE-VALIDE     PIC X(01) VALUE "N".

      *Fiche telle que lue avant la saisie, pour ne journaliser
      *que les champs reellement changes.
       01  WS-FICHE-AVANT.
           05 WS-AV-NOM         PIC X(15).
           05 WS-AV-PRENOM      PIC X(08).
           05 WS-AV-TIER        PIC X(08).
           05 WS-AV-ADRESSE     PIC X(30).
           05 WS-AV-CP          PIC X(05).
           05 WS-AV-VILLE       PIC X(20).
           05 WS-AV-TEL         PIC X(10).
           05 WS-AV-EMAIL       PIC X(30).
           05 WS-AV-EXONERE     PIC X(01).
           05 WS-AV-RUM         PIC X(35).
           05 WS-AV-SIGNE       PIC X(08).
           05 WS-AV-IBAN        PIC X(34).

      *Controle de l'email : une seule arobase, une partie locale,
      *un domaine qui porte un point, aucun blanc interieur.
       77  WS-NB-AROBASE        PIC 9(02) VALUE 0.
       77  WS-NB-POINTS         PIC 9(02) VALUE 0.
       77  WS-NB-BLANCS         PIC 9(02) VALUE 0.
       77  WS-NB-BLANCS-FIN     PIC 9(02) VALUE 0.
       77  WS-EMAIL-LOCAL       PIC X(30) VALUE SPACES.
       77  WS-EMAIL-DOMAINE     PIC X(30) VALUE SPACES.

      *Date du jour AAAAMMJJ, posee comme date de cloture.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(controle de la date de signature du mandat).
       77  WS-DC-FONCTION  PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1    PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2    PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE    PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT  PIC S9(07) VALUE 0.
       77  WS-DC-STATUT    PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme ControleCP
      *(code postal et ville contre le referentiel officiel).
       77  WS-CC-CP         PIC X(05) VALUE SPACES.
       77  WS-CC-VILLE      PIC X(20) VALUE SPACES.
       77  WS-CC-SUGGESTION PIC X(20) VALUE SPACES.
       77  WS-CC-STATUT     PIC X(02) VALUE SPACES.

      *Journal d'audit : statut du fichier, operation en cours et
      *zones de la ligne a journaliser.
       77  WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
       77  WS-AUD-OPERATION PIC X(05) VALUE SPACES.
       77  WS-AUD-ID       PIC 9(04) VALUE 0.
       77  WS-AUD-CHAMP    PIC X(10) VALUE SPACES.
       77  WS-AUD-AVANT    PIC X(35) VALUE SPACES.
       77  WS-AUD-APRES    PIC X(35) VALUE SPACES.
       77  WS-FIN-AUDIT    PIC X(01) VALUE "N".
       77  WS-NB-HISTO     PIC 9(04) VALUE 0.

      *Horodatage des lignes d'audit.
       01  WS-HORODATAGE   PIC X(19).

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *avant la reecriture de l'image du maitre.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Verrou d'ecriture unique (sous-programme Verrou) : deux
      *operateurs sur la meme fiche en meme temps et le second
      *REWRITE efface le premier. Le second arrivant est refuse en
      *nommant le detenteur, avec une reprise de force pour les
      *sessions plantees.
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
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "maintcli".
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

      *Le maitre reste ouvert en mise a jour toute la session. Sa
      *creation est l'affaire de migidx : un maitre absent arrete
      *le programme.
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
                   DISPLAY "Fichier maitre des clients"
                   DISPLAY "1- Creer un client"
                   DISPLAY "2- Modifier un client"
                   DISPLAY "3- Clore un client"
                   DISPLAY "4- Consulter un client"
                   DISPLAY "5- Historique d'un client"
                   DISPLAY "6- Quitter"
                   ACCEPT WS-CHOIX
                   EVALUATE WS-CHOIX
                       WHEN = 1
                           PERFORM 0200-CREER-START
                           THRU    0200-CREER-END
                       WHEN = 2
                           PERFORM 0300-MODIFIER-START
                           THRU    0300-MODIFIER-END
                       WHEN = 3
                           PERFORM 0400-CLORE-START
                           THRU    0400-CLORE-END
                       WHEN = 4
                           PERFORM 0800-CONSULTER-START
                           THRU    0800-CONSULTER-END
                       WHEN = 5
                           PERFORM 0850-HISTORIQUE-START
                           THRU    0850-HISTORIQUE-END
                       WHEN = 6
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Je n'ai pas compris votre demande"
                   END-EVALUATE
           END-PERFORM.

           EXIT.
       0100-MENU-END.

      *Creation d'une fiche : l'identifiant est choisi par
      *l'operateur et refuse s'il existe deja. Le solde nait a
      *zero, le client nait actif.
       0200-CREER-START.

           MOVE "C" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0200-CREER-END
           END-IF.

           DISPLAY "Identifiant du nouveau client :".
           ACCEPT WS-SAISIE-ID.

           IF WS-SAISIE-ID = 0
               DISPLAY "REFUSE : identifiant 0000 non attribuable"
               GO TO 0200-CREER-END
           END-IF.

           PERFORM 0700-LIRE-START
           THRU    0700-LIRE-END.

           IF WS-CLIENT-LU = "O"
               DISPLAY "REFUSE : client " WS-SAISIE-ID
                       " existe deja (" FUNCTION TRIM(CLIENT-NOM) ")"
               GO TO 0200-CREER-END
           END-IF.

           MOVE SPACES TO WS-FICHE-AVANT.
           PERFORM 0240-FICHE-VERS-SAISIE-START
           THRU    0240-FICHE-VERS-SAISIE-END.

           PERFORM 0250-SAISIR-FICHE-START
           THRU    0250-SAISIR-FICHE-END.

           IF WS-SAISIE-VALIDE = "N"
               GO TO 0200-CREER-END
           END-IF.

           PERFORM 0450-IMAGE-START
           THRU    0450-IMAGE-END.

           MOVE SPACES       TO CLIENT-RECORD.
           MOVE WS-SAISIE-ID TO CLIENT-ID.
           MOVE 0            TO CLIENT-SOLDE.
           MOVE 0            TO CLIENT-CLOTURE.
           PERFORM 0500-APPLIQUER-START
           THRU    0500-APPLIQUER-END.

      *Seconde garde contre le doublon : la cle refusee par le
      *fichier lui-meme.
           WRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY "REFUSE : client " WS-SAISIE-ID
                           " existe deja"
                   GO TO 0200-CREER-END
           END-WRITE.

           DISPLAY "Client " WS-SAISIE-ID " cree".
           MOVE "AJOUT" TO WS-AUD-OPERATION.
           PERFORM 0570-AUDITER-FICHE-START
           THRU    0570-AUDITER-FICHE-END.

           EXIT.
       0200-CREER-END.

      *Les valeurs avant saisie deviennent les valeurs proposees.
       0240-FICHE-VERS-SAISIE-START.

           MOVE WS-AV-NOM     TO WS-SAISIE-NOM.
           MOVE WS-AV-PRENOM  TO WS-SAISIE-PRENOM.
           MOVE WS-AV-TIER    TO WS-SAISIE-TIER.
           MOVE WS-AV-ADRESSE TO WS-SAISIE-ADRESSE.
           MOVE WS-AV-CP      TO WS-SAISIE-CP.
           MOVE WS-AV-VILLE   TO WS-SAISIE-VILLE.
           MOVE WS-AV-TEL     TO WS-SAISIE-TEL.
           MOVE WS-AV-EMAIL   TO WS-SAISIE-EMAIL.
           MOVE WS-AV-EXONERE TO WS-SAISIE-EXONERE.
           MOVE WS-AV-RUM     TO WS-SAISIE-RUM.
           MOVE WS-AV-SIGNE   TO WS-SAISIE-SIGNE.
           MOVE WS-AV-IBAN    TO WS-SAISIE-IBAN.

           EXIT.
       0240-FICHE-VERS-SAISIE-END.

      *Saisie d'une fiche, champ par champ, la valeur en cours
      *entre crochets : Entree la garde, * l'efface. Le solde
      *n'est pas propose.
       0250-SAISIR-FICHE-START.

           MOVE "N" TO WS-SAISIE-VALIDE.
           DISPLAY "(Entree = valeur gardee, * = champ efface)".

           DISPLAY "Nom [" FUNCTION TRIM(WS-SAISIE-NOM) "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-NOM
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-NOM
           END-IF.

           DISPLAY "Prenom [" FUNCTION TRIM(WS-SAISIE-PRENOM) "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-PRENOM
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-PRENOM
           END-IF.

           DISPLAY "Palier (STANDARD, VIP, GOLD...) ["
                   FUNCTION TRIM(WS-SAISIE-TIER) "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-TIER
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-TIER
           END-IF.

           DISPLAY "Adresse [" FUNCTION TRIM(WS-SAISIE-ADRESSE)
                   "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-ADRESSE
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-ADRESSE
           END-IF.

           DISPLAY "Code postal [" WS-SAISIE-CP "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-CP
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-CP
           END-IF.

           DISPLAY "Ville [" FUNCTION TRIM(WS-SAISIE-VILLE) "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-VILLE
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-VILLE
           END-IF.

           DISPLAY "Telephone [" WS-SAISIE-TEL "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-TEL
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-TEL
           END-IF.

           DISPLAY "Email [" FUNCTION TRIM(WS-SAISIE-EMAIL) "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-EMAIL
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-EMAIL
           END-IF.

           DISPLAY "Exonere des penalites (O/N) ["
                   WS-SAISIE-EXONERE "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-EXONERE
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-EXONERE
           END-IF.

           DISPLAY "Mandat SEPA - RUM ["
                   FUNCTION TRIM(WS-SAISIE-RUM) "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-RUM
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-RUM
           END-IF.

           DISPLAY "Mandat SEPA - date de signature (AAAAMMJJ) ["
                   WS-SAISIE-SIGNE "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-SIGNE
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-SIGNE
           END-IF.

           DISPLAY "Mandat SEPA - IBAN ["
                   FUNCTION TRIM(WS-SAISIE-IBAN) "] :".
           MOVE SPACES TO WS-ENTREE.
           ACCEPT WS-ENTREE.
           IF WS-ENTREE = "*"
               MOVE SPACES TO WS-SAISIE-IBAN
           ELSE IF WS-ENTREE NOT = SPACES
               MOVE WS-ENTREE TO WS-SAISIE-IBAN
           END-IF.

      *Valeurs par defaut des champs de classement laisses blancs.
           IF WS-SAISIE-TIER = SPACES
               MOVE "STANDARD" TO WS-SAISIE-TIER
           END-IF.
           IF WS-SAISIE-EXONERE = SPACES
               MOVE "N" TO WS-SAISIE-EXONERE
           END-IF.

           PERFORM 0260-CONTROLER-START
           THRU    0260-CONTROLER-END.

           EXIT.
       0250-SAISIR-FICHE-END.

      *Controle de la fiche saisie. Le premier champ en faute est
      *signale et la fiche entiere est refusee, le maitre n'est
      *pas touche.
       0260-CONTROLER-START.

           IF WS-SAISIE-NOM = SPACES
               DISPLAY "REFUSE : nom obligatoire"
               GO TO 0260-CONTROLER-END
           END-IF.

      *Code postal : cinq chiffres, obligatoire (lettres et
      *factures partent a cette adresse).
           IF WS-SAISIE-CP IS NOT NUMERIC
               DISPLAY "REFUSE : code postal '" WS-SAISIE-CP
                       "' invalide (cinq chiffres)"
               GO TO 0260-CONTROLER-END
           END-IF.

      *Code postal et ville : couple connu du referentiel des codes
      *postaux. Une ville mal orthographiee est corrigee sur
      *acceptation de la ville proposee.
           MOVE WS-SAISIE-CP    TO WS-CC-CP.
           MOVE WS-SAISIE-VILLE TO WS-CC-VILLE.
           CALL "ControleCP" USING WS-CC-CP WS-CC-VILLE
                                   WS-CC-SUGGESTION WS-CC-STATUT.
           EVALUATE WS-CC-STATUT
               WHEN "00"
                   CONTINUE
               WHEN "05"
                   DISPLAY "ATTENTION : codes-postaux.txt absent,"
                           " ville non controlee"
               WHEN "20"
                   DISPLAY "REFUSE : code postal " WS-SAISIE-CP
                           " inconnu du referentiel"
                   GO TO 0260-CONTROLER-END
               WHEN "30"
                   IF WS-CC-SUGGESTION = SPACES
                       DISPLAY "REFUSE : ville '"
                               FUNCTION TRIM(WS-SAISIE-VILLE)
                               "' inconnue pour le code postal "
                               WS-SAISIE-CP
                       GO TO 0260-CONTROLER-END
                   END-IF
                   DISPLAY "Ville '" FUNCTION TRIM(WS-SAISIE-VILLE)
                           "' inconnue pour le code postal "
                           WS-SAISIE-CP ", proposee : "
                           FUNCTION TRIM(WS-CC-SUGGESTION)
                   DISPLAY "Accepter la ville proposee (O/N) :"
                   MOVE SPACES TO WS-ENTREE
                   ACCEPT WS-ENTREE
                   IF WS-ENTREE NOT = "O" AND WS-ENTREE NOT = "o"
                       DISPLAY "REFUSE : ville '"
                               FUNCTION TRIM(WS-SAISIE-VILLE)
                               "' non distribuable"
                       GO TO 0260-CONTROLER-END
                   END-IF
                   MOVE WS-CC-SUGGESTION TO WS-SAISIE-VILLE
               WHEN OTHER
                   DISPLAY "REFUSE : code postal '" WS-SAISIE-CP
                           "' invalide (cinq chiffres)"
                   GO TO 0260-CONTROLER-END
           END-EVALUATE.

      *Telephone : facultatif, dix chiffres s'il est donne.
           IF WS-SAISIE-TEL NOT = SPACES AND
              WS-SAISIE-TEL IS NOT NUMERIC
               DISPLAY "REFUSE : telephone '" WS-SAISIE-TEL
                       "' invalide (dix chiffres)"
               GO TO 0260-CONTROLER-END
           END-IF.

      *Email : facultatif, de la forme nom@domaine.ext s'il est
      *donne.
           IF WS-SAISIE-EMAIL NOT = SPACES
               PERFORM 0270-CONTROLER-EMAIL-START
               THRU    0270-CONTROLER-EMAIL-END
               IF WS-SAISIE-VALIDE = "E"
                   MOVE "N" TO WS-SAISIE-VALIDE
                   DISPLAY "REFUSE : email '"
                           FUNCTION TRIM(WS-SAISIE-EMAIL)
                           "' invalide (nom@domaine.ext)"
                   GO TO 0260-CONTROLER-END
               END-IF
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.

           IF WS-SAISIE-EXONERE NOT = "O" AND
              WS-SAISIE-EXONERE NOT = "N"
               DISPLAY "REFUSE : exoneration '" WS-SAISIE-EXONERE
                       "' invalide (O ou N)"
               GO TO 0260-CONTROLER-END
           END-IF.

      *Mandat SEPA : complet (RUM, date de signature valide, IBAN)
      *ou entierement absent ; prelev n'accepte pas de demi-mandat.
           IF WS-SAISIE-RUM = SPACES
               IF WS-SAISIE-SIGNE NOT = SPACES OR
                  WS-SAISIE-IBAN NOT = SPACES
                   DISPLAY "REFUSE : date de signature ou IBAN"
                           " sans reference de mandat (RUM)"
                   GO TO 0260-CONTROLER-END
               END-IF
           ELSE
               IF WS-SAISIE-SIGNE IS NOT NUMERIC
                   DISPLAY "REFUSE : date de signature du mandat"
                           " obligatoire (AAAAMMJJ)"
                   GO TO 0260-CONTROLER-END
               END-IF
               MOVE WS-SAISIE-SIGNE TO WS-DC-DATE-1
               MOVE "V" TO WS-DC-FONCTION
               CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                     WS-DC-DATE-2 WS-DC-NOMBRE
                                     WS-DC-RESULTAT WS-DC-STATUT
               IF WS-DC-STATUT NOT = "00"
                   DISPLAY "REFUSE : date de signature "
                           WS-SAISIE-SIGNE " invalide"
                   GO TO 0260-CONTROLER-END
               END-IF
               IF WS-SAISIE-IBAN(1:2) IS NOT ALPHABETIC-UPPER OR
                  WS-SAISIE-IBAN(3:2) IS NOT NUMERIC
                   DISPLAY "REFUSE : IBAN '"
                           FUNCTION TRIM(WS-SAISIE-IBAN)
                           "' invalide (pays et cle en tete)"
                   GO TO 0260-CONTROLER-END
               END-IF
           END-IF.

           MOVE "O" TO WS-SAISIE-VALIDE.

           EXIT.
       0260-CONTROLER-END.

      *Forme de l'email : une seule arobase, une partie locale non
      *vide, un domaine qui porte un point sans commencer par lui,
      *aucun blanc avant la fin. En faute : WS-SAISIE-VALIDE a E.
       0270-CONTROLER-EMAIL-START.

           MOVE "E" TO WS-SAISIE-VALIDE.

           MOVE 0 TO WS-NB-AROBASE.
           INSPECT WS-SAISIE-EMAIL TALLYING WS-NB-AROBASE
                   FOR ALL "@".
           IF WS-NB-AROBASE NOT = 1
               GO TO 0270-CONTROLER-EMAIL-END
           END-IF.

           MOVE 0 TO WS-NB-BLANCS.
           MOVE 0 TO WS-NB-BLANCS-FIN.
           INSPECT WS-SAISIE-EMAIL TALLYING WS-NB-BLANCS
                   FOR ALL SPACES.
           INSPECT WS-SAISIE-EMAIL TALLYING WS-NB-BLANCS-FIN
                   FOR TRAILING SPACES.
           IF WS-NB-BLANCS NOT = WS-NB-BLANCS-FIN
               GO TO 0270-CONTROLER-EMAIL-END
           END-IF.

           MOVE SPACES TO WS-EMAIL-LOCAL.
           MOVE SPACES TO WS-EMAIL-DOMAINE.
           UNSTRING WS-SAISIE-EMAIL DELIMITED BY "@"
                    INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAINE.
           IF WS-EMAIL-LOCAL = SPACES OR WS-EMAIL-DOMAINE = SPACES
               GO TO 0270-CONTROLER-EMAIL-END
           END-IF.

           MOVE 0 TO WS-NB-POINTS.
           INSPECT WS-EMAIL-DOMAINE TALLYING WS-NB-POINTS
                   FOR ALL ".".
           IF WS-NB-POINTS = 0 OR WS-EMAIL-DOMAINE(1:1) = "."
               GO TO 0270-CONTROLER-EMAIL-END
           END-IF.

           MOVE "O" TO WS-SAISIE-VALIDE.

           EXIT.
       0270-CONTROLER-EMAIL-END.

      *Modification d'une fiche. Le solde n'est jamais saisi : la
      *fiche est relue juste avant le REWRITE et seuls les champs
      *saisis y sont reportes, un debit passe entre-temps par
      *Commande n'est pas ecrase.
       0300-MODIFIER-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0300-MODIFIER-END
           END-IF.

           DISPLAY "Identifiant du client :".
           ACCEPT WS-SAISIE-ID.

           PERFORM 0700-LIRE-START
           THRU    0700-LIRE-END.

           IF WS-CLIENT-LU = "N"
               DISPLAY "REFUSE : client " WS-SAISIE-ID " inconnu"
               GO TO 0300-MODIFIER-END
           END-IF.

           IF CLIENT-CLOTURE NOT = 0
               DISPLAY "ATTENTION : client clos le " CLIENT-CLOTURE
           END-IF.

           PERFORM 0710-FICHE-AVANT-START
           THRU    0710-FICHE-AVANT-END.
           PERFORM 0240-FICHE-VERS-SAISIE-START
           THRU    0240-FICHE-VERS-SAISIE-END.

           PERFORM 0250-SAISIR-FICHE-START
           THRU    0250-SAISIR-FICHE-END.

           IF WS-SAISIE-VALIDE = "N"
               GO TO 0300-MODIFIER-END
           END-IF.

           PERFORM 0450-IMAGE-START
           THRU    0450-IMAGE-END.

           PERFORM 0700-LIRE-START
           THRU    0700-LIRE-END.
           IF WS-CLIENT-LU = "N"
               DISPLAY "ERREUR : client " WS-SAISIE-ID
                       " disparu avant mise a jour"
               GO TO 0300-MODIFIER-END
           END-IF.

           PERFORM 0500-APPLIQUER-START
           THRU    0500-APPLIQUER-END.

           REWRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY "ERREUR : reecriture du client "
                           WS-SAISIE-ID " en echec, statut "
                           WS-CLIENT-STATUS
                   GO TO 0300-MODIFIER-END
           END-REWRITE.

           DISPLAY "Client " WS-SAISIE-ID " mis a jour".
           MOVE "MODIF" TO WS-AUD-OPERATION.
           PERFORM 0570-AUDITER-FICHE-START
           THRU    0570-AUDITER-FICHE-END.

           EXIT.
       0300-MODIFIER-END.

      *Cloture d'une fiche : la date du jour est posee dans
      *CLIENT-CLOTURE, la fiche et son solde restent. Un client
      *clos ne passe plus de commande (saisie, Commande).
       0400-CLORE-START.

           MOVE "S" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0400-CLORE-END
           END-IF.

           DISPLAY "Identifiant du client :".
           ACCEPT WS-SAISIE-ID.

           PERFORM 0700-LIRE-START
           THRU    0700-LIRE-END.

           IF WS-CLIENT-LU = "N"
               DISPLAY "REFUSE : client " WS-SAISIE-ID " inconnu"
               GO TO 0400-CLORE-END
           END-IF.

           IF CLIENT-CLOTURE NOT = 0
               DISPLAY "REFUSE : client " WS-SAISIE-ID
                       " deja clos le " CLIENT-CLOTURE
               GO TO 0400-CLORE-END
           END-IF.

           DISPLAY "Client " CLIENT-ID " "
                   FUNCTION TRIM(CLIENT-NOM) " "
                   FUNCTION TRIM(CLIENT-PRENOM)
                   ", solde " CLIENT-SOLDE.
           DISPLAY "Confirmer la cloture (O/N) ?".
           MOVE "N" TO WS-CONFIRME.
           ACCEPT WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "Cloture abandonnee"
               GO TO 0400-CLORE-END
           END-IF.

           PERFORM 0450-IMAGE-START
           THRU    0450-IMAGE-END.

           PERFORM 0700-LIRE-START
           THRU    0700-LIRE-END.
           IF WS-CLIENT-LU = "N"
               DISPLAY "ERREUR : client " WS-SAISIE-ID
                       " disparu avant mise a jour"
               GO TO 0400-CLORE-END
           END-IF.

           MOVE WS-DATE-JOUR TO CLIENT-CLOTURE.
           REWRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY "ERREUR : reecriture du client "
                           WS-SAISIE-ID " en echec, statut "
                           WS-CLIENT-STATUS
                   GO TO 0400-CLORE-END
           END-REWRITE.

           DISPLAY "Client " WS-SAISIE-ID " clos le " WS-DATE-JOUR.
           MOVE "CLOS"       TO WS-AUD-OPERATION.
           MOVE WS-SAISIE-ID TO WS-AUD-ID.
           MOVE "CLOTURE"    TO WS-AUD-CHAMP.
           MOVE SPACES       TO WS-AUD-AVANT.
           MOVE WS-DATE-JOUR TO WS-AUD-APRES.
           PERFORM 0550-JOURNALISER-START
           THRU    0550-JOURNALISER-END.

           EXIT.
       0400-CLORE-END.

      *Image du maitre avant la premiere ecriture de la session :
      *l'image precedente part en generation par Sauvegarde, puis
      *clients.dat est recopie fiche par fiche dans l'image. Une
      *fiche mal saisie se retrouve ainsi dans clients-image.txt.g1.
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

      *Report des zones saisies dans la fiche lue. CLIENT-ID,
      *CLIENT-SOLDE et CLIENT-CLOTURE ne sont pas touches.
       0500-APPLIQUER-START.

           MOVE WS-SAISIE-NOM     TO CLIENT-NOM.
           MOVE WS-SAISIE-PRENOM  TO CLIENT-PRENOM.
           MOVE WS-SAISIE-TIER    TO CLIENT-TIER.
           MOVE WS-SAISIE-ADRESSE TO CLIENT-ADRESSE.
           MOVE WS-SAISIE-CP      TO CLIENT-CP.
           MOVE WS-SAISIE-VILLE   TO CLIENT-VILLE.
           MOVE WS-SAISIE-TEL     TO CLIENT-TEL.
           MOVE WS-SAISIE-EMAIL   TO CLIENT-EMAIL.
           MOVE WS-SAISIE-EXONERE TO CLIENT-EXONERE.
           MOVE WS-SAISIE-RUM     TO CLIENT-RUM.
           IF WS-SAISIE-SIGNE = SPACES
               MOVE 0 TO CLIENT-SIGNE
           ELSE
               MOVE WS-SAISIE-SIGNE TO CLIENT-SIGNE
           END-IF.
           MOVE WS-SAISIE-IBAN    TO CLIENT-IBAN.

           EXIT.
       0500-APPLIQUER-END.

      *Ajoute une ligne horodatee au journal d'audit avec
      *l'operation, l'operateur, l'identifiant, le champ et les
      *valeurs avant et apres posees par l'appelant.
       0550-JOURNALISER-START.

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
       0550-JOURNALISER-END.

      *Journalise le champ pose par l'appelant s'il a change.
       0560-SI-CHANGE-START.

           IF WS-AUD-AVANT NOT = WS-AUD-APRES
               PERFORM 0550-JOURNALISER-START
               THRU    0550-JOURNALISER-END
           END-IF.

           EXIT.
       0560-SI-CHANGE-END.

      *Confronte chaque champ saisi a sa valeur avant : une ligne
      *d'audit par champ change (pour une creation, la fiche avant
      *est blanche et chaque champ renseigne part a l'audit).
       0570-AUDITER-FICHE-START.

           MOVE WS-SAISIE-ID TO WS-AUD-ID.

           MOVE "NOM"             TO WS-AUD-CHAMP.
           MOVE WS-AV-NOM         TO WS-AUD-AVANT.
           MOVE WS-SAISIE-NOM     TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           MOVE "PRENOM"          TO WS-AUD-CHAMP.
           MOVE WS-AV-PRENOM      TO WS-AUD-AVANT.
           MOVE WS-SAISIE-PRENOM  TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           MOVE "TIER"            TO WS-AUD-CHAMP.
           MOVE WS-AV-TIER        TO WS-AUD-AVANT.
           MOVE WS-SAISIE-TIER    TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           MOVE "ADRESSE"         TO WS-AUD-CHAMP.
           MOVE WS-AV-ADRESSE     TO WS-AUD-AVANT.
           MOVE WS-SAISIE-ADRESSE TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           MOVE "CP"              TO WS-AUD-CHAMP.
           MOVE WS-AV-CP          TO WS-AUD-AVANT.
           MOVE WS-SAISIE-CP      TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           MOVE "VILLE"           TO WS-AUD-CHAMP.
           MOVE WS-AV-VILLE       TO WS-AUD-AVANT.
           MOVE WS-SAISIE-VILLE   TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           MOVE "TEL"             TO WS-AUD-CHAMP.
           MOVE WS-AV-TEL         TO WS-AUD-AVANT.
           MOVE WS-SAISIE-TEL     TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           MOVE "EMAIL"           TO WS-AUD-CHAMP.
           MOVE WS-AV-EMAIL       TO WS-AUD-AVANT.
           MOVE WS-SAISIE-EMAIL   TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           MOVE "EXONERE"         TO WS-AUD-CHAMP.
           MOVE WS-AV-EXONERE     TO WS-AUD-AVANT.
           MOVE WS-SAISIE-EXONERE TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           MOVE "RUM"             TO WS-AUD-CHAMP.
           MOVE WS-AV-RUM         TO WS-AUD-AVANT.
           MOVE WS-SAISIE-RUM     TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           MOVE "SIGNE"           TO WS-AUD-CHAMP.
           MOVE WS-AV-SIGNE       TO WS-AUD-AVANT.
           MOVE WS-SAISIE-SIGNE   TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           MOVE "IBAN"            TO WS-AUD-CHAMP.
           MOVE WS-AV-IBAN        TO WS-AUD-AVANT.
           MOVE WS-SAISIE-IBAN    TO WS-AUD-APRES.
           PERFORM 0560-SI-CHANGE-START THRU 0560-SI-CHANGE-END.

           EXIT.
       0570-AUDITER-FICHE-END.

      *Lecture par cle de la fiche WS-SAISIE-ID : WS-CLIENT-LU a O
      *si elle existe, a N sinon.
       0700-LIRE-START.

           MOVE "O"          TO WS-CLIENT-LU.
           MOVE WS-SAISIE-ID TO CLIENT-ID.
           READ FICHIER-CLIENT
               INVALID KEY
                   MOVE "N" TO WS-CLIENT-LU
           END-READ.

           EXIT.
       0700-LIRE-END.

      *Retient les champs saisissables de la fiche lue. Une date
      *de signature a zero (pas de mandat) est retenue a blanc.
       0710-FICHE-AVANT-START.

           MOVE CLIENT-NOM     TO WS-AV-NOM.
           MOVE CLIENT-PRENOM  TO WS-AV-PRENOM.
           MOVE CLIENT-TIER    TO WS-AV-TIER.
           MOVE CLIENT-ADRESSE TO WS-AV-ADRESSE.
           MOVE CLIENT-CP      TO WS-AV-CP.
           MOVE CLIENT-VILLE   TO WS-AV-VILLE.
           MOVE CLIENT-TEL     TO WS-AV-TEL.
           MOVE CLIENT-EMAIL   TO WS-AV-EMAIL.
           MOVE CLIENT-EXONERE TO WS-AV-EXONERE.
           MOVE CLIENT-RUM     TO WS-AV-RUM.
           IF CLIENT-SIGNE = 0
               MOVE SPACES TO WS-AV-SIGNE
           ELSE
               MOVE CLIENT-SIGNE TO WS-AV-SIGNE
           END-IF.
           MOVE CLIENT-IBAN    TO WS-AV-IBAN.

           EXIT.
       0710-FICHE-AVANT-END.

      *Consultation d'une fiche, solde compris (en lecture seule).
       0800-CONSULTER-START.

           DISPLAY "Identifiant du client :".
           ACCEPT WS-SAISIE-ID.

           PERFORM 0700-LIRE-START
           THRU    0700-LIRE-END.

           IF WS-CLIENT-LU = "N"
               DISPLAY "Client " WS-SAISIE-ID " inconnu"
               GO TO 0800-CONSULTER-END
           END-IF.

           DISPLAY "Client    : " CLIENT-ID " "
                   FUNCTION TRIM(CLIENT-NOM) " "
                   FUNCTION TRIM(CLIENT-PRENOM).
           DISPLAY "Palier    : " CLIENT-TIER
                   "  solde : " CLIENT-SOLDE
                   "  exonere : " CLIENT-EXONERE.
           DISPLAY "Adresse   : " FUNCTION TRIM(CLIENT-ADRESSE)
                   ", " CLIENT-CP " " FUNCTION TRIM(CLIENT-VILLE).
           DISPLAY "Contact   : " CLIENT-TEL " "
                   FUNCTION TRIM(CLIENT-EMAIL).
           IF CLIENT-RUM NOT = SPACES
               DISPLAY "Mandat    : " FUNCTION TRIM(CLIENT-RUM)
                       " signe le " CLIENT-SIGNE
                       " IBAN " FUNCTION TRIM(CLIENT-IBAN)
           END-IF.
           IF CLIENT-CLOTURE NOT = 0
               DISPLAY "Clos le   : " CLIENT-CLOTURE
           END-IF.

           EXIT.
       0800-CONSULTER-END.

      *Historique complet d'une fiche : toutes les lignes du
      *journal d'audit qui portent son identifiant.
       0850-HISTORIQUE-START.

           DISPLAY "Identifiant du client :".
           ACCEPT WS-SAISIE-ID.

           MOVE "N" TO WS-FIN-AUDIT.
           MOVE 0   TO WS-NB-HISTO.
           OPEN INPUT FICHIER-AUDIT.

      *Statut 05 : fichier optionnel absent, aucun historique.
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "05"
               PERFORM UNTIL WS-FIN-AUDIT = "O"
                   READ FICHIER-AUDIT
                       AT END
                           MOVE "O" TO WS-FIN-AUDIT
                       NOT AT END
                           IF F-AUD-ID = WS-SAISIE-ID
                               ADD 1 TO WS-NB-HISTO
                               DISPLAY F-AUD-HORODATE
                                       " " F-AUD-OPERATION
                                       " " F-AUD-OPERATEUR
                                       " " F-AUD-CHAMP
                                       " avant="
                                       FUNCTION TRIM(F-AUD-AVANT)
                                       " apres="
                                       FUNCTION TRIM(F-AUD-APRES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AUDIT
           END-IF.

           IF WS-NB-HISTO = 0
               DISPLAY "Aucune operation journalisee pour le client "
                       WS-SAISIE-ID
           END-IF.

           EXIT.
       0850-HISTORIQUE-END.
