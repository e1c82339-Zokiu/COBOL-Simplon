               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INGREDIENTS-STATUS.

      *Referentiel des personnes tenu par persmait : les invites
      *d'une soiree y sont pris, plus de convives anonymes.
           SELECT OPTIONAL FICHIER-MAITRE ASSIGN TO
               "personnes-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAITRE-STATUS.

      *Liste des invites : une ligne par soiree et par personne,
      *avec la reponse (I invite sans reponse, O oui, N non) puis
      *le pointage d'apres soiree (P present, A absent). Relue et
      *reecrite en entier a chaque passage.
           SELECT OPTIONAL FICHIER-INVITES ASSIGN TO
               "invites-soirees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVITES-STATUS.

      *Regime de chaque personne (vegetarien, code allergene),
      *saisi une seule fois et repris a chaque soiree.
           SELECT OPTIONAL FICHIER-REGIMES ASSIGN TO
               "regimes-personnes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGIMES-STATUS.

      *Modele de l'invitation, balises <NOM> et <DATE>.
           SELECT OPTIONAL FICHIER-MODELE ASSIGN TO
               "modele-invitation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODELE-STATUS.

      *Une invitation par personne : le nom du fichier est
      *construit a partir de son identifiant.
           SELECT FICHIER-INVITATION ASSIGN TO DYNAMIC
               WS-NOM-INVITATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 F-HS-RESTES     PIC 9(03).
           05 FILLER          PIC X(01).
           05 F-HS-MANQUE     PIC 9(03).
      *Invites qui avaient dit oui et ne sont pas venus ; a blanc
      *sur les soirees consignees sans liste d'invites.
           05 FILLER          PIC X(01).
           05 F-HS-ABSENTS    PIC 9(03).

       FD FICHIER-INGREDIENTS.
       01  F-INGREDIENT.
           05 FILLER            PIC X(01).
           05 F-ING-LISTE       PIC X(40).

      *Meme decoupage que le FD du programme persmait.
       FD FICHIER-MAITRE.
       01  F-PERSONNE.
           05 F-PERS-ID         PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-PERS-NOM        PIC X(15).
           05 FILLER            PIC X(01).
           05 F-PERS-PRENOM     PIC X(15).
           05 FILLER            PIC X(01).
           05 F-PERS-DATE       PIC X(08).

       FD FICHIER-INVITES.
       01  F-INVITE.
           05 F-INV-SOIREE      PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-INV-PERS        PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-INV-STATUT      PIC X(01).
           05 FILLER            PIC X(01).
      *O = invitation ecrite, N = pas encore (ou pas de
      *consentement).
           05 F-INV-ENVOI       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-INV-REPONSE     PIC 9(08).

       FD FICHIER-REGIMES.
       01  F-REGIME.
           05 F-REG-PERS        PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-REG-VEGE        PIC X(01).
           05 FILLER            PIC X(01).
           05 F-REG-ALLERG      PIC X(03).

       FD FICHIER-MODELE.
       01  F-MODELE             PIC X(80).

       FD FICHIER-INVITATION.
       01  F-INVITATION         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONSIDERATION        PIC X.
           88 WS-CONSIDERATION-OUI VALUE "Y".
       77  WS-TETES             PIC 9(03) VALUE 0.
       77  WS-RATIO-TRANCHE     PIC 9(01)V99 VALUE 0.
       77  WS-SUGGESTION        PIC 9(04) VALUE 0.
       77  WS-BILAN-ABSENTS     PIC 9(03) VALUE 0.

      *Soiree avec liste d'invites : date de la soiree (zero =
      *soiree a l'ancienne, nombre de convives saisi au clavier).
       77  WS-SOIREE-DATE       PIC 9(08) VALUE 0.
       77  WS-AVEC-LISTE        PIC X(01) VALUE "N".
       77  WS-CHOIX-LISTE       PIC 9(01) VALUE 0.
       77  WS-SAISIE-PERS       PIC 9(04) VALUE 0.
       77  WS-SAISIE-REPONSE    PIC X(01) VALUE SPACE.
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.
       01  WS-DATE-SOIREE-ED.
           05 WS-DSE-JOUR       PIC 9(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-DSE-MOIS       PIC 9(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-DSE-ANNEE      PIC 9(04).

      *Referentiel des personnes, charge une fois.
       01  WS-TABLE-PERSONNES.
           05 WS-PERS OCCURS 500 TIMES.
               10 WS-PERS-ID     PIC 9(04).
               10 WS-PERS-NOM    PIC X(15).
               10 WS-PERS-PRENOM PIC X(15).
       77  WS-NB-PERS           PIC 9(03) VALUE 0.
       77  WS-MAX-PERS          PIC 9(03) VALUE 500.
       77  WS-IDX-PERS          PIC 9(03) VALUE 0.
       77  WS-PERS-TROUVE       PIC 9(03) VALUE 0.
       77  WS-MAITRE-STATUS     PIC X(02) VALUE SPACES.
       77  WS-FIN-MAITRE        PIC X(01) VALUE "N".

      *Toutes les lignes de la liste des invites, toutes soirees
      *confondues, pour la reecrire en entier.
       01  WS-TABLE-INVITES.
           05 WS-INV OCCURS 500 TIMES.
               10 WS-INV-SOIREE  PIC 9(08).
               10 WS-INV-PERS    PIC 9(04).
               10 WS-INV-STATUT  PIC X(01).
               10 WS-INV-ENVOI   PIC X(01).
               10 WS-INV-REPONSE PIC 9(08).
       77  WS-NB-INV            PIC 9(03) VALUE 0.
       77  WS-MAX-INV           PIC 9(03) VALUE 500.
       77  WS-IDX-INV           PIC 9(03) VALUE 0.
       77  WS-INV-TROUVE        PIC 9(03) VALUE 0.
       77  WS-INVITES-STATUS    PIC X(02) VALUE SPACES.
       77  WS-FIN-INVITES       PIC X(01) VALUE "N".
       77  WS-NB-INV-OUI        PIC 9(02) VALUE 0.
       77  WS-NB-INV-NON        PIC 9(02) VALUE 0.
       77  WS-NB-INV-ATTENTE    PIC 9(02) VALUE 0.
       77  WS-NB-INV-POINTES    PIC 9(03) VALUE 0.
       77  WS-NB-LAPINS         PIC 9(02) VALUE 0.
       77  WS-NB-HORS-LISTE     PIC 9(03) VALUE 0.

      *Regimes des personnes, saisis une fois pour toutes.
       01  WS-TABLE-REGIMES.
           05 WS-REG OCCURS 500 TIMES.
               10 WS-REG-PERS    PIC 9(04).
               10 WS-REG-VEGE    PIC X(01).
               10 WS-REG-ALLERG  PIC X(03).
       77  WS-NB-REG            PIC 9(03) VALUE 0.
       77  WS-MAX-REG           PIC 9(03) VALUE 500.
       77  WS-IDX-REG           PIC 9(03) VALUE 0.
       77  WS-REG-TROUVE        PIC 9(03) VALUE 0.
       77  WS-REGIMES-STATUS    PIC X(02) VALUE SPACES.
       77  WS-FIN-REGIMES       PIC X(01) VALUE "N".
      *O : les contraintes du convive courant viennent de son
      *regime enregistre, rien a demander au clavier.
       77  WS-REGIME-CONNU      PIC X(01) VALUE "N".

      *Modele d'invitation, charge une fois, et personnalisation
      *d'une ligne (meme mecanique de balises que lettres).
       01  WS-TABLE-MODELE.
           05 WS-MODELE-LIGNE OCCURS 30 TIMES PIC X(80).
       77  WS-IDX-MODELE        PIC 9(02) VALUE 0.
       77  WS-NB-MODELE         PIC 9(02) VALUE 0.
       77  WS-MAX-MODELE        PIC 9(02) VALUE 30.
       77  WS-MODELE-STATUS     PIC X(02) VALUE SPACES.
       77  WS-FIN-MODELE        PIC X(01) VALUE "N".
       77  WS-NOM-INVITATION    PIC X(40) VALUE SPACES.
       77  WS-NB-INVITATIONS    PIC 9(03) VALUE 0.
       77  WS-LIGNE             PIC X(100) VALUE SPACES.
       77  WS-PART-AVANT        PIC X(100) VALUE SPACES.
       77  WS-PART-APRES        PIC X(100) VALUE SPACES.
       77  WS-LONG-AVANT        PIC 9(03) VALUE 0.
       77  WS-NB-BALISES        PIC 9(02) VALUE 0.
       77  WS-VALEUR            PIC X(41) VALUE SPACES.
       77  WS-BALISE            PIC X(10) VALUE SPACES.

      *Zone d'appel du sous-programme TestString, qui assemble le
      *prenom et le nom de l'invite.
       01  WS-PRENOM-BUF        PIC X(20).
       01  WS-NOM-BUF           PIC X(20).
       01  WS-NOM-COMPLET       PIC X(41).

      *Zone d'appel du sous-programme Consentement : personne du
      *referentiel, canal email.
       77  WS-CS-TYPE           PIC X(01) VALUE "P".
       77  WS-CS-SUJET          PIC 9(04) VALUE 0.
       77  WS-CS-CANAL          PIC X(01) VALUE "E".
       77  WS-CS-ACCORD         PIC X(01) VALUE "N".
       77  WS-CS-DATE           PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 3301-LA-MEMOIRE-DES-SOIREES
           THRU    7745-C-EST-DU-VECU.

           PERFORM 1947-LE-CARNET-D-ADRESSES
           THRU    8362-TOUT-LE-MONDE-EST-LA.

           PERFORM 6117-LE-BILAN-D-HIER
           THRU    4902-ON-APPREND.

           PERFORM 5823-LES-REGIMES
           THRU    6951-C-EST-NOTE.

           PERFORM 2290-LA-LISTE-DES-INVITES
           THRU    8815-ON-SAIT-QUI-VIENT.

           PERFORM 9830-LA-CAF
           THRU    5649-AH-OUAIS-T-ES-BIEN.

      *Demande les contraintes du convive au clavier : vegetarien
      *ou non, et un code allergene a eviter.
       1462-TES-CONTRAINTES.
      *Regime deja enregistre pour cet invite : on ne redemande
      *rien.
           IF WS-REGIME-CONNU = "O"
               GO TO 7851-ON-S-ADAPTE
           END-IF.
           DISPLAY "Ce convive est-il vegetarien ? (O/N)".
           ACCEPT WS-CONV-VEGE.
           DISPLAY "Code allergene a eviter (ex: GLU,"
       5649-AH-OUAIS-T-ES-BIEN.

       3574-T-AS-COMBIEN-DE-POTES.
      *Avec une liste d'invites, les comptes viennent des reponses
      *enregistrees : seuls les oui sont servis, les invites sans
      *reponse ne comptent pas, et les indecis parmi les oui
      *passent a la roulette.
           IF WS-AVEC-LISTE = "O"
               PERFORM 4083-ON-COMPTE-LES-OUI
               THRU    5517-LE-COMPTE-EST-BON
               MOVE 0 TO WS-CONVIVE
               MOVE WS-NB-INV-OUI TO WS-CONVIVE-PRESENT
               MOVE WS-NB-INV-NON TO WS-CONVIVE-ABSENT
               MOVE "Y" TO WS-CONSIDERATION
               DISPLAY "Invites : " WS-NB-INV-OUI " oui, "
                       WS-NB-INV-NON " non, " WS-NB-INV-ATTENTE
                       " sans reponse (non comptes)."
               GO TO 4657-C-EST-TOUT
           END-IF.
           DISPLAY "Veuillez saisir le nombre" WITH NO ADVANCING.
           DISPLAY " de convive que vous avez invité : ".
           ACCEPT WS-CONVIVE.
       4657-C-EST-TOUT.

       3479-LES-VRAIS-POTES.
           IF WS-AVEC-LISTE = "O"
               GO TO 6739-ILS-SONT-JOIGNABLES
           END-IF.
           DISPLAY "Combien ont dit oui ?".
           ACCEPT WS-CONVIVE-PRESENT.
           EXIT.
       6739-ILS-SONT-JOIGNABLES.

       4628-LES-PAS-RELOUS.
           IF WS-AVEC-LISTE = "O"
               PERFORM 3865-CHACUN-SA-PIZZA
               THRU    7098-TOUT-LE-MONDE-A-VOTE
               GO TO 2179-ILS-SACHENT
           END-IF.
           DISPLAY "Combien a choisi sa pizza ?".
           ACCEPT WS-CONVIVE-PRESENT-DECIDE.
           COMPUTE WS-CONVIVE-PRESENT-INDECIS = WS-CONVIVE-PRESENT
       1689-GENRE-LE-GOUT.
       
       8730-IL-EST-MALPOLI.
           IF WS-AVEC-LISTE = "O"
               GO TO 2674-OUI-IL-L-EST
           END-IF.
           DISPLAY "Combien n'ont pas répondu ?".
           ACCEPT WS-CONVIVE-MALPOLI.
           EXIT.
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS-HISTO
               MOVE WS-DATE-SYS-HISTO(1:8) TO WS-BILAN-DATE
           END-IF.
      *Soiree avec liste d'invites : on pointe chacun des oui,
      *les absents sont consignes et seuls les presents (plus
      *ceux venus hors liste) comptent dans le ratio appris.
           MOVE 0 TO WS-BILAN-ABSENTS.
           PERFORM 6624-QUI-EST-VENU
           THRU    3152-ON-A-FAIT-L-APPEL.
           IF WS-NB-INV-POINTES = 0
               DISPLAY "Convives reellement presents :"
               ACCEPT WS-BILAN-CONVIVES
           END-IF.
           DISPLAY "Pizzas restees sur les bras :".
           ACCEPT WS-BILAN-RESTES.
           DISPLAY "Pizzas qui ont manque :".
           MOVE WS-BILAN-COMMANDEES TO F-HS-COMMANDEES.
           MOVE WS-BILAN-RESTES    TO F-HS-RESTES.
           MOVE WS-BILAN-MANQUE    TO F-HS-MANQUE.
           MOVE WS-BILAN-ABSENTS   TO F-HS-ABSENTS.
           WRITE F-SOIREE.
           CLOSE FICHIER-HISTORIQUE.

                   WS-SUGGESTION " pizzas.".
           EXIT.
       8254-ELLE-A-PARLE.

      *Charge le referentiel des personnes, la liste des invites de
      *toutes les soirees, les regimes enregistres et le modele
      *d'invitation. Statut 05 : fichier optionnel absent.
       1947-LE-CARNET-D-ADRESSES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS-HISTO.
           MOVE WS-DATE-SYS-HISTO(1:8) TO WS-DATE-JOUR.

           OPEN INPUT FICHIER-MAITRE.
           IF WS-MAITRE-STATUS = "00"
               PERFORM UNTIL WS-FIN-MAITRE = "O"
                   READ FICHIER-MAITRE
                       AT END
                           MOVE "O" TO WS-FIN-MAITRE
                       NOT AT END
                           IF WS-NB-PERS < WS-MAX-PERS
                               ADD 1 TO WS-NB-PERS
                               MOVE F-PERS-ID
                                    TO WS-PERS-ID(WS-NB-PERS)
                               MOVE F-PERS-NOM
                                    TO WS-PERS-NOM(WS-NB-PERS)
                               MOVE F-PERS-PRENOM
                                    TO WS-PERS-PRENOM(WS-NB-PERS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-MAITRE.

           OPEN INPUT FICHIER-INVITES.
           IF WS-INVITES-STATUS = "00"
               PERFORM UNTIL WS-FIN-INVITES = "O"
                   READ FICHIER-INVITES
                       AT END
                           MOVE "O" TO WS-FIN-INVITES
                       NOT AT END
                           IF WS-NB-INV < WS-MAX-INV
                               ADD 1 TO WS-NB-INV
                               MOVE F-INV-SOIREE
                                    TO WS-INV-SOIREE(WS-NB-INV)
                               MOVE F-INV-PERS
                                    TO WS-INV-PERS(WS-NB-INV)
                               MOVE F-INV-STATUT
                                    TO WS-INV-STATUT(WS-NB-INV)
                               MOVE F-INV-ENVOI
                                    TO WS-INV-ENVOI(WS-NB-INV)
                               MOVE F-INV-REPONSE
                                    TO WS-INV-REPONSE(WS-NB-INV)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-INVITES.

           OPEN INPUT FICHIER-REGIMES.
           IF WS-REGIMES-STATUS = "00"
               PERFORM UNTIL WS-FIN-REGIMES = "O"
                   READ FICHIER-REGIMES
                       AT END
                           MOVE "O" TO WS-FIN-REGIMES
                       NOT AT END
                           IF WS-NB-REG < WS-MAX-REG
                               ADD 1 TO WS-NB-REG
                               MOVE F-REG-PERS
                                    TO WS-REG-PERS(WS-NB-REG)
                               MOVE F-REG-VEGE
                                    TO WS-REG-VEGE(WS-NB-REG)
                               MOVE F-REG-ALLERG
                                    TO WS-REG-ALLERG(WS-NB-REG)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REGIMES.

           OPEN INPUT FICHIER-MODELE.
           IF WS-MODELE-STATUS = "00"
               PERFORM UNTIL WS-FIN-MODELE = "O"
                   READ FICHIER-MODELE
                       AT END
                           MOVE "O" TO WS-FIN-MODELE
                       NOT AT END
                           IF WS-NB-MODELE < WS-MAX-MODELE
                               ADD 1 TO WS-NB-MODELE
                               MOVE F-MODELE TO
                                    WS-MODELE-LIGNE(WS-NB-MODELE)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-MODELE.
           EXIT.
       8362-TOUT-LE-MONDE-EST-LA.

      *La soiree du jour a-t-elle une liste d'invites ? Si oui,
      *menu de gestion de la liste : inviter des personnes du
      *referentiel, envoyer les invitations, enregistrer les
      *reponses, consulter la liste, corriger un regime. La liste
      *et les regimes sont reecrits en sortie du menu.
       2290-LA-LISTE-DES-INVITES.
           DISPLAY "Date de la soiree avec liste d'invites"
                   " (AAAAMMJJ, 0 = sans liste) :".
           ACCEPT WS-SOIREE-DATE.
           IF WS-SOIREE-DATE = 0
               GO TO 8815-ON-SAIT-QUI-VIENT
           END-IF.

           MOVE "O" TO WS-AVEC-LISTE.
           MOVE WS-SOIREE-DATE(7:2) TO WS-DSE-JOUR.
           MOVE WS-SOIREE-DATE(5:2) TO WS-DSE-MOIS.
           MOVE WS-SOIREE-DATE(1:4) TO WS-DSE-ANNEE.

           MOVE 9 TO WS-CHOIX-LISTE.
           PERFORM UNTIL WS-CHOIX-LISTE = 0
               DISPLAY "Soiree du " WS-DATE-SOIREE-ED " :"
               DISPLAY "1) Inviter des personnes"
               DISPLAY "2) Envoyer les invitations"
               DISPLAY "3) Enregistrer des reponses"
               DISPLAY "4) Consulter la liste"
               DISPLAY "5) Corriger le regime d'une personne"
               DISPLAY "0) Passer a la commande"
               ACCEPT WS-CHOIX-LISTE
               EVALUATE WS-CHOIX-LISTE
                   WHEN 1
                       PERFORM 5309-QUI-ON-INVITE
                       THRU    9187-IL-EST-INVITE
                   WHEN 2
                       PERFORM 9512-LES-CARTONS
                       THRU    4176-C-EST-POSTE
                   WHEN 3
                       PERFORM 7268-REPONSE-S-IL-VOUS-PLAIT
                       THRU    1893-C-EST-REPONDU
                   WHEN 4
                       PERFORM 3420-QUI-VIENT
                       THRU    6058-LA-LISTE-EST-LUE
                   WHEN 5
                       PERFORM 8196-CHANGE-DE-REGIME
                       THRU    2743-C-EST-CHANGE
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "J'ai pas compris recommence"
               END-EVALUATE
           END-PERFORM.

           PERFORM 7431-ON-RANGE-LES-CARTONS
           THRU    2608-C-EST-RANGE.
           PERFORM 5708-ON-NOTE-LES-REGIMES
           THRU    4467-C-EST-NOTE-AUSSI.
           EXIT.
       8815-ON-SAIT-QUI-VIENT.

      *Ajoute des personnes du referentiel a la liste de la soiree
      *(identifiant 0 pour finir). Le regime d'une personne n'est
      *demande que s'il n'est pas deja enregistre.
       5309-QUI-ON-INVITE.
           MOVE 9999 TO WS-SAISIE-PERS.
           PERFORM UNTIL WS-SAISIE-PERS = 0
               DISPLAY "Identifiant de la personne a inviter"
                       " (0 = fin) :"
               ACCEPT WS-SAISIE-PERS
               IF WS-SAISIE-PERS NOT = 0
                   PERFORM 4740-TU-ES-QUI
                   THRU    1326-C-EST-TOI
                   PERFORM 5086-DEJA-INVITE
                   THRU    6271-OU-PAS
                   EVALUATE TRUE
                       WHEN WS-PERS-TROUVE = 0
                           DISPLAY "Personne " WS-SAISIE-PERS
                                   " absente du referentiel."
                       WHEN WS-INV-TROUVE > 0
                           DISPLAY "Deja invitee a cette soiree."
                       WHEN WS-NB-INV >= WS-MAX-INV
                           DISPLAY "ATTENTION : liste des invites"
                                   " pleine, personne non ajoutee."
                       WHEN OTHER
                           ADD 1 TO WS-NB-INV
                           MOVE WS-SOIREE-DATE
                                TO WS-INV-SOIREE(WS-NB-INV)
                           MOVE WS-SAISIE-PERS
                                TO WS-INV-PERS(WS-NB-INV)
                           MOVE "I" TO WS-INV-STATUT(WS-NB-INV)
                           MOVE "N" TO WS-INV-ENVOI(WS-NB-INV)
                           MOVE 0   TO WS-INV-REPONSE(WS-NB-INV)
                           DISPLAY "Invite(e) : "
                                   WS-PERS-PRENOM(WS-PERS-TROUVE) " "
                                   WS-PERS-NOM(WS-PERS-TROUVE)
                           PERFORM 2937-TON-REGIME
                           THRU    8049-LE-VOILA
                           IF WS-REG-TROUVE = 0
                               PERFORM 8196-CHANGE-DE-REGIME
                               THRU    2743-C-EST-CHANGE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXIT.
       9187-IL-EST-INVITE.

      *Ecrit l'invitation de chaque invite de la soiree qui n'en a
      *pas encore recu, depuis le modele. L'invitation part par
      *email : sans consentement enregistre sur ce canal, rien
      *n'est ecrit et l'organisateur est prevenu.
       9512-LES-CARTONS.
           IF WS-NB-MODELE = 0
               DISPLAY "Pas de modele-invitation.txt : aucune"
                       " invitation ecrite."
               GO TO 4176-C-EST-POSTE
           END-IF.

           MOVE 0 TO WS-NB-INVITATIONS.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
               IF WS-INV-SOIREE(WS-IDX-INV) = WS-SOIREE-DATE AND
                  WS-INV-ENVOI(WS-IDX-INV) NOT = "O"
                   MOVE WS-INV-PERS(WS-IDX-INV) TO WS-SAISIE-PERS
                   PERFORM 4740-TU-ES-QUI
                   THRU    1326-C-EST-TOI
                   MOVE WS-INV-PERS(WS-IDX-INV) TO WS-CS-SUJET
                   CALL "Consentement" USING WS-CS-TYPE WS-CS-SUJET
                                             WS-CS-CANAL WS-CS-ACCORD
                                             WS-CS-DATE
                   IF WS-CS-ACCORD NOT = "O"
                       DISPLAY "Pas de consentement email pour "
                               WS-NOM-COMPLET(1:30)
                               " : a inviter de vive voix."
                   ELSE
                       PERFORM 1084-UN-CARTON
                       THRU    6690-IL-EST-ECRIT
                       MOVE "O" TO WS-INV-ENVOI(WS-IDX-INV)
                       ADD 1 TO WS-NB-INVITATIONS
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY WS-NB-INVITATIONS " invitation(s) ecrite(s).".
           EXIT.
       4176-C-EST-POSTE.

      *Invitation de la personne WS-INV-PERS(WS-IDX-INV) : nom en
      *tete, puis chaque ligne du modele avec ses balises
      *remplacees.
       1084-UN-CARTON.
           MOVE SPACES TO WS-NOM-INVITATION.
           STRING "invitation-" WS-INV-PERS(WS-IDX-INV) ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-INVITATION.

           OPEN OUTPUT FICHIER-INVITATION.
           MOVE SPACES TO F-INVITATION.
           MOVE WS-NOM-COMPLET TO F-INVITATION.
           WRITE F-INVITATION.
           MOVE SPACES TO F-INVITATION.
           WRITE F-INVITATION.

           PERFORM VARYING WS-IDX-MODELE FROM 1 BY 1
                   UNTIL WS-IDX-MODELE > WS-NB-MODELE
               MOVE SPACES TO WS-LIGNE
               MOVE WS-MODELE-LIGNE(WS-IDX-MODELE) TO WS-LIGNE

               MOVE "<NOM>" TO WS-BALISE
               MOVE WS-NOM-COMPLET TO WS-VALEUR
               PERFORM 6352-LE-BON-MOT
               THRU    9921-MOT-PLACE

               MOVE "<DATE>" TO WS-BALISE
               MOVE WS-DATE-SOIREE-ED TO WS-VALEUR
               PERFORM 6352-LE-BON-MOT
               THRU    9921-MOT-PLACE

               MOVE WS-LIGNE TO F-INVITATION
               WRITE F-INVITATION
           END-PERFORM.

           CLOSE FICHIER-INVITATION.
           DISPLAY "Invitation ecrite : "
                   FUNCTION TRIM(WS-NOM-INVITATION).
           EXIT.
       6690-IL-EST-ECRIT.

      *Remplace la balise WS-BALISE par WS-VALEUR dans WS-LIGNE :
      *la ligne est coupee de part et d'autre de la balise puis
      *recollee avec la valeur au milieu.
       6352-LE-BON-MOT.
           MOVE 0 TO WS-NB-BALISES.
           INSPECT WS-LIGNE TALLYING WS-NB-BALISES
               FOR ALL FUNCTION TRIM(WS-BALISE).

           PERFORM UNTIL WS-NB-BALISES = 0
               MOVE SPACES TO WS-PART-AVANT WS-PART-APRES
               MOVE 0      TO WS-LONG-AVANT
               UNSTRING WS-LIGNE
                   DELIMITED BY FUNCTION TRIM(WS-BALISE)
                   INTO WS-PART-AVANT COUNT IN WS-LONG-AVANT
                        WS-PART-APRES
               MOVE SPACES TO WS-LIGNE
               IF WS-LONG-AVANT > 0
                   STRING WS-PART-AVANT(1:WS-LONG-AVANT)
                                   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VALEUR)
                                   DELIMITED BY SIZE
                          WS-PART-APRES DELIMITED BY SIZE
                          INTO WS-LIGNE
               ELSE
                   STRING FUNCTION TRIM(WS-VALEUR)
                                   DELIMITED BY SIZE
                          WS-PART-APRES DELIMITED BY SIZE
                          INTO WS-LIGNE
               END-IF
               SUBTRACT 1 FROM WS-NB-BALISES
           END-PERFORM.
           EXIT.
       9921-MOT-PLACE.

      *Enregistre les reponses recues (identifiant 0 pour finir) :
      *O viendra, N ne viendra pas, avec la date du jour.
       7268-REPONSE-S-IL-VOUS-PLAIT.
           MOVE 9999 TO WS-SAISIE-PERS.
           PERFORM UNTIL WS-SAISIE-PERS = 0
               DISPLAY "Identifiant de l'invite qui a repondu"
                       " (0 = fin) :"
               ACCEPT WS-SAISIE-PERS
               IF WS-SAISIE-PERS NOT = 0
                   PERFORM 5086-DEJA-INVITE
                   THRU    6271-OU-PAS
                   IF WS-INV-TROUVE = 0
                       DISPLAY "Personne " WS-SAISIE-PERS
                               " non invitee a cette soiree."
                   ELSE
                       DISPLAY "Viendra a la soiree ? (O/N)"
                       ACCEPT WS-SAISIE-REPONSE
                       MOVE FUNCTION UPPER-CASE(WS-SAISIE-REPONSE)
                            TO WS-SAISIE-REPONSE
                       IF WS-SAISIE-REPONSE = "O" OR
                          WS-SAISIE-REPONSE = "N"
                           MOVE WS-SAISIE-REPONSE
                                TO WS-INV-STATUT(WS-INV-TROUVE)
                           MOVE WS-DATE-JOUR
                                TO WS-INV-REPONSE(WS-INV-TROUVE)
                       ELSE
                           DISPLAY "T'es pas clair frère !"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
       1893-C-EST-REPONDU.

      *Liste de la soiree : reponse, regime enregistre et nombre
      *de soirees passees ou l'invite a dit oui sans venir.
       3420-QUI-VIENT.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
               IF WS-INV-SOIREE(WS-IDX-INV) = WS-SOIREE-DATE
                   MOVE WS-INV-PERS(WS-IDX-INV) TO WS-SAISIE-PERS
                   PERFORM 4740-TU-ES-QUI
                   THRU    1326-C-EST-TOI
                   PERFORM 2937-TON-REGIME
                   THRU    8049-LE-VOILA
                   MOVE 0 TO WS-NB-LAPINS
                   PERFORM VARYING WS-IDX-PERS FROM 1 BY 1
                           UNTIL WS-IDX-PERS > WS-NB-INV
                       IF WS-INV-PERS(WS-IDX-PERS) = WS-SAISIE-PERS
                          AND WS-INV-STATUT(WS-IDX-PERS) = "A"
                           ADD 1 TO WS-NB-LAPINS
                       END-IF
                   END-PERFORM
                   IF WS-REG-TROUVE > 0
                       MOVE WS-REG-VEGE(WS-REG-TROUVE)
                            TO WS-CONV-VEGE
                       MOVE WS-REG-ALLERG(WS-REG-TROUVE)
                            TO WS-CONV-ALLERG
                   ELSE
                       MOVE "?"    TO WS-CONV-VEGE
                       MOVE SPACES TO WS-CONV-ALLERG
                   END-IF
                   DISPLAY WS-SAISIE-PERS " "
                           WS-NOM-COMPLET(1:30)
                           " reponse " WS-INV-STATUT(WS-IDX-INV)
                           " vege " WS-CONV-VEGE
                           " allergene " WS-CONV-ALLERG
                           " absences " WS-NB-LAPINS
               END-IF
           END-PERFORM.
           EXIT.
       6058-LA-LISTE-EST-LUE.

      *Saisit ou corrige le regime d'une personne du referentiel ;
      *appele aussi a l'invitation d'une personne sans regime
      *enregistre (WS-SAISIE-PERS deja renseigne).
       8196-CHANGE-DE-REGIME.
           IF WS-CHOIX-LISTE = 5
               DISPLAY "Identifiant de la personne :"
               ACCEPT WS-SAISIE-PERS
           END-IF.
           PERFORM 4740-TU-ES-QUI
           THRU    1326-C-EST-TOI.
           IF WS-PERS-TROUVE = 0
               DISPLAY "Personne " WS-SAISIE-PERS
                       " absente du referentiel."
               GO TO 2743-C-EST-CHANGE
           END-IF.

           PERFORM 2937-TON-REGIME
           THRU    8049-LE-VOILA.
           IF WS-REG-TROUVE = 0
               IF WS-NB-REG >= WS-MAX-REG
                   DISPLAY "ATTENTION : table des regimes pleine,"
                           " regime non enregistre."
                   GO TO 2743-C-EST-CHANGE
               END-IF
               ADD 1 TO WS-NB-REG
               MOVE WS-NB-REG      TO WS-REG-TROUVE
               MOVE WS-SAISIE-PERS TO WS-REG-PERS(WS-REG-TROUVE)
           END-IF.

           DISPLAY "Regime de " WS-NOM-COMPLET(1:30).
           MOVE "N" TO WS-REGIME-CONNU.
           PERFORM 1462-TES-CONTRAINTES
           THRU    7851-ON-S-ADAPTE.
           MOVE FUNCTION UPPER-CASE(WS-CONV-VEGE) TO WS-CONV-VEGE.
           MOVE FUNCTION UPPER-CASE(WS-CONV-ALLERG)
                TO WS-CONV-ALLERG.
           MOVE WS-CONV-VEGE   TO WS-REG-VEGE(WS-REG-TROUVE).
           MOVE WS-CONV-ALLERG TO WS-REG-ALLERG(WS-REG-TROUVE).
           EXIT.
       2743-C-EST-CHANGE.

      *Cherche WS-SAISIE-PERS dans le referentiel (WS-PERS-TROUVE,
      *zero si absente) et assemble son nom complet.
       4740-TU-ES-QUI.
           MOVE 0 TO WS-PERS-TROUVE.
           MOVE SPACES TO WS-NOM-COMPLET.
           PERFORM VARYING WS-IDX-PERS FROM 1 BY 1
                   UNTIL WS-IDX-PERS > WS-NB-PERS
                      OR WS-PERS-TROUVE > 0
               IF WS-PERS-ID(WS-IDX-PERS) = WS-SAISIE-PERS
                   MOVE WS-IDX-PERS TO WS-PERS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-PERS-TROUVE = 0
               MOVE "(inconnu du referentiel)" TO WS-NOM-COMPLET
               GO TO 1326-C-EST-TOI
           END-IF.

           MOVE WS-PERS-PRENOM(WS-PERS-TROUVE) TO WS-PRENOM-BUF.
           MOVE WS-PERS-NOM(WS-PERS-TROUVE)    TO WS-NOM-BUF.
           CALL "TestString" USING WS-PRENOM-BUF
                                    WS-NOM-BUF
                                    WS-NOM-COMPLET.
           EXIT.
       1326-C-EST-TOI.

      *Cherche l'invitation de WS-SAISIE-PERS a la soiree du jour
      *(WS-INV-TROUVE, zero si non invitee).
       5086-DEJA-INVITE.
           MOVE 0 TO WS-INV-TROUVE.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
                      OR WS-INV-TROUVE > 0
               IF WS-INV-SOIREE(WS-IDX-INV) = WS-SOIREE-DATE AND
                  WS-INV-PERS(WS-IDX-INV) = WS-SAISIE-PERS
                   MOVE WS-IDX-INV TO WS-INV-TROUVE
               END-IF
           END-PERFORM.
           EXIT.
       6271-OU-PAS.

      *Cherche le regime enregistre de WS-SAISIE-PERS
      *(WS-REG-TROUVE, zero si jamais saisi).
       2937-TON-REGIME.
           MOVE 0 TO WS-REG-TROUVE.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-NB-REG
                      OR WS-REG-TROUVE > 0
               IF WS-REG-PERS(WS-IDX-REG) = WS-SAISIE-PERS
                   MOVE WS-IDX-REG TO WS-REG-TROUVE
               END-IF
           END-PERFORM.
           EXIT.
       8049-LE-VOILA.

      *Compte les reponses de la soiree du jour.
       4083-ON-COMPTE-LES-OUI.
           MOVE 0 TO WS-NB-INV-OUI.
           MOVE 0 TO WS-NB-INV-NON.
           MOVE 0 TO WS-NB-INV-ATTENTE.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
               IF WS-INV-SOIREE(WS-IDX-INV) = WS-SOIREE-DATE
                   EVALUATE WS-INV-STATUT(WS-IDX-INV)
                       WHEN "O" ADD 1 TO WS-NB-INV-OUI
                       WHEN "N" ADD 1 TO WS-NB-INV-NON
                       WHEN OTHER ADD 1 TO WS-NB-INV-ATTENTE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXIT.
       5517-LE-COMPTE-EST-BON.

      *Vote de chaque invite ayant dit oui, avec son regime
      *enregistre : 0 (ou un choix non conforme) l'envoie a la
      *roulette, qui respectera ses contraintes.
       3865-CHACUN-SA-PIZZA.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
               IF WS-INV-SOIREE(WS-IDX-INV) = WS-SOIREE-DATE AND
                  WS-INV-STATUT(WS-IDX-INV) = "O"
                   MOVE WS-INV-PERS(WS-IDX-INV) TO WS-SAISIE-PERS
                   PERFORM 4740-TU-ES-QUI
                   THRU    1326-C-EST-TOI
                   PERFORM 2937-TON-REGIME
                   THRU    8049-LE-VOILA
                   IF WS-REG-TROUVE > 0
                       MOVE WS-REG-VEGE(WS-REG-TROUVE)
                            TO WS-CONV-VEGE
                       MOVE WS-REG-ALLERG(WS-REG-TROUVE)
                            TO WS-CONV-ALLERG
                       MOVE "O" TO WS-REGIME-CONNU
                   ELSE
                       MOVE "N" TO WS-REGIME-CONNU
                   END-IF
                   DISPLAY "Quel type de pizza a choisi "
                           WS-NOM-COMPLET(1:30)
                           " (0 = la roulette) ?"
                   PERFORM 2681-C-EST-LA-COMMANDE
                   THRU    1689-GENRE-LE-GOUT
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-REGIME-CONNU.
           MOVE WS-NB-INV-OUI TO WS-CONVIVE-PRESENT-DECIDE.
           MOVE WS-NB-INDECIS-SAISIS TO WS-CONVIVE-PRESENT-INDECIS.
           EXIT.
       7098-TOUT-LE-MONDE-A-VOTE.

      *Appel d'apres soiree : chaque invite qui avait dit oui a la
      *soiree WS-BILAN-DATE est pointe present ou absent. Les
      *presents, plus ceux venus hors liste, font les convives du
      *bilan ; les absents sont comptes a part. Sans invite a
      *pointer, WS-NB-INV-POINTES reste a zero et le bilan se
      *saisit a l'ancienne.
       6624-QUI-EST-VENU.
           MOVE 0 TO WS-NB-INV-POINTES.
           MOVE 0 TO WS-BILAN-CONVIVES.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
               IF WS-INV-SOIREE(WS-IDX-INV) = WS-BILAN-DATE AND
                  WS-INV-STATUT(WS-IDX-INV) = "O"
                   ADD 1 TO WS-NB-INV-POINTES
               END-IF
           END-PERFORM.
           IF WS-NB-INV-POINTES = 0
               GO TO 3152-ON-A-FAIT-L-APPEL
           END-IF.

           DISPLAY "Appel des " WS-NB-INV-POINTES
                   " invites qui avaient dit oui :".
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
               IF WS-INV-SOIREE(WS-IDX-INV) = WS-BILAN-DATE AND
                  WS-INV-STATUT(WS-IDX-INV) = "O"
                   MOVE WS-INV-PERS(WS-IDX-INV) TO WS-SAISIE-PERS
                   PERFORM 4740-TU-ES-QUI
                   THRU    1326-C-EST-TOI
                   DISPLAY WS-NOM-COMPLET(1:30) " present ? (O/N)"
                   ACCEPT WS-SAISIE-REPONSE
                   MOVE FUNCTION UPPER-CASE(WS-SAISIE-REPONSE)
                        TO WS-SAISIE-REPONSE
                   IF WS-SAISIE-REPONSE = "N"
                       MOVE "A" TO WS-INV-STATUT(WS-IDX-INV)
                       ADD 1 TO WS-BILAN-ABSENTS
                   ELSE
                       MOVE "P" TO WS-INV-STATUT(WS-IDX-INV)
                       ADD 1 TO WS-BILAN-CONVIVES
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY "Autres convives presents hors liste"
                   " (organisateur et famille compris) :".
           ACCEPT WS-NB-HORS-LISTE.
           ADD WS-NB-HORS-LISTE TO WS-BILAN-CONVIVES.
           DISPLAY WS-BILAN-CONVIVES " convive(s) present(s), "
                   WS-BILAN-ABSENTS " invite(s) absent(s).".

           PERFORM 7431-ON-RANGE-LES-CARTONS
           THRU    2608-C-EST-RANGE.
           EXIT.
       3152-ON-A-FAIT-L-APPEL.

      *Reecrit la liste des invites, toutes soirees confondues.
       7431-ON-RANGE-LES-CARTONS.
           OPEN OUTPUT FICHIER-INVITES.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
               MOVE SPACES TO F-INVITE
               MOVE WS-INV-SOIREE(WS-IDX-INV)  TO F-INV-SOIREE
               MOVE WS-INV-PERS(WS-IDX-INV)    TO F-INV-PERS
               MOVE WS-INV-STATUT(WS-IDX-INV)  TO F-INV-STATUT
               MOVE WS-INV-ENVOI(WS-IDX-INV)   TO F-INV-ENVOI
               MOVE WS-INV-REPONSE(WS-IDX-INV) TO F-INV-REPONSE
               WRITE F-INVITE
           END-PERFORM.
           CLOSE FICHIER-INVITES.
           EXIT.
       2608-C-EST-RANGE.

      *Reecrit les regimes des personnes.
       5708-ON-NOTE-LES-REGIMES.
           OPEN OUTPUT FICHIER-REGIMES.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-NB-REG
               MOVE SPACES TO F-REGIME
               MOVE WS-REG-PERS(WS-IDX-REG)   TO F-REG-PERS
               MOVE WS-REG-VEGE(WS-IDX-REG)   TO F-REG-VEGE
               MOVE WS-REG-ALLERG(WS-IDX-REG) TO F-REG-ALLERG
               WRITE F-REGIME
           END-PERFORM.
           CLOSE FICHIER-REGIMES.
           EXIT.
       4467-C-EST-NOTE-AUSSI.
