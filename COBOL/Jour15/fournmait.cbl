       IDENTIFICATION DIVISION.
       PROGRAM-ID. fournmait.
       AUTHOR.    Terry.

      *Tenue du referentiel des fournisseurs (fournisseurs.txt :
      *une ligne par couple fournisseur/article, avec le prix, le
      *delai, les conditions du fournisseur et le colisage) et de
      *l'historique date de leurs tarifs (tarifs-fournisseurs.txt).
      *Un changement de prix ou de delai ne s'ecrase plus : il
      *s'ajoute a l'historique avec sa date d'effet, et la ligne de
      *fournisseurs.txt ne porte que le tarif en vigueur. Un tarif
      *annonce a l'avance attend sa date : il est reporte dans le
      *referentiel au premier lancement qui la depasse. rupture et
      *rapprofact relisent l'historique pour prendre le tarif en
      *vigueur a la date de la commande fournisseur, plus le
      *dernier connu. Le programme designe aussi le fournisseur
      *prefere d'un article (zone F-ART-FOURN d'articles.txt), a
      *choisir parmi ceux qui livrent l'article.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : le referentiel n'existe pas au premier lancement.
           SELECT OPTIONAL FICHIER-FOURNISSEURS ASSIGN TO
               "fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOURN-STATUS.

      *Historique des tarifs : une ligne par prix et delai, avec
      *sa date d'effet. Jamais reecrit, seulement prolonge.
      *OPTIONAL : n'existe pas avant le premier tarif.
           SELECT OPTIONAL FICHIER-TARIFS ASSIGN TO
               "tarifs-fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFS-STATUS.

      *Referentiel des articles : controle des numeros saisis et
      *fournisseur prefere. OPTIONAL : sans referentiel, aucun
      *controle et pas de fournisseur prefere.
           SELECT OPTIONAL FICHIER-ARTICLES ASSIGN TO "articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARTICLES-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD FICHIER-FOURNISSEURS de paiefour.
      *Les zones de fin de ligne sont lues en caracteres : absentes
      *des anciennes lignes, elles sont reecrites a blanc et
      *gardent leur valeur par defaut chez les lecteurs.
       FD FICHIER-FOURNISSEURS.
       01  F-FOURNISSEUR.
           05 F-FOURN-CODE      PIC X(08).
           05 FILLER            PIC X(01).
           05 F-FOURN-NOM       PIC X(15).
           05 FILLER            PIC X(01).
           05 F-FOURN-ARTICLE   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-FOURN-PRIX      PIC 9(04)V99.
           05 FILLER            PIC X(01).
           05 F-FOURN-DELAI     PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-FOURN-MINIMUM   PIC X(07).
           05 FILLER            PIC X(01).
           05 F-FOURN-FRANCO    PIC X(07).
           05 FILLER            PIC X(01).
           05 F-FOURN-COLIS     PIC X(03).
           05 FILLER            PIC X(01).
           05 F-FOURN-ECHEANCE  PIC X(03).

      *Une ligne de tarif : couple fournisseur/article, date
      *d'effet (0 = depuis toujours, tarif d'origine repris a la
      *premiere modification), prix et delai, date de saisie et
      *operateur.
       FD FICHIER-TARIFS.
       01  F-TARIF.
           05 F-TAR-FOURN       PIC X(08).
           05 FILLER            PIC X(01).
           05 F-TAR-ARTICLE     PIC X(10).
           05 FILLER            PIC X(01).
           05 F-TAR-EFFET       PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-TAR-PRIX        PIC 9(04)V99.
           05 FILLER            PIC X(01).
           05 F-TAR-DELAI       PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-TAR-SAISIE      PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-TAR-OPERATEUR   PIC X(08).

      *Meme decoupage que le FD du programme articles, qui tient
      *ce referentiel ; seuls le numero et le fournisseur prefere
      *sont nommes, la ligne est reecrite telle quelle.
       FD FICHIER-ARTICLES.
       01  F-ART.
           05 F-ART-NUMERO      PIC X(10).
           05 FILLER            PIC X(42).
           05 F-ART-FOURN       PIC X(08).
           05 FILLER            PIC X(39).

       WORKING-STORAGE SECTION.

      *Lignes du referentiel. Vingt au plus : c'est ce que lisent
      *rupture, rapprofact et les autres programmes de la chaine.
       01  WS-TABLE-LIGNES.
           05 WS-L OCCURS 20 TIMES.
               10 WS-L-CODE        PIC X(08).
               10 WS-L-NOM         PIC X(15).
               10 WS-L-ARTICLE     PIC X(10).
               10 WS-L-PRIX        PIC 9(04)V99.
               10 WS-L-DELAI       PIC 9(02).
               10 WS-L-MINIMUM     PIC X(07).
               10 WS-L-FRANCO      PIC X(07).
               10 WS-L-COLIS       PIC X(03).
               10 WS-L-ECHEANCE    PIC X(03).

       77  WS-INDEX             PIC 9(02) VALUE 1.
       77  WS-MAX-TABLE         PIC 9(02) VALUE 20.
       77  WS-NB-LIGNES         PIC 9(02) VALUE 0.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-FOURN-STATUS      PIC X(02) VALUE SPACES.
      *Indice de la ligne retrouvee par 0700-CHERCHER (0 = absente)
      *et d'une ligne quelconque du meme fournisseur.
       77  WS-TROUVE            PIC 9(02) VALUE 0.
       77  WS-LIGNE-FOURN       PIC 9(02) VALUE 0.
       77  WS-A-SAUVER          PIC X(01) VALUE "N".

      *Historique des tarifs.
       01  WS-TABLE-TARIFS.
           05 WS-TAR OCCURS 500 TIMES.
               10 WS-TAR-FOURN     PIC X(08).
               10 WS-TAR-ARTICLE   PIC X(10).
               10 WS-TAR-EFFET     PIC 9(08).
               10 WS-TAR-PRIX      PIC 9(04)V99.
               10 WS-TAR-DELAI     PIC 9(02).

       77  WS-IDX-TAR           PIC 9(03) VALUE 1.
       77  WS-MAX-TAR           PIC 9(03) VALUE 500.
       77  WS-NB-TAR            PIC 9(03) VALUE 0.
       77  WS-FIN-TAR           PIC X(01) VALUE "N".
       77  WS-TARIFS-STATUS     PIC X(02) VALUE SPACES.
      *Tarif en vigueur retrouve par 0660 (0 = aucun), tarifs du
      *couple et tarifs a venir.
       77  WS-TAR-TROUVE        PIC 9(03) VALUE 0.
       77  WS-NB-TAR-COUPLE     PIC 9(03) VALUE 0.
       77  WS-NB-A-VENIR        PIC 9(03) VALUE 0.
       77  WS-DATE-REF          PIC 9(08) VALUE 0.

      *Articles : lignes gardees entieres pour la reecriture.
       01  WS-TABLE-ARTICLES.
           05 WS-ART OCCURS 50 TIMES.
               10 WS-ART-LIGNE     PIC X(99).

       77  WS-IDX-ART           PIC 9(02) VALUE 1.
       77  WS-MAX-ART           PIC 9(02) VALUE 50.
       77  WS-NB-ART            PIC 9(02) VALUE 0.
       77  WS-ART-TROUVE        PIC 9(02) VALUE 0.
       77  WS-FIN-ART           PIC X(01) VALUE "N".
       77  WS-ARTICLES-STATUS   PIC X(02) VALUE SPACES.

      *Choix du menu et zones de saisie.
       77  WS-CHOIX             PIC 9(01) VALUE 0.
       77  WS-SAISIE-CODE       PIC X(08) VALUE SPACES.
       77  WS-SAISIE-NUMERO     PIC 9(04) VALUE 0.
       77  WS-NUMERO-CLE        PIC X(10) VALUE SPACES.
       77  WS-SAISIE-NOM        PIC X(15) VALUE SPACES.
       77  WS-SAISIE-PRIX       PIC 9(04)V99 VALUE 0.
       77  WS-SAISIE-DELAI      PIC 9(02) VALUE 0.
       77  WS-SAISIE-EFFET      PIC 9(08) VALUE 0.
       77  WS-SAISIE-COLIS      PIC 9(03) VALUE 0.
       77  WS-SAISIE-ECHEANCE   PIC 9(03) VALUE 0.
       77  WS-CONFIRME          PIC X(01) VALUE "N".
      *Montants de conditions saisis, reportes en caracteres dans
      *la ligne.
       01  WS-MONTANT-SAISI     PIC 9(05)V99 VALUE 0.
       01  WS-MONTANT-X REDEFINES WS-MONTANT-SAISI PIC X(07).
       01  WS-ENTIER-SAISI      PIC 9(03) VALUE 0.
       01  WS-ENTIER-X REDEFINES WS-ENTIER-SAISI PIC X(03).

      *Date du jour AAAAMMJJ.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(controle des dates d'effet).
       77  WS-DC-FONCTION  PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1    PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2    PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE    PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT  PIC S9(07) VALUE 0.
       77  WS-DC-STATUT    PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *avant toute reecriture d'un referentiel.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Verrou d'ecriture unique (sous-programme Verrou) : le
      *fichier est charge entier puis reecrit, deux operateurs en
      *meme temps et la seconde sauvegarde ecrase la premiere. Le
      *second arrivant est refuse en nommant le detenteur, avec
      *une reprise de force pour les sessions plantees.
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
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "fournmait".
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
           MOVE "fournisseurs.txt" TO WS-VR-FICHIER.
           PERFORM 0050-VERROUILLER-START
           THRU    0050-VERROUILLER-END.

           PERFORM 0600-LOAD-START
           THRU    0600-LOAD-END.

           PERFORM 0620-LOAD-TARIFS-START
           THRU    0620-LOAD-TARIFS-END.

           PERFORM 0630-LOAD-ARTICLES-START
           THRU    0630-LOAD-ARTICLES-END.

           PERFORM 0640-TARIFS-ECHUS-START
           THRU    0640-TARIFS-ECHUS-END.

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

           PERFORM UNTIL WS-CHOIX = 8
                   DISPLAY "Referentiel des fournisseurs"
                   DISPLAY "1- Ajouter un article a un fournisseur"
                   DISPLAY "2- Nouveau tarif (prix, delai, date"
                           " d'effet)"
                   DISPLAY "3- Modifier les conditions"
                   DISPLAY "4- Retirer un article d'un fournisseur"
                   DISPLAY "5- Fournisseur prefere d'un article"
                   DISPLAY "6- Lister le referentiel"
                   DISPLAY "7- Historique des tarifs"
                   DISPLAY "8- Quitter"
                   ACCEPT WS-CHOIX
                   EVALUATE WS-CHOIX
                       WHEN = 1
                           PERFORM 0200-AJOUTER-START
                           THRU    0200-AJOUTER-END
                       WHEN = 2
                           PERFORM 0300-TARIFER-START
                           THRU    0300-TARIFER-END
                       WHEN = 3
                           PERFORM 0350-CONDITIONS-START
                           THRU    0350-CONDITIONS-END
                       WHEN = 4
                           PERFORM 0400-RETIRER-START
                           THRU    0400-RETIRER-END
                       WHEN = 5
                           PERFORM 0450-PREFERE-START
                           THRU    0450-PREFERE-END
                       WHEN = 6
                           PERFORM 0800-LISTER-START
                           THRU    0800-LISTER-END
                       WHEN = 7
                           PERFORM 0850-HISTORIQUE-START
                           THRU    0850-HISTORIQUE-END
                       WHEN = 8
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Je n'ai pas compris votre demande"
                   END-EVALUATE
           END-PERFORM.

           EXIT.
       0100-MENU-END.

      *Nouveau couple fournisseur/article. Un fournisseur deja
      *connu garde son nom et ses conditions ; un nouveau les
      *saisit. Le premier tarif prend effet le jour meme.
       0200-AJOUTER-START.

           MOVE "C" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0200-AJOUTER-END
           END-IF.

           PERFORM 0650-SAISIR-COUPLE-START
           THRU    0650-SAISIR-COUPLE-END.

           IF WS-TROUVE > 0
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-CODE)
                       " livre deja l'article " WS-NUMERO-CLE
               GO TO 0200-AJOUTER-END
           END-IF.

           IF WS-NB-LIGNES >= WS-MAX-TABLE
               DISPLAY "REFUSE : referentiel plein (" WS-MAX-TABLE
                       " lignes)"
               GO TO 0200-AJOUTER-END
           END-IF.

           IF WS-NB-ART > 0 AND WS-ART-TROUVE = 0
               DISPLAY "REFUSE : article " WS-NUMERO-CLE
                       " absent du referentiel des articles"
               GO TO 0200-AJOUTER-END
           END-IF.

           DISPLAY "Prix unitaire d'achat (ex: 0012.50) :".
           ACCEPT WS-SAISIE-PRIX.
           DISPLAY "Delai de livraison en jours (0-99) :".
           ACCEPT WS-SAISIE-DELAI.
           DISPLAY "Colisage (unites d'achat par colis, 0 = a"
                   " l'unite) :".
           ACCEPT WS-SAISIE-COLIS.

           ADD 1 TO WS-NB-LIGNES.
           MOVE WS-SAISIE-CODE  TO WS-L-CODE(WS-NB-LIGNES).
           MOVE WS-NUMERO-CLE   TO WS-L-ARTICLE(WS-NB-LIGNES).
           MOVE WS-SAISIE-PRIX  TO WS-L-PRIX(WS-NB-LIGNES).
           MOVE WS-SAISIE-DELAI TO WS-L-DELAI(WS-NB-LIGNES).
           MOVE WS-SAISIE-COLIS TO WS-ENTIER-SAISI.
           MOVE WS-ENTIER-X     TO WS-L-COLIS(WS-NB-LIGNES).

           IF WS-LIGNE-FOURN > 0
               MOVE WS-L-NOM(WS-LIGNE-FOURN)
                    TO WS-L-NOM(WS-NB-LIGNES)
               MOVE WS-L-MINIMUM(WS-LIGNE-FOURN)
                    TO WS-L-MINIMUM(WS-NB-LIGNES)
               MOVE WS-L-FRANCO(WS-LIGNE-FOURN)
                    TO WS-L-FRANCO(WS-NB-LIGNES)
               MOVE WS-L-ECHEANCE(WS-LIGNE-FOURN)
                    TO WS-L-ECHEANCE(WS-NB-LIGNES)
           ELSE
               MOVE WS-NB-LIGNES TO WS-INDEX
               PERFORM 0360-SAISIR-CONDITIONS-START
               THRU    0360-SAISIR-CONDITIONS-END
           END-IF.

           MOVE WS-DATE-JOUR TO WS-SAISIE-EFFET.
           PERFORM 0680-ECRIRE-TARIF-START
           THRU    0680-ECRIRE-TARIF-END.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Article " WS-NUMERO-CLE " ajoute a "
                   FUNCTION TRIM(WS-SAISIE-CODE).

           EXIT.
       0200-AJOUTER-END.

      *Nouveau tarif d'un couple : prix, delai et date d'effet
      *(0 = aujourd'hui). L'historique est complete ; la ligne du
      *referentiel ne change que si la date d'effet est atteinte.
      *Un couple sans historique y recoit d'abord son tarif actuel,
      *date d'effet 0 : les commandes deja passees gardent leur
      *prix.
       0300-TARIFER-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0300-TARIFER-END
           END-IF.

           PERFORM 0650-SAISIR-COUPLE-START
           THRU    0650-SAISIR-COUPLE-END.

           IF WS-TROUVE = 0
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-CODE)
                       " ne livre pas l'article " WS-NUMERO-CLE
               GO TO 0300-TARIFER-END
           END-IF.

           DISPLAY "Tarif en vigueur : prix " WS-L-PRIX(WS-TROUVE)
                   " delai " WS-L-DELAI(WS-TROUVE) " jours".
           DISPLAY "Nouveau prix unitaire d'achat (ex: 0012.50) :".
           ACCEPT WS-SAISIE-PRIX.
           DISPLAY "Nouveau delai de livraison en jours (0-99) :".
           ACCEPT WS-SAISIE-DELAI.
           DISPLAY "Date d'effet (AAAAMMJJ, 0 = aujourd'hui) :".
           ACCEPT WS-SAISIE-EFFET.

           IF WS-SAISIE-EFFET = 0
               MOVE WS-DATE-JOUR TO WS-SAISIE-EFFET
           END-IF.

           MOVE "V"             TO WS-DC-FONCTION.
           MOVE WS-SAISIE-EFFET TO WS-DC-DATE-1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "REFUSE : date d'effet " WS-SAISIE-EFFET
                       " invalide"
               GO TO 0300-TARIFER-END
           END-IF.

           IF WS-SAISIE-EFFET < WS-DATE-JOUR
               DISPLAY "ATTENTION : tarif retroactif, les commandes"
                       " fournisseur passees depuis le "
                       WS-SAISIE-EFFET " y seront rapprochees."
                       " Confirmer (O/N) ?"
               MOVE "N" TO WS-CONFIRME
               ACCEPT WS-CONFIRME
               IF WS-CONFIRME NOT = "O"
                   DISPLAY "Tarif abandonne"
                   GO TO 0300-TARIFER-END
               END-IF
           END-IF.

      *Premier changement du couple : le tarif actuel entre dans
      *l'historique comme tarif d'origine.
           MOVE 0 TO WS-NB-TAR-COUPLE.
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-NB-TAR
               IF WS-TAR-FOURN(WS-IDX-TAR) = WS-SAISIE-CODE AND
                  WS-TAR-ARTICLE(WS-IDX-TAR) = WS-NUMERO-CLE
                   ADD 1 TO WS-NB-TAR-COUPLE
               END-IF
           END-PERFORM.

           IF WS-NB-TAR-COUPLE = 0
               MOVE WS-SAISIE-PRIX  TO WS-MONTANT-SAISI
               MOVE WS-SAISIE-DELAI TO WS-ENTIER-SAISI
               MOVE WS-SAISIE-EFFET TO WS-DATE-REF
               MOVE WS-L-PRIX(WS-TROUVE)  TO WS-SAISIE-PRIX
               MOVE WS-L-DELAI(WS-TROUVE) TO WS-SAISIE-DELAI
               MOVE 0 TO WS-SAISIE-EFFET
               PERFORM 0680-ECRIRE-TARIF-START
               THRU    0680-ECRIRE-TARIF-END
               MOVE WS-MONTANT-SAISI TO WS-SAISIE-PRIX
               MOVE WS-ENTIER-SAISI  TO WS-SAISIE-DELAI
               MOVE WS-DATE-REF      TO WS-SAISIE-EFFET
           END-IF.

           PERFORM 0680-ECRIRE-TARIF-START
           THRU    0680-ECRIRE-TARIF-END.

      *Le tarif en vigueur aujourd'hui est reporte dans la ligne :
      *le nouveau s'il a pris effet, sinon l'ancien reste.
           MOVE WS-DATE-JOUR TO WS-DATE-REF.
           PERFORM 0660-TARIF-EN-VIGUEUR-START
           THRU    0660-TARIF-EN-VIGUEUR-END.
           IF WS-TAR-TROUVE > 0
               MOVE WS-TAR-PRIX(WS-TAR-TROUVE)
                    TO WS-L-PRIX(WS-TROUVE)
               MOVE WS-TAR-DELAI(WS-TAR-TROUVE)
                    TO WS-L-DELAI(WS-TROUVE)
           END-IF.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.

           IF WS-SAISIE-EFFET > WS-DATE-JOUR
               DISPLAY "Tarif enregistre, en vigueur a partir du "
                       WS-SAISIE-EFFET
           ELSE
               DISPLAY "Tarif enregistre et en vigueur : prix "
                       WS-L-PRIX(WS-TROUVE) " delai "
                       WS-L-DELAI(WS-TROUVE)
           END-IF.

           EXIT.
       0300-TARIFER-END.

      *Conditions d'un couple : le colisage est propre a la ligne,
      *le nom, le minimum de commande, le franco et le delai de
      *paiement valent pour toutes les lignes du fournisseur.
       0350-CONDITIONS-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0350-CONDITIONS-END
           END-IF.

           PERFORM 0650-SAISIR-COUPLE-START
           THRU    0650-SAISIR-COUPLE-END.

           IF WS-TROUVE = 0
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-CODE)
                       " ne livre pas l'article " WS-NUMERO-CLE
               GO TO 0350-CONDITIONS-END
           END-IF.

           DISPLAY "Colisage (unites d'achat par colis, 0 = a"
                   " l'unite) [" WS-L-COLIS(WS-TROUVE) "] :".
           ACCEPT WS-SAISIE-COLIS.
           MOVE WS-SAISIE-COLIS TO WS-ENTIER-SAISI.
           MOVE WS-ENTIER-X     TO WS-L-COLIS(WS-TROUVE).

           MOVE WS-TROUVE TO WS-INDEX.
           PERFORM 0360-SAISIR-CONDITIONS-START
           THRU    0360-SAISIR-CONDITIONS-END.

           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-LIGNES
               IF WS-L-CODE(WS-IDX-ART) = WS-SAISIE-CODE
                   MOVE WS-L-NOM(WS-TROUVE)
                        TO WS-L-NOM(WS-IDX-ART)
                   MOVE WS-L-MINIMUM(WS-TROUVE)
                        TO WS-L-MINIMUM(WS-IDX-ART)
                   MOVE WS-L-FRANCO(WS-TROUVE)
                        TO WS-L-FRANCO(WS-IDX-ART)
                   MOVE WS-L-ECHEANCE(WS-TROUVE)
                        TO WS-L-ECHEANCE(WS-IDX-ART)
               END-IF
           END-PERFORM.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Conditions de " FUNCTION TRIM(WS-SAISIE-CODE)
                   " mises a jour".

           EXIT.
       0350-CONDITIONS-END.

      *Saisie du nom et des conditions du fournisseur de la ligne
      *WS-INDEX.
       0360-SAISIR-CONDITIONS-START.

           DISPLAY "Nom du fournisseur (15 caracteres) ["
                   FUNCTION TRIM(WS-L-NOM(WS-INDEX)) "] :".
           MOVE SPACES TO WS-SAISIE-NOM.
           ACCEPT WS-SAISIE-NOM.
           IF WS-SAISIE-NOM NOT = SPACES
               MOVE WS-SAISIE-NOM TO WS-L-NOM(WS-INDEX)
           END-IF.
           DISPLAY "Minimum de commande (ex: 00150.00, 0 = aucun) :".
           ACCEPT WS-MONTANT-SAISI.
           MOVE WS-MONTANT-X TO WS-L-MINIMUM(WS-INDEX).
           DISPLAY "Seuil de franco (ex: 00500.00, 0 = aucun) :".
           ACCEPT WS-MONTANT-SAISI.
           MOVE WS-MONTANT-X TO WS-L-FRANCO(WS-INDEX).
           DISPLAY "Delai de paiement en jours (0 = 30 jours) :".
           ACCEPT WS-SAISIE-ECHEANCE.
      *Zero est reecrit a blanc : paiefour applique alors ses
      *30 jours par defaut.
           IF WS-SAISIE-ECHEANCE = 0
               MOVE SPACES TO WS-L-ECHEANCE(WS-INDEX)
           ELSE
               MOVE WS-SAISIE-ECHEANCE TO WS-ENTIER-SAISI
               MOVE WS-ENTIER-X TO WS-L-ECHEANCE(WS-INDEX)
           END-IF.

           EXIT.
       0360-SAISIR-CONDITIONS-END.

      *Le fournisseur ne livre plus l'article : la ligne sort du
      *referentiel, ses tarifs restent dans l'historique pour les
      *rapprochements des commandes deja passees.
       0400-RETIRER-START.

           MOVE "S" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0400-RETIRER-END
           END-IF.

           PERFORM 0650-SAISIR-COUPLE-START
           THRU    0650-SAISIR-COUPLE-END.

           IF WS-TROUVE = 0
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-CODE)
                       " ne livre pas l'article " WS-NUMERO-CLE
               GO TO 0400-RETIRER-END
           END-IF.

           IF WS-ART-TROUVE > 0
               MOVE WS-ART-LIGNE(WS-ART-TROUVE) TO F-ART
               IF F-ART-FOURN = WS-SAISIE-CODE
                   DISPLAY "ATTENTION : " FUNCTION TRIM(WS-SAISIE-CODE)
                           " est le fournisseur prefere de l'article"
                           ", a redesigner (choix 5)"
               END-IF
           END-IF.

           PERFORM VARYING WS-INDEX FROM WS-TROUVE BY 1
                   UNTIL WS-INDEX >= WS-NB-LIGNES
               MOVE WS-L(WS-INDEX + 1) TO WS-L(WS-INDEX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-LIGNES.

           PERFORM 0500-SAVE-START
           THRU    0500-SAVE-END.
           DISPLAY "Article " WS-NUMERO-CLE " retire de "
                   FUNCTION TRIM(WS-SAISIE-CODE).

           EXIT.
       0400-RETIRER-END.

      *Designe le fournisseur prefere d'un article parmi ceux qui
      *le livrent. articles.txt est tenu par le programme articles :
      *son verrou est pris le temps de la mise a jour, et le
      *referentiel relu sous verrou avant d'etre reecrit.
       0450-PREFERE-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0450-PREFERE-END
           END-IF.

           IF WS-NB-ART = 0
               DISPLAY "REFUSE : pas de referentiel des articles"
               GO TO 0450-PREFERE-END
           END-IF.

           DISPLAY "Numero d'article (1-9999) :".
           ACCEPT WS-SAISIE-NUMERO.
           MOVE SPACES           TO WS-NUMERO-CLE.
           MOVE WS-SAISIE-NUMERO TO WS-NUMERO-CLE.

           MOVE 0 TO WS-TROUVE.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-LIGNES
               IF WS-L-ARTICLE(WS-INDEX) = WS-NUMERO-CLE
                   MOVE WS-INDEX TO WS-TROUVE
                   DISPLAY "  " WS-L-CODE(WS-INDEX) " "
                           WS-L-NOM(WS-INDEX) " prix "
                           WS-L-PRIX(WS-INDEX) " delai "
                           WS-L-DELAI(WS-INDEX)
               END-IF
           END-PERFORM.

           IF WS-TROUVE = 0
               DISPLAY "REFUSE : aucun fournisseur ne livre l'article "
                       WS-NUMERO-CLE
               GO TO 0450-PREFERE-END
           END-IF.

           DISPLAY "Fournisseur prefere (code) :".
           ACCEPT WS-SAISIE-CODE.

           PERFORM 0700-CHERCHER-START
           THRU    0700-CHERCHER-END.
           IF WS-TROUVE = 0
               DISPLAY "REFUSE : " FUNCTION TRIM(WS-SAISIE-CODE)
                       " ne livre pas l'article " WS-NUMERO-CLE
               GO TO 0450-PREFERE-END
           END-IF.

           MOVE "articles.txt" TO WS-VR-FICHIER.
           MOVE "P" TO WS-VR-ACTION.
           CALL "Verrou" USING WS-VR-ACTION WS-VR-FICHIER
                               WS-VR-UTILISATEUR WS-VR-DETENTEUR
                               WS-VR-DEPUIS WS-VR-STATUT.
           IF WS-VR-STATUT = "10"
               DISPLAY "REFUSE : articles.txt est en cours de"
                       " modification par "
                       FUNCTION TRIM(WS-VR-DETENTEUR)
                       " depuis le " WS-VR-DEPUIS
               MOVE "fournisseurs.txt" TO WS-VR-FICHIER
               GO TO 0450-PREFERE-END
           END-IF.

           PERFORM 0630-LOAD-ARTICLES-START
           THRU    0630-LOAD-ARTICLES-END.

           IF WS-ART-TROUVE = 0
               DISPLAY "REFUSE : article " WS-NUMERO-CLE
                       " absent du referentiel des articles"
           ELSE
               MOVE WS-ART-LIGNE(WS-ART-TROUVE) TO F-ART
               MOVE WS-SAISIE-CODE TO F-ART-FOURN
               MOVE F-ART TO WS-ART-LIGNE(WS-ART-TROUVE)
               MOVE "articles.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               OPEN OUTPUT FICHIER-ARTICLES
               PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                       UNTIL WS-IDX-ART > WS-NB-ART
                   MOVE WS-ART-LIGNE(WS-IDX-ART) TO F-ART
                   WRITE F-ART
               END-PERFORM
               CLOSE FICHIER-ARTICLES
               DISPLAY "Fournisseur prefere de l'article "
                       WS-NUMERO-CLE " : "
                       FUNCTION TRIM(WS-SAISIE-CODE)
           END-IF.

           MOVE "L" TO WS-VR-ACTION.
           CALL "Verrou" USING WS-VR-ACTION WS-VR-FICHIER
                               WS-VR-UTILISATEUR WS-VR-DETENTEUR
                               WS-VR-DEPUIS WS-VR-STATUT.
           MOVE "fournisseurs.txt" TO WS-VR-FICHIER.

           EXIT.
       0450-PREFERE-END.

      *Reecriture de tout le referentiel apres chaque operation,
      *l'ancien passant d'abord en generation.
       0500-SAVE-START.

           MOVE "fournisseurs.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-FOURNISSEURS.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-LIGNES
               MOVE SPACES                  TO F-FOURNISSEUR
               MOVE WS-L-CODE(WS-INDEX)     TO F-FOURN-CODE
               MOVE WS-L-NOM(WS-INDEX)      TO F-FOURN-NOM
               MOVE WS-L-ARTICLE(WS-INDEX)  TO F-FOURN-ARTICLE
               MOVE WS-L-PRIX(WS-INDEX)     TO F-FOURN-PRIX
               MOVE WS-L-DELAI(WS-INDEX)    TO F-FOURN-DELAI
               MOVE WS-L-MINIMUM(WS-INDEX)  TO F-FOURN-MINIMUM
               MOVE WS-L-FRANCO(WS-INDEX)   TO F-FOURN-FRANCO
               MOVE WS-L-COLIS(WS-INDEX)    TO F-FOURN-COLIS
               MOVE WS-L-ECHEANCE(WS-INDEX) TO F-FOURN-ECHEANCE
               WRITE F-FOURNISSEUR
               IF WS-FOURN-STATUS NOT = "00"
                   DISPLAY "ATTENTION : sauvegarde de la ligne "
                           WS-L-CODE(WS-INDEX) " "
                           WS-L-ARTICLE(WS-INDEX)
                           " en echec, statut " WS-FOURN-STATUS
               END-IF
           END-PERFORM.

           CLOSE FICHIER-FOURNISSEURS.
           MOVE "N" TO WS-A-SAUVER.

           EXIT.
       0500-SAVE-END.

       0600-LOAD-START.

           OPEN INPUT FICHIER-FOURNISSEURS.

      *Statut 05 : fichier optionnel absent, ouvert vide ; la
      *premiere lecture tombe directement en fin de fichier.
           IF WS-FOURN-STATUS = "00" OR WS-FOURN-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-FOURNISSEURS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-LIGNES < WS-MAX-TABLE
                               ADD 1 TO WS-NB-LIGNES
                               MOVE F-FOURN-CODE      TO
                                    WS-L-CODE(WS-NB-LIGNES)
                               MOVE F-FOURN-NOM       TO
                                    WS-L-NOM(WS-NB-LIGNES)
                               MOVE F-FOURN-ARTICLE   TO
                                    WS-L-ARTICLE(WS-NB-LIGNES)
                               MOVE F-FOURN-PRIX      TO
                                    WS-L-PRIX(WS-NB-LIGNES)
                               MOVE F-FOURN-DELAI     TO
                                    WS-L-DELAI(WS-NB-LIGNES)
                               MOVE F-FOURN-MINIMUM   TO
                                    WS-L-MINIMUM(WS-NB-LIGNES)
                               MOVE F-FOURN-FRANCO    TO
                                    WS-L-FRANCO(WS-NB-LIGNES)
                               MOVE F-FOURN-COLIS     TO
                                    WS-L-COLIS(WS-NB-LIGNES)
                               MOVE F-FOURN-ECHEANCE  TO
                                    WS-L-ECHEANCE(WS-NB-LIGNES)
                           ELSE
                               DISPLAY "ATTENTION : fournisseurs.txt"
                                       " tronque, WS-MAX-TABLE"
                                       " depasse"
                               MOVE "O" TO WS-FIN-FICHIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FOURNISSEURS
           END-IF.

           EXIT.
       0600-LOAD-END.

       0620-LOAD-TARIFS-START.

           OPEN INPUT FICHIER-TARIFS.

      *Statut 05 : fichier optionnel absent, aucun historique.
           IF WS-TARIFS-STATUS = "00" OR WS-TARIFS-STATUS = "05"
               PERFORM UNTIL WS-FIN-TAR = "O"
                   READ FICHIER-TARIFS
                       AT END
                           MOVE "O" TO WS-FIN-TAR
                       NOT AT END
                           IF WS-NB-TAR < WS-MAX-TAR
                               ADD 1 TO WS-NB-TAR
                               MOVE F-TAR-FOURN   TO
                                    WS-TAR-FOURN(WS-NB-TAR)
                               MOVE F-TAR-ARTICLE TO
                                    WS-TAR-ARTICLE(WS-NB-TAR)
                               MOVE F-TAR-EFFET   TO
                                    WS-TAR-EFFET(WS-NB-TAR)
                               MOVE F-TAR-PRIX    TO
                                    WS-TAR-PRIX(WS-NB-TAR)
                               MOVE F-TAR-DELAI   TO
                                    WS-TAR-DELAI(WS-NB-TAR)
                           ELSE
                               DISPLAY "ATTENTION : tarifs-"
                                       "fournisseurs.txt tronque,"
                                       " WS-MAX-TAR depasse"
                               MOVE "O" TO WS-FIN-TAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TARIFS
           END-IF.

           EXIT.
       0620-LOAD-TARIFS-END.

      *Charge (ou recharge) le referentiel des articles et y
      *retrouve l'article WS-NUMERO-CLE (WS-ART-TROUVE).
       0630-LOAD-ARTICLES-START.

           MOVE 0   TO WS-NB-ART.
           MOVE 0   TO WS-ART-TROUVE.
           MOVE "N" TO WS-FIN-ART.
           OPEN INPUT FICHIER-ARTICLES.

      *Statut 05 : fichier optionnel absent, aucun article.
           IF WS-ARTICLES-STATUS = "00" OR WS-ARTICLES-STATUS = "05"
               PERFORM UNTIL WS-FIN-ART = "O"
                   READ FICHIER-ARTICLES
                       AT END
                           MOVE "O" TO WS-FIN-ART
                       NOT AT END
                           IF WS-NB-ART < WS-MAX-ART
                               ADD 1 TO WS-NB-ART
                               MOVE F-ART TO WS-ART-LIGNE(WS-NB-ART)
                               IF F-ART-NUMERO = WS-NUMERO-CLE
                                   MOVE WS-NB-ART TO WS-ART-TROUVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ARTICLES
           END-IF.

           EXIT.
       0630-LOAD-ARTICLES-END.

      *Tarifs annonces dont la date d'effet est atteinte : chaque
      *ligne reprend le tarif en vigueur aujourd'hui selon
      *l'historique, et le referentiel est reecrit s'il a bouge.
       0640-TARIFS-ECHUS-START.

           MOVE WS-DATE-JOUR TO WS-DATE-REF.

           PERFORM VARYING WS-TROUVE FROM 1 BY 1
                   UNTIL WS-TROUVE > WS-NB-LIGNES
               MOVE WS-L-CODE(WS-TROUVE)    TO WS-SAISIE-CODE
               MOVE WS-L-ARTICLE(WS-TROUVE) TO WS-NUMERO-CLE
               PERFORM 0660-TARIF-EN-VIGUEUR-START
               THRU    0660-TARIF-EN-VIGUEUR-END
               IF WS-TAR-TROUVE > 0
                   IF WS-TAR-PRIX(WS-TAR-TROUVE) NOT =
                                         WS-L-PRIX(WS-TROUVE) OR
                      WS-TAR-DELAI(WS-TAR-TROUVE) NOT =
                                         WS-L-DELAI(WS-TROUVE)
                       DISPLAY "Tarif du " WS-TAR-EFFET(WS-TAR-TROUVE)
                               " applique : " WS-SAISIE-CODE " "
                               WS-NUMERO-CLE " prix "
                               WS-TAR-PRIX(WS-TAR-TROUVE) " delai "
                               WS-TAR-DELAI(WS-TAR-TROUVE)
                       MOVE WS-TAR-PRIX(WS-TAR-TROUVE)
                            TO WS-L-PRIX(WS-TROUVE)
                       MOVE WS-TAR-DELAI(WS-TAR-TROUVE)
                            TO WS-L-DELAI(WS-TROUVE)
                       MOVE "O" TO WS-A-SAUVER
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-A-SAUVER = "O"
               PERFORM 0500-SAVE-START
               THRU    0500-SAVE-END
           END-IF.

           EXIT.
       0640-TARIFS-ECHUS-END.

      *Saisie du code fournisseur et du numero d'article, puis
      *recherche du couple (WS-TROUVE), d'une ligne du meme
      *fournisseur (WS-LIGNE-FOURN) et de l'article au referentiel
      *(WS-ART-TROUVE).
       0650-SAISIR-COUPLE-START.

           DISPLAY "Code fournisseur (ex: FOURN-01) :".
           ACCEPT WS-SAISIE-CODE.
           DISPLAY "Numero d'article (1-9999) :".
           ACCEPT WS-SAISIE-NUMERO.

           MOVE SPACES           TO WS-NUMERO-CLE.
           MOVE WS-SAISIE-NUMERO TO WS-NUMERO-CLE.

           PERFORM 0700-CHERCHER-START
           THRU    0700-CHERCHER-END.

           MOVE 0 TO WS-ART-TROUVE.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
               MOVE WS-ART-LIGNE(WS-IDX-ART) TO F-ART
               IF F-ART-NUMERO = WS-NUMERO-CLE
                   MOVE WS-IDX-ART TO WS-ART-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0650-SAISIR-COUPLE-END.

      *Tarif du couple WS-SAISIE-CODE/WS-NUMERO-CLE en vigueur a
      *la date WS-DATE-REF : la date d'effet la plus recente qui
      *ne la depasse pas ; a date d'effet egale, la derniere
      *saisie l'emporte. WS-TAR-TROUVE a 0 : aucun tarif.
       0660-TARIF-EN-VIGUEUR-START.

           MOVE 0 TO WS-TAR-TROUVE.

           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-NB-TAR
               IF WS-TAR-FOURN(WS-IDX-TAR) = WS-SAISIE-CODE AND
                  WS-TAR-ARTICLE(WS-IDX-TAR) = WS-NUMERO-CLE AND
                  WS-TAR-EFFET(WS-IDX-TAR) <= WS-DATE-REF
                   IF WS-TAR-TROUVE = 0
                       MOVE WS-IDX-TAR TO WS-TAR-TROUVE
                   ELSE
                       IF WS-TAR-EFFET(WS-IDX-TAR) >=
                          WS-TAR-EFFET(WS-TAR-TROUVE)
                           MOVE WS-IDX-TAR TO WS-TAR-TROUVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0660-TARIF-EN-VIGUEUR-END.

      *Ajoute le tarif saisi (WS-SAISIE-PRIX, WS-SAISIE-DELAI,
      *WS-SAISIE-EFFET) du couple a l'historique, sur disque et
      *en memoire.
       0680-ECRIRE-TARIF-START.

           OPEN EXTEND FICHIER-TARIFS.

           MOVE SPACES            TO F-TARIF.
           MOVE WS-SAISIE-CODE    TO F-TAR-FOURN.
           MOVE WS-NUMERO-CLE     TO F-TAR-ARTICLE.
           MOVE WS-SAISIE-EFFET   TO F-TAR-EFFET.
           MOVE WS-SAISIE-PRIX    TO F-TAR-PRIX.
           MOVE WS-SAISIE-DELAI   TO F-TAR-DELAI.
           MOVE WS-DATE-JOUR      TO F-TAR-SAISIE.
           MOVE WS-VR-UTILISATEUR TO F-TAR-OPERATEUR.
           WRITE F-TARIF.

           IF WS-TARIFS-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture de l'historique des"
                       " tarifs en echec, statut " WS-TARIFS-STATUS
           END-IF.

           CLOSE FICHIER-TARIFS.

           IF WS-NB-TAR < WS-MAX-TAR
               ADD 1 TO WS-NB-TAR
               MOVE WS-SAISIE-CODE  TO WS-TAR-FOURN(WS-NB-TAR)
               MOVE WS-NUMERO-CLE   TO WS-TAR-ARTICLE(WS-NB-TAR)
               MOVE WS-SAISIE-EFFET TO WS-TAR-EFFET(WS-NB-TAR)
               MOVE WS-SAISIE-PRIX  TO WS-TAR-PRIX(WS-NB-TAR)
               MOVE WS-SAISIE-DELAI TO WS-TAR-DELAI(WS-NB-TAR)
           END-IF.

           EXIT.
       0680-ECRIRE-TARIF-END.

      *Recherche du couple WS-SAISIE-CODE/WS-NUMERO-CLE (WS-TROUVE)
      *et d'une ligne du meme fournisseur (WS-LIGNE-FOURN).
       0700-CHERCHER-START.

           MOVE 0 TO WS-TROUVE.
           MOVE 0 TO WS-LIGNE-FOURN.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-LIGNES
               IF WS-L-CODE(WS-INDEX) = WS-SAISIE-CODE
                   MOVE WS-INDEX TO WS-LIGNE-FOURN
                   IF WS-L-ARTICLE(WS-INDEX) = WS-NUMERO-CLE
                       MOVE WS-INDEX TO WS-TROUVE
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0700-CHERCHER-END.

      *Liste du referentiel : tarif en vigueur de chaque ligne et
      *nombre de tarifs annonces a venir.
       0800-LISTER-START.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-LIGNES
               MOVE 0 TO WS-NB-A-VENIR
               PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                       UNTIL WS-IDX-TAR > WS-NB-TAR
                   IF WS-TAR-FOURN(WS-IDX-TAR) = WS-L-CODE(WS-INDEX)
                      AND WS-TAR-ARTICLE(WS-IDX-TAR) =
                          WS-L-ARTICLE(WS-INDEX)
                      AND WS-TAR-EFFET(WS-IDX-TAR) > WS-DATE-JOUR
                       ADD 1 TO WS-NB-A-VENIR
                   END-IF
               END-PERFORM
               DISPLAY WS-L-CODE(WS-INDEX) " "
                       WS-L-NOM(WS-INDEX) " "
                       WS-L-ARTICLE(WS-INDEX)
                       " prix " WS-L-PRIX(WS-INDEX)
                       " delai " WS-L-DELAI(WS-INDEX)
                       " colis " WS-L-COLIS(WS-INDEX)
                       " a venir " WS-NB-A-VENIR
           END-PERFORM.

           IF WS-NB-LIGNES = 0
               DISPLAY "Referentiel vide."
           END-IF.

           EXIT.
       0800-LISTER-END.

      *Historique des tarifs d'un couple, dans l'ordre de saisie.
       0850-HISTORIQUE-START.

           PERFORM 0650-SAISIR-COUPLE-START
           THRU    0650-SAISIR-COUPLE-END.

           MOVE 0 TO WS-NB-TAR-COUPLE.
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-NB-TAR
               IF WS-TAR-FOURN(WS-IDX-TAR) = WS-SAISIE-CODE AND
                  WS-TAR-ARTICLE(WS-IDX-TAR) = WS-NUMERO-CLE
                   ADD 1 TO WS-NB-TAR-COUPLE
                   DISPLAY "  effet " WS-TAR-EFFET(WS-IDX-TAR)
                           " prix " WS-TAR-PRIX(WS-IDX-TAR)
                           " delai " WS-TAR-DELAI(WS-IDX-TAR)
               END-IF
           END-PERFORM.

           IF WS-NB-TAR-COUPLE = 0
               DISPLAY "Aucun tarif historise pour "
                       FUNCTION TRIM(WS-SAISIE-CODE) " "
                       WS-NUMERO-CLE
           END-IF.

           EXIT.
       0850-HISTORIQUE-END.
