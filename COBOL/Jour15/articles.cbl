      *d'article, le meme que celui porte par inventaire.txt et
      *consommation.txt. Un article ne se supprime pas : il se
      *desactive, pour garder son historique.
      *L'unite de la fiche est l'unite de vente (celle du stock) ;
      *l'unite d'achat et le nombre d'unites de vente qu'elle
      *contient (carton de 12, de 24...) servent aux commandes et
      *aux receptions fournisseur.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-ART-PROMO-DEBUT PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-ART-PROMO-FIN   PIC 9(08).
      *Unite d'achat et facteur de conversion, a blanc sur les
      *fiches anterieures : achat a l'unite de vente, facteur 1.
           05 FILLER            PIC X(01).
           05 F-ART-UNITE-ACHAT PIC X(04).
           05 FILLER            PIC X(01).
           05 F-ART-FACTEUR     PIC 9(03).

       FD FICHIER-JPRIX.
       01  F-JPRIX.
               10 WS-ART-PROMO       PIC 9(02)V99.
               10 WS-ART-PROMO-DEBUT PIC 9(08).
               10 WS-ART-PROMO-FIN   PIC 9(08).
               10 WS-ART-UNITE-ACHAT PIC X(04).
               10 WS-ART-FACTEUR     PIC 9(03).

       77  WS-INDEX             PIC 9(02) VALUE 1.
       77  WS-MAX-TABLE         PIC 9(02) VALUE 50.
       77  WS-VR-STATUT      PIC X(02) VALUE SPACES.
       77  WS-VR-FORCER      PIC X(01) VALUE "N".

      *Zone de travail pour l'appel du sous-programme Habilitation :
      *identification de l'operateur (code et mot de passe) et
      *controle de ses droits sur chaque action.
       77  WS-HB-ACTION      PIC X(01) VALUE SPACE.
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "articles".
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
           MOVE "articles.txt" TO WS-VR-FICHIER.
           PERFORM 0050-VERROUILLER-START
           THRU    0050-VERROUILLER-END.

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

       0200-AJOUTER-START.

           MOVE "C" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0200-AJOUTER-END
           END-IF.

           PERFORM 0650-SAISIR-NUMERO-START
           THRU    0650-SAISIR-NUMERO-END.

           ACCEPT WS-ART-DESIGNATION(WS-INDEX).
           DISPLAY "Categorie (10 caracteres) :".
           ACCEPT WS-ART-CATEGORIE(WS-INDEX).
           DISPLAY "Unite de vente (ex: PCE, KG) :".
           ACCEPT WS-ART-UNITE(WS-INDEX).
           DISPLAY "Unite d'achat (ex: CART, vide = unite de vente) :".
           ACCEPT WS-ART-UNITE-ACHAT(WS-INDEX).
           IF WS-ART-UNITE-ACHAT(WS-INDEX) = SPACES OR
              WS-ART-UNITE-ACHAT(WS-INDEX) = WS-ART-UNITE(WS-INDEX)
               MOVE WS-ART-UNITE(WS-INDEX)
                    TO WS-ART-UNITE-ACHAT(WS-INDEX)
               MOVE 1 TO WS-ART-FACTEUR(WS-INDEX)
           ELSE
               DISPLAY "Unites de vente par unite d'achat (1-999) :"
               ACCEPT WS-ART-FACTEUR(WS-INDEX)
               IF WS-ART-FACTEUR(WS-INDEX) = 0
                   MOVE 1 TO WS-ART-FACTEUR(WS-INDEX)
               END-IF
           END-IF.
           DISPLAY "Seuil de reappro propre a l'article (0-999) :".
           ACCEPT WS-ART-SEUIL(WS-INDEX).
           DISPLAY "Fournisseur prefere (ex: FOURN-01) :".

       0300-MODIFIER-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0300-MODIFIER-END
           END-IF.

           PERFORM 0650-SAISIR-NUMERO-START
           THRU    0650-SAISIR-NUMERO-END.


       0400-DESACTIVER-START.

           MOVE "S" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0400-DESACTIVER-END
           END-IF.

           PERFORM 0650-SAISIR-NUMERO-START
           THRU    0650-SAISIR-NUMERO-END.

               MOVE WS-ART-PROMO-DEBUT(WS-INDEX)
                    TO F-ART-PROMO-DEBUT
               MOVE WS-ART-PROMO-FIN(WS-INDEX)   TO F-ART-PROMO-FIN
               MOVE WS-ART-UNITE-ACHAT(WS-INDEX)
                    TO F-ART-UNITE-ACHAT
               MOVE WS-ART-FACTEUR(WS-INDEX)     TO F-ART-FACTEUR
               WRITE F-ART
               IF WS-ARTICLES-STATUS NOT = "00"
                   DISPLAY "ATTENTION : sauvegarde de l'article "
                                  WS-ART-PROMO-DEBUT(WS-NB-ARTICLES)
                               MOVE F-ART-PROMO-FIN   TO
                                  WS-ART-PROMO-FIN(WS-NB-ARTICLES)
                               IF F-ART-UNITE-ACHAT = SPACES OR
                                  F-ART-FACTEUR NOT NUMERIC OR
                                  F-ART-FACTEUR = 0
                                   MOVE F-ART-UNITE TO
                                  WS-ART-UNITE-ACHAT(WS-NB-ARTICLES)
                                   MOVE 1 TO
                                  WS-ART-FACTEUR(WS-NB-ARTICLES)
                               ELSE
                                   MOVE F-ART-UNITE-ACHAT TO
                                  WS-ART-UNITE-ACHAT(WS-NB-ARTICLES)
                                   MOVE F-ART-FACTEUR TO
                                  WS-ART-FACTEUR(WS-NB-ARTICLES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       " actif " WS-ART-ACTIF(WS-INDEX)
                       " prix " WS-ART-PRIX(WS-INDEX)
                       " promo " WS-ART-PROMO(WS-INDEX)
                       " achat " WS-ART-UNITE-ACHAT(WS-INDEX)
                       " x " WS-ART-FACTEUR(WS-INDEX)
           END-PERFORM.

           IF WS-NB-ARTICLES = 0
