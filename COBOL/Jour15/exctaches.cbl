       IDENTIFICATION DIVISION.
       PROGRAM-ID. exctaches.
       AUTHOR.    Terry.

      *Derniere etape de la chaine de nuit : chaque exception de la
      *nuit devient une tache de todolist.txt, au lieu d'attendre
      *que le premier qui ouvre le fichier s'en charge. Sources :
      *  COMMANDE - exceptions.txt (ligne de commande d'un client
      *             inconnu ou clos), cle client et article ;
      *  RUPTURE  - rupture.txt, cle article ;
      *  LITIGE   - litiges-fournisseurs.txt, cle fournisseur,
      *             facture et article ;
      *  ECART    - ecarts-inventaire.txt (comptage ou reception),
      *             cle article et depot ;
      *  SUSPENS  - commandes-suspendues.txt (statut S), cle
      *             numero de commande ;
      *  BANQUE   - attente-banque.txt (encaissement d'importbanq
      *             sans client), cle reference banque et date
      *             d'operation.
      *La tache porte le proprietaire, la priorite et le delai en
      *jours ouvres du type d'exception (valeurs de la maison,
      *remplacees type par type par regles-exceptions.txt) ;
      *l'echeance est calculee par DateCalc (jours ouvres, jours
      *feries compris). Le libelle commence par "EXC", le type et
      *la cle : tant qu'une tache ouverte porte la meme tete, la
      *meme exception retrouvee la nuit suivante ne cree rien.
      *Une tache terminee laisse l'exception revenir en tache
      *neuve. Les taches echues partent dans l'escalade de
      *rapretard comme les autres.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Liste des taches partagee avec ToDoList. OPTIONAL : liste
      *encore vide.
           SELECT OPTIONAL FICHIER-TODO ASSIGN TO "todolist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TODO-STATUS.

      *Regles par type d'exception. OPTIONAL : valeurs de la
      *maison.
           SELECT OPTIONAL FICHIER-REGLES ASSIGN TO
               "regles-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLES-STATUS.

      *Sources d'exceptions, toutes OPTIONAL : une etape qui n'a
      *pas tourne n'en laisse pas.
           SELECT OPTIONAL FICHIER-EXCEPTIONS ASSIGN TO
               "exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL FICHIER-SOURCE ASSIGN TO DYNAMIC
               WS-NOM-SOURCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL FICHIER-SUSPENDUES ASSIGN TO
               "commandes-suspendues.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL FICHIER-ATTENTE ASSIGN TO
               "attente-banque.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de ToDoList.
       FD FICHIER-TODO.
       01  F-TASK.
           05 F-ID             PIC 9(03).
           05 FILLER           PIC X.
           05 F-STATUT          PIC X(01).
           05 FILLER           PIC X.
           05 F-ECHEANCE.
               10 F-ECH-JOUR    PIC 9(02).
               10 F-ECH-SEP1    PIC X.
               10 F-ECH-MOIS    PIC 9(02).
               10 F-ECH-SEP2    PIC X.
               10 F-ECH-ANNEE   PIC 9(04).
           05 FILLER           PIC X.
           05 F-TASK-LIBELLE   PIC X(200).
           05 FILLER           PIC X.
           05 F-RECURRENCE     PIC X(01).
           05 FILLER           PIC X.
           05 F-PRIORITE       PIC X(01).
           05 FILLER           PIC X.
           05 F-PROPRIETAIRE   PIC X(03).
           05 FILLER           PIC X.
           05 F-DEPENDANCE     PIC 9(03).

      *Une ligne par type d'exception : type, proprietaire (trois
      *lettres), priorite (H, N, L) et delai en jours ouvres.
       FD FICHIER-REGLES.
       01  F-REGLE.
           05 F-RG-TYPE         PIC X(08).
           05 FILLER            PIC X(01).
           05 F-RG-PROPRIO      PIC X(03).
           05 FILLER            PIC X(01).
           05 F-RG-PRIORITE     PIC X(01).
           05 FILLER            PIC X(01).
           05 F-RG-DELAI        PIC 9(02).

      *Meme decoupage que le FD FICHIER-EXCEPTIONS de Commande.
       FD FICHIER-EXCEPTIONS.
       01  F-EXCEPTION.
           05 F-EXCEPT-COMMANDE-ID  PIC 9(02).
           05 FILLER                PIC X(01).
           05 F-EXCEPT-ARTICLE      PIC 9(04).
           05 FILLER                PIC X(01).
           05 F-EXCEPT-QUANTITE     PIC 9(03).

      *Rapports a en-tete d'audit (rupture, litiges, ecarts), lus
      *en brut.
       FD FICHIER-SOURCE.
       01  F-LIGNE-SOURCE       PIC X(90).

      *Meme decoupage que le FD FICHIER-SUSPENDUES de Commande.
       FD FICHIER-SUSPENDUES.
       01  F-SUSPENDUE.
           05 F-SU-NUMERO       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-SU-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-SU-CLIENT       PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-SU-ARTICLE      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-SU-QUANTITE     PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-SU-MONTANT      PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-SU-SOLDE        PIC 9(06)V99.
           05 FILLER            PIC X(01).
           05 F-SU-SUSPENSION   PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-SU-STATUT       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-SU-DECISION     PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-SU-MOTIF        PIC X(30).

      *Meme decoupage que le FD FICHIER-ATTENTE d'importbanq.
       FD FICHIER-ATTENTE.
       01  F-ATTENTE.
           05 F-AT-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-AT-MONTANT      PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-AT-REF          PIC X(10).
           05 FILLER            PIC X(01).
           05 F-AT-LIBELLE      PIC X(40).
           05 FILLER            PIC X(01).
           05 F-AT-MOTIF        PIC X(07).
           05 FILLER            PIC X(01).
           05 F-AT-IMPORT       PIC 9(08).

       WORKING-STORAGE SECTION.

      *Taches de la liste, rangees a leur numero comme dans
      *ToDoList (un emplacement a blanc est libre).
       01  WS-TODO.
           05 WS-TASKS OCCURS 100 TIMES.
               10 WS-ID            PIC 9(03).
               10 WS-STATUT        PIC X(01).
               10 WS-ECH-JOUR      PIC 9(02).
               10 WS-ECH-MOIS      PIC 9(02).
               10 WS-ECH-ANNEE     PIC 9(04).
               10 WS-TASK          PIC X(200).
               10 WS-RECURRENCE    PIC X(01).
               10 WS-PRIORITE      PIC X(01).
               10 WS-PROPRIETAIRE  PIC X(03).
               10 WS-DEPENDANCE    PIC 9(03).

       77  WS-INDEX             PIC 9(03) VALUE 1.
       77  WS-MAX-TASK          PIC 9(03) VALUE 100.
       77  WS-SLOT-LIBRE        PIC 9(03) VALUE 0.
       77  WS-TACHE-OUVERTE     PIC 9(03) VALUE 0.

      *Regles par type : valeurs de la maison, remplacees par
      *regles-exceptions.txt.
       01  WS-TABLE-REGLES.
           05 WS-RG OCCURS 6 TIMES.
               10 WS-RG-TYPE       PIC X(08).
               10 WS-RG-PROPRIO    PIC X(03).
               10 WS-RG-PRIORITE   PIC X(01).
               10 WS-RG-DELAI      PIC 9(02).

       77  WS-IDX-RG            PIC 9(01) VALUE 1.
       77  WS-NB-RG             PIC 9(01) VALUE 6.
       77  WS-RG-TROUVE         PIC 9(01) VALUE 0.

       77  WS-TODO-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REGLES-STATUS     PIC X(02) VALUE SPACES.
       77  WS-SOURCE-STATUS     PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-NOM-SOURCE        PIC X(40) VALUE SPACES.
      *Premiere ligne d'un rapport : l'en-tete d'audit.
       77  WS-PREMIERE          PIC X(01) VALUE "O".

      *Exception en cours : type, cle et description. La tete
      *"EXC type cle" ouvre le libelle et sert a reconnaitre la
      *tache deja ouverte.
       01  WS-TETE.
           05 FILLER            PIC X(04) VALUE "EXC ".
           05 WS-EXC-TYPE       PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-EXC-CLE        PIC X(46) VALUE SPACES.
       77  WS-EXC-DESCRIPTION   PIC X(138) VALUE SPACES.
       77  WS-LIBELLE           PIC X(200) VALUE SPACES.
       77  WS-MONTANT-ED        PIC ZZZZZZ9.99.

      *Compteurs de la nuit.
       77  WS-NB-EXCEPTIONS     PIC 9(06) VALUE 0.
       77  WS-NB-CREEES         PIC 9(06) VALUE 0.
       77  WS-NB-DEJA-OUVERTES  PIC 9(06) VALUE 0.
       77  WS-NB-LISTE-PLEINE   PIC 9(06) VALUE 0.

      *Date du jour AAAAMMJJ, point de depart des echeances.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(echeance en jours ouvres).
       77  WS-DC-FONCTION  PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1    PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2    PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE    PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT  PIC S9(07) VALUE 0.
       77  WS-DC-STATUT    PIC X(02) VALUE SPACES.

      *Verrou d'ecriture unique (sous-programme Verrou), le meme
      *que ToDoList : la liste est rechargee puis reecrite entiere.
       77  WS-VR-ACTION      PIC X(01) VALUE SPACE.
       77  WS-VR-FICHIER     PIC X(40) VALUE "todolist.txt".
       77  WS-VR-UTILISATEUR PIC X(08) VALUE "exctache".
       77  WS-VR-DETENTEUR   PIC X(08) VALUE SPACES.
       77  WS-VR-DEPUIS      PIC X(19) VALUE SPACES.
       77  WS-VR-STATUT      PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "exctaches".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

      *Pas d'operateur la nuit pour forcer un verrou : une liste
      *laissee ouverte dans ToDoList fait echouer l'etape, qui se
      *reprend avec la chaine.
           MOVE "P" TO WS-VR-ACTION.
           CALL "Verrou" USING WS-VR-ACTION WS-VR-FICHIER
                               WS-VR-UTILISATEUR WS-VR-DETENTEUR
                               WS-VR-DEPUIS WS-VR-STATUT.
           IF WS-VR-STATUT = "10"
               DISPLAY "REFUSE : todolist.txt est en cours de"
                       " modification par "
                       FUNCTION TRIM(WS-VR-DETENTEUR)
                       " depuis le " WS-VR-DEPUIS
               MOVE "ECHEC" TO WS-JRN-STATUT
               CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                    WS-JRN-ECRITS WS-JRN-REJETES
                                    WS-JRN-STATUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-REGLES-START
           THRU    0100-REGLES-END.

           PERFORM 0200-CHARGER-TODO-START
           THRU    0200-CHARGER-TODO-END.

           PERFORM 0300-EXCEPTIONS-START
           THRU    0300-EXCEPTIONS-END.

           PERFORM 0400-RUPTURES-START
           THRU    0400-RUPTURES-END.

           MOVE "litiges-fournisseurs.txt" TO WS-NOM-SOURCE.
           MOVE "LITIGE"                   TO WS-EXC-TYPE.
           PERFORM 0500-RAPPORT-START
           THRU    0500-RAPPORT-END.

           MOVE "ecarts-inventaire.txt" TO WS-NOM-SOURCE.
           MOVE "ECART"                 TO WS-EXC-TYPE.
           PERFORM 0500-RAPPORT-START
           THRU    0500-RAPPORT-END.

           PERFORM 0600-SUSPENS-START
           THRU    0600-SUSPENS-END.

           PERFORM 0650-ATTENTE-BANQUE-START
           THRU    0650-ATTENTE-BANQUE-END.

           IF WS-NB-CREEES > 0
               PERFORM 0900-SAVE-START
               THRU    0900-SAVE-END
           END-IF.

           MOVE "L" TO WS-VR-ACTION.
           CALL "Verrou" USING WS-VR-ACTION WS-VR-FICHIER
                               WS-VR-UTILISATEUR WS-VR-DETENTEUR
                               WS-VR-DEPUIS WS-VR-STATUT.

           DISPLAY "Exceptions de la nuit : " WS-NB-EXCEPTIONS
                   " lue(s), " WS-NB-CREEES " tache(s) creee(s), "
                   WS-NB-DEJA-OUVERTES " deja ouverte(s)".
           IF WS-NB-LISTE-PLEINE > 0
               DISPLAY "ATTENTION : todolist.txt pleine, "
                       WS-NB-LISTE-PLEINE " exception(s) sans tache"
               MOVE "INCOMPLET" TO WS-JRN-STATUT
           END-IF.

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-EXCEPTIONS   TO WS-JRN-LUS.
           MOVE WS-NB-CREEES       TO WS-JRN-ECRITS.
           MOVE WS-NB-LISTE-PLEINE TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Valeurs de la maison, puis remplacement type par type par
      *les lignes de regles-exceptions.txt.
       0100-REGLES-START.

           MOVE "COMMANDE" TO WS-RG-TYPE(1).
           MOVE "ADV"      TO WS-RG-PROPRIO(1).
           MOVE "H"        TO WS-RG-PRIORITE(1).
           MOVE 1          TO WS-RG-DELAI(1).
           MOVE "RUPTURE"  TO WS-RG-TYPE(2).
           MOVE "ACH"      TO WS-RG-PROPRIO(2).
           MOVE "H"        TO WS-RG-PRIORITE(2).
           MOVE 1          TO WS-RG-DELAI(2).
           MOVE "LITIGE"   TO WS-RG-TYPE(3).
           MOVE "CPT"      TO WS-RG-PROPRIO(3).
           MOVE "N"        TO WS-RG-PRIORITE(3).
           MOVE 5          TO WS-RG-DELAI(3).
           MOVE "ECART"    TO WS-RG-TYPE(4).
           MOVE "MAG"      TO WS-RG-PROPRIO(4).
           MOVE "N"        TO WS-RG-PRIORITE(4).
           MOVE 2          TO WS-RG-DELAI(4).
           MOVE "SUSPENS"  TO WS-RG-TYPE(5).
           MOVE "CRE"      TO WS-RG-PROPRIO(5).
           MOVE "N"        TO WS-RG-PRIORITE(5).
           MOVE 2          TO WS-RG-DELAI(5).
           MOVE "BANQUE"   TO WS-RG-TYPE(6).
           MOVE "CPT"      TO WS-RG-PROPRIO(6).
           MOVE "N"        TO WS-RG-PRIORITE(6).
           MOVE 3          TO WS-RG-DELAI(6).

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REGLES.

      *Statut 05 : fichier optionnel absent, valeurs de la maison.
           IF WS-REGLES-STATUS NOT = "00"
               CLOSE FICHIER-REGLES
               GO TO 0100-REGLES-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-REGLES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE 0 TO WS-RG-TROUVE
                       PERFORM VARYING WS-IDX-RG FROM 1 BY 1
                               UNTIL WS-IDX-RG > WS-NB-RG
                           IF WS-RG-TYPE(WS-IDX-RG) = F-RG-TYPE
                               MOVE WS-IDX-RG TO WS-RG-TROUVE
                           END-IF
                       END-PERFORM
                       EVALUATE TRUE
                           WHEN WS-RG-TROUVE = 0
                               DISPLAY "ATTENTION : type d'exception"
                                       " inconnu " F-RG-TYPE
                                       " dans regles-exceptions.txt"
                           WHEN F-RG-PRIORITE NOT = "H" AND
                                F-RG-PRIORITE NOT = "N" AND
                                F-RG-PRIORITE NOT = "L"
                               DISPLAY "ATTENTION : priorite "
                                       F-RG-PRIORITE " invalide pour "
                                       F-RG-TYPE ", regle ignoree"
                           WHEN F-RG-DELAI IS NOT NUMERIC
                               DISPLAY "ATTENTION : delai invalide"
                                       " pour " F-RG-TYPE
                                       ", regle ignoree"
                           WHEN OTHER
                               MOVE F-RG-PROPRIO TO
                                    WS-RG-PROPRIO(WS-RG-TROUVE)
                               MOVE F-RG-PRIORITE TO
                                    WS-RG-PRIORITE(WS-RG-TROUVE)
                               MOVE F-RG-DELAI TO
                                    WS-RG-DELAI(WS-RG-TROUVE)
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REGLES.

           EXIT.
       0100-REGLES-END.

      *Rechargement de la liste, chaque tache a son numero, comme
      *le fait ToDoList.
       0200-CHARGER-TODO-START.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-MAX-TASK
               MOVE 0      TO WS-ID(WS-INDEX)
               MOVE "N"    TO WS-STATUT(WS-INDEX)
               MOVE 0      TO WS-ECH-JOUR(WS-INDEX)
               MOVE 0      TO WS-ECH-MOIS(WS-INDEX)
               MOVE 0      TO WS-ECH-ANNEE(WS-INDEX)
               MOVE SPACES TO WS-TASK(WS-INDEX)
               MOVE SPACE  TO WS-RECURRENCE(WS-INDEX)
               MOVE SPACE  TO WS-PRIORITE(WS-INDEX)
               MOVE SPACES TO WS-PROPRIETAIRE(WS-INDEX)
               MOVE 0      TO WS-DEPENDANCE(WS-INDEX)
           END-PERFORM.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-TODO.

      *Statut 05 : liste absente, toutes les places sont libres.
           IF WS-TODO-STATUS NOT = "00"
               CLOSE FICHIER-TODO
               GO TO 0200-CHARGER-TODO-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-TODO
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-ID > 0 AND F-ID <= WS-MAX-TASK
                           MOVE F-ID           TO WS-ID(F-ID)
                           MOVE F-STATUT       TO WS-STATUT(F-ID)
                           MOVE F-ECH-JOUR     TO WS-ECH-JOUR(F-ID)
                           MOVE F-ECH-MOIS     TO WS-ECH-MOIS(F-ID)
                           MOVE F-ECH-ANNEE    TO WS-ECH-ANNEE(F-ID)
                           MOVE F-TASK-LIBELLE TO WS-TASK(F-ID)
                           MOVE F-RECURRENCE   TO WS-RECURRENCE(F-ID)
                           MOVE F-PRIORITE     TO WS-PRIORITE(F-ID)
                           MOVE F-PROPRIETAIRE TO
                                WS-PROPRIETAIRE(F-ID)
                           IF F-DEPENDANCE IS NUMERIC
                               MOVE F-DEPENDANCE TO
                                    WS-DEPENDANCE(F-ID)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TODO.

           EXIT.
       0200-CHARGER-TODO-END.

      *exceptions.txt : lignes de commande d'un client inconnu ou
      *clos, sans en-tete.
       0300-EXCEPTIONS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-EXCEPTIONS.

           IF WS-SOURCE-STATUS NOT = "00"
               CLOSE FICHIER-EXCEPTIONS
               GO TO 0300-EXCEPTIONS-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-EXCEPTIONS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE "COMMANDE" TO WS-EXC-TYPE
                       MOVE SPACES TO WS-EXC-CLE
                       STRING "client " F-EXCEPT-COMMANDE-ID
                              " article " F-EXCEPT-ARTICLE
                              DELIMITED BY SIZE INTO WS-EXC-CLE
                       MOVE SPACES TO WS-EXC-DESCRIPTION
                       STRING "quantite " F-EXCEPT-QUANTITE
                              " non servie, client inconnu ou clos"
                              DELIMITED BY SIZE
                              INTO WS-EXC-DESCRIPTION
                       PERFORM 0800-CREER-TACHE-START
                       THRU    0800-CREER-TACHE-END
               END-READ
           END-PERFORM.

           CLOSE FICHIER-EXCEPTIONS.

           EXIT.
       0300-EXCEPTIONS-END.

      *rupture.txt : seules les lignes article (code, puis stock
      *consolide sur cinq chiffres) comptent ; l'en-tete, la
      *ventilation par depot et le bilan sont passes.
       0400-RUPTURES-START.

           MOVE "rupture.txt" TO WS-NOM-SOURCE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-SOURCE.

           IF WS-SOURCE-STATUS NOT = "00"
               CLOSE FICHIER-SOURCE
               GO TO 0400-RUPTURES-END
           END-IF.

           MOVE "O" TO WS-PREMIERE.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SOURCE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-PREMIERE = "O"
                           MOVE "N" TO WS-PREMIERE
                       ELSE
                           IF F-LIGNE-SOURCE(1:1) NOT = SPACE AND
                              F-LIGNE-SOURCE(11:5) IS NUMERIC AND
                              F-LIGNE-SOURCE(16:75) = SPACES
                               MOVE "RUPTURE" TO WS-EXC-TYPE
                               MOVE SPACES TO WS-EXC-CLE
                               MOVE F-LIGNE-SOURCE(1:10) TO WS-EXC-CLE
                               MOVE SPACES TO WS-EXC-DESCRIPTION
                               STRING "stock consolide "
                                      F-LIGNE-SOURCE(11:5)
                                      " sous le seuil"
                                      DELIMITED BY SIZE
                                      INTO WS-EXC-DESCRIPTION
                               PERFORM 0800-CREER-TACHE-START
                               THRU    0800-CREER-TACHE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-SOURCE.

           EXIT.
       0400-RUPTURES-END.

      *Rapport a en-tete d'audit, une exception par ligne : la cle
      *est ce qui precede " : " (fournisseur, facture et article
      *d'un litige ; article et quantite d'un ecart de reception),
      *la description ce qui suit. Un ecart de comptage, sans
      *" : ", a pour cle l'article et le depot, ses quantites
      *changeant d'un comptage a l'autre.
       0500-RAPPORT-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-SOURCE.

           IF WS-SOURCE-STATUS NOT = "00"
               CLOSE FICHIER-SOURCE
               GO TO 0500-RAPPORT-END
           END-IF.

           MOVE "O" TO WS-PREMIERE.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SOURCE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-PREMIERE = "O"
                           MOVE "N" TO WS-PREMIERE
                       ELSE
                           IF F-LIGNE-SOURCE NOT = SPACES
                               PERFORM 0510-UNE-LIGNE-START
                               THRU    0510-UNE-LIGNE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-SOURCE.

           EXIT.
       0500-RAPPORT-END.

       0510-UNE-LIGNE-START.

           MOVE SPACES TO WS-EXC-CLE.
           MOVE SPACES TO WS-EXC-DESCRIPTION.

           IF F-LIGNE-SOURCE(11:7) = " depot " AND
              F-LIGNE-SOURCE(23:11) = " theorique "
               MOVE F-LIGNE-SOURCE(1:22) TO WS-EXC-CLE
               MOVE F-LIGNE-SOURCE(24:67) TO WS-EXC-DESCRIPTION
           ELSE
               UNSTRING F-LIGNE-SOURCE DELIMITED BY " : "
                   INTO WS-EXC-CLE WS-EXC-DESCRIPTION
               END-UNSTRING
           END-IF.

           PERFORM 0800-CREER-TACHE-START
           THRU    0800-CREER-TACHE-END.

           EXIT.
       0510-UNE-LIGNE-END.

      *commandes-suspendues.txt : commandes encore suspendues
      *(statut S) en attente de la decision de suspens.
       0600-SUSPENS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-SUSPENDUES.

           IF WS-SOURCE-STATUS NOT = "00"
               CLOSE FICHIER-SUSPENDUES
               GO TO 0600-SUSPENS-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-SUSPENDUES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-SU-STATUT = "S"
                           MOVE "SUSPENS" TO WS-EXC-TYPE
                           MOVE SPACES TO WS-EXC-CLE
                           STRING "commande " F-SU-NUMERO
                                  DELIMITED BY SIZE INTO WS-EXC-CLE
                           MOVE F-SU-MONTANT TO WS-MONTANT-ED
                           MOVE SPACES TO WS-EXC-DESCRIPTION
                           STRING "client " F-SU-CLIENT
                                  " montant " WS-MONTANT-ED
                                  " suspendue le " F-SU-SUSPENSION
                                  ", a liberer ou annuler (suspens)"
                                  DELIMITED BY SIZE
                                  INTO WS-EXC-DESCRIPTION
                           PERFORM 0800-CREER-TACHE-START
                           THRU    0800-CREER-TACHE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-SUSPENDUES.

           EXIT.
       0600-SUSPENS-END.

      *attente-banque.txt : encaissements qu'importbanq n'a pu
      *rapprocher d'aucun client (INCONNU) ou de plusieurs
      *(AMBIGU). La comptabilite retire la ligne une fois le
      *reglement impute : toute ligne du fichier est en attente.
       0650-ATTENTE-BANQUE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ATTENTE.

           IF WS-SOURCE-STATUS NOT = "00"
               CLOSE FICHIER-ATTENTE
               GO TO 0650-ATTENTE-BANQUE-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-ATTENTE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE "BANQUE" TO WS-EXC-TYPE
                       MOVE SPACES TO WS-EXC-CLE
                       STRING "reference " F-AT-REF
                              " du " F-AT-DATE
                              DELIMITED BY SIZE INTO WS-EXC-CLE
                       MOVE F-AT-MONTANT TO WS-MONTANT-ED
                       MOVE SPACES TO WS-EXC-DESCRIPTION
                       STRING "encaissement " WS-MONTANT-ED
                              " " F-AT-MOTIF " " F-AT-LIBELLE
                              ", a imputer a la main"
                              DELIMITED BY SIZE
                              INTO WS-EXC-DESCRIPTION
                       PERFORM 0800-CREER-TACHE-START
                       THRU    0800-CREER-TACHE-END
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ATTENTE.

           EXIT.
       0650-ATTENTE-BANQUE-END.

      *Une exception : rien si une tache ouverte porte deja sa
      *tete, sinon une tache neuve a la premiere place libre, avec
      *proprietaire, priorite et echeance de son type.
       0800-CREER-TACHE-START.

           ADD 1 TO WS-NB-EXCEPTIONS.

           MOVE 0 TO WS-TACHE-OUVERTE.
           MOVE 0 TO WS-SLOT-LIBRE.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-MAX-TASK
               IF WS-TASK(WS-INDEX) = SPACES
                   IF WS-SLOT-LIBRE = 0
                       MOVE WS-INDEX TO WS-SLOT-LIBRE
                   END-IF
               ELSE
                   IF WS-STATUT(WS-INDEX) = "N" AND
                      WS-TASK(WS-INDEX)(1:59) = WS-TETE
                       MOVE WS-INDEX TO WS-TACHE-OUVERTE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-TACHE-OUVERTE > 0
               ADD 1 TO WS-NB-DEJA-OUVERTES
               GO TO 0800-CREER-TACHE-END
           END-IF.

           IF WS-SLOT-LIBRE = 0
               ADD 1 TO WS-NB-LISTE-PLEINE
               GO TO 0800-CREER-TACHE-END
           END-IF.

           MOVE 0 TO WS-RG-TROUVE.
           PERFORM VARYING WS-IDX-RG FROM 1 BY 1
                   UNTIL WS-IDX-RG > WS-NB-RG
               IF WS-RG-TYPE(WS-IDX-RG) = WS-EXC-TYPE
                   MOVE WS-IDX-RG TO WS-RG-TROUVE
               END-IF
           END-PERFORM.

      *Echeance : date du jour plus le delai du type, en jours
      *ouvres.
           MOVE WS-DATE-JOUR TO WS-DC-DATE-1.
           MOVE WS-RG-DELAI(WS-RG-TROUVE) TO WS-DC-NOMBRE.
           MOVE "O" TO WS-DC-FONCTION.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               MOVE WS-DATE-JOUR TO WS-DC-DATE-2
           END-IF.

           MOVE SPACES TO WS-LIBELLE.
           STRING WS-TETE " : " WS-EXC-DESCRIPTION
                  DELIMITED BY SIZE INTO WS-LIBELLE.

           MOVE WS-SLOT-LIBRE TO WS-ID(WS-SLOT-LIBRE).
           MOVE "N"           TO WS-STATUT(WS-SLOT-LIBRE).
           MOVE WS-DC-DATE-2(7:2) TO WS-ECH-JOUR(WS-SLOT-LIBRE).
           MOVE WS-DC-DATE-2(5:2) TO WS-ECH-MOIS(WS-SLOT-LIBRE).
           MOVE WS-DC-DATE-2(1:4) TO WS-ECH-ANNEE(WS-SLOT-LIBRE).
           MOVE WS-LIBELLE    TO WS-TASK(WS-SLOT-LIBRE).
           MOVE SPACE         TO WS-RECURRENCE(WS-SLOT-LIBRE).
           MOVE WS-RG-PRIORITE(WS-RG-TROUVE) TO
                WS-PRIORITE(WS-SLOT-LIBRE).
           MOVE WS-RG-PROPRIO(WS-RG-TROUVE) TO
                WS-PROPRIETAIRE(WS-SLOT-LIBRE).
           MOVE 0             TO WS-DEPENDANCE(WS-SLOT-LIBRE).

           ADD 1 TO WS-NB-CREEES.

           EXIT.
       0800-CREER-TACHE-END.

      *Reecriture de la liste entiere sous sauvegarde, comme la
      *sauvegarde de ToDoList.
       0900-SAVE-START.

           MOVE "todolist.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-TODO.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-MAX-TASK
               IF WS-TASK(WS-INDEX) NOT = SPACES
                   MOVE SPACES                 TO F-TASK
                   MOVE WS-ID(WS-INDEX)        TO F-ID
                   MOVE WS-STATUT(WS-INDEX)    TO F-STATUT
                   MOVE WS-ECH-JOUR(WS-INDEX)  TO F-ECH-JOUR
                   MOVE "/"                    TO F-ECH-SEP1
                   MOVE WS-ECH-MOIS(WS-INDEX)  TO F-ECH-MOIS
                   MOVE "/"                    TO F-ECH-SEP2
                   MOVE WS-ECH-ANNEE(WS-INDEX) TO F-ECH-ANNEE
                   MOVE WS-TASK(WS-INDEX)      TO F-TASK-LIBELLE
                   MOVE WS-RECURRENCE(WS-INDEX) TO F-RECURRENCE
                   MOVE WS-PRIORITE(WS-INDEX)  TO F-PRIORITE
                   MOVE WS-PROPRIETAIRE(WS-INDEX) TO F-PROPRIETAIRE
                   MOVE WS-DEPENDANCE(WS-INDEX) TO F-DEPENDANCE
                   WRITE F-TASK
                   IF WS-TODO-STATUS NOT = "00"
                       DISPLAY "ATTENTION : sauvegarde de la tache "
                               WS-ID(WS-INDEX)
                               " en echec, statut " WS-TODO-STATUS
                       MOVE "INCOMPLET" TO WS-JRN-STATUT
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FICHIER-TODO.

           EXIT.
       0900-SAVE-END.
