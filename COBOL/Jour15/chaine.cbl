      *pour le lundi, FINMOIS pour le dernier jour du mois) et un
      *indicateur operateur (A actif, S saute, H suspendu). La
      *chaine resout la date du jour en types de jour via DateCalc
      *et n'execute que les etapes du jour ; sans plan, les etapes
      *historiques tournent chaque nuit, exctaches en dernier pour
      *changer les exceptions de la nuit en taches (un plan la
      *place en derniere ligne, QUOTIDIEN). Le mois ne depend
      *plus du calendrier mural de personne.
      *Une chaine arretee sur une etape en echec se reprend sans
      *retoucher run-controle.txt : au lancement suivant, la
      *reprise est proposee a l'operateur. Les etapes deja
      *terminees en OK dans le passage sont sautees, la chaine
      *repart de l'etape en echec sous le meme identifiant de
      *passage (rapjournal montre une seule nuit), et la reprise
      *est refusee si une entree de cette etape a change depuis
      *l'echec : l'empreinte de chaque entree (lignes, octets,
      *somme de controle) est consignee au moment de l'echec.
      *La duree de chaque etape lancee est aussi ajoutee a
      *l'historique durees-chaine.txt, que run-controle.txt ne
      *garde que l'espace d'une nuit : rapdurees en tire moyenne,
      *maximum et tendance par etape, et signale les etapes qui
      *ont pris plus du double de leur temps habituel.
      *Avant la premiere etape d'un passage (pas a sa reprise),
      *un instantane de tous les fichiers que la chaine modifie
      *est pris par le sous-programme Instantane, et leur etat est
      *releve apres chaque etape : retournuit remet l'ensemble a
      *l'instantane d'un seul coup apres une mauvaise nuit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

      *Historique des durees d'etape, prolonge a chaque etape
      *lancee. OPTIONAL : n'existe pas avant la premiere.
           SELECT OPTIONAL FICHIER-DUREES ASSIGN TO
               "durees-chaine.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUREES-STATUS.

      *Plan des etapes par type de jour, tenu par l'exploitation.
      *OPTIONAL : sans plan, les etapes historiques.
           SELECT OPTIONAL FICHIER-PLAN ASSIGN TO "plan-chaine.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
       FD FICHIER-RUN.
       01  F-RUN                PIC 9(06).

      *Une etape lancee : passage, etape, date et heure de debut
      *(HHMMSS), duree en secondes et code retour.
       FD FICHIER-DUREES.
       01  F-DUREE.
           05 F-DUR-RUN         PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-DUR-ETAPE       PIC X(12).
           05 FILLER            PIC X(01).
           05 F-DUR-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-DUR-DEBUT       PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-DUR-SECONDES    PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-DUR-RC          PIC 9(03).

      *Une etape du plan : commande a lancer, type de jour et
      *indicateur operateur (A actif, S saute, H suspendu).
       FD FICHIER-PLAN.

       WORKING-STORAGE SECTION.

      *Les etapes historiques, repli quand aucun plan n'existe ;
      *exctaches vient en dernier, apres toutes les etapes qui
      *laissent des exceptions.
       01  WS-LISTE-HISTORIQUE.
           05 FILLER PIC X(12) VALUE "./Commande".
           05 FILLER PIC X(12) VALUE "./rupture".
           05 FILLER PIC X(12) VALUE "./facture".
           05 FILLER PIC X(12) VALUE "./exctaches".
       01  WS-LISTE-HIST-RED REDEFINES WS-LISTE-HISTORIQUE.
           05 WS-ETAPE-HIST OCCURS 4 TIMES PIC X(12).

      *Les etapes resolues pour ce soir, dans l'ordre du plan.
       01  WS-LISTE-ETAPES.
       01  WS-HORODATAGE        PIC X(19).
       01  WS-HORO-DEBUT        PIC X(19).

      *Duree de l'etape en cours : instants systeme de debut et de
      *fin, ramenes en secondes depuis minuit.
       01  WS-DEBUT-SYS         PIC X(21).
       01  WS-FIN-SYS           PIC X(21).
       77  WS-SEC-DEBUT         PIC 9(05) VALUE 0.
       77  WS-SEC-FIN           PIC 9(05) VALUE 0.
       77  WS-DUREE-ETAPE       PIC 9(06) VALUE 0.
       77  WS-DUREES-STATUS     PIC X(02) VALUE SPACES.

      *Pre-vol : nom de l'entree en cours, bornes de longueur de
      *ligne attendues (0 = pas de controle de longueur, fichier
      *indexe relu seulement pour sa presence), compteur de
       77  WS-PF-DERNIERE       PIC X(250) VALUE SPACES.
       77  WS-PF-RAISON         PIC X(60) VALUE SPACES.

      *Reprise d'un passage inacheve : reponse de l'operateur,
      *mode reprise, passage repris et etape en echec.
       77  WS-REPRENDRE         PIC X(01) VALUE "N".
       77  WS-REPRISE           PIC X(01) VALUE "N".
       77  WS-RUN-REPRIS        PIC 9(06) VALUE 0.
       77  WS-ETAPE-ECHEC       PIC X(12) VALUE SPACES.

      *Etapes du passage deja terminees en OK, sautees a la
      *reprise.
       01  WS-TABLE-FAITES.
           05 WS-FAITE OCCURS 20 TIMES PIC X(12).

       77  WS-IDX-FAITE         PIC 9(02) VALUE 1.
       77  WS-NB-FAITES         PIC 9(02) VALUE 0.
       77  WS-ETAPE-FAITE       PIC X(01) VALUE "N".

      *Etapes du passage telles que resolues a son demarrage
      *(lignes PLAN du fichier de conduite) : la reprise les
      *rejoue meme si le type de jour a change depuis.
       01  WS-TABLE-PLAN-REPRIS.
           05 WS-PLAN-REPRIS OCCURS 20 TIMES PIC X(12).

       77  WS-NB-PLAN-REPRIS    PIC 9(02) VALUE 0.

      *Empreintes des entrees de l'etape en echec, relevees dans
      *le fichier de conduite.
       01  WS-TABLE-EMPREINTES.
           05 WS-EMP OCCURS 10 TIMES.
               10 WS-EMP-NOM       PIC X(40).
               10 WS-EMP-VALEUR    PIC X(24).

       77  WS-IDX-EMP           PIC 9(02) VALUE 1.
       77  WS-MAX-EMP           PIC 9(02) VALUE 10.
       77  WS-NB-EMP            PIC 9(02) VALUE 0.

      *Decoupage d'une ligne du fichier de conduite.
       77  WS-MOT-1             PIC X(12) VALUE SPACES.
       77  WS-MOT-2             PIC X(40) VALUE SPACES.
       77  WS-MOT-3             PIC X(40) VALUE SPACES.
       77  WS-MOT-4             PIC X(40) VALUE SPACES.
       77  WS-NB-OK             PIC 9(02) VALUE 0.

      *Entrees lues par l'etape en cours, dont l'empreinte est
      *consignee en cas d'echec.
       01  WS-TABLE-ENTREES.
           05 WS-ENTREE OCCURS 6 TIMES PIC X(40).

       77  WS-IDX-ENTREE        PIC 9(02) VALUE 1.
       77  WS-NB-ENTREES        PIC 9(02) VALUE 0.

      *Empreinte d'un fichier : nombre de lignes, nombre
      *d'octets utiles et somme de controle, ou ABSENT.
       01  WS-EMPREINTE.
           05 WS-EMPR-LIGNES    PIC 9(06).
           05 FILLER            PIC X(01) VALUE "-".
           05 WS-EMPR-OCTETS    PIC 9(08).
           05 FILLER            PIC X(01) VALUE "-".
           05 WS-EMPR-SOMME     PIC 9(08).
       01  WS-EMPREINTE-X REDEFINES WS-EMPREINTE PIC X(24).

       77  WS-IDX-OCTET         PIC 9(03) VALUE 1.
      *Zone de travail pour l'appel du sous-programme Instantane.
       77  WS-IN-ACTION         PIC X(01) VALUE SPACE.
       77  WS-IN-RUN            PIC 9(06) VALUE 0.
       77  WS-IN-HORODATE       PIC X(19) VALUE SPACES.
       77  WS-IN-FICHIER        PIC X(40) VALUE SPACES.
       77  WS-IN-NOMBRE         PIC 9(02) VALUE 0.
       77  WS-IN-STATUT         PIC X(02) VALUE SPACES.

       77  WS-CALCUL            PIC 9(10) VALUE 0.
       77  WS-QUOTIENT          PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 0100-VERIFIER-CONDUITE-START
           THRU    0100-VERIFIER-CONDUITE-END.

      *En reprise, les etapes et l'identifiant sont ceux du
      *passage repris ; le pre-vol n'a plus de sens, les etapes
      *deja passees ayant consomme leurs entrees.
           IF WS-REPRISE = "O"
               PERFORM 0125-PLAN-REPRIS-START
               THRU    0125-PLAN-REPRIS-END
           ELSE
      *Le plan se resout d'abord : le pre-vol ne controle que les
      *entrees des etapes qui tombent reellement ce soir (et un
      *soir sans etape sort avant tout controle).
               PERFORM 0120-RESOUDRE-PLAN-START
               THRU    0120-RESOUDRE-PLAN-END

               PERFORM 0150-PREVOL-START
               THRU    0150-PREVOL-END

               PERFORM 0140-ALLOUER-RUN-START
               THRU    0140-ALLOUER-RUN-END
           END-IF.

           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE SPACES TO F-CONDUITE.
           IF WS-REPRISE = "O"
               OPEN EXTEND FICHIER-CONDUITE
               STRING "CHAINE REPRISE " WS-HORODATAGE
                      " RUN " WS-RUN-COURANT
                      DELIMITED BY SIZE INTO F-CONDUITE
               WRITE F-CONDUITE
           ELSE
               OPEN OUTPUT FICHIER-CONDUITE
               STRING "CHAINE DEBUT " WS-HORODATAGE
                      " RUN " WS-RUN-COURANT
                      DELIMITED BY SIZE INTO F-CONDUITE
               WRITE F-CONDUITE
               PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
                       UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
                   MOVE SPACES TO F-CONDUITE
                   STRING "PLAN " WS-ETAPE(WS-IDX-ETAPE)
                          DELIMITED BY SIZE INTO F-CONDUITE
                   WRITE F-CONDUITE
               END-PERFORM
      *Instantane de la nuit, nomme par le passage.
               MOVE "P"            TO WS-IN-ACTION
               MOVE WS-RUN-COURANT TO WS-IN-RUN
               CALL "Instantane" USING WS-IN-ACTION WS-IN-RUN
                                       WS-IN-HORODATE WS-IN-FICHIER
                                       WS-IN-NOMBRE WS-IN-STATUT
               MOVE SPACES TO F-CONDUITE
               STRING "INSTANTANE " WS-IN-HORODATE
                      " RUN " WS-RUN-COURANT " FICHIERS "
                      WS-IN-NOMBRE
                      DELIMITED BY SIZE INTO F-CONDUITE
               WRITE F-CONDUITE
           END-IF.

           PERFORM 0200-LANCER-ETAPE-START
           THRU    0200-LANCER-ETAPE-END

      ******************************************************************

      *Refuse de demarrer une nouvelle chaine tant que la conduite
      *de la nuit precedente ne se termine pas par CHAINE FIN (ou
      *CHAINE ANNULEE apres un retour arriere de la nuit). Si
      *elle s'est arretee sur une etape en echec, la reprise du
      *passage est proposee : acceptee, elle n'est permise que si
      *les entrees de l'etape n'ont pas change depuis l'echec.
      *Sans reponse (lancement planifie), le refus demeure.
       0100-VERIFIER-CONDUITE-START.

           OPEN INPUT FICHIER-CONDUITE.
                           MOVE "O" TO WS-FIN-CONDUITE
                       NOT AT END
                           MOVE F-CONDUITE TO WS-DERNIERE-LIGNE
                           PERFORM 0110-ANALYSER-LIGNE-START
                           THRU    0110-ANALYSER-LIGNE-END
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONDUITE

      *Une nuit annulee par retournuit repart a neuf.
               IF WS-DERNIERE-LIGNE NOT = SPACES AND
                  WS-DERNIERE-LIGNE(1:10) NOT = "CHAINE FIN" AND
                  WS-DERNIERE-LIGNE(1:14) NOT = "CHAINE ANNULEE"
                   DISPLAY "La chaine precedente est inachevee ("
                           FUNCTION TRIM(WS-DERNIERE-LIGNE) ")"
                   IF WS-ETAPE-ECHEC NOT = SPACES
                       DISPLAY "Passage " WS-RUN-REPRIS
                               " arrete sur l'etape "
                               FUNCTION TRIM(WS-ETAPE-ECHEC) ", "
                               WS-NB-FAITES " etape(s) deja OK."
                       DISPLAY "Reprendre le passage a cette etape ?"
                               " (O/N)"
                       ACCEPT WS-REPRENDRE
                   END-IF
                   IF WS-REPRENDRE NOT = "O"
                       DISPLAY "REFUS : reprendre le passage ou"
                               " purger run-controle.txt avant de"
                               " relancer."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 0170-VERIFIER-EMPREINTES-START
                   THRU    0170-VERIFIER-EMPREINTES-END
                   MOVE "O" TO WS-REPRISE
               END-IF
           ELSE
               CLOSE FICHIER-CONDUITE
           EXIT.
       0100-VERIFIER-CONDUITE-END.

      *Releve dans chaque ligne du fichier de conduite l'etat du
      *passage : identifiant et etapes prevues (CHAINE DEBUT et
      *PLAN), etapes terminees en OK, derniere etape en echec et
      *empreintes de ses entrees (ENTREE, ecrites apres l'echec).
       0110-ANALYSER-LIGNE-START.

           MOVE SPACES TO WS-MOT-1.
           MOVE SPACES TO WS-MOT-2.
           MOVE SPACES TO WS-MOT-3.
           MOVE SPACES TO WS-MOT-4.
           UNSTRING F-CONDUITE DELIMITED BY ALL SPACE
               INTO WS-MOT-1 WS-MOT-2 WS-MOT-3 WS-MOT-4.

           EVALUATE TRUE
               WHEN F-CONDUITE(1:12) = "CHAINE DEBUT"
                   MOVE 0      TO WS-NB-FAITES
                   MOVE 0      TO WS-NB-PLAN-REPRIS
                   MOVE 0      TO WS-NB-EMP
                   MOVE 0      TO WS-RUN-REPRIS
                   MOVE SPACES TO WS-ETAPE-ECHEC
                   MOVE SPACES TO WS-MOT-3
                   MOVE SPACES TO WS-MOT-4
                   UNSTRING F-CONDUITE DELIMITED BY " RUN "
                       INTO WS-MOT-3 WS-MOT-4
                   IF WS-MOT-4(1:6) IS NUMERIC
                       MOVE WS-MOT-4(1:6) TO WS-RUN-REPRIS
                   END-IF
               WHEN WS-MOT-1 = "PLAN"
                   IF WS-NB-PLAN-REPRIS < WS-MAX-ETAPES
                       ADD 1 TO WS-NB-PLAN-REPRIS
                       MOVE WS-MOT-2 TO
                            WS-PLAN-REPRIS(WS-NB-PLAN-REPRIS)
                   END-IF
               WHEN WS-MOT-1 = "ETAPE"
                   MOVE 0 TO WS-NB-OK
                   INSPECT F-CONDUITE TALLYING WS-NB-OK
                       FOR ALL " rc 000 OK"
                   IF WS-NB-OK > 0
                       IF WS-NB-FAITES < WS-MAX-ETAPES
                           ADD 1 TO WS-NB-FAITES
                           MOVE WS-MOT-2 TO WS-FAITE(WS-NB-FAITES)
                       END-IF
                       IF WS-MOT-2 = WS-ETAPE-ECHEC
                           MOVE SPACES TO WS-ETAPE-ECHEC
                       END-IF
                   ELSE
                       MOVE WS-MOT-2 TO WS-ETAPE-ECHEC
                       MOVE 0 TO WS-NB-EMP
                   END-IF
               WHEN WS-MOT-1 = "ENTREE"
                   IF WS-NB-EMP < WS-MAX-EMP
                       ADD 1 TO WS-NB-EMP
                       MOVE WS-MOT-3 TO WS-EMP-NOM(WS-NB-EMP)
                       MOVE WS-MOT-4 TO WS-EMP-VALEUR(WS-NB-EMP)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.
       0110-ANALYSER-LIGNE-END.

      *Resout la date du jour en types de jour (QUOTIDIEN
      *toujours, HEBDO-LU le lundi, FINMOIS quand le lendemain
      *change de mois) puis construit la liste des etapes du soir
      *depuis le plan, dans son ordre. Une etape marquee S ou H
      *par l'operateur est signalee et sautee. Sans plan, les
      *etapes historiques.
       0120-RESOUDRE-PLAN-START.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           END-IF.

           IF WS-PLAN-PRESENT = "N"
               MOVE 4 TO WS-NB-ETAPES
               PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
                       UNTIL WS-IDX-ETAPE > 4
                   MOVE WS-ETAPE-HIST(WS-IDX-ETAPE) TO
                        WS-ETAPE(WS-IDX-ETAPE)
               END-PERFORM
           EXIT.
       0130-UNE-ETAPE-PLAN-END.

      *Reprise : les etapes sont celles consignees au demarrage
      *du passage (a defaut, sur un fichier de conduite plus
      *ancien, celles du plan de ce jour) et l'identifiant de
      *passage repris est repose dans run-courant.txt, pour que
      *les etapes rejouees se journalisent sous le meme run.
       0125-PLAN-REPRIS-START.

           IF WS-NB-PLAN-REPRIS > 0
               MOVE WS-NB-PLAN-REPRIS TO WS-NB-ETAPES
               PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
                       UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
                   MOVE WS-PLAN-REPRIS(WS-IDX-ETAPE) TO
                        WS-ETAPE(WS-IDX-ETAPE)
               END-PERFORM
           ELSE
               PERFORM 0120-RESOUDRE-PLAN-START
               THRU    0120-RESOUDRE-PLAN-END
           END-IF.

           MOVE WS-RUN-REPRIS TO WS-RUN-COURANT.
           OPEN OUTPUT FICHIER-RUN.
           MOVE WS-RUN-COURANT TO F-RUN.
           WRITE F-RUN.
           CLOSE FICHIER-RUN.

           DISPLAY "Reprise du passage numero " WS-RUN-COURANT
                   " a l'etape " FUNCTION TRIM(WS-ETAPE-ECHEC) ".".

           EXIT.
       0125-PLAN-REPRIS-END.

      *Alloue l'identifiant de passage de ce lancement (compteur
      *persistant run-id.txt) et le pose dans run-courant.txt :
      *chaque etape qui appelle Journal le retrouve la.
           END-IF.

      *Les commandes : numero, date, client, article, quantite,
      *soit 25 caracteres par ligne, 34 avec la date promise que
      *saisie ajoute, 41 avec le numero du devis que devis ajoute.
      *Lues par Commande et facture.
           IF WS-PREVU-COMMANDE = "O" OR WS-PREVU-FACTURE = "O"
               MOVE "num-commandes.txt" TO WS-PF-NOM
               MOVE 25 TO WS-PF-LONG-MIN
               MOVE 41 TO WS-PF-LONG-MAX
               PERFORM 0160-UNE-ENTREE-START
               THRU    0160-UNE-ENTREE-END
           END-IF.

      *Le referentiel articles porte le prix et la promotion :
      *99 caracteres par fiche depuis l'unite d'achat et son
      *facteur, 90 pour une fiche plus ancienne. Exige par
      *Commande et facture (rupture le lit en facultatif).
           IF WS-PREVU-COMMANDE = "O" OR WS-PREVU-FACTURE = "O"
               MOVE "articles.txt" TO WS-PF-NOM
               MOVE 90 TO WS-PF-LONG-MIN
               MOVE 99 TO WS-PF-LONG-MAX
               PERFORM 0160-UNE-ENTREE-START
               THRU    0160-UNE-ENTREE-END
           END-IF.
           EXIT.
       0180-CONTROLE-TOTAL-END.

      *Avant une reprise, chaque entree de l'etape en echec doit
      *avoir l'empreinte consignee au moment de l'echec : une
      *entree modifiee depuis (correction a la main, depot d'un
      *nouveau fichier) ferait rejouer l'etape sur d'autres
      *donnees que celles du passage. La chaine complete se
      *relance alors apres purge de run-controle.txt.
       0170-VERIFIER-EMPREINTES-START.

           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMP
               MOVE WS-EMP-NOM(WS-IDX-EMP) TO WS-PF-NOM
               PERFORM 0230-EMPREINTE-START
               THRU    0230-EMPREINTE-END
               IF WS-EMPREINTE-X NOT = WS-EMP-VALEUR(WS-IDX-EMP)
                   DISPLAY "REFUS : " FUNCTION TRIM(WS-PF-NOM)
                           " a change depuis l'echec de "
                           FUNCTION TRIM(WS-ETAPE-ECHEC)
                           " (" FUNCTION TRIM(WS-EMP-VALEUR
                           (WS-IDX-EMP)) " -> " WS-EMPREINTE-X ")"
                   DISPLAY "Reprise impossible : purger"
                           " run-controle.txt et relancer la"
                           " chaine complete."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

           EXIT.
       0170-VERIFIER-EMPREINTES-END.

      *Refus de pre-vol : la raison nommee part dans le fichier de
      *conduite, suivie d'une ligne CHAINE FIN pour ne pas bloquer
      *le lancement suivant une fois l'entree corrigee.

      *Lance une etape, consigne debut, fin et code retour, et
      *bascule la chaine en echec si le code retour n'est pas zero.
      *En reprise, une etape deja terminee en OK dans le passage
      *est sautee.
       0200-LANCER-ETAPE-START.

           IF WS-REPRISE = "O"
               MOVE "N" TO WS-ETAPE-FAITE
               PERFORM VARYING WS-IDX-FAITE FROM 1 BY 1
                       UNTIL WS-IDX-FAITE > WS-NB-FAITES
                   IF WS-FAITE(WS-IDX-FAITE) = WS-ETAPE(WS-IDX-ETAPE)
                       MOVE "O" TO WS-ETAPE-FAITE
                   END-IF
               END-PERFORM
               IF WS-ETAPE-FAITE = "O"
                   DISPLAY "Etape "
                           FUNCTION TRIM(WS-ETAPE(WS-IDX-ETAPE))
                           " deja terminee en OK : sautee"
                   GO TO 0200-LANCER-ETAPE-END
               END-IF
           END-IF.

           CALL "Horodatage" USING WS-HORO-DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-DEBUT-SYS.

           MOVE SPACES TO WS-COMMANDE-SHELL.
           MOVE WS-ETAPE(WS-IDX-ETAPE) TO WS-COMMANDE-SHELL.
           END-IF.

           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-FIN-SYS.

           PERFORM 0240-HISTORISER-DUREE-START
           THRU    0240-HISTORISER-DUREE-END.

      *Etat laisse par l'etape, reussie ou non : tout ecart
      *ulterieur vient d'ailleurs que de la chaine.
           MOVE "E" TO WS-IN-ACTION.
           CALL "Instantane" USING WS-IN-ACTION WS-IN-RUN
                                   WS-IN-HORODATE WS-IN-FICHIER
                                   WS-IN-NOMBRE WS-IN-STATUT.

           MOVE SPACES TO F-CONDUITE.
           IF WS-RC-ETAPE = 0
           END-IF.
           WRITE F-CONDUITE.

           IF WS-CHAINE-EN-ECHEC = "O"
               PERFORM 0210-CONSIGNER-ENTREES-START
               THRU    0210-CONSIGNER-ENTREES-END
           END-IF.

           EXIT.
       0200-LANCER-ETAPE-END.

      *Consigne apres l'echec l'empreinte de chaque entree de
      *l'etape, controlee avant toute reprise.
       0210-CONSIGNER-ENTREES-START.

           PERFORM 0220-ENTREES-ETAPE-START
           THRU    0220-ENTREES-ETAPE-END.

           PERFORM VARYING WS-IDX-ENTREE FROM 1 BY 1
                   UNTIL WS-IDX-ENTREE > WS-NB-ENTREES
               MOVE WS-ENTREE(WS-IDX-ENTREE) TO WS-PF-NOM
               PERFORM 0230-EMPREINTE-START
               THRU    0230-EMPREINTE-END
               MOVE SPACES TO F-CONDUITE
               STRING "ENTREE " FUNCTION TRIM(WS-COMMANDE-SHELL)
                      " " FUNCTION TRIM(WS-PF-NOM)
                      " " WS-EMPREINTE-X
                      DELIMITED BY SIZE INTO F-CONDUITE
               WRITE F-CONDUITE
           END-PERFORM.

           EXIT.
       0210-CONSIGNER-ENTREES-END.

      *Entrees lues par chaque programme de la chaine (les memes
      *que le pre-vol, et les referentiels lus en cours de
      *route). Une etape ajoutee au plan sans entree connue se
      *reprend sans controle.
       0220-ENTREES-ETAPE-START.

           MOVE 0 TO WS-NB-ENTREES.

           EVALUATE WS-COMMANDE-SHELL
               WHEN "./Commande"
                   MOVE 6 TO WS-NB-ENTREES
                   MOVE "clients.dat"       TO WS-ENTREE(1)
                   MOVE "num-commandes.txt" TO WS-ENTREE(2)
                   MOVE "articles.txt"      TO WS-ENTREE(3)
                   MOVE "inventaire.txt"    TO WS-ENTREE(4)
                   MOVE "lots.txt"          TO WS-ENTREE(5)
                   MOVE "nomenclatures.txt" TO WS-ENTREE(6)
               WHEN "./rupture"
                   MOVE 6 TO WS-NB-ENTREES
                   MOVE "inventaire.txt"    TO WS-ENTREE(1)
                   MOVE "consommation.txt"  TO WS-ENTREE(2)
                   MOVE "fournisseurs.txt"  TO WS-ENTREE(3)
                   MOVE "articles.txt"      TO WS-ENTREE(4)
                   MOVE "po-registre.txt"   TO WS-ENTREE(5)
                   MOVE "seuils-depots.txt" TO WS-ENTREE(6)
               WHEN "./facture"
                   MOVE 3 TO WS-NB-ENTREES
                   MOVE "clients.dat"       TO WS-ENTREE(1)
                   MOVE "num-commandes.txt" TO WS-ENTREE(2)
                   MOVE "articles.txt"      TO WS-ENTREE(3)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.
       0220-ENTREES-ETAPE-END.

      *Empreinte du fichier WS-PF-NOM relu en brut : nombre de
      *lignes, octets utiles et somme de controle ponderee par la
      *position, ou ABSENT.
       0230-EMPREINTE-START.

      *Remise a zero complete : un ABSENT precedent a efface les
      *separateurs.
           MOVE "000000-00000000-00000000" TO WS-EMPREINTE-X.
           MOVE "N" TO WS-FIN-PREVOL.
           OPEN INPUT FICHIER-PREVOL.

      *Statut 05 : fichier optionnel absent.
           IF WS-PREVOL-STATUS NOT = "00"
               CLOSE FICHIER-PREVOL
               MOVE "ABSENT" TO WS-EMPREINTE-X
               GO TO 0230-EMPREINTE-END
           END-IF.

           PERFORM UNTIL WS-FIN-PREVOL = "O"
               READ FICHIER-PREVOL
                   AT END
                       MOVE "O" TO WS-FIN-PREVOL
                   NOT AT END
                       ADD 1 TO WS-EMPR-LIGNES
                       COMPUTE WS-PF-LONGUEUR = FUNCTION LENGTH
                           (FUNCTION TRIM(F-PREVOL TRAILING))
                       ADD WS-PF-LONGUEUR TO WS-EMPR-OCTETS
                       PERFORM VARYING WS-IDX-OCTET FROM 1 BY 1
                               UNTIL WS-IDX-OCTET > WS-PF-LONGUEUR
                           COMPUTE WS-CALCUL = WS-EMPR-SOMME * 31 +
                               FUNCTION ORD(F-PREVOL(WS-IDX-OCTET:1))
                           DIVIDE WS-CALCUL BY 99999989
                                  GIVING WS-QUOTIENT
                                  REMAINDER WS-EMPR-SOMME
                       END-PERFORM
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PREVOL.

           EXIT.
       0230-EMPREINTE-END.

      *Ajoute la duree de l'etape a l'historique. Une etape a
      *cheval sur minuit finit avant son debut en secondes du
      *jour : la journee entiere lui est rendue.
       0240-HISTORISER-DUREE-START.

           COMPUTE WS-SEC-DEBUT =
                   FUNCTION NUMVAL(WS-DEBUT-SYS(9:2)) * 3600 +
                   FUNCTION NUMVAL(WS-DEBUT-SYS(11:2)) * 60 +
                   FUNCTION NUMVAL(WS-DEBUT-SYS(13:2)).
           COMPUTE WS-SEC-FIN =
                   FUNCTION NUMVAL(WS-FIN-SYS(9:2)) * 3600 +
                   FUNCTION NUMVAL(WS-FIN-SYS(11:2)) * 60 +
                   FUNCTION NUMVAL(WS-FIN-SYS(13:2)).

           IF WS-SEC-FIN < WS-SEC-DEBUT
               COMPUTE WS-DUREE-ETAPE =
                       WS-SEC-FIN + 86400 - WS-SEC-DEBUT
           ELSE
               COMPUTE WS-DUREE-ETAPE = WS-SEC-FIN - WS-SEC-DEBUT
           END-IF.

           OPEN EXTEND FICHIER-DUREES.

           MOVE SPACES                 TO F-DUREE.
           MOVE WS-RUN-COURANT         TO F-DUR-RUN.
           MOVE WS-COMMANDE-SHELL      TO F-DUR-ETAPE.
           MOVE WS-DEBUT-SYS(1:8)      TO F-DUR-DATE.
           MOVE WS-DEBUT-SYS(9:6)      TO F-DUR-DEBUT.
           MOVE WS-DUREE-ETAPE         TO F-DUR-SECONDES.
           MOVE WS-RC-ETAPE            TO F-DUR-RC.
           WRITE F-DUREE.

           IF WS-DUREES-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture de l'historique des"
                       " durees en echec, statut " WS-DUREES-STATUS
           END-IF.

           CLOSE FICHIER-DUREES.

           EXIT.
       0240-HISTORISER-DUREE-END.
