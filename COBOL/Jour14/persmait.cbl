       77  WS-VR-STATUT      PIC X(02) VALUE SPACES.
       77  WS-VR-FORCER      PIC X(01) VALUE "N".

      *Zone de travail pour l'appel du sous-programme Habilitation :
      *identification de l'operateur (code et mot de passe) et
      *controle de ses droits sur chaque action.
       77  WS-HB-ACTION      PIC X(01) VALUE SPACE.
       77  WS-HB-PROGRAMME   PIC X(10) VALUE "persmait".
       77  WS-HB-DROIT       PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR   PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE   PIC 9(10) VALUE 0.
       77  WS-HB-STATUT      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0040-IDENTIFIER-START
           THRU    0040-IDENTIFIER-END.
           MOVE WS-HB-OPERATEUR TO WS-VR-UTILISATEUR.
           MOVE "personnes-maitre.txt" TO WS-VR-FICHIER.
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

           PERFORM 0250-SAISIR-FICHE-START
           THRU    0250-SAISIR-FICHE-END.


       0300-MODIFIER-START.

           MOVE "M" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0300-MODIFIER-END
           END-IF.

           DISPLAY "Identifiant de la personne :".
           ACCEPT WS-SAISIE-ID.

      *identifiants deja attribues ne sont jamais reutilises.
       0400-SUPPRIMER-START.

           MOVE "S" TO WS-HB-DROIT.
           PERFORM 0045-AUTORISER-START
           THRU    0045-AUTORISER-END.
           IF WS-HB-STATUT NOT = "00"
               GO TO 0400-SUPPRIMER-END
           END-IF.

           DISPLAY "Identifiant de la personne :".
           ACCEPT WS-SAISIE-ID.

