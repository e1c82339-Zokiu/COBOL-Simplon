           05 FILLER     PIC X(01).
           05 F-CLASSE   PIC X(05).

      *Une note par evaluation : date, trimestre et poids.
       FD FICHIER-NOTES.
       01 F-NOTES.
           05 F-NOTE-ELEVE     PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-NOTE-MATIERE   PIC X(06).
           05 FILLER           PIC X(01).
           05 F-NOTE-VALEUR    PIC 9(02).
           05 FILLER           PIC X(01).
           05 F-NOTE-EVAL      PIC X(06).
           05 FILLER           PIC X(01).
           05 F-NOTE-DATE      PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-NOTE-TRIMESTRE PIC 9(01).
           05 FILLER           PIC X(01).
           05 F-NOTE-POIDS     PIC 9(01).

      *Un coefficient par code matiere.
       FD FICHIER-MATIERES.
           05 WS-ELEVE-ID    PIC 9(03).
           05 WS-NOM         PIC X(10).
           05 WS-ELV-CLASSE  PIC X(05).
      *Somme ponderee des notes et somme des poids (coefficient de
      *la matiere par poids de l'evaluation) : le classement se
      *fait sur la moyenne PONDEREE.
           05 WS-SOMME       PIC 9(07)V9.
           05 WS-NB          PIC 9(02).
           05 WS-POIDS       PIC 9(05)V9.
           05 WS-MOYENNE     PIC 9(02)V99.
      *"O" une fois l'eleve range dans le volet en cours.
           05 WS-DEJA-CLASSE PIC X(01).
       77  WS-FIN-MATIERES    PIC X(01) VALUE "N".
       77  WS-COEF-CHERCHE    PIC X(06) VALUE SPACES.
       77  WS-COEF            PIC 9(01)V9 VALUE 0.
      *Poids de l'evaluation de la note lue (1 quand il manque).
       77  WS-POIDS-NOTE      PIC 9(01) VALUE 1.

       PROCEDURE DIVISION.

                                    WS-COEF-CHERCHE
                               PERFORM 0250-COEF-MATIERE-START
                               THRU    0250-COEF-MATIERE-END
                               MOVE 1 TO WS-POIDS-NOTE
                               IF F-NOTE-POIDS IS NUMERIC AND
                                  F-NOTE-POIDS > 0
                                   MOVE F-NOTE-POIDS TO WS-POIDS-NOTE
                               END-IF
                               COMPUTE WS-SOMME(WS-INDEX) =
                                   WS-SOMME(WS-INDEX) +
                                   F-NOTE-VALEUR * WS-COEF *
                                   WS-POIDS-NOTE
                               ADD 1 TO WS-NB(WS-INDEX)
                               COMPUTE WS-POIDS(WS-INDEX) =
                                   WS-POIDS(WS-INDEX) +
                                   WS-COEF * WS-POIDS-NOTE
                           END-IF
                       END-PERFORM
               END-READ
