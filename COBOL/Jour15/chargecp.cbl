       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargecp.
       AUTHOR.    Terry.

      *Chargement du referentiel des codes postaux : le fichier
      *officiel de La Poste (laposte_hexasmal.csv, une ligne par
      *commune et par code postal, champs separes par des
      *points-virgules : code INSEE, nom de la commune, code
      *postal, libelle d'acheminement, ligne 5, coordonnees) est
      *ramene au referentiel codes-postaux.txt lu par ControleCP :
      *code postal et libelle d'acheminement normalise, trie par
      *code postal, sans doublon. C'est le libelle d'acheminement
      *(PARIS, et non la commune PARIS 15) qui fait une adresse
      *distribuable. Le referentiel precedent est garde en
      *generation ; une ligne sans code postal a cinq chiffres ou
      *sans libelle est ecartee et comptee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier officiel tel que publie. OPTIONAL : son absence est
      *signalee et le referentiel en place est garde.
       SELECT OPTIONAL FICHIER-OFFICIEL ASSIGN TO
           "laposte_hexasmal.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFICIEL-STATUS.

      *Fichier de travail du tri externe (code postal, ville).
       SELECT FICHIER-TRI ASSIGN TO "chargecp-tri.tmp".

       SELECT FICHIER-CODES-POSTAUX ASSIGN TO "codes-postaux.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-OFFICIEL.
       01  F-OFFICIEL            PIC X(200).

       SD FICHIER-TRI.
       01  TRI-ENR.
           05 TRI-CP             PIC X(05).
           05 TRI-VILLE          PIC X(20).

      *Une ligne par couple code postal / ville distribuable.
       FD FICHIER-CODES-POSTAUX.
       01  F-CODE-POSTAL.
           05 F-CP-CODE          PIC X(05).
           05 FILLER             PIC X(01).
           05 F-CP-VILLE         PIC X(20).

       WORKING-STORAGE SECTION.

       77  WS-OFFICIEL-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FIN-OFFICIEL      PIC X(01) VALUE "N".
       77  WS-FIN-TRI           PIC X(01) VALUE "N".

      *Champs d'une ligne du fichier officiel.
       77  WS-CSV-INSEE         PIC X(05) VALUE SPACES.
       77  WS-CSV-COMMUNE       PIC X(40) VALUE SPACES.
       77  WS-CSV-CP            PIC X(05) VALUE SPACES.
       77  WS-CSV-ACHEMINEMENT  PIC X(40) VALUE SPACES.

      *Dernier couple ecrit, pour ecarter les doublons du tri.
       77  WS-CP-PRECEDENT      PIC X(05) VALUE SPACES.
       77  WS-VILLE-PRECEDENTE  PIC X(20) VALUE SPACES.

       77  WS-NB-LIGNES         PIC 9(06) VALUE 0.
       77  WS-NB-ECARTEES       PIC 9(06) VALUE 0.
       77  WS-NB-ECRITES        PIC 9(06) VALUE 0.

      *Zone de travail pour l'appel du sous-programme Translit.
       01  WS-TR-BRUT           PIC X(40).
       01  WS-TR-NORMALISE      PIC X(40).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "chargecp".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

           OPEN INPUT FICHIER-OFFICIEL.

      *Statut 05 : fichier officiel absent, rien a charger.
           IF WS-OFFICIEL-STATUS NOT = "00"
               CLOSE FICHIER-OFFICIEL
               DISPLAY "ERREUR : laposte_hexasmal.csv absent,"
                       " referentiel codes-postaux.txt inchange"
               MOVE "ECHEC" TO WS-JRN-STATUT
               CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                    WS-JRN-ECRITS WS-JRN-REJETES
                                    WS-JRN-STATUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "codes-postaux.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

      *Le tri externe range les couples par code postal puis par
      *ville : la procedure de sortie n'ecrit chaque couple qu'une
      *fois.
           SORT FICHIER-TRI ON ASCENDING KEY TRI-CP TRI-VILLE
               INPUT PROCEDURE IS 0100-VERSER-START
                            THRU 0100-VERSER-END
               OUTPUT PROCEDURE IS 0200-ECRIRE-START
                             THRU 0200-ECRIRE-END.

           CLOSE FICHIER-OFFICIEL.

           DISPLAY "Codes postaux : " WS-NB-LIGNES " ligne(s) lue(s), "
                   WS-NB-ECRITES " couple(s) ecrit(s), "
                   WS-NB-ECARTEES " ligne(s) ecartee(s)".

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-LIGNES   TO WS-JRN-LUS.
           MOVE WS-NB-ECRITES  TO WS-JRN-ECRITS.
           MOVE WS-NB-ECARTEES TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Procedure d'entree du tri : une ligne du fichier officiel
      *donne un couple code postal / libelle normalise. La ligne
      *d'en-tete (sans code postal numerique) est passee sans etre
      *comptee.
       0100-VERSER-START.

           PERFORM UNTIL WS-FIN-OFFICIEL = "O"
               READ FICHIER-OFFICIEL
                   AT END
                       MOVE "O" TO WS-FIN-OFFICIEL
                   NOT AT END
                       PERFORM 0110-UNE-LIGNE-START
                       THRU    0110-UNE-LIGNE-END
               END-READ
           END-PERFORM.

           EXIT.
       0100-VERSER-END.

       0110-UNE-LIGNE-START.

           MOVE SPACES TO WS-CSV-INSEE WS-CSV-COMMUNE WS-CSV-CP
                          WS-CSV-ACHEMINEMENT.
           UNSTRING F-OFFICIEL DELIMITED BY ";"
               INTO WS-CSV-INSEE WS-CSV-COMMUNE WS-CSV-CP
                    WS-CSV-ACHEMINEMENT
           END-UNSTRING.

           IF WS-NB-LIGNES = 0 AND WS-NB-ECARTEES = 0 AND
              WS-CSV-CP IS NOT NUMERIC
               GO TO 0110-UNE-LIGNE-END
           END-IF.

           ADD 1 TO WS-NB-LIGNES.

           IF WS-CSV-CP IS NOT NUMERIC OR
              WS-CSV-ACHEMINEMENT = SPACES
               ADD 1 TO WS-NB-ECARTEES
               GO TO 0110-UNE-LIGNE-END
           END-IF.

      *Libelle en capitales sans accent, tirets et apostrophes en
      *blancs, comme la ville saisie est normalisee par ControleCP.
           MOVE WS-CSV-ACHEMINEMENT TO WS-TR-BRUT.
           CALL "Translit" USING WS-TR-BRUT WS-TR-NORMALISE.
           INSPECT WS-TR-NORMALISE REPLACING ALL "-" BY " "
                                             ALL "'" BY " ".

           MOVE WS-CSV-CP       TO TRI-CP.
           MOVE WS-TR-NORMALISE TO TRI-VILLE.
           RELEASE TRI-ENR.

           EXIT.
       0110-UNE-LIGNE-END.

      *Procedure de sortie du tri : un couple n'est ecrit que s'il
      *differe du precedent.
       0200-ECRIRE-START.

           OPEN OUTPUT FICHIER-CODES-POSTAUX.

           PERFORM UNTIL WS-FIN-TRI = "O"
               RETURN FICHIER-TRI
                   AT END
                       MOVE "O" TO WS-FIN-TRI
                   NOT AT END
                       IF TRI-CP    NOT = WS-CP-PRECEDENT OR
                          TRI-VILLE NOT = WS-VILLE-PRECEDENTE
                           MOVE SPACES    TO F-CODE-POSTAL
                           MOVE TRI-CP    TO F-CP-CODE
                           MOVE TRI-VILLE TO F-CP-VILLE
                           WRITE F-CODE-POSTAL
                           ADD 1 TO WS-NB-ECRITES
                           MOVE TRI-CP    TO WS-CP-PRECEDENT
                           MOVE TRI-VILLE TO WS-VILLE-PRECEDENTE
                       END-IF
               END-RETURN
           END-PERFORM.

           CLOSE FICHIER-CODES-POSTAUX.

           EXIT.
       0200-ECRIRE-END.
