
      *Menage de fin de mois : chaque fichier de sortie de la chaine
      *(exceptions, consommation, rupture, commande fournisseur,
      *ventes hebdo et leur ventilation par categorie) est
      *recopie sous un nom d'archive date, le fichier d'origine
      *est vide pour repartir a neuf, et l'index des archives est
      *mis a jour. Les archives plus vieilles que
      *la retention saisie sont supprimees. On ne perd plus un
      *fichier de consommation recopie a la main au mauvais moment.


       WORKING-STORAGE SECTION.

      *Les six fichiers de sortie de la chaine a archiver chaque
      *fin de mois.
       01  WS-LISTE-FICHIERS.
           05 FILLER PIC X(30) VALUE "exceptions.txt".
           05 FILLER PIC X(30) VALUE "rupture.txt".
           05 FILLER PIC X(30) VALUE "commande-fournisseur.txt".
           05 FILLER PIC X(30) VALUE "ventes-hebdo.txt".
           05 FILLER PIC X(30) VALUE "ventes-categories.txt".
       01  WS-LISTE-RED REDEFINES WS-LISTE-FICHIERS.
           05 WS-FICHIER OCCURS 6 TIMES PIC X(30).

       77  WS-IDX-FICHIER       PIC 9(01) VALUE 1.
       77  WS-NB-FICHIERS       PIC 9(01) VALUE 6.

       77  WS-NOM-SOURCE        PIC X(40) VALUE SPACES.
      *Le nom d'archive le plus long du jour ("archive-AAAAMMJJ-"
