           05 F-ARTICLE        PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-QUANTITE       PIC 9(04).
           05 FILLER           PIC X(01).
      *Date de livraison promise au client par saisie (AAAAMMJJ,
      *a blanc sur les lignes saisies avant cette date promise).
           05 F-CMD-PROMESSE   PIC 9(08).

      *Fiche article porteuse du prix courant et de la promotion
      *depuis la migration migart (le catalogue a ete fondu dans
