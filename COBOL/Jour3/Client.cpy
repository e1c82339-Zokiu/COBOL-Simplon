           05 CLIENT-TEL     PIC X(10).
           05 FILLER         PIC X(01).
           05 CLIENT-EMAIL   PIC X(30).
      *Exoneration des penalites de retard, posee par le service
      *commercial pour les grands comptes (O = exonere). Ajoutee
      *par la migration migexo : blanche = penalites appliquees.
           05 FILLER         PIC X(01).
           05 CLIENT-EXONERE PIC X(01).
      *Mandat de prelevement SEPA signe par le client : reference
      *unique du mandat (RUM), date de signature AAAAMMJJ et IBAN
      *a debiter. Ajoute par la migration migmandat : RUM blanche
      *= pas de mandat, le client paie par virement.
           05 FILLER         PIC X(01).
           05 CLIENT-RUM     PIC X(35).
           05 FILLER         PIC X(01).
           05 CLIENT-SIGNE   PIC 9(08).
           05 FILLER         PIC X(01).
           05 CLIENT-IBAN    PIC X(34).
      *Date de cloture AAAAMMJJ posee par maintcli : un client
      *clos ne commande plus mais sa fiche et son solde restent,
      *pour les factures et les reglements en cours. Ajoutee par
      *la migration migclos : zero = client actif.
           05 FILLER         PIC X(01).
           05 CLIENT-CLOTURE PIC 9(08).
