      *> Zero = no end date; once ORD-PROCHAINE-DATE would pass this,
      *> the order is marked T and never picked up again.
           05  ORD-DATE-FIN            PIC 9(8).
      *> S = suspendu par l'ouverture de la succession du titulaire
      *> (SuccessionClient.cob) - plus execute, garde pour memoire.
           05  ORD-STATUT              PIC X.
               88  ORD-ACTIF               VALUE 'A'.
               88  ORD-TERMINE             VALUE 'T'.
               88  ORD-SUSPENDU            VALUE 'S'.
