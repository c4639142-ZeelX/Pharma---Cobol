      *> ACOMPTE.cpy
      *> Record layout for the quote deposit register
      *> (acomptes-devis.dat), indexed by quote number.  A
      *> l'acceptation d'un devis on demande un acompte au client -
      *> il n'etait note nulle part, et la facture finale oubliait
      *> parfois de le deduire.  CycleDevis.cob cree le record a
      *> l'acceptation (pourcentage du devis) et encaisse l'acompte
      *> paye au guichet; EncaissementsVirements.cob impute celui qui
      *> arrive par virement sur le compte de la boutique (reference
      *> "DEVIS nnnnnn" ou "ACOMPTE nnnnnn").  OrdresTravaux.cob ne
      *> planifie pas un chantier dont l'acompte reste du, et la
      *> facture finale (reduction.cob) deduit ce qui a ete recu.
      *> Pas de record = pas d'acompte demande (devis d'avant).
       01  ACOMPTE-DEVIS-RECORD.
           05  ACP-DEVIS               PIC 9(6).
           05  ACP-CLIENT              PIC X(10).
           05  ACP-TOTAL-DEVIS         PIC 9(10)V99.
      *> Pourcentage du total du devis, 30.00 = 30%.
           05  ACP-POURCENTAGE         PIC 9(3)V99.
           05  ACP-MONTANT-DU          PIC 9(10)V99.
           05  ACP-MONTANT-RECU        PIC 9(10)V99.
           05  ACP-DATE-DEMANDE        PIC 9(8).
      *> Date et canal du dernier encaissement : V = virement sur le
      *> compte de la boutique, G = guichet.
           05  ACP-DATE-RECU           PIC 9(8).
           05  ACP-ORIGINE             PIC X.
               88  ACP-PAR-VIREMENT        VALUE 'V'.
               88  ACP-AU-GUICHET          VALUE 'G'.
      *> A = attendu (rien ou une partie recue), P = paye en entier,
      *> D = deduit de la facture finale ACP-FACTURE.
           05  ACP-STATUT              PIC X.
               88  ACP-ATTENDU             VALUE 'A'.
               88  ACP-PAYE                VALUE 'P'.
               88  ACP-DEDUIT              VALUE 'D'.
           05  ACP-FACTURE             PIC 9(6).
