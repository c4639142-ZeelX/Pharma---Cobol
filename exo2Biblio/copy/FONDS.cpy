      *> FONDS.cpy
      *> Record layout for the acquisitions budget funds
      *> (fonds-acquisitions.dat), indexed by exercice + fund code.
      *> Un fonds par rubrique (romans adultes, jeunesse, usuels...)
      *> et par annee, avec sa dotation.  La commande engage son
      *> montant sur le fonds, la reception transforme l'engagement
      *> en depense, la facture validee corrige la depense de l'ecart
      *> de prix - voir Acquisitions.cob.  Le disponible n'est pas
      *> stocke : dotation - engage - depense, recalcule a chaque
      *> lecture (EtatFonds.cob, controle a la commande).
       01  FONDS-RECORD.
           05  FDS-CLE.
               10  FDS-EXERCICE        PIC 9(4).
               10  FDS-CODE            PIC X(6).
           05  FDS-LIBELLE             PIC X(20).
           05  FDS-DOTATION            PIC 9(7)V99.
           05  FDS-ENGAGE              PIC S9(7)V99.
           05  FDS-DEPENSE             PIC S9(7)V99.
