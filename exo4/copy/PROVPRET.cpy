      *> PROVPRET.cpy
      *> Record layout for provisions-prets.dat, indexed by loan
      *> number - la provision pour pertes detenue sur chaque pret
      *> (PRET.cpy) a la derniere passe de ProvisionsPrets.cob.  La
      *> passe suivante n'ecrit en comptabilite que l'ecart entre la
      *> provision recalculee et celle-ci, puis la remplace.  Un pret
      *> solde garde son enregistrement, a zero, une fois sa
      *> provision reprise.
       01  PROVISION-PRET-RECORD.
           05  PVP-PRET                PIC 9(6).
      *> Tranche d'arriere retenue : 0 a jour, 1 de 1 a 30 jours, 2
      *> de 31 a 90 jours, 3 au-dela de 90 jours.
           05  PVP-TRANCHE             PIC 9.
           05  PVP-MONTANT             PIC 9(9)V99.
           05  PVP-DATE                PIC 9(8).
