      *> PRIXMAT.cpy
      *> Record layout for the fencing materials price list
      *> (prix-materiaux.dat), une ligne par type de cloture : prix au
      *> metre, espacement et prix unitaire des poteaux, prix unitaire
      *> d'un portail.  Sorti du FD local de CalculePerimetre depuis
      *> que le cout des chantiers (CoutsChantiers.cob) valorise les
      *> quantites posees au tarif du jour - every FD that maps onto
      *> prix-materiaux.dat should COPY this.
       01  materiau-record.
           05  MAT-TYPE                PIC X(10).
           05  MAT-PRIX-METRE          PIC 9(5)V99.
           05  MAT-ESPACEMENT          PIC 9(2)V99.
           05  MAT-PRIX-POTEAU         PIC 9(5)V99.
           05  MAT-PRIX-PORTAIL        PIC 9(5)V99.
