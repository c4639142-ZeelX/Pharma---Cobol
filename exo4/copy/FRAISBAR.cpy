      *> Nombre de retraits gratuits par mois avant que le frais
      *> RETRAIT ne compte; ignore pour les autres types.
           05  FRB-FRANCHISE           PIC 9(3).
           05  CSV-FILLER-FRB-5        PIC X VALUE ",".
      *> Profil de frais (PRD-PROFIL-FRAIS, voir PRODUIT.cpy) : a blanc
      *> la ligne generale du type; renseigne, la ligne ne vaut que
      *> pour les comptes dont le produit porte ce profil et y
      *> remplace la ligne generale.  Les anciennes lignes s'arretent
      *> a la franchise et se relisent donc comme lignes generales.
           05  FRB-PROFIL              PIC X(8).
