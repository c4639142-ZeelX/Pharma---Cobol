      *> loanhist.dat.  Une ligne par renouvellement encaisse au
      *> guichet (GestionMembres.cob) : date, membre, montant percu et
      *> nouvelle date d'expiration - la ligne de recu qui s'imprime
      *> pour le membre et se pointe en caisse.  Une cotisation
      *> reglee par prelevement (autorisation du membre, voir
      *> AUTPRLV.cpy) s'ecrit avec RAD-MODE 'P' : elle n'est pas en
      *> caisse, PrelevementsBibliotheque.cob la debite la nuit et la
      *> pointe dans cotisations-prelevees.dat (COTPRLV.cpy).  Les
      *> lignes anterieures au champ se lisent avec un mode a blanc -
      *> encaissees au guichet.
       01  recette-adhesion-record.
           05  RAD-DATE                PIC 9(8).
           05  CSV-FILLER-RAD-1        PIC X VALUE ",".
           05  RAD-MONTANT             PIC 9(5)V99.
           05  CSV-FILLER-RAD-3        PIC X VALUE ",".
           05  RAD-NOUVELLE-EXPIR      PIC 9(8).
           05  CSV-FILLER-RAD-4        PIC X VALUE ",".
           05  RAD-MODE                PIC X.
               88  RAD-A-PRELEVER          VALUE 'P'.
