      *> TAUXMO.cpy
      *> Record layout for the labour rates (taux-main-oeuvre.dat),
      *> indexed by crew or worker code.  Le taux d'un ouvrier prime
      *> sur celui de son equipe; une equipe sans ouvrier nomme
      *> pointe a son propre taux (CoutsChantiers.cob).
       01  TAUX-MAIN-OEUVRE-RECORD.
           05  TMO-CODE                PIC X(10).
           05  TMO-NATURE              PIC X.
               88  TMO-EQUIPE              VALUE 'E'.
               88  TMO-OUVRIER             VALUE 'O'.
               88  TMO-NATURE-VALIDE       VALUE 'E' 'O'.
           05  TMO-LIBELLE             PIC X(30).
           05  TMO-TAUX-HORAIRE        PIC 9(4)V99.
