      *> SUPERVISEUR.cpy
      *> Record layout for superviseur.dat, the single-field file
      *> that held the shared supervisor code before operateurs.dat.
      *> Read once only, by ControleAcces.cob when it creates
      *> operateurs.dat : the code becomes that of operator S001.
       01  superviseur-record.
           05  SUP-CODE                PIC 9(6).
