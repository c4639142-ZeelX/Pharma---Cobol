      *> COTPRLV.cpy
      *> Record layout for the register of membership fees collected
      *> by bank debit (cotisations-prelevees.dat), indexed by the
      *> receipt line it settles.  recettes-adhesions.dat est en ajout
      *> seul : une ligne "a prelever" (RAD-MODE 'P') ne se reecrit
      *> pas, c'est ce registre qui dit qu'elle a ete prelevee -
      *> PrelevementsBibliotheque.cob y ecrit une cle par cotisation
      *> debitee et saute toute ligne deja presente.  Une cotisation
      *> dont le prelevement echoue n'y entre pas et repasse la nuit
      *> suivante.
       01  COTISATION-PRELEVEE-RECORD.
           05  CPV-CLE.
               10  CPV-DATE-RECU       PIC 9(8).
               10  CPV-MEMBRE          PIC 9(6).
           05  CPV-MONTANT             PIC 9(5)V99.
           05  CPV-COMPTE              PIC 9(6).
           05  CPV-DATE-PRELEV         PIC 9(8).
