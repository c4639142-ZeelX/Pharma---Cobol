      *> HISTCHAIN.cpy
      *> Working fields for the historique.txt chaining logic (see
      *> HISTCHAINPROC.cpy), COPYed into WORKING-STORAGE the same way
      *> FILESTAT.cpy is.  ws-chaine-precedente is the H-Chaine of the
      *> entry before (zero at the head of the chain); the imprint of
      *> the current entry comes back in ws-chaine-calculee.
       01  ws-chaine-ecriture      PIC X(76).
       01  ws-chaine-precedente    PIC 9(10).
       01  ws-chaine-calculee      PIC 9(10).
       01  ws-chaine-travail       PIC 9(18).
       01  ws-chaine-valeur        PIC 9(11).
       01  ws-chaine-texte         PIC X(7).
       01  ws-chaine-i             PIC 9.
