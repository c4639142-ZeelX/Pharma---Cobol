      *> mandat, ou sans provision part au fichier des rejets
      *> prelevements-rejets.dat - la meme ligne completee d'un code
      *> motif - qui repart chez le creancier.
      *> Le fichier est encadre d'une ligne d'en-tete et d'une ligne
      *> de fin (voir REMISE.cpy), controlees par ControleRemise.cob.
       01  prelevement-recu-record.
           05  PRV-DATE                PIC 9(8).
           05  CSV-FILLER-PRV-1        PIC X VALUE ",".
