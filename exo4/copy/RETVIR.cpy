      *> motif du rejet du partenaire.  Consomme par
      *> ImportRetoursVirements.cob, qui re-credite le client par une
      *> extourne "Y" pointant sur l'ecriture "W" d'origine.
      *> Le fichier est encadre d'une ligne d'en-tete et d'une ligne
      *> de fin (voir REMISE.cpy), controlees par ControleRemise.cob.
       01  retour-virement-record.
           05  RTV-DATE                PIC 9(8).
           05  CSV-FILLER-RTV-1        PIC X VALUE ",".
           05  CSV-FILLER-RTV-3        PIC X VALUE ",".
           05  RTV-BANQUE-BENEF        PIC X(11).
           05  CSV-FILLER-RTV-4        PIC X VALUE ",".
           05  RTV-COMPTE-BENEF        PIC X(34).
           05  CSV-FILLER-RTV-5        PIC X VALUE ",".
           05  RTV-MONTANT             PIC 9(9)V99.
           05  CSV-FILLER-RTV-6        PIC X VALUE ",".
