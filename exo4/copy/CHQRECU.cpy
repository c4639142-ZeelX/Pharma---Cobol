      *> tireur ("Q" dans historique.txt, le numero du cheque dans
      *> H-Ref) ou renvoie la ligne au fichier des rejets avec son
      *> motif.
      *> Le fichier est encadre d'une ligne d'en-tete et d'une ligne
      *> de fin (voir REMISE.cpy), controlees par ControleRemise.cob.
       01  cheque-recu-record.
           05  CHR-DATE                PIC 9(8).
           05  CSV-FILLER-CHR-1        PIC X VALUE ",".
