      *> the beneficiary account is OURS.  Anything unmatchable
      *> (unknown account, currency mismatch) is credited to the
      *> suspense account instead of being dropped.
      *> Le fichier est encadre d'une ligne d'en-tete et d'une ligne
      *> de fin (voir REMISE.cpy), controlees par ControleRemise.cob.
       01  virement-entrant-record.
           05  VEN-DATE                PIC 9(8).
           05  CSV-FILLER-VEN-1        PIC X VALUE ",".
