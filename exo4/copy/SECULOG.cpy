           05  SEC-COMPTE              PIC 9(6).
           05  CSV-FILLER-SEC-COMPTE   PIC X VALUE ",".
           05  SEC-EVENEMENT           PIC X(12).
           05  CSV-FILLER-SEC-EVT      PIC X VALUE ",".
      *> Operateur de la session (voir OPERATEUR.cpy) et programme /
      *> fonction en cause - c'est la que se lisent les refus d'acces
      *> de ControleAcces.cob (SEC-COMPTE a zero).  Les lignes
      *> anterieures s'arretent a l'evenement et se relisent a blanc.
           05  SEC-OPERATEUR           PIC X(4).
           05  CSV-FILLER-SEC-OPR      PIC X VALUE ",".
           05  SEC-PROGRAMME           PIC X(24).
           05  CSV-FILLER-SEC-PGM      PIC X VALUE ",".
           05  SEC-FONCTION            PIC X(12).
