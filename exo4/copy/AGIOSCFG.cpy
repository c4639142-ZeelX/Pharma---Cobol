      *> AGIOSCFG.cpy
      *> Record layout for agios-config.dat : les taux annuels des
      *> agios debiteurs (AgiosDebiteurs.cob).  Le premier s'applique
      *> a la part du solde negatif couverte par ACCT-OVERDRAFT-LIMIT,
      *> le second - plus lourd - a tout ce qui depasse le decouvert
      *> autorise.  Absent file = the defaults in CHARGER-TAUX-AGIOS,
      *> the same fall-back idiom as taux-config.dat.
       01  agios-config-record.
           05  AGC-TAUX-DECOUVERT      PIC 9V9(4).
           05  AGC-TAUX-DEPASSEMENT    PIC 9V9(4).
