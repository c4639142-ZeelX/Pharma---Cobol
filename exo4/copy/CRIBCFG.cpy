      *> CRIBCFG.cpy
      *> Record layout for criblage-config.dat : score (0 a 100) a
      *> partir duquel un nom rapproche de la liste de sanctions part
      *> en revue conformite.  Absent file = the default in
      *> CHARGER-LISTE-SANCTIONS (CRIBLAGEPROC.cpy), the same fall-back
      *> idiom as taux-config.dat.
       01  criblage-config-record.
           05  CBC-SEUIL               PIC 9(3).
