      *> VALCFG.cpy
      *> Record layout for validation-config.dat : montant au-dela
      *> duquel un retrait ou un virement saisi au guichet attend une
      *> seconde validation (voir VALIDATION.cpy).  Absent file = the
      *> default in CHARGER-CONFIG-VALIDATION (Gestionbancaire.cob).
       01  validation-config-record.
           05  VLC-SEUIL               PIC 9(9)V99.
