      *> RETENCFG.cpy
      *> Record layout for retention-config.dat : le nombre d'annees
      *> apres la cloture du dernier compte au bout duquel les donnees
      *> personnelles d'un client sont anonymisees (RetentionClients.
      *> cob).  Absent file = the default in CHARGER-DUREE-RETENTION,
      *> the same fall-back idiom as dormance-config.dat.
       01  retention-config-record.
           05  RTC-ANNEES              PIC 9(2).
