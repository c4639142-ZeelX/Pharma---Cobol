      *> RELCFG.cpy
      *> Record layout for relances-config.dat : les seuils de la
      *> passe de relance RelancesClients.cob, en jours de retard
      *> apres l'echeance (FAC-DATE + conditions de paiement du
      *> client), l'intervalle minimum entre deux lettres sur une meme
      *> facture, les conditions par defaut d'un code absent du
      *> fichier clients et les frais de retard du dernier avis.
      *> Absent file = the defaults in CHARGER-CONFIG-RELANCES, the
      *> same fall-back idiom as renouvellement-config.dat.
       01  relances-config-record.
           05  RLF-JOURS-RAPPEL        PIC 9(3).
           05  RLF-JOURS-DEMEURE       PIC 9(3).
           05  RLF-JOURS-DERNIER-AVIS  PIC 9(3).
           05  RLF-JOURS-ENTRE-LETTRES PIC 9(3).
           05  RLF-DELAI-DEFAUT        PIC 9(3).
           05  RLF-FRAIS-RETARD        PIC 9(5)V99.
