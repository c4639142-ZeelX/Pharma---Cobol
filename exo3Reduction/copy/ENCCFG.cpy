      *> ENCCFG.cpy
      *> Record layout for encaissements-config.dat : le compte
      *> bancaire de la boutique (historique.txt, H-Compte) dont
      *> EncaissementsVirements.cob releve les credits du jour.  Pas
      *> de valeur par defaut possible - sans ce fichier la passe ne
      *> fait rien et le signale.
       01  encaissements-config-record.
           05  ENF-COMPTE-BOUTIQUE     PIC 9(6).
