      *> PROVCFG.cpy
      *> Record layout for provisions-config.dat : le taux de
      *> provision applique au capital restant du d'un pret selon sa
      *> tranche d'arriere (ProvisionsPrets.cob) - pret a jour, 1 a 30
      *> jours, 31 a 90 jours, plus de 90 jours de retard sur la plus
      *> ancienne echeance impayee.  Absent file = the defaults in
      *> CHARGER-TAUX-PROVISION, the same fall-back idiom as
      *> taux-config.dat.
       01  provisions-config-record.
           05  PVC-TAUX-COURANT        PIC 9V9(4).
           05  PVC-TAUX-1-30           PIC 9V9(4).
           05  PVC-TAUX-31-90          PIC 9V9(4).
           05  PVC-TAUX-PLUS-90        PIC 9V9(4).
