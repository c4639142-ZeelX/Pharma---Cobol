      *> BENEFCFG.cpy
      *> Record layout for beneficiaires-config.dat : la periode de
      *> carence d'un beneficiaire nouveau ou modifie (BFC-JOURS) et
      *> le plafond par virement externe pendant cette periode
      *> (BFC-PLAFOND).  Absent file = the defaults in
      *> CHARGER-CONFIG-BENEFICIAIRES (Gestionbancaire.cob), the same
      *> fall-back idiom as taux-config.dat.
       01  beneficiaires-config-record.
           05  BFC-JOURS               PIC 9(3).
           05  BFC-PLAFOND             PIC 9(9)V99.
