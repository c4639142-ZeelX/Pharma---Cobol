      *> APPELSAV.cpy
      *> Record layout for the after-sales service-call register
      *> (appels-sav.dat), indexed by call number.  Un chantier passe
      *> OT-TERMINE sortait du systeme : quand un client appelait pour
      *> un portail casse, personne ne savait s'il etait encore sous
      *> garantie.  Chaque appel est rattache a l'ordre de travaux
      *> (et par lui au devis) de la cloture posee, et classe a
      *> l'ouverture : garantie gratuite si l'appel tombe avant la
      *> fin de garantie (achevement + duree de garantie-cloture.dat)
      *> et que la cause n'en est pas exclue, payant sinon - une
      *> reparation payante part en commande.dat vers reduction.cob.
      *> Tenu par ServiceApresVente.cob.
       01  APPEL-SAV-RECORD.
           05  SAV-NUMERO              PIC 9(6).
           05  SAV-ORDRE               PIC 9(6).
           05  SAV-DEVIS               PIC 9(6).
           05  SAV-CLIENT              PIC X(10).
      *> Type de cloture (DEV-TYPE / OT-TYPE) et equipe qui l'a posee.
           05  SAV-TYPE                PIC X(10).
           05  SAV-EQUIPE              PIC X(10).
           05  SAV-DATE-ACHEVEMENT     PIC 9(8).
           05  SAV-FIN-GARANTIE        PIC 9(8).
           05  SAV-DATE-APPEL          PIC 9(8).
           05  SAV-MOTIF               PIC X(40).
      *> O = cause exclue de la garantie (choc, vandalisme...) -
      *> l'appel est payant meme dans la periode.
           05  SAV-EXCLUSION           PIC X.
               88  SAV-CAUSE-EXCLUE        VALUE 'O'.
           05  SAV-NATURE              PIC X.
               88  SAV-GARANTIE            VALUE 'G'.
               88  SAV-PAYANT              VALUE 'P'.
      *> O = ouvert, C = clos sans facture (garantie), E = reparation
      *> payante exportee en commande.dat pour facturation.
           05  SAV-STATUT              PIC X.
               88  SAV-OUVERT              VALUE 'O'.
               88  SAV-CLOS                VALUE 'C'.
               88  SAV-EXPORTE             VALUE 'E'.
           05  SAV-DATE-CLOTURE        PIC 9(8).
           05  SAV-MONTANT             PIC 9(8)V99.
           05  SAV-OPERATEUR           PIC X(4).
