      *> quelle semaine, quelles quantites reellement posees.  Cree
      *> depuis le registre des devis par OrdresTravaux.cob, qui tient
      *> aussi le planning hebdomadaire, la saisie d'achevement et le
      *> rapport d'ecarts devis/reel.  Le record s'est allonge de la
      *> date d'achevement et de l'acompte, apres le statut : un
      *> fichier au format precedent se reconstruit avec
      *> ConvertirOrdresTravaux.cob.
       01  ORDRE-TRAVAUX-RECORD.
           05  OT-NUMERO               PIC 9(6).
           05  OT-DEVIS                PIC 9(6).
           05  OT-LONGUEUR-REELLE      PIC 9(10)V99.
           05  OT-POTEAUX-REELS        PIC 9(5).
           05  OT-PORTAILS-REELS       PIC 9(2).
      *> A = cree mais pas planifiable tant que l'acompte reste du.
           05  OT-STATUT               PIC X.
               88  OT-OUVERT               VALUE 'O'.
               88  OT-TERMINE              VALUE 'T'.
               88  OT-ATTENTE-ACOMPTE      VALUE 'A'.
      *> Jour de la saisie d'achevement - la periode du cout des
      *> chantiers (CoutsChantiers.cob).  Zero sur les ordres
      *> acheves avant : la date prevue en tient lieu.
           05  OT-DATE-ACHEVEMENT      PIC 9(8).
      *> Acompte du devis (voir ACOMPTE.cpy), releve a la creation
      *> et a la planification - zero si aucun n'a ete demande.
           05  OT-ACOMPTE-DU           PIC 9(10)V99.
           05  OT-ACOMPTE-RECU         PIC 9(10)V99.
