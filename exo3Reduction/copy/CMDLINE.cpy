       01  commande-record.
           05  CMD-CODE                PIC X(10).
           05  CMD-DESIGNATION         PIC X(20).
      *> Ligne d'acompte d'un devis de cloture (CMD-CODE "ACOMPTE") :
      *> la designation porte le numero du devis, et la facture
      *> deduit l'acompte recu au registre acomptes-devis.dat.
           05  CMD-DESIGNATION-ACOMPTE REDEFINES CMD-DESIGNATION.
               10  CMD-LIBELLE-ACOMPTE     PIC X(14).
               10  CMD-DEVIS-ACOMPTE       PIC 9(6).
           05  CMD-QUANTITE            PIC 9(5).
      *> Zero = prix du tarif articles.dat; autre valeur = prix impose
      *> traite en DEROGATION signalee par la tarification.
