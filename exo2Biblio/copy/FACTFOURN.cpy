      *> FACTFOURN.cpy
      *> Record layout for the supplier invoices
      *> (factures-fournisseurs.dat), indexed by internal invoice
      *> number.  Chaque facture est rapprochee de sa commande (voir
      *> CMDFOURN.cpy) : prix unitaire contre CF-PRIX-UNITAIRE,
      *> quantite contre ce qui a ete recu et pas encore facture
      *> (CF-QTE-RECUE - CF-QTE-FACTUREE).  Une facture qui colle
      *> passe rapprochee; un ecart de prix, ou plus d'exemplaires
      *> factures que recus, la met en attente de validation (droit
      *> VALIDER-FACT), jamais par la personne qui l'a saisie, et
      *> seulement une fois tous ses exemplaires recus.
       01  FACTURE-FOURNISSEUR-RECORD.
           05  FF-ID                   PIC 9(6).
           05  FF-NUMERO               PIC X(15).
           05  FF-COMMANDE             PIC 9(6).
           05  FF-FOURNISSEUR          PIC X(20).
           05  FF-DATE-FACTURE         PIC 9(8).
           05  FF-DATE-SAISIE          PIC 9(8).
           05  FF-QTE                  PIC 9(3).
           05  FF-PRIX-UNITAIRE        PIC 9(5)V99.
           05  FF-MONTANT              PIC 9(7)V99.
      *> Ecarts constates a la saisie : quantite facturee moins reste
      *> a facturer, prix facture moins prix commande.
           05  FF-ECART-QTE            PIC S9(3).
           05  FF-ECART-PRIX           PIC S9(5)V99.
           05  FF-STATUT               PIC X.
               88  FF-RAPPROCHEE           VALUE 'R'.
               88  FF-EN-ATTENTE           VALUE 'A'.
               88  FF-VALIDEE              VALUE 'V'.
               88  FF-REJETEE              VALUE 'J'.
           05  FF-SAISI-PAR            PIC X(4).
           05  FF-DECIDE-PAR           PIC X(4).
           05  FF-DATE-DECISION        PIC 9(8).
