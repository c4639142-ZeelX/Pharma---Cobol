      *> operation, en signalant les livraisons courtes ou
      *> excedentaires.  L'interrogation des commandes ouvertes evite
      *> de commander deux fois le meme titre.
      *> Le fonds budgetaire et le prix unitaire (voir FONDS.cpy)
      *> sont saisis a la commande; une commande d'avant les fonds a
      *> CF-FONDS a blanc et reste hors budget.
       01  COMMANDE-FOURNISSEUR-RECORD.
           05  CF-ID                   PIC 9(6).
           05  CF-FOURNISSEUR          PIC X(20).
           05  CF-STATUT               PIC X.
               88  CF-OUVERTE              VALUE 'O'.
               88  CF-SOLDEE               VALUE 'S'.
           05  CF-FONDS                PIC X(6).
           05  CF-PRIX-UNITAIRE        PIC 9(5)V99.
      *> Engagement encore ouvert sur le fonds - diminue a chaque
      *> reception du montant recu au prix de la commande.
           05  CF-ENGAGEMENT           PIC 9(7)V99.
      *> Cumul des quantites facturees (factures rapprochees ou
      *> validees).
           05  CF-QTE-FACTUREE         PIC 9(3).
