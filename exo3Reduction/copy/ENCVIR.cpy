      *> ENCVIR.cpy
      *> Record layout for the cash-application register
      *> (encaissements-virements.dat), indexed by the H-Seq of the
      *> credit in historique.txt.  Les virements des clients arrivent
      *> sur le compte bancaire de la boutique et quelqu'un relisait
      *> historique.txt pour les saisir un a un dans ComptesClients.
      *> La passe EncaissementsVirements.cob impute d'elle-meme chaque
      *> credit du jour dont la reference porte un numero de facture
      *> ouverte, ou l'acompte d'un devis de cloture dont la
      *> reference porte "DEVIS" ou "ACOMPTE" et le numero du devis;
      *> tout credit qu'elle a vu a son record ici - une
      *> relance de la passe ne le reimpute donc jamais.  Ce qu'elle
      *> n'a pas su affecter (reference sans facture, facture soldee,
      *> montant au-dela du reste du) reste ENV-NON-AFFECTE et se
      *> traite a la main dans ComptesClients.
       01  ENCAISSEMENT-VIREMENT-RECORD.
           05  ENV-SEQ                 PIC 9(9).
           05  ENV-DATE                PIC 9(8).
           05  ENV-MONTANT             PIC 9(9)V99.
      *> Reference du donneur d'ordre, retrouvee dans
      *> virements-entrants-traites.dat - a blanc si introuvable.
           05  ENV-REFERENCE           PIC X(20).
      *> Derniere facture imputee - zero tant que rien ne l'est.
           05  ENV-FACTURE             PIC 9(6).
      *> Reste a affecter a la main.
           05  ENV-NON-AFFECTE         PIC 9(9)V99.
           05  ENV-STATUT              PIC X.
               88  ENV-AFFECTE             VALUE 'A'.
               88  ENV-A-TRAITER           VALUE 'N'.
               88  ENV-AFFECTE-MAIN        VALUE 'M'.
      *> Pourquoi la passe ne l'a pas affecte.
           05  ENV-MOTIF               PIC X.
               88  ENV-SANS-FACTURE        VALUE 'I'.
               88  ENV-FACTURE-SOLDEE      VALUE 'S'.
               88  ENV-EXCEDENT            VALUE 'X'.
      *> Reference "DEVIS"/"ACOMPTE" sans acompte attendu sur un
      *> devis connu, ou acompte deja paye ou deduit.
               88  ENV-SANS-ACOMPTE        VALUE 'D'.
               88  ENV-ACOMPTE-REGLE       VALUE 'R'.
      *> Credit au-dela de la table d'une passe : jamais impute,
      *> sans reference recherchee.
               88  ENV-HORS-TABLE          VALUE 'T'.
      *> Devis dont l'acompte a recu le credit (voir ACOMPTE.cpy) -
      *> zero pour un reglement de facture.
           05  ENV-DEVIS               PIC 9(6).
