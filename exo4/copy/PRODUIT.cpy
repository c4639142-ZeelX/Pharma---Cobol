      *> PRODUIT.cpy
      *> Record layout for the account product catalogue (produits.dat),
      *> indexed by product code.  Limite journaliere, decouvert, taux
      *> et exonerations se tapaient a la main a chaque ouverture et
      *> deux "comptes courants standard" n'avaient jamais les memes
      *> conditions.  Un produit (COURANT, EPARGNE, JEUNE...) porte les
      *> conditions par defaut; OUVRIR-COMPTE (GestionComptes.cob) les
      *> applique et note le code dans ACCT-PRODUIT.  Tenu dans
      *> GestionProduits.cob.
       01  PRODUIT-RECORD.
           05  PRD-CODE                PIC X(6).
           05  PRD-LIBELLE             PIC X(30).
           05  PRD-LIMITE-JOUR         PIC 9(9)V99.
           05  PRD-DECOUVERT           PIC 9(9)V99.
      *> Taux en vigueur (0.0150 = 1.5%).
           05  PRD-TAUX                PIC 9V9(4).
      *> Changement de taux programme : a partir de PRD-DATE-EFFET le
      *> job nocturne BasculeTauxProduits.cob bascule PRD-TAUX et
      *> tous les comptes du produit sans taux individuel
      *> (ACCT-TAUX-DEROGATOIRE).  Date a zero = rien de programme.
           05  PRD-TAUX-NOUVEAU        PIC 9V9(4).
           05  PRD-DATE-EFFET          PIC 9(8).
      *> Profil de frais : les lignes de frais-bareme.dat qui portent
      *> ce profil (FRB-PROFIL) remplacent, pour les comptes du
      *> produit, la ligne generale du meme type - un profil a frais
      *> nuls vaut exoneration.  A blanc, le bareme general.
           05  PRD-PROFIL-FRAIS        PIC X(8).
      *> Devise autorisee - "ALL" pour toutes.
           05  PRD-DEVISE              PIC X(3).
           05  PRD-STATUT              PIC X.
               88  PRD-ACTIF               VALUE 'A'.
               88  PRD-RETIRE              VALUE 'R'.
