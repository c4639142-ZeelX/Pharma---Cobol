      *> BALAYAGE.cpy
      *> Record layout for the sweep-agreement file (balayages.dat),
      *> indexed by agreement number.  Un ordre permanent deplace un
      *> montant fixe; une convention de balayage relie le compte
      *> courant et le compte d'epargne d'un meme client (meme
      *> ACCT-CUST-ID, meme devise) autour d'un solde cible : chaque
      *> nuit BalayageComptes.cob verse a l'epargne tout ce qui depasse
      *> la cible, et renfloue depuis l'epargne un courant passe sous
      *> zero - avec les memes deux jambes V/T qu'un VIREMENT.
      *> Saisie et maintenance par GestionBalayages.cob.
       01  BALAYAGE-RECORD.
           05  BLY-ID                  PIC 9(6).
           05  BLY-COMPTE-COURANT      PIC 9(6).
           05  BLY-COMPTE-EPARGNE      PIC 9(6).
           05  BLY-SOLDE-CIBLE         PIC 9(9)V99.
           05  BLY-DATE-CREATION       PIC 9(8).
      *> Date du dernier balayage effectivement passe - zero tant que
      *> la convention n'a encore rien deplace.
           05  BLY-DERNIER-BALAYAGE    PIC 9(8).
           05  BLY-STATUT              PIC X.
               88  BLY-ACTIF               VALUE 'A'.
               88  BLY-TERMINE             VALUE 'T'.
