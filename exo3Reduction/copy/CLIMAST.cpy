      *> CLIMAST.cpy
      *> Record layout for the shop customer master
      *> (clients-boutique.dat), indexed by customer code.  La
      *> reference client de la facture etait tapee librement - le
      *> meme client se retrouvait sous trois orthographes dans
      *> encours-clients.dat, et rien n'empechait de facturer encore
      *> quelqu'un qui devait deja des mois de factures.  Tenu par
      *> GestionClientele.cob; la tarification de commande
      *> (reduction.cob) n'accepte qu'un code connu, en prend le
      *> palier de fidelite, imprime nom, adresse et conditions de
      *> paiement sur la facture, et met en attente la commande qui
      *> porterait l'encours du client au-dela de son plafond - sauf
      *> accord d'un responsable (droit HORS-PLAFOND).
       01  CLIENT-BOUTIQUE-RECORD.
      *> Meme largeur que FAC-CLIENT / AUD-CLIENT.
           05  CLB-CODE                PIC X(10).
           05  CLB-NOM                 PIC X(30).
           05  CLB-ADRESSE-1           PIC X(30).
           05  CLB-ADRESSE-2           PIC X(30).
           05  CLB-CODE-POSTAL         PIC X(5).
           05  CLB-VILLE               PIC X(20).
      *> Palier de fidelite (1=Standard 2=Silver 3=Gold).
           05  CLB-TIER                PIC 9.
               88  CLB-TIER-VALIDE         VALUE 1 THRU 3.
      *> Conditions de paiement : nombre de jours apres facture.
           05  CLB-DELAI-PAIEMENT      PIC 9(3).
      *> Encours maximum TTC (factures ouvertes + la commande).
      *> Zero = aucun credit : toute facture demande un accord.
           05  CLB-PLAFOND-CREDIT      PIC 9(8)V99.
           05  CLB-STATUT              PIC X.
               88  CLB-ACTIF               VALUE 'A'.
               88  CLB-FERME               VALUE 'F'.
