      *> PRET.cpy
      *> Record layout for the loan file (prets.dat), indexed by loan
      *> number.  La boutique prete desormais de petites sommes et le
      *> remboursement se suivait sur papier.  Ouvert par
      *> GestionPrets.cob au deblocage d'une demande accordee (voir
      *> DEMPRET.cpy; le capital est verse au compte de
      *> remboursement par une ecriture "N" de historique.txt pointant
      *> sur le pret via H-Ref); le job nocturne EcheancesPrets.cob
      *> preleve chaque mensualite due en deux ecritures - "J" pour la
