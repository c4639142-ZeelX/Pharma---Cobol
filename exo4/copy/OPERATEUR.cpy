      *> OPERATEUR.cpy
      *> Record layout for the operator file (operateurs.dat), indexed
      *> by operator id.  Remplace guichetiers.dat et le code partage
      *> de superviseur.dat : chaque personne qui se connecte a un
      *> programme de l'atelier - guichet, bibliotheque, tarification,
      *> cloture - y a sa ligne, son propre code et ses roles.  Ce que
      *> chaque role peut lancer est dans droits-acces.dat (voir
      *> DROITACC.cpy); le controle lui-meme est fait par
      *> ControleAcces.cob.  Tenu par GestionOperateurs.cob.
       01  operateur-record.
      *> Identifiant court - celui qui est estampille sur chaque
      *> ecriture de historique.txt via H-Guichetier.
           05  OPR-ID                  PIC X(4).
           05  OPR-NOM                 PIC X(30).
           05  OPR-CODE                PIC 9(6).
      *> Agence de rattachement ("000" = siege/batch), reprise sur
      *> chaque ecriture d'une session de guichet (H-Agence).
           05  OPR-AGENCE              PIC X(3).
      *> Un octet par role, 'O' = role tenu.  Les lettres de role de
      *> droits-acces.dat suivent le meme ordre : G guichetier,
      *> S superviseur, B bibliothecaire, V vente, E exploitation.
           05  OPR-ROLES.
               10  OPR-ROLE-GUICHET    PIC X.
                   88  OPR-GUICHETIER      VALUE 'O'.
               10  OPR-ROLE-SUPERVISEUR PIC X.
                   88  OPR-SUPERVISEUR     VALUE 'O'.
               10  OPR-ROLE-BIBLIO     PIC X.
                   88  OPR-BIBLIOTHECAIRE  VALUE 'O'.
               10  OPR-ROLE-VENTE      PIC X.
                   88  OPR-VENDEUR         VALUE 'O'.
               10  OPR-ROLE-EXPLOIT    PIC X.
                   88  OPR-EXPLOITANT      VALUE 'O'.
           05  OPR-STATUT              PIC X.
               88  OPR-ACTIF               VALUE 'A'.
               88  OPR-RETIRE              VALUE 'R'.
