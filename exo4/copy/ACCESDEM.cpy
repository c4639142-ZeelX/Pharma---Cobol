      *> ACCESDEM.cpy
      *> Zone d'echange avec ControleAcces.cob, passee en USING comme
      *> historique-record l'est a SubProgram.  Le programme appelant
      *> la COPY en WORKING-STORAGE; ControleAcces la COPY en LINKAGE.
      *>   ACD-SESSION      : ouverture de session - l'operateur tape
      *>                      identifiant et code, puis son droit de
      *>                      lancer ACD-PROGRAMME est controle.
      *>                      Identifiant, nom, agence et roles de la
      *>                      session reviennent dans ACD-OPERATEUR...
      *>   ACD-AUTORISATION : fonction sensible ACD-FONCTION.  Accordee
      *>                      d'office si l'operateur de la session en
      *>                      a le droit, sinon une seconde personne
      *>                      habilitee s'identifie (ACD-AUTORISANT).
      *> Chaque refus est trace dans securite.log par ControleAcces.
       01  acces-demande.
           05  ACD-MODE                PIC X VALUE SPACE.
               88  ACD-SESSION             VALUE 'S'.
               88  ACD-AUTORISATION        VALUE 'A'.
           05  ACD-PROGRAMME           PIC X(24) VALUE SPACES.
           05  ACD-FONCTION            PIC X(12) VALUE SPACES.
           05  ACD-OPERATEUR           PIC X(4) VALUE SPACES.
           05  ACD-NOM                 PIC X(30) VALUE SPACES.
           05  ACD-AGENCE              PIC X(3) VALUE SPACES.
           05  ACD-ROLES               PIC X(5) VALUE SPACES.
           05  ACD-AUTORISANT          PIC X(4) VALUE SPACES.
           05  ACD-RESULTAT            PIC X VALUE 'N'.
               88  ACD-ACCORDE             VALUE 'O'.
