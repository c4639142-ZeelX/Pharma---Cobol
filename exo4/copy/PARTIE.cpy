      *> PARTIE.cpy
      *> Record layout for the party cross-reference
      *> (parties-liens.dat), indexed by identity.  La meme personne
      *> pouvait etre CUST-ID a la banque (custmast.dat), MB-ID a la
      *> bibliotheque (membres.dat), client de la boutique (CLB-CODE,
      *> le FAC-CLIENT de encours-clients.dat) et DEV-CLIENT au
      *> registre des devis de cloture - quatre fiches que rien ne
      *> reliait.  Un record = une identite rattachee a une partie;
      *> la cle primaire etant l'identite, une identite ne peut
      *> appartenir qu'a une seule partie.  La cle alternee sur
      *> PTL-PARTIE donne toutes les identites d'une partie.
      *> Tenu par GestionParties.cob (lier / delier), alimente par les
      *> suggestions de RapprochementParties.cob, lu par
      *> PositionPartie.cob pour la position tous metiers.  Le lien
      *> banque d'un client anonymise est supprime par
      *> RetentionClients.cob.
       01  PARTIE-LIEN-RECORD.
           05  PTL-IDENTITE.
      *> B = banque (CUST-ID), M = bibliotheque (MB-ID), F = boutique
      *> et facturation (CLB-CODE / FAC-CLIENT), C = devis de cloture
      *> (DEV-CLIENT).
               10  PTL-DOMAINE         PIC X.
                   88  PTL-BANQUE          VALUE 'B'.
                   88  PTL-BIBLIOTHEQUE    VALUE 'M'.
                   88  PTL-BOUTIQUE        VALUE 'F'.
                   88  PTL-CLOTURE         VALUE 'C'.
                   88  PTL-DOMAINE-VALIDE  VALUE 'B' 'M' 'F' 'C'.
               10  PTL-IDENT           PIC X(10).
      *> Vue numerique des identifiants banque et bibliotheque.
               10  PTL-IDENT-NUM REDEFINES PTL-IDENT.
                   15  PTL-IDENT-NUMERO    PIC 9(6).
                   15  FILLER              PIC X(4).
           05  PTL-PARTIE              PIC 9(6).
      *> Nom de l'identite dans son metier au jour du lien - a blanc
      *> pour un DEV-CLIENT, le registre des devis n'a pas de nom.
           05  PTL-NOM                 PIC X(30).
           05  PTL-DATE-LIEN           PIC 9(8).
           05  PTL-OPERATEUR           PIC X(4).
