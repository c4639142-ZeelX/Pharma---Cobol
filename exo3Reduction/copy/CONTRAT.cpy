      *> CONTRAT.cpy
      *> Record layout for the recurring-supply contracts
      *> (contrats.dat), indexed by contract number.  Les clients qui
      *> reprennent chaque mois les memes fournitures d'entretien
      *> voyaient le comptoir retaper la meme commande.dat a chaque
      *> fois.  Un contrat porte ses lignes, sa frequence, ses dates
      *> de debut et de fin et sa prochaine echeance; tenu par
      *> GestionContrats.cob, facture a echeance par le mode contrats
      *> de reduction.cob - meme bareme, fidelite, promotion et TVA
      *> qu'une commande.
       01  CONTRAT-RECORD.
           05  CTR-NUMERO              PIC 9(6).
           05  CTR-CLIENT              PIC X(10).
           05  CTR-LIBELLE             PIC X(30).
           05  CTR-FREQUENCE           PIC X.
               88  CTR-MENSUEL             VALUE 'M'.
               88  CTR-TRIMESTRIEL         VALUE 'T'.
               88  CTR-SEMESTRIEL          VALUE 'S'.
               88  CTR-ANNUEL              VALUE 'A'.
               88  CTR-FREQUENCE-VALIDE    VALUE 'M' 'T' 'S' 'A'.
           05  CTR-DATE-DEBUT          PIC 9(8).
      *> Zero = sans date de fin.
           05  CTR-DATE-FIN            PIC 9(8).
      *> Avance d'une periode a chaque facture, jour plafonne a 28
      *> comme AVANCER-PROCHAINE-DATE dans ExecuterOrdres.cob.
           05  CTR-PROCHAINE-ECHEANCE  PIC 9(8).
      *> Code promo du contrat, applique a chaque echeance tant qu'il
      *> est dans sa fenetre de validite - vide = aucun.
           05  CTR-CODE-PROMO          PIC X(10).
           05  CTR-STATUT              PIC X.
               88  CTR-ACTIF               VALUE 'A'.
               88  CTR-SUSPENDU            VALUE 'S'.
               88  CTR-TERMINE             VALUE 'T'.
      *> Numero de facture reserve pour l'echeance en cours de
      *> facturation - zero hors facturation.  Une reprise apres
      *> incident le retrouve et refacture sous ce meme numero, en ne
      *> passant que les ecritures (stock, audit, grand livre, acompte,
      *> ventilation TVA) absentes sous ce numero.
           05  CTR-FACTURE-EN-COURS    PIC 9(6).
           05  CTR-DERNIERE-FACTURE    PIC 9(6).
           05  CTR-DERNIERE-ECHEANCE   PIC 9(8).
           05  CTR-NB-LIGNES           PIC 9(2).
      *> Prix a zero = prix du tarif a la date d'echeance; autre
      *> valeur = prix convenu, traite en derogation comme sur une
      *> commande.
           05  CTR-LIGNE OCCURS 10 TIMES.
               10  CTL-CODE            PIC X(10).
               10  CTL-QUANTITE        PIC 9(5).
               10  CTL-PRIX-UNITAIRE   PIC 9(8)V99.
