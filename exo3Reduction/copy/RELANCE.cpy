      *> RELANCE.cpy
      *> Record layout for the dunning register (relances-clients.dat),
      *> indexed by invoice number - un record par facture deja
      *> relancee, avec le niveau de lettre atteint.  La balance agee
      *> de ComptesClients.cob disait qui etait en retard et les
      *> lettres s'ecrivaient a la main.  La passe RelancesClients.cob
      *> fait monter chaque facture impayee d'un niveau a la fois -
      *> rappel, mise en demeure, dernier avis avec frais de retard -
      *> et n'envoie jamais deux fois la meme lettre pour la meme
      *> facture : le niveau atteint est note ici.  Le fichier des
      *> encours (ENCCLI.cpy) n'est pas touche.
       01  RELANCE-CLIENT-RECORD.
           05  RLC-FACTURE             PIC 9(6).
           05  RLC-CLIENT              PIC X(10).
           05  RLC-NIVEAU              PIC 9.
               88  RLC-RAPPEL              VALUE 1.
               88  RLC-MISE-EN-DEMEURE     VALUE 2.
               88  RLC-DERNIER-AVIS        VALUE 3.
           05  RLC-DATE-LETTRE         PIC 9(8).
      *> Facture des frais de retard postee avec le dernier avis -
      *> zero avant.  La facture de frais a elle-meme son record ici,
      *> deja au niveau 3 : elle ne se relance pas en frais sur frais.
           05  RLC-FACTURE-FRAIS       PIC 9(6).
