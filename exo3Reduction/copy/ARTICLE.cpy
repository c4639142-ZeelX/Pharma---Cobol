      *> commande (reduction.cob) prend ici le prix et la designation,
      *> rejette les codes inconnus vers batch-rejets.dat, et ne
      *> tolere un prix tape qu'en DEROGATION signalee - sur la
      *> facture et dans pricing-audit.dat.  Le record s'est allonge
      *> du stock : un fichier au format precedent se reconstruit
      *> avec ConvertirArticles.cob (articles non suivis).
       01  ARTICLE-RECORD.
           05  ART-CODE                PIC X(10).
           05  ART-DESIGNATION         PIC X(20).
      *> informative pour l'instant, la TVA unique venant toujours de
      *> taxrate.dat.
           05  ART-CATEGORIE-TAXE      PIC X.
      *> Stock de la boutique : on facturait des articles qu'on
      *> n'avait plus.  La facturation (reduction.cob) decremente
      *> ART-STOCK et signale avant facture toute ligne qui le
      *> depasse, l'avoir (AvoirClient.cob) y remet les retours, la
      *> reception de livraison (GestionArticles.cob) l'augmente.
      *> Signe : une rupture forcee par un responsable laisse un
      *> stock negatif, a regulariser a la prochaine livraison.
      *> Un article non suivi (prestation, ou poste d'un devis de
      *> cloture pris sur stock-materiaux.dat cote jardin) echappe a
      *> tout ce qui suit.
           05  ART-SUIVI-STOCK         PIC X.
               88  ART-STOCKE              VALUE 'O'.
           05  ART-STOCK               PIC S9(7).
      *> Point de commande : a ce stock ou en dessous, l'article sort
      *> sur la liste de reapprovisionnement, pour la quantite qui
      *> le remonte a ART-STOCK-MAXI.
           05  ART-POINT-COMMANDE      PIC 9(7).
           05  ART-STOCK-MAXI          PIC 9(7).
