      *> ARTPRIX.cpy
      *> Record layout for the article price history
      *> (articles-prix.dat), indexed by article code + date
      *> d'effet.  ART-PRIX-UNITAIRE ne
      *> tenait qu'un prix : une hausse se tapait la veille au soir
      *> et une commande plus ancienne retarifee prenait le nouveau
      *> prix.  Chaque changement de prix d'un article s'inscrit ici a
      *> sa date d'effet - une hausse se programme d'avance - et la
      *> tarification de commande (reduction.cob) prend le prix en
      *> vigueur a la date de la commande (voir ARTPRIXPROC.cpy).
      *> Un article sans historique garde ART-PRIX-UNITAIRE a toute
      *> date; au premier changement, GestionArticles.cob inscrit
      *> l'ancien prix a la date d'effet zero.
       01  ARTICLE-PRIX-RECORD.
           05  APX-CLE.
               10  APX-CODE            PIC X(10).
               10  APX-DATE-EFFET      PIC 9(8).
           05  APX-PRIX-UNITAIRE       PIC 9(8)V99.
           05  APX-DATE-SAISIE         PIC 9(8).
           05  APX-OPERATEUR           PIC X(4).
