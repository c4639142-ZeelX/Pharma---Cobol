      *> MVTSTOCK.cpy
      *> Record layout for mouvements-stock.dat, indexe sur le numero
      *> de facture et la ligne : chaque sortie de stock d'une facture
      *> (reduction.cob) y laisse sa trace, ecrite avant la reecriture
      *> de l'article.  La reprise d'une echeance de contrat
      *> interrompue retrouve ici les lignes deja sorties sous son
      *> numero reserve et ne les ressort pas.
       01  MOUVEMENT-STOCK-RECORD.
           05  MVS-CLE.
               10  MVS-FACTURE         PIC 9(6).
      *> Rang de la ligne tarifee dans la facture (les lignes
      *> rejetees et la ligne ACOMPTE ne comptent pas).
               10  MVS-LIGNE           PIC 9(4).
           05  MVS-ARTICLE             PIC X(10).
           05  MVS-QUANTITE            PIC 9(5).
           05  MVS-DATE                PIC 9(8).
