      *> (librairyTwo.cob), bascule R/P au pret et au retour
      *> (Librairy.cob), T quand l'exemplaire est mis de cote pour une
      *> reservation; le reassort (ReorderReport.cob) ne compte que
      *> les exemplaires reellement en rayon.  Deux salles de
      *> lecture : l'exemplaire a un site d'attache (le rayon ou il
      *> se range) et un site actuel, et voyage entre les deux par le
      *> bac des transferts - S a expedier (EX-SITE-DESTINATION),
      *> X en transit, jusqu'a sa reception au comptoir d'arrivee
      *> (Librairy.cob).  Il n'est en rayon (R) qu'a son site
      *> d'attache.
       01  EXEMPLAIRE-RECORD.
           05  EX-CLE.
               10  EX-ISBN             PIC X(13).
               88  EX-TENU                 VALUE 'T'.
               88  EX-EN-REPARATION        VALUE 'E'.
               88  EX-RETIRE               VALUE 'W'.
               88  EX-A-EXPEDIER           VALUE 'S'.
               88  EX-EN-TRANSIT           VALUE 'X'.
           05  EX-DATE-ACQUISITION     PIC 9(8).
      *> Origine de l'exemplaire : F = notre fonds, I = emprunte a une
      *> autre bibliotheque (voir PRETINTER.cpy) - le pret d'un
           05  EX-ORIGINE              PIC X.
               88  EX-FONDS-PROPRE         VALUE 'F' ' '.
               88  EX-PRET-INTER           VALUE 'I'.
      *> Sites de l'exemplaire (code a trois lettres, voir
      *> SITEPOSTE.cpy).  Ajoutes en fin de record : un registre au
      *> format precedent se reconstruit avec ConvertirCatalogue.cob,
      *> tout le vieux fonds seme a la salle principale.
           05  EX-SITE-ATTACHE         PIC X(3).
           05  EX-SITE-ACTUEL          PIC X(3).
      *> Site vers lequel l'exemplaire part (statuts S et X) - a blanc
      *> le reste du temps.
           05  EX-SITE-DESTINATION     PIC X(3).
