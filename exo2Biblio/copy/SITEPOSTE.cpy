      *> SITEPOSTE.cpy
      *> Record layout for the workstation site file (site-poste.dat)
      *> : une ligne posee sur chaque poste de comptoir ou borne, qui
      *> dit dans quelle salle de lecture il se trouve - PRI la salle
      *> principale, ANX la seconde salle.  Absent, le poste est
      *> repute a la salle principale (voir SITEPROC.cpy), comme
      *> avant l'ouverture de la seconde salle.
       01  site-poste-record.
           05  SP-SITE                 PIC X(3).
           05  SP-LIBELLE              PIC X(20).
