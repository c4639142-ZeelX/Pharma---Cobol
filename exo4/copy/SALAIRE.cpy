      *> SALAIRE.cpy
      *> Record layout for the payroll file (salaires-recus.dat)
      *> remis par une entreprise cliente et consomme par
      *> ImportSalaires.cob.  Meme format d'echange CSV que
      *> PRELEV.cpy, avec une ligne d'en-tete (type E) puis une ligne
      *> par salarie (type D) :
      *>   en-tete - compte employeur a debiter, date de paie, nombre
      *>             de lignes et total annonces, reference de la
      *>             remise;
      *>   detail  - compte du salarie a crediter (chez NOUS),
      *>             montant, nom et matricule.
      *> Nombre ou total faux, ou employeur sans provision : toute la
      *> remise repart au fichier des rejets salaires-rejets.dat.
       01  salaire-recu-record.
           05  SAL-TYPE                PIC X.
               88  SAL-ENTETE              VALUE 'E'.
               88  SAL-DETAIL              VALUE 'D'.
           05  CSV-FILLER-SAL-1        PIC X VALUE ",".
           05  SAL-DONNEES             PIC X(70).
           05  SAL-ENTETE-DONNEES REDEFINES SAL-DONNEES.
               10  SAE-COMPTE              PIC 9(6).
               10  CSV-FILLER-SAE-1        PIC X.
               10  SAE-DATE                PIC 9(8).
               10  CSV-FILLER-SAE-2        PIC X.
               10  SAE-NB-LIGNES           PIC 9(5).
               10  CSV-FILLER-SAE-3        PIC X.
               10  SAE-TOTAL               PIC 9(11)V99.
               10  CSV-FILLER-SAE-4        PIC X.
               10  SAE-REFERENCE           PIC X(20).
               10  FILLER                  PIC X(14).
           05  SAL-DETAIL-DONNEES REDEFINES SAL-DONNEES.
               10  SAD-COMPTE              PIC 9(6).
               10  CSV-FILLER-SAD-1        PIC X.
               10  SAD-MONTANT             PIC 9(9)V99.
               10  CSV-FILLER-SAD-2        PIC X.
               10  SAD-NOM                 PIC X(30).
               10  CSV-FILLER-SAD-3        PIC X.
               10  SAD-MATRICULE           PIC X(10).
               10  FILLER                  PIC X(10).
