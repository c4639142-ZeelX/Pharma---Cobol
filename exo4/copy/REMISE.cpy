      *> REMISE.cpy
      *> Lignes d'en-tete et de fin qui encadrent chaque fichier
      *> partenaire entrant (virements-entrants.dat, cheques-recus.dat,
      *> prelevements-recus.dat, retours-virements.dat,
      *> reglements-cartes.dat), COPYees dans le FD du fichier a la
      *> suite de sa ligne de detail - les trois
      *> se partagent la meme zone, le type en tete ("ENT"/"FIN") les
      *> distingue d'une ligne de detail, qui commence par sa date.
      *>   en-tete - code interface, date du fichier et numero de
      *>             sequence de l'emetteur (+1 a chaque remise);
      *>   fin     - nombre de lignes de detail et total de controle
      *>             des montants.
      *> Controlees par ControleRemise.cob avant toute imputation; les
      *> programmes d'import sautent ces deux lignes.
       01  remise-entete-record.
           05  RME-TYPE                PIC X(3).
               88  RME-ENTETE              VALUE "ENT".
           05  CSV-FILLER-RME-1        PIC X VALUE ",".
           05  RME-INTERFACE           PIC X(8).
           05  CSV-FILLER-RME-2        PIC X VALUE ",".
           05  RME-DATE                PIC 9(8).
           05  CSV-FILLER-RME-3        PIC X VALUE ",".
           05  RME-SEQUENCE            PIC 9(6).
       01  remise-fin-record.
           05  RMF-TYPE                PIC X(3).
               88  RMF-FIN                 VALUE "FIN".
           05  CSV-FILLER-RMF-1        PIC X VALUE ",".
           05  RMF-NB-LIGNES           PIC 9(9).
           05  CSV-FILLER-RMF-2        PIC X VALUE ",".
           05  RMF-TOTAL               PIC 9(13)V99.
