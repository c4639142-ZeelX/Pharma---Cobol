      *> Record layout for the teller file (guichetiers.dat) : un
      *> identifiant court (celui qui est estampille sur chaque
      *> ecriture de historique.txt via H-Guichetier), le nom, et le
      *> code de connexion.  Remplace par operateurs.dat (voir
      *> OPERATEUR.cpy) : lu une seule fois, par ControleAcces.cob qui
      *> reprend chaque guichetier comme operateur au role guichetier.
       01  guichetier-record.
           05  GUI-ID                  PIC X(4).
           05  CSV-FILLER-GUI-1        PIC X VALUE ",".
      *> second guichet, "000" = siege/batch) - estampillee sur chaque
      *> ecriture de la session (H-Agence, voir HISTREC.cpy) pour que
      *> le reglement inter-agences sache quel guichet a bouge le
      *> compte de quelle agence.  Le fichier est en ajout seul : la
      *> DERNIERE ligne d'un identifiant est celle qui est reprise.
           05  GUI-AGENCE              PIC X(3).
