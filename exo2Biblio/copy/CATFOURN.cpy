      *> (catalogue-fournisseur.dat) - le CSV qui accompagne les
      *> cartons du fournisseur et qu'on retapait titre par titre dans
      *> librairyTwo.  Une ligne par titre livre : ISBN-13, titre,
      *> auteur, annee, quantite, puis classement (indice Dewey) et
      *> emplacement en rayon - voir BOOKMAST.cpy.  Consomme par
      *> ImportCatalogueFournisseur.cob, qui valide chaque ligne
      *> (cle de controle de l'ISBN, titre et auteur non blancs, annee
      *> plausible, classement pour un titre nouveau) et ecarte les
      *> mauvaises dans catalogue-rejets.dat avec un code motif -
      *> jamais tout le chargement arrete sur une seule ligne, comme
      *> batch-rejets.dat chez reduction.cob.
       01  ligne-catalogue-record.
           05  CTF-ISBN                PIC X(13).
           05  CTF-TITRE               PIC X(20).
           05  CTF-AUTEUR              PIC X(20).
           05  CTF-ANNEE               PIC 9(4).
           05  CTF-QTE                 PIC 9(3).
           05  CTF-CLASSE              PIC X(10).
           05  CTF-EMPLACEMENT         PIC X(8).
