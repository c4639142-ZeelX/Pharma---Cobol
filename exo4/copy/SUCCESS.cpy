      *> SUCCESS.cpy
      *> Record layout for the estate register (successions.dat),
      *> indexed by customer number.  Le deces d'un client se traitait
      *> compte par compte dans GestionComptes et ses ordres permanents
      *> continuaient de partir.  Une ligne par client decede, ouverte
      *> par SuccessionClient.cob (gel de tous ses comptes, ordres
      *> suspendus, mandats revoques), soldee quand chaque compte gele
      *> a ete verse au compte de la succession (voir SUCCCPT.cpy).
       01  SUCCESSION-RECORD.
           05  SUC-CLIENT              PIC 9(6).
           05  SUC-DATE-DECES          PIC 9(8).
           05  SUC-DATE-OUVERTURE      PIC 9(8).
      *> Compte designe par le notaire pour recevoir les soldes - zero
      *> tant que le versement n'a pas eu lieu.
           05  SUC-COMPTE-SUCCESSION   PIC 9(6).
           05  SUC-NB-COMPTES          PIC 9(3).
           05  SUC-NB-ORDRES           PIC 9(3).
           05  SUC-NB-MANDATS          PIC 9(3).
           05  SUC-STATUT              PIC X.
               88  SUC-OUVERTE             VALUE 'O'.
               88  SUC-REGLEE              VALUE 'R'.
           05  SUC-DATE-REGLEMENT      PIC 9(8).
