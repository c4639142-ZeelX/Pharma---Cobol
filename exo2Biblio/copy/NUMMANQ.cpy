      *> NUMMANQ.cpy
      *> Record layout for the missing serial issues
      *> (numeros-manquants.dat), indexed by subscription + issue
      *> number.  L'abonnement ne gardait qu'une lacune de ... a ... :
      *> un deuxieme saut la rallongeait par-dessus des numeros deja
      *> recus, et un numero recu au milieu n'en sortait pas - le
      *> fournisseur recevait des reclamations pour des numeros en
      *> rayon.  Un record par numero saute, ecrit au bulletinage du
      *> numero plus loin que l'attendu, supprime a la reception du
      *> numero (Periodiques.cob); SuiviPeriodiques.cob reclame ceux
      *> qui restent.
       01  NUMERO-MANQUANT-RECORD.
           05  NMQ-CLE.
               10  NMQ-ABONNEMENT      PIC X(13).
               10  NMQ-NUMERO          PIC 9(5).
      *> Date du bulletinage qui a revele le saut, et son operateur.
           05  NMQ-DATE-CONSTAT        PIC 9(8).
           05  NMQ-CONSTATE-PAR        PIC X(4).
