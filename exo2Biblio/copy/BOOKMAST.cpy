           05  BM-AUTOR                PIC X(20).
           05  BM-YEAR                 PIC 9(4).
           05  BM-COPIES               PIC 9(3).
      *> Classement : indice decimal (Dewey) - trois chiffres en tete,
      *> ex. 843.914 - et emplacement en rayon (ex. R08-E2).  Le
      *> classement est exige a la creation d'un titre (CLASSEPROC.cpy,
      *> ImportCatalogueFournisseur.cob); il sert au parcours par
      *> sujet de Librairy.cob et a la liste de comptage en ordre de
      *> rayon de Inventaire.cob.  Champs ajoutes en fin de record :
      *> un catalogue indexe d'avant se reconstruit avec
      *> ConvertirCatalogue.cob (classement a blanc, a completer par
      *> MaintenanceCatalogue.cob).
           05  BM-CLASSE               PIC X(10).
           05  BM-EMPLACEMENT          PIC X(8).
