      *> CODEMEMB.cpy
      *> Record layout for the members' self-service codes
      *> (codes-membres.dat), indexed by member number.  Le membre
      *> s'identifie a la borne (LibreService.cob) par MB-ID et un
      *> code a quatre chiffres; seule son empreinte est gardee
      *> (voir PINMEMBPROC.cpy), jamais le code en clair.  Fichier a
      *> part pour laisser membres.dat tel quel.  Le code se pose au
      *> guichet (GestionMembres.cob), qui remet aussi a zero le
      *> compteur d'erreurs : trois codes errones de suite bloquent
      *> la borne pour ce membre, comme trois PIN errones bloquent
      *> un compte bancaire.
       01  CODE-MEMBRE-RECORD.
           05  CDM-MEMBRE              PIC 9(6).
           05  CDM-PIN-HASH            PIC 9(9).
           05  CDM-ESSAIS              PIC 9.
               88  CDM-BLOQUE              VALUE 3 THRU 9.
           05  CDM-DATE-POSE           PIC 9(8).
