      *> PERIODE.cpy
      *> Record layout for the accounting-period lock file
      *> (periode-comptable.dat), un seul record.  JourneeBancaire
      *> protege la journee; ce fichier protege le mois : une fois le
      *> dossier de fin de mois remis au comptable (ClotureMensuelle),
      *> le mois est clos et toute ecriture datee dedans est reportee
      *> au premier jour du mois ouvert (PERIODEPROC.cpy).  La
      *> reouverture passe par PeriodeComptable, sous code superviseur.
      *> PER-ETAT 'C' = cloture en cours : ExtractionComptable prend
      *> alors les bornes de PER-EN-COURS au lieu de la console.
      *> Fichier absent = aucun mois clos.
       01  periode-comptable-record.
           05  PER-DERNIER-CLOS        PIC 9(6).
           05  CSV-FILLER-PER-1        PIC X VALUE ",".
           05  PER-DATE-CLOTURE        PIC 9(8).
           05  CSV-FILLER-PER-2        PIC X VALUE ",".
           05  PER-ETAT                PIC X.
               88  PER-VERROUILLEE         VALUE 'V'.
               88  PER-CLOTURE-EN-COURS    VALUE 'C'.
           05  CSV-FILLER-PER-3        PIC X VALUE ",".
           05  PER-EN-COURS            PIC 9(6).
