      *> AUTPRLV.cpy
      *> Record layout for the member debit authorisations
      *> (prelevements-membres.dat), indexed by member number.  Un
      *> membre peut signer une autorisation de prelevement sur un
      *> compte de la banque (ACCT-NUMBER de acctmast.dat) : ses
      *> amendes impayees et les cotisations renouvelees "a prelever"
      *> sont alors debitees chaque nuit par
      *> PrelevementsBibliotheque.cob au lieu d'attendre le guichet.
      *> Saisie et revocation au guichet (GestionMembres.cob); une
      *> autorisation revoquee reste au fichier avec sa date - le
      *> membre ne garde qu'une autorisation, la derniere signee.
       01  AUTORISATION-PRLV-RECORD.
           05  APM-MEMBRE              PIC 9(6).
           05  APM-COMPTE              PIC 9(6).
           05  APM-DATE-SIGNATURE      PIC 9(8).
      *> Operateur qui a recu l'autorisation signee.
           05  APM-SAISI-PAR           PIC X(4).
           05  APM-STATUT              PIC X.
               88  APM-ACTIVE              VALUE 'A'.
               88  APM-REVOQUEE            VALUE 'R'.
           05  APM-DATE-REVOCATION     PIC 9(8).
