      *> SUCCCPT.cpy
      *> Record layout for the accounts frozen by an estate
      *> (succession-comptes.dat), indexed by customer + account.
      *> Une ligne par compte gele a l'ouverture de la succession
      *> (SuccessionClient.cob), avec le solde reconstitue a la date
      *> du deces pour l'etat remis au notaire.  Tant qu'une ligne est
      *> G, GestionComptes refuse de debloquer le compte.
       01  SUCCESSION-COMPTE-RECORD.
           05  SCP-CLE.
               10  SCP-CLIENT          PIC 9(6).
               10  SCP-COMPTE          PIC 9(6).
      *> P = le defunt en est le proprietaire (ACCT-CUST-ID), J = il en
      *> est cotitulaire ou signataire (TITULAIRE.cpy).
           05  SCP-ROLE                PIC X.
               88  SCP-PROPRIETAIRE        VALUE 'P'.
               88  SCP-TITULAIRE           VALUE 'J'.
      *> ACCT-STATUS au moment du gel, pour memoire.
           05  SCP-STATUT-AVANT        PIC X.
           05  SCP-DEVISE              PIC X(3).
           05  SCP-SOLDE-DECES         PIC S9(11)V99.
           05  SCP-ETAT                PIC X.
               88  SCP-GELE                VALUE 'G'.
               88  SCP-VERSE               VALUE 'V'.
           05  SCP-MONTANT-VERSE       PIC 9(11)V99.
           05  SCP-DATE-VERSEMENT      PIC 9(8).
