      *> VALIDATION.cpy
      *> Record layout for validations.dat, the dual-control queue :
      *> un RETRAIT, VIREMENT ou VIREMENT-EXTERNE au-dela du seuil de
      *> validation-config.dat (VALCFG.cpy) ne passe plus au guichet -
      *> GestionCompteBancaire l'y depose, et une seconde personne,
      *> au role superviseur, l'accepte ou le rejette dans
      *> ValidationOperations.cob.  Une operation acceptee se poste
      *> alors avec H-Guichetier = le guichetier qui l'a saisie et
      *> H-Ref = VAL-ID, qui ramene a ce record et donc a
      *> l'approbateur.  Ce qui n'est pas valide a la cloture de sa
      *> journee bancaire est expire par ExpirerValidations.cob.
       01  VALIDATION-RECORD.
      *> Un numero histseq.dat, comme VCK-HORODATAGE : unique parmi
      *> tous les H-Seq, il sert aussi de marqueur ACCT-LAST-CREDIT-TS
      *> pour que la jambe credit d'un virement valide ne passe
      *> jamais deux fois.
           05  VAL-ID                  PIC 9(9).
      *> Le code action du debit qui sera poste ("R", "T" ou "W").
           05  VAL-TYPE                PIC X.
               88  VAL-RETRAIT             VALUE 'R'.
               88  VAL-VIREMENT            VALUE 'T'.
               88  VAL-VIREMENT-EXTERNE    VALUE 'W'.
           05  VAL-COMPTE              PIC 9(6).
           05  VAL-MONTANT             PIC 9(9)V99.
           05  VAL-DEVISE              PIC X(3).
      *> Virement interne : compte credite et montant deja converti
      *> dans sa devise au taux du moment de la saisie.
           05  VAL-COMPTE-DEST         PIC 9(6).
           05  VAL-MONTANT-DEST        PIC 9(9)V99.
      *> Virement externe : le beneficiaire retenu (BENEF.cpy).
           05  VAL-BENEF-NOM           PIC X(30).
           05  VAL-BANQUE              PIC X(11).
           05  VAL-COMPTE-BENEF        PIC X(34).
      *> Journee bancaire de la saisie (jour-bancaire.dat) - date
      *> systeme quand le fichier n'existe pas.
           05  VAL-DATE-BANCAIRE       PIC 9(8).
           05  VAL-DATE-SAISIE         PIC 9(8).
           05  VAL-HEURE-SAISIE        PIC 9(6).
           05  VAL-GUICHETIER          PIC X(4).
           05  VAL-AGENCE              PIC X(3).
           05  VAL-APPROBATEUR         PIC X(4).
           05  VAL-DATE-DECISION       PIC 9(8).
           05  VAL-HEURE-DECISION      PIC 9(6).
      *> 'C' : virement interne dont seule la jambe credit est passee
      *> - ValidationOperations termine le debit au redemarrage.
           05  VAL-STATUT              PIC X.
               88  VAL-EN-ATTENTE          VALUE 'A'.
               88  VAL-CREDITEE            VALUE 'C'.
               88  VAL-VALIDEE             VALUE 'V'.
               88  VAL-REJETEE             VALUE 'J'.
               88  VAL-EXPIREE             VALUE 'E'.
           05  VAL-MOTIF               PIC X(30).
