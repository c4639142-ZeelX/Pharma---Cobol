      *> REMREG.cpy
      *> Record layout for the register of inbound partner files
      *> (remises-recues.dat), CSV like batchctl.dat.  Une ligne par
      *> passage d'un fichier devant ControleRemise.cob :
      *>   ACCEPTE - controles passes, l'import peut imputer;
      *>   TRAITE  - l'import a consomme la remise jusqu'au bout;
      *>   REPRISE - remise ACCEPTE pas encore TRAITE representee
      *>             apres une passe interrompue;
      *>   REFUSE  - refusee en entier, avec le motif.
      *> C'est ce registre qui fait refuser une remise deja recue ou
      *> hors sequence.
       01  remise-registre-record.
           05  RMR-INTERFACE           PIC X(8).
           05  CSV-FILLER-RMR-1        PIC X VALUE ",".
           05  RMR-SEQUENCE            PIC 9(6).
           05  CSV-FILLER-RMR-2        PIC X VALUE ",".
           05  RMR-DATE-FICHIER        PIC 9(8).
           05  CSV-FILLER-RMR-3        PIC X VALUE ",".
           05  RMR-NB-LIGNES           PIC 9(9).
           05  CSV-FILLER-RMR-4        PIC X VALUE ",".
           05  RMR-TOTAL               PIC 9(13)V99.
           05  CSV-FILLER-RMR-5        PIC X VALUE ",".
           05  RMR-DATE-RECEPTION      PIC 9(8).
           05  CSV-FILLER-RMR-6        PIC X VALUE ",".
           05  RMR-HEURE               PIC 9(6).
           05  CSV-FILLER-RMR-7        PIC X VALUE ",".
           05  RMR-STATUT              PIC X(8).
               88  RMR-ACCEPTE             VALUE "ACCEPTE".
               88  RMR-TRAITE              VALUE "TRAITE".
               88  RMR-REPRISE             VALUE "REPRISE".
               88  RMR-REFUSE              VALUE "REFUSE".
           05  CSV-FILLER-RMR-8        PIC X VALUE ",".
           05  RMR-MOTIF               PIC X(9).
