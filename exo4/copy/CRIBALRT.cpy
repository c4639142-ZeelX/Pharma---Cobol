      *> CRIBALRT.cpy
      *> Record layout for criblage-alertes.dat, indexed by alert
      *> number : la file de revue conformite du criblage sanctions.
      *> Une alerte par nom rapproche d'une entree de la liste - nom
      *> de client (custmast.dat) ou beneficiaire d'un virement externe
      *> - avec le score obtenu.  Levee = faux positif, le meme
      *> rapprochement ne realerte plus; confirmee = les comptes du
      *> client sont bloques (RevueCriblage.cob).
       01  ALERTE-CRIBLAGE-RECORD.
           05  ALR-NUMERO              PIC 9(6).
      *> C = nom du client ALR-CLIENT, B = beneficiaire d'un virement
      *> externe ordonne depuis ALR-COMPTE.
           05  ALR-SOURCE              PIC X.
               88  ALR-SOURCE-CLIENT       VALUE 'C'.
               88  ALR-SOURCE-BENEF        VALUE 'B'.
           05  ALR-CLIENT              PIC 9(6).
           05  ALR-COMPTE              PIC 9(6).
           05  ALR-NOM-CRIBLE          PIC X(40).
           05  ALR-SNC-ID              PIC X(10).
           05  ALR-NOM-LISTE           PIC X(40).
           05  ALR-SCORE               PIC 9(3).
      *> Point de detection : CLIENTS, GUICHET, VALIDAT, NOCTURNE.
           05  ALR-ORIGINE             PIC X(8).
           05  ALR-DATE-DETECTION      PIC 9(8).
           05  ALR-STATUT              PIC X.
               88  ALR-A-REVOIR            VALUE 'A'.
               88  ALR-LEVEE               VALUE 'L'.
               88  ALR-CONFIRMEE           VALUE 'C'.
           05  ALR-DATE-DECISION       PIC 9(8).
           05  ALR-COMMENTAIRE         PIC X(40).
