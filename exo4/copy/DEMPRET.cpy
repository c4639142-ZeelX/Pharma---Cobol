      *> DEMPRET.cpy
      *> Record layout for the loan application file
      *> (demandes-prets.dat), indexed by application number.  Un pret
      *> s'ouvrait et se debloquait sur-le-champ au guichet, sans trace
      *> de la demande, de qui l'avait accordee ni pourquoi.  La
      *> demande est deposee au guichet par GestionPrets.cob avec son
      *> controle de solvabilite, decidee par un operateur habilite
      *> (fonction DECIDER-PRET, jamais celui qui l'a saisie), et seule
      *> une demande accordee peut etre debloquee - le PRT-ID du pret
      *> ouvert revient alors ici.
       01  DEMANDE-PRET-RECORD.
           05  DPR-ID                  PIC 9(6).
      *> Compte de remboursement et son client (ACCT-CUST-ID) - le
      *> controle de solvabilite porte sur tous les comptes du client.
           05  DPR-COMPTE              PIC 9(6).
           05  DPR-CLIENT              PIC 9(6).
           05  DPR-MONTANT             PIC 9(9)V99.
           05  DPR-TAUX                PIC 9V9(4).
           05  DPR-DUREE-MOIS          PIC 9(3).
           05  DPR-MENSUALITE          PIC 9(9)V99.
           05  DPR-OBJET               PIC X(30).
           05  DPR-DATE-DEPOT          PIC 9(8).
           05  DPR-SAISI-PAR           PIC X(4).
      *> Controle de solvabilite, pose au depot et refait a la
      *> decision : credits reguliers des trois derniers mois
      *> (moyenne mensuelle, et nombre de tranches de 30 jours qui en
      *> ont recu), mensualites et impayes des prets actifs du client,
      *> taux d'effort en pourcentage du revenu mensuel (999.99 sans
      *> revenu), avis qui en resulte.
           05  DPR-REVENU-MENSUEL      PIC 9(9)V99.
           05  DPR-MOIS-CREDITES       PIC 9.
           05  DPR-CHARGES-PRETS       PIC 9(9)V99.
           05  DPR-NB-IMPAYES          PIC 9(3).
           05  DPR-TAUX-EFFORT         PIC 9(3)V99.
           05  DPR-AVIS                PIC X.
               88  DPR-AVIS-FAVORABLE      VALUE 'F'.
               88  DPR-AVIS-DEFAVORABLE    VALUE 'D'.
      *> Premier critere non tenu : IMPAYES, REVENUS, ENDETTEMENT.
           05  DPR-MOTIF-AVIS          PIC X(12).
           05  DPR-STATUT              PIC X.
               88  DPR-DEPOSEE             VALUE 'D'.
               88  DPR-ACCORDEE            VALUE 'A'.
               88  DPR-REFUSEE             VALUE 'R'.
               88  DPR-DEBLOQUEE           VALUE 'B'.
      *> Decision : date, operateur qui l'a prise et sa justification
      *> (obligatoire pour un refus et pour un accord contre un avis
      *> defavorable).
           05  DPR-DATE-DECISION       PIC 9(8).
           05  DPR-DECIDEUR            PIC X(4).
           05  DPR-MOTIF-DECISION      PIC X(40).
           05  DPR-DATE-DEBLOCAGE      PIC 9(8).
           05  DPR-PRET                PIC 9(6).
