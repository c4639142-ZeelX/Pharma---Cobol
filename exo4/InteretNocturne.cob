               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

      *> Calendrier de controle batch + accord superviseur (voir
      *> BATCHCTL.cpy / BATCHFORCEPROC.cpy) : c'est ce job que
      *> l'exploitation a relance deux fois en juillet - l'interet
      *> avait ete credite deux fois.  Une passe deja TERMINE pour la
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

           SELECT sequence-historique ASSIGN TO "histseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-seq.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-retenues.

           SELECT periode-comptable ASSIGN TO "periode-comptable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-periode.

       DATA DIVISION.
       FILE SECTION.
       FD account-master.
       FD batch-control.
           COPY BATCHCTL.

       FD fiscalite-config.
           COPY FISCCFG.

       FD impots-retenus.
           COPY RETENUE.

       FD periode-comptable.
           COPY PERIODE.

       WORKING-STORAGE SECTION.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-seq PIC XX.
       01 ws-seq-courant PIC 9(9) VALUE ZERO.
      *> Chainage des ecritures posees (voir HISTCHAINPROC.cpy).
       COPY HISTCHAIN.
       01 ws-fin-fichier PIC X VALUE 'N'.
           88 ws-fin-lecture VALUE 'O'.
       01 ws-horodatage PIC 9(8).
      *> Fields expected by PERIODEPROC - see the contract there.
       01 ws-status-periode PIC XX.
       01 ws-mois-clos PIC 9(6).
       01 ws-mois-ecriture PIC 9(6).
       01 ws-mois-ouvert.
           05 ws-mo-annee PIC 9(4).
           05 ws-mo-mois PIC 99.
       01 ws-mois-ouvert-n REDEFINES ws-mois-ouvert PIC 9(6).
       01 ws-nb-comptes-traites PIC 9(4) VALUE ZERO.
       01 ws-interet PIC S9(11)V99.
       01 ws-date-jour PIC 9(8).
       01 ws-ctl-autorisation PIC X VALUE 'N'.
           88 ws-ctl-autorise VALUE 'O'.
       01 ws-ctl-reponse PIC X.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

           OPEN I-O historique.
           IF ws-file-status = '35'
               OPEN OUTPUT historique
               CLOSE historique
               OPEN I-O historique
           END-IF.

           PERFORM CHARGER-TAUX-RETENUE.

       COPY HISTSEQPROC.

       COPY HISTCHAINPROC.

       COPY PERIODEPROC.

       COPY BATCHCTLPROC.

       COPY BATCHFORCEPROC.
                   MOVE ZERO TO ACCT-HELD-AMOUNT
                   MOVE ZERO TO ACCT-LAST-CREDIT-TS
                   MOVE "000" TO ACCT-AGENCE
                   MOVE SPACES TO ACCT-PRODUIT
                   MOVE 'N' TO ACCT-TAUX-INDIVIDUEL
                   WRITE ACCOUNT-MASTER-RECORD
           END-READ.
           ADD ws-total-retenues TO ACCT-BALANCE.

       ENREGISTRER-INTERET.
           ACCEPT H-Date FROM DATE YYYYMMDD.
           PERFORM FORCER-PERIODE-OUVERTE.
           ACCEPT ws-horodatage FROM TIME.
           MOVE ws-horodatage(1:6) TO H-Heure.
           MOVE ACCT-NUMBER TO H-Compte.
           MOVE "000" TO H-Agence.
           PERFORM PROCHAIN-NUMERO-SEQUENCE.
           MOVE ws-seq-courant TO H-Seq.
           PERFORM CHAINER-ECRITURE-HISTORIQUE.
           WRITE historique-record.
      *> '02' = doublon sur la cle alternee H-Compte (WITH
      *> DUPLICATES) : le cas nominal, pas une erreur.
