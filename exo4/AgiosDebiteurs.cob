       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgiosDebiteurs.

      *> Agios debiteurs : InteretNocturne.cob ne paie que l'interet
      *> crediteur - un client qui vit des semaines dans son
      *> ACCT-OVERDRAFT-LIMIT ne coutait rien.  Chaque nuit ce job
      *> cumule, compte par compte, la journee de solde negatif dans
      *> agios-cumul.dat (voir AGIOSCUM.cpy) : la part couverte par le
      *> decouvert autorise au taux AGC-TAUX-DECOUVERT, la part au-dela
      *> au taux plus lourd AGC-TAUX-DEPASSEMENT (agios-config.dat,
      *> voir AGIOSCFG.cpy).  Le dernier jour ouvre du trimestre,
      *> l'arrete debite le cumul en UNE ecriture d'agios "a" par
      *> compte dans historique.txt et imprime un avis par client -
      *> adresse CUSTMAST en tete, nombres, taux et montant - dans
      *> avis-agios-AAAAMMJJ.txt.  La passe nocturne et l'arrete sont
      *> chacun inscrits au calendrier batchctl.dat : un trimestre ne
      *> se debite jamais deux fois.  Lance par TraitementNocturne.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-master ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

           SELECT agios-cumul ASSIGN TO 'agios-cumul.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGI-COMPTE
               FILE STATUS IS ws-status-cumul.

           SELECT customer-master ASSIGN TO 'custmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS ws-status-client.

      *> Les ecritures d'agios s'inserent directement, numero tire de
      *> histseq.dat comme l'interet de InteretNocturne.cob.
           SELECT historique ASSIGN TO 'historique.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT sequence-historique ASSIGN TO "histseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-seq.

           SELECT agios-config ASSIGN TO "agios-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-config.

           SELECT avis-agios ASSIGN TO DYNAMIC ws-nom-avis
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-avis.

           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

           SELECT periode-comptable ASSIGN TO "periode-comptable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-periode.

       DATA DIVISION.
       FILE SECTION.
       FD account-master.
           COPY ACCTMAST.

       FD agios-cumul.
           COPY AGIOSCUM.

       FD customer-master.
           COPY CUSTMAST.

       FD historique.
           COPY HISTREC.

       FD sequence-historique.
           COPY HISTSEQ.

       FD agios-config.
           COPY AGIOSCFG.

       FD avis-agios.
       01 ligne-avis PIC X(80).

       FD batch-control.
           COPY BATCHCTL.

       FD periode-comptable.
           COPY PERIODE.

       WORKING-STORAGE SECTION.
       01 ws-status-compte PIC XX.
       01 ws-status-cumul PIC XX.
       01 ws-status-client PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-seq PIC XX.
       01 ws-status-config PIC XX.
       01 ws-status-avis PIC XX.
       01 ws-seq-courant PIC 9(9) VALUE ZERO.
      *> Chainage des ecritures posees (voir HISTCHAINPROC.cpy).
       COPY HISTCHAIN.
       01 ws-nom-avis PIC X(30).
       01 ws-horodatage PIC 9(8).
      *> Fields expected by PERIODEPROC - see the contract there.
       01 ws-status-periode PIC XX.
       01 ws-mois-clos PIC 9(6).
       01 ws-mois-ecriture PIC 9(6).
       01 ws-mois-ouvert.
           05 ws-mo-annee PIC 9(4).
           05 ws-mo-mois PIC 99.
       01 ws-mois-ouvert-n REDEFINES ws-mois-ouvert PIC 9(6).

       01 ws-fin-comptes PIC X VALUE 'N'.
           88 ws-fin-lecture-comptes VALUE 'O'.
       01 ws-fin-cumul PIC X VALUE 'N'.
           88 ws-fin-lecture-cumul VALUE 'O'.
       01 ws-cumul-flag PIC X VALUE 'N'.
           88 ws-cumul-trouve VALUE 'O'.
       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.
       01 ws-client-flag PIC X VALUE 'N'.
           88 ws-client-trouve VALUE 'O'.
      *> custmast.dat ouvert pour les adresses des avis - le statut
      *> change a chaque lecture, il ne peut pas en tenir lieu.
       01 ws-clients-flag PIC X VALUE 'N'.
           88 ClientsOuverts VALUE 'O'.

       01 ws-date-jour PIC 9(8).
       01 ws-date-travail.
           05 ws-dt-annee PIC 9(4).
           05 ws-dt-mois PIC 9(2).
           05 ws-dt-jour PIC 9(2).
       01 ws-date-travail-n REDEFINES ws-date-travail PIC 9(8).
       01 ws-jour-entier PIC 9(7).
       01 ws-jour-semaine PIC 9.
       01 ws-dernier-ouvre PIC 9(8).
       01 ws-fin-trimestre-flag PIC X VALUE 'N'.
           88 FinDeTrimestre VALUE 'O'.

      *> Taux annuels charges de agios-config.dat - valeurs de repli
      *> quand le fichier n'existe pas encore.  L'agio d'une journee
      *> vaut solde debiteur x taux / 365.
       01 ws-taux-decouvert PIC 9V9(4).
       01 ws-taux-depassement PIC 9V9(4).
       01 ws-debiteur PIC 9(11)V99.
       01 ws-part-decouvert PIC 9(11)V99.
       01 ws-part-depassement PIC 9(11)V99.
       01 ws-agio-jour PIC 9(9)V9(4).
       01 ws-agios PIC 9(9)V99.

       01 ws-nb-comptes-cumules PIC 9(4) VALUE ZERO.
       01 ws-nb-comptes-debites PIC 9(4) VALUE ZERO.
       01 ws-total-agios PIC 9(11)V99 VALUE ZERO.

       01 ws-montant-edite PIC Z(8)9.99.
       01 ws-nombres-edite PIC Z(12)9.99.
       01 ws-taux-edite PIC Z9.99.
       01 ws-jours-edite PIC ZZ9.

      *> Fields expected by BATCHCTLPROC/BATCHFORCEPROC/SUPERVISEURPROC
      *> - see the contract comments there.
       01 ws-status-batchctl PIC XX.
       01 ws-fin-batchctl PIC X VALUE 'N'.
           88 ws-fin-lecture-batchctl VALUE 'O'.
       01 ws-ctl-job PIC X(20).
       01 ws-ctl-date PIC 9(8).
       01 ws-ctl-flag PIC X VALUE 'N'.
           88 ws-ctl-deja-fait VALUE 'O'.
       01 ws-ctl-autorisation PIC X VALUE 'N'.
           88 ws-ctl-autorise VALUE 'O'.
       01 ws-ctl-reponse PIC X.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

      *> Agios debiteurs ("a") - un debit comme les frais "G", signe
      *> SYS, detaille sur l'avis trimestriel du client.
       77 F-Agios PIC X VALUE "a".
      *> Comptes techniques hors serie - jamais d'agios, meme liste
      *> que FacturationFrais.cob.
       77 F-Compte-Attente PIC 9(6) VALUE 999999.
       77 F-Compte-Impots PIC 9(6) VALUE 999998.
       77 F-Compte-Position PIC 9(6) VALUE 999997.
       77 F-Compte-Bibliotheque PIC 9(6) VALUE 999996.
       77 F-Compte-Provisions PIC 9(6) VALUE 999995.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Agios debiteurs ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           MOVE "AgiosDebiteurs" TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM CONTROLER-REEXECUTION.
           IF NOT ws-ctl-autorise
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CHARGER-TAUX-AGIOS.

           OPEN I-O account-master.
           IF ws-status-compte NOT = '00'
               DISPLAY "Impossible d'ouvrir acctmast.dat (statut "
                   ws-status-compte ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O agios-cumul.
           IF ws-status-cumul = '35'
               OPEN OUTPUT agios-cumul
               CLOSE agios-cumul
               OPEN I-O agios-cumul
           END-IF.
           IF ws-status-cumul NOT = '00'
               DISPLAY "Impossible d'ouvrir agios-cumul.dat (statut "
                   ws-status-cumul ")."
               CLOSE account-master
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LIRE-COMPTE-SUIVANT.
           PERFORM CUMULER-COMPTE UNTIL ws-fin-lecture-comptes.
           DISPLAY "Comptes debiteurs cumules : "
               ws-nb-comptes-cumules.

      *> L'arrete a sa propre ligne au calendrier, datee du jour
      *> d'arrete : meme une relance forcee de la passe nocturne par
      *> le superviseur ne redebite pas le trimestre.
           PERFORM VERIFIER-FIN-TRIMESTRE.
           IF FinDeTrimestre
               MOVE "AgiosArrete" TO ws-ctl-job
               PERFORM VERIFIER-CONTROLE-BATCH
               IF ws-ctl-deja-fait
                   DISPLAY "Arrete des agios deja passe le "
                       ws-ctl-date " - aucun debit."
               ELSE
                   PERFORM ARRETER-AGIOS
                   PERFORM ENREGISTRER-CONTROLE-BATCH
               END-IF
               MOVE "AgiosDebiteurs" TO ws-ctl-job
           END-IF.

           CLOSE agios-cumul.
           CLOSE account-master.
           PERFORM ENREGISTRER-CONTROLE-BATCH.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       COPY HISTSEQPROC.

       COPY HISTCHAINPROC.

       COPY PERIODEPROC.

       COPY BATCHCTLPROC.

       COPY BATCHFORCEPROC.

       COPY SUPERVISEURPROC.

       CHARGER-TAUX-AGIOS.
           MOVE 0.0800 TO ws-taux-decouvert.
           MOVE 0.1600 TO ws-taux-depassement.
           OPEN INPUT agios-config.
           IF ws-status-config = '00'
               READ agios-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AGC-TAUX-DECOUVERT TO ws-taux-decouvert
                       MOVE AGC-TAUX-DEPASSEMENT
                           TO ws-taux-depassement
               END-READ
               CLOSE agios-config
           ELSE
               DISPLAY "agios-config.dat absent - taux par defaut "
                   ws-taux-decouvert " / " ws-taux-depassement "."
           END-IF.

       LIRE-COMPTE-SUIVANT.
           READ account-master NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-comptes
           END-READ.

      *> Seul un solde negatif cumule - un compte ferme ne bouge plus
      *> et les comptes techniques ne sont pas des clients.
       CUMULER-COMPTE.
           IF ACCT-BALANCE < ZERO AND NOT ACCT-FERME AND
                   ACCT-NUMBER NOT = F-Compte-Attente AND
                   ACCT-NUMBER NOT = F-Compte-Impots AND
                   ACCT-NUMBER NOT = F-Compte-Position AND
                   ACCT-NUMBER NOT = F-Compte-Bibliotheque AND
                   ACCT-NUMBER NOT = F-Compte-Provisions
               PERFORM CUMULER-JOURNEE-DEBITRICE
           END-IF.
           PERFORM LIRE-COMPTE-SUIVANT.

      *> La part dans le decouvert autorise et la part au-dela sont
      *> cumulees separement, chacune a son taux.
       CUMULER-JOURNEE-DEBITRICE.
           COMPUTE ws-debiteur = ZERO - ACCT-BALANCE.
           IF ws-debiteur > ACCT-OVERDRAFT-LIMIT
               MOVE ACCT-OVERDRAFT-LIMIT TO ws-part-decouvert
               COMPUTE ws-part-depassement =
                   ws-debiteur - ACCT-OVERDRAFT-LIMIT
           ELSE
               MOVE ws-debiteur TO ws-part-decouvert
               MOVE ZERO TO ws-part-depassement
           END-IF.

           MOVE ACCT-NUMBER TO AGI-COMPTE.
           READ agios-cumul KEY IS AGI-COMPTE
               INVALID KEY
                   MOVE 'N' TO ws-cumul-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-cumul-flag
           END-READ.
           IF NOT ws-cumul-trouve
               MOVE ACCT-NUMBER TO AGI-COMPTE
               MOVE ws-date-jour TO AGI-DEBUT-PERIODE
               MOVE ZERO TO AGI-DERNIERE-DATE
               MOVE ZERO TO AGI-NB-JOURS
               MOVE ZERO TO AGI-NOMBRES-DECOUVERT
               MOVE ZERO TO AGI-NOMBRES-DEPASSEMENT
               MOVE ZERO TO AGI-AGIOS-DECOUVERT
               MOVE ZERO TO AGI-AGIOS-DEPASSEMENT
           END-IF.

           IF AGI-DERNIERE-DATE = ws-date-jour
               DISPLAY "Compte " ACCT-NUMBER " deja cumule le "
                   ws-date-jour " - journee ignoree."
           ELSE
               MOVE ws-date-jour TO AGI-DERNIERE-DATE
               ADD 1 TO AGI-NB-JOURS
               ADD ws-part-decouvert TO AGI-NOMBRES-DECOUVERT
               ADD ws-part-depassement TO AGI-NOMBRES-DEPASSEMENT
               COMPUTE ws-agio-jour ROUNDED =
                   ws-part-decouvert * ws-taux-decouvert / 365
               ADD ws-agio-jour TO AGI-AGIOS-DECOUVERT
               COMPUTE ws-agio-jour ROUNDED =
                   ws-part-depassement * ws-taux-depassement / 365
               ADD ws-agio-jour TO AGI-AGIOS-DEPASSEMENT
               IF ws-cumul-trouve
                   REWRITE AGIOS-CUMUL-RECORD
               ELSE
                   WRITE AGIOS-CUMUL-RECORD
               END-IF
               IF ws-status-cumul NOT = '00'
                   DISPLAY "ERREUR E/S sur agios-cumul.dat"
                   DISPLAY "Code statut: " ws-status-cumul
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO ws-nb-comptes-cumules
           END-IF.

      *> Arrete le dernier jour ouvre de mars, juin, septembre et
      *> decembre - meme calcul du dernier jour ouvre que
      *> FacturationFrais.cob (samedi = 6, dimanche = 0).
       VERIFIER-FIN-TRIMESTRE.
           MOVE 'N' TO ws-fin-trimestre-flag.
           MOVE ws-date-jour TO ws-date-travail-n.
           IF ws-dt-mois = 3 OR ws-dt-mois = 6 OR
                   ws-dt-mois = 9 OR ws-dt-mois = 12
               IF ws-dt-mois = 12
                   MOVE 1 TO ws-dt-mois
                   ADD 1 TO ws-dt-annee
               ELSE
                   ADD 1 TO ws-dt-mois
               END-IF
               MOVE 01 TO ws-dt-jour
               COMPUTE ws-jour-entier =
                   FUNCTION INTEGER-OF-DATE (ws-date-travail-n) - 1
               COMPUTE ws-jour-semaine =
                   FUNCTION MOD (ws-jour-entier 7)
               PERFORM RECULER-JOUR-WEEKEND
                   UNTIL ws-jour-semaine NOT = 6 AND
                       ws-jour-semaine NOT = 0
               COMPUTE ws-dernier-ouvre =
                   FUNCTION DATE-OF-INTEGER (ws-jour-entier)
               IF ws-date-jour = ws-dernier-ouvre
                   MOVE 'O' TO ws-fin-trimestre-flag
               END-IF
           END-IF.

       RECULER-JOUR-WEEKEND.
           SUBTRACT 1 FROM ws-jour-entier.
           COMPUTE ws-jour-semaine =
               FUNCTION MOD (ws-jour-entier 7).

      *> Une ecriture "a" par compte, arrondie au centime, puis le
      *> cumul du trimestre est supprime - le prochain solde negatif
      *> ouvre un nouveau trimestre.
       ARRETER-AGIOS.
           DISPLAY "Arrete trimestriel des agios du " ws-date-jour.
           OPEN I-O historique.
           IF ws-file-status = '35'
               OPEN OUTPUT historique
               CLOSE historique
               OPEN I-O historique
           END-IF.
           MOVE 'N' TO ws-clients-flag.
           OPEN INPUT customer-master.
           IF ws-status-client = '00'
               MOVE 'O' TO ws-clients-flag
           ELSE
               DISPLAY "custmast.dat indisponible (statut "
                   ws-status-client ") - avis sans adresse."
           END-IF.
           STRING "avis-agios-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-avis
           END-STRING.
           OPEN OUTPUT avis-agios.

           MOVE 'N' TO ws-fin-cumul.
           MOVE ZERO TO AGI-COMPTE.
           START agios-cumul KEY IS >= AGI-COMPTE
               INVALID KEY
                   MOVE 'O' TO ws-fin-cumul
           END-START.
           PERFORM LIRE-CUMUL-SUIVANT.
           PERFORM DEBITER-CUMUL UNTIL ws-fin-lecture-cumul.

           CLOSE avis-agios.
           IF ClientsOuverts
               CLOSE customer-master
           END-IF.
           CLOSE historique.
           MOVE ws-total-agios TO ws-montant-edite.
           DISPLAY "Comptes debites : " ws-nb-comptes-debites
               " - total " ws-montant-edite
               " (avis " ws-nom-avis ")".

       LIRE-CUMUL-SUIVANT.
           IF NOT ws-fin-lecture-cumul
               READ agios-cumul NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-cumul
               END-READ
           END-IF.

       DEBITER-CUMUL.
           COMPUTE ws-agios ROUNDED =
               AGI-AGIOS-DECOUVERT + AGI-AGIOS-DEPASSEMENT.
           MOVE AGI-COMPTE TO ACCT-NUMBER.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE 'N' TO ws-compte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-compte-flag
           END-READ.
           IF NOT ws-compte-trouve OR ACCT-FERME
               DISPLAY "Compte " AGI-COMPTE " absent ou ferme - "
                   "agios abandonnes."
           ELSE
               IF ws-agios > ZERO
                   SUBTRACT ws-agios FROM ACCT-BALANCE
                   REWRITE ACCOUNT-MASTER-RECORD
                   IF ws-status-compte NOT = '00'
                       DISPLAY "ERREUR E/S sur acctmast.dat"
                       DISPLAY "Code statut: " ws-status-compte
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM ENREGISTRER-AGIOS
                   PERFORM EDITER-AVIS-AGIOS
                   ADD ws-agios TO ws-total-agios
                   ADD 1 TO ws-nb-comptes-debites
               END-IF
           END-IF.
      *> Un cumul qui resterait serait redebite a la cloture suivante.
           DELETE agios-cumul.
           IF ws-status-cumul NOT = '00'
               DISPLAY "ERREUR E/S sur agios-cumul.dat"
               DISPLAY "Code statut: " ws-status-cumul
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LIRE-CUMUL-SUIVANT.

       ENREGISTRER-AGIOS.
           ACCEPT H-Date FROM DATE YYYYMMDD.
           PERFORM FORCER-PERIODE-OUVERTE.
           ACCEPT ws-horodatage FROM TIME.
           MOVE ws-horodatage(1:6) TO H-Heure.
           MOVE ACCT-NUMBER TO H-Compte.
           MOVE F-Agios TO H-Action.
           MOVE ws-agios TO H-Montant.
           MOVE ZERO TO H-Ref.
           MOVE "SYS" TO H-Guichetier.
           MOVE "000" TO H-Agence.
           PERFORM PROCHAIN-NUMERO-SEQUENCE.
           MOVE ws-seq-courant TO H-Seq.
           PERFORM CHAINER-ECRITURE-HISTORIQUE.
           WRITE historique-record.
      *> '02' = doublon sur la cle alternee H-Compte (WITH
      *> DUPLICATES) : le cas nominal, pas une erreur.
           IF ws-file-status NOT = '00' AND ws-file-status NOT = '02'
               DISPLAY "ERREUR E/S sur historique.txt"
               DISPLAY "Code statut: " ws-file-status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Un avis par compte debite, adresse du titulaire en tete - le
      *> client y retrouve le detail du calcul : jours debiteurs,
      *> nombres et taux de chaque tranche.
       EDITER-AVIS-AGIOS.
           MOVE ALL "-" TO ligne-avis.
           WRITE ligne-avis.
           PERFORM LIRE-CLIENT-DU-COMPTE.
           IF ws-client-trouve
               MOVE CUST-NOM TO ligne-avis
               WRITE ligne-avis
               MOVE CUST-ADRESSE-1 TO ligne-avis
               WRITE ligne-avis
               MOVE CUST-ADRESSE-2 TO ligne-avis
               WRITE ligne-avis
           ELSE
               MOVE SPACES TO ligne-avis
               STRING "Titulaire du compte " DELIMITED BY SIZE
                   ACCT-NUMBER DELIMITED BY SIZE
                   INTO ligne-avis
               END-STRING
               WRITE ligne-avis
           END-IF.
           MOVE SPACES TO ligne-avis.
           WRITE ligne-avis.
           MOVE SPACES TO ligne-avis.
           STRING "ARRETE DES AGIOS DEBITEURS - COMPTE "
               DELIMITED BY SIZE
               ACCT-NUMBER DELIMITED BY SIZE
               INTO ligne-avis
           END-STRING.
           WRITE ligne-avis.
           MOVE AGI-NB-JOURS TO ws-jours-edite.
           MOVE SPACES TO ligne-avis.
           STRING "Periode du " DELIMITED BY SIZE
               AGI-DEBUT-PERIODE DELIMITED BY SIZE
               " au " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ws-jours-edite DELIMITED BY SIZE
               " jour(s) debiteur(s)" DELIMITED BY SIZE
               INTO ligne-avis
           END-STRING.
           WRITE ligne-avis.
           MOVE SPACES TO ligne-avis.
           WRITE ligne-avis.

           MOVE AGI-NOMBRES-DECOUVERT TO ws-nombres-edite.
           COMPUTE ws-taux-edite = ws-taux-decouvert * 100.
           MOVE SPACES TO ligne-avis.
           STRING "Decouvert autorise : nombres " DELIMITED BY SIZE
               ws-nombres-edite DELIMITED BY SIZE
               "  taux " DELIMITED BY SIZE
               ws-taux-edite DELIMITED BY SIZE
               " %" DELIMITED BY SIZE
               INTO ligne-avis
           END-STRING.
           WRITE ligne-avis.
           COMPUTE ws-montant-edite ROUNDED = AGI-AGIOS-DECOUVERT.
           MOVE SPACES TO ligne-avis.
           STRING "                     agios   " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-avis
           END-STRING.
           WRITE ligne-avis.

           MOVE AGI-NOMBRES-DEPASSEMENT TO ws-nombres-edite.
           COMPUTE ws-taux-edite = ws-taux-depassement * 100.
           MOVE SPACES TO ligne-avis.
           STRING "Depassement        : nombres " DELIMITED BY SIZE
               ws-nombres-edite DELIMITED BY SIZE
               "  taux " DELIMITED BY SIZE
               ws-taux-edite DELIMITED BY SIZE
               " %" DELIMITED BY SIZE
               INTO ligne-avis
           END-STRING.
           WRITE ligne-avis.
           COMPUTE ws-montant-edite ROUNDED = AGI-AGIOS-DEPASSEMENT.
           MOVE SPACES TO ligne-avis.
           STRING "                     agios   " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-avis
           END-STRING.
           WRITE ligne-avis.

           MOVE SPACES TO ligne-avis.
           WRITE ligne-avis.
           MOVE ws-agios TO ws-montant-edite.
           MOVE SPACES TO ligne-avis.
           STRING "Total des agios debites : " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCT-CURRENCY DELIMITED BY SIZE
               INTO ligne-avis
           END-STRING.
           WRITE ligne-avis.
           MOVE "Agios = nombres debiteurs x taux annuel / 365."
               TO ligne-avis.
           WRITE ligne-avis.
           MOVE SPACES TO ligne-avis.
           WRITE ligne-avis.

       LIRE-CLIENT-DU-COMPTE.
           MOVE 'N' TO ws-client-flag.
           IF ClientsOuverts AND ACCT-CUST-ID NOT = ZERO
               MOVE ACCT-CUST-ID TO CUST-ID
               READ customer-master KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-client-flag
               END-READ
           END-IF.
