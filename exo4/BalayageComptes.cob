       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalayageComptes.

      *> Job nocturne des conventions de balayage (BALAYAGE.cpy).
      *> Pour chaque convention active, sur le solde de fin de
      *> soiree du compte courant :
      *>   - au-dessus du solde cible, l'excedent part a l'epargne
      *>     (dans la limite du disponible, fonds bloques exclus);
      *>   - sous zero, l'epargne renfloue le courant jusqu'a zero
      *>     (dans la limite du disponible de l'epargne - un
      *>     renflouement partiel est signale);
      *>   - entre zero et la cible, rien ne bouge.
      *> Chaque balayage est un virement a deux jambes - credit "V"
      *> du compte servi, debit "T" du compte source, poses par
      *> SubProgram - avec la meme protection d'interruption que
      *> ExecuterOrdres : point de reprise balayages.ckpt (DEBUT,
      *> CREDITE) et credit idempotent via ACCT-LAST-CREDIT-TS.  Les
      *> balayages passes, renflouements partiels et anomalies sont
      *> listes dans balayages-AAAAMMJJ.txt.  Un compte bloque ou
      *> dormant suspend la convention pour la nuit, un compte cloture
      *> la termine; seul un compte introuvable est une anomalie,
      *> comptee dans RETURN-CODE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT balayages ASSIGN TO 'balayages.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLY-ID
               FILE STATUS IS ws-status-balayages.

           SELECT account-master ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

      *> Jamais ouvert ici - simple tampon passe a SubProgram (meme
      *> montage que ExecuterOrdres.cob).
           SELECT historique ASSIGN TO 'historique.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT rapport-balayages ASSIGN TO DYNAMIC ws-nom-rapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

      *> Au plus un record : le balayage en cours entre ses deux
      *> jambes, avec son sens et son montant - le solde a pu bouger
      *> depuis, le montant ne se recalcule pas a la reprise.
           SELECT balayage-ckpt ASSIGN TO "balayages.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-bck.

           SELECT sequence-historique ASSIGN TO "histseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-seq.

       DATA DIVISION.
       FILE SECTION.
       FD balayages.
           COPY BALAYAGE.

       FD account-master.
           COPY ACCTMAST.

       FD historique.
           COPY HISTREC.

       FD rapport-balayages.
       01 ligne-rapport PIC X(100).

       FD batch-control.
           COPY BATCHCTL.

      *> BCK-SENS : E = courant vers epargne, C = epargne vers
      *> courant.
       FD balayage-ckpt.
       01 balayage-ckpt-record.
           05 BCK-BLY-ID PIC 9(6).
           05 CSV-FILLER-BCK-1 PIC X VALUE ",".
           05 BCK-SENS PIC X.
           05 CSV-FILLER-BCK-2 PIC X VALUE ",".
           05 BCK-MONTANT PIC 9(9)V99.
           05 CSV-FILLER-BCK-3 PIC X VALUE ",".
           05 BCK-HORODATAGE PIC 9(14).
           05 CSV-FILLER-BCK-4 PIC X VALUE ",".
           05 BCK-ETAPE PIC X(10).

       FD sequence-historique.
           COPY HISTSEQ.

       WORKING-STORAGE SECTION.
       01 ws-status-balayages PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-rapport PIC XX.
       01 ws-status-bck PIC XX.
       01 ws-status-seq PIC XX.
       01 ws-seq-courant PIC 9(9) VALUE ZERO.
       01 ws-horodatage-balayage PIC 9(14).
       01 ws-nom-rapport PIC X(30).

       01 ws-fin-balayages PIC X VALUE 'N'.
           88 ws-fin-lecture-balayages VALUE 'O'.
       01 ws-date-jour PIC 9(8).
       01 ws-nb-conventions PIC 9(5) VALUE ZERO.
       01 ws-nb-vers-epargne PIC 9(5) VALUE ZERO.
       01 ws-nb-vers-courant PIC 9(5) VALUE ZERO.
       01 ws-nb-partiels PIC 9(5) VALUE ZERO.
       01 ws-nb-anomalies PIC 9(4) VALUE ZERO.
       01 ws-total-vers-epargne PIC 9(11)V99 VALUE ZERO.
       01 ws-total-vers-courant PIC 9(11)V99 VALUE ZERO.

       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.
       01 ws-anomalie-flag PIC X VALUE 'N'.
           88 ws-convention-en-anomalie VALUE 'O'.
       01 ws-compte-en-cause PIC 9(6).
       01 ws-motif PIC X(32).

      *> Positions lues au moment de l'examen.
       01 ws-solde-courant PIC S9(11)V99.
       01 ws-dispo-courant PIC S9(11)V99.
       01 ws-dispo-epargne PIC S9(11)V99.
       01 ws-ecart PIC S9(11)V99.
       01 ws-besoin PIC S9(11)V99.

      *> Le balayage a passer : sens, montant, comptes servi/source.
       01 ws-sens PIC X.
           88 ws-vers-epargne VALUE 'E'.
           88 ws-vers-courant VALUE 'C'.
       01 MontantBalayage PIC 9(9)V99.
       01 ws-compte-source PIC 9(6).
       01 ws-compte-servi PIC 9(6).
       01 ws-montant-edite PIC Z(8)9.99.
       01 ws-solde-edite PIC Z(10)9.99-.

      *> Same SubProgram plumbing as Gestionbancaire.cob - see the
      *> comment on ws-soldes-dummy there.
       01 ws-soldes-dummy.
           05 ws-soldes-dummy-numero PIC 9(6).
           05 ws-soldes-dummy-1 PIC 9(5)V99.
           05 ws-soldes-dummy-filler PIC X VALUE ":".
           05 ws-soldes-dummy-2 PIC 9(5)V99.

       01 rec-choice PIC 9.

       01 ws-prefixe-fichiers PIC X(15) VALUE SPACES.

       77 F-Virement PIC X VALUE "V".
       77 F-VirementDebit PIC X VALUE "T".

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

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Balayage des comptes lies ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           MOVE "SYS" TO H-Guichetier.
           MOVE "000" TO H-Agence.

           MOVE "BalayageComptes" TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM CONTROLER-REEXECUTION.
           IF NOT ws-ctl-autorise
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O balayages.
           IF ws-status-balayages NOT = '00'
               DISPLAY "Aucune convention de balayage (statut "
                   ws-status-balayages ")."
               PERFORM ENREGISTRER-CONTROLE-BATCH
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O account-master.
           IF ws-status-compte NOT = '00'
               DISPLAY "Impossible d'ouvrir acctmast.dat (statut "
                   ws-status-compte ")."
               CLOSE balayages
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           STRING "balayages-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-rapport
           END-STRING.
           OPEN OUTPUT rapport-balayages.
           MOVE SPACES TO ligne-rapport.
           STRING "BALAYAGES DES COMPTES LIES DU " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

           PERFORM REPRENDRE-BALAYAGE-INTERROMPU.

           MOVE ZERO TO BLY-ID.
           START balayages KEY IS >= BLY-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-balayages
           END-START.
           PERFORM LIRE-CONVENTION-SUIVANTE.
           PERFORM TRAITER-CONVENTION UNTIL ws-fin-lecture-balayages.

           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.
           MOVE ws-total-vers-epargne TO ws-solde-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "VERS EPARGNE : " DELIMITED BY SIZE
               ws-nb-vers-epargne DELIMITED BY SIZE
               " balayage(s), total " DELIMITED BY SIZE
               ws-solde-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE ws-total-vers-courant TO ws-solde-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "VERS COURANT : " DELIMITED BY SIZE
               ws-nb-vers-courant DELIMITED BY SIZE
               " renflouement(s), total " DELIMITED BY SIZE
               ws-solde-edite DELIMITED BY SIZE
               "   PARTIELS : " DELIMITED BY SIZE
               ws-nb-partiels DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE SPACES TO ligne-rapport.
           STRING "CONVENTIONS EXAMINEES : " DELIMITED BY SIZE
               ws-nb-conventions DELIMITED BY SIZE
               "   ANOMALIES : " DELIMITED BY SIZE
               ws-nb-anomalies DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           CLOSE rapport-balayages.

           CLOSE account-master.
           CLOSE balayages.
           PERFORM ENREGISTRER-CONTROLE-BATCH.
           DISPLAY "Balayages vers epargne : " ws-nb-vers-epargne.
           DISPLAY "Renflouements courant  : " ws-nb-vers-courant.
           DISPLAY "Anomalies              : " ws-nb-anomalies
               " (rapport " ws-nom-rapport ")".
           MOVE ws-nb-anomalies TO RETURN-CODE.
           GOBACK.

       LIRE-CONVENTION-SUIVANTE.
           IF NOT ws-fin-lecture-balayages
               READ balayages NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-balayages
               END-READ
           END-IF.

       TRAITER-CONVENTION.
           IF BLY-ACTIF
               ADD 1 TO ws-nb-conventions
               PERFORM EXAMINER-CONVENTION
           END-IF.
           PERFORM LIRE-CONVENTION-SUIVANTE.

      *> Les deux comptes doivent etre actifs : un compte bloque (PIN,
      *> succession) ou dormant ne se balaie pas - la convention
      *> repasse quand il revient actif.
       EXAMINER-CONVENTION.
           MOVE 'N' TO ws-anomalie-flag.
           MOVE BLY-COMPTE-EPARGNE TO ACCT-NUMBER.
           PERFORM LIRE-UN-COMPTE.
           IF NOT ws-compte-trouve OR NOT ACCT-ACTIF
               MOVE BLY-COMPTE-EPARGNE TO ws-compte-en-cause
               PERFORM SIGNALER-COMPTE-INUTILISABLE
           ELSE
               COMPUTE ws-dispo-epargne =
                   ACCT-BALANCE - ACCT-HELD-AMOUNT
           END-IF.

           IF NOT ws-convention-en-anomalie
               MOVE BLY-COMPTE-COURANT TO ACCT-NUMBER
               PERFORM LIRE-UN-COMPTE
               IF NOT ws-compte-trouve OR NOT ACCT-ACTIF
                   MOVE BLY-COMPTE-COURANT TO ws-compte-en-cause
                   PERFORM SIGNALER-COMPTE-INUTILISABLE
               ELSE
                   MOVE ACCT-BALANCE TO ws-solde-courant
                   COMPUTE ws-dispo-courant =
                       ACCT-BALANCE - ACCT-HELD-AMOUNT
                   PERFORM CALCULER-BALAYAGE
               END-IF
           END-IF.

      *> Introuvable = anomalie, comptee dans RETURN-CODE.  Cloture =
      *> la convention n'a plus d'objet, elle passe T.  Bloque ou
      *> dormant = suspendue pour la nuit, sans erreur.
       SIGNALER-COMPTE-INUTILISABLE.
           MOVE 'O' TO ws-anomalie-flag.
           IF NOT ws-compte-trouve
               MOVE "introuvable - ANOMALIE" TO ws-motif
               ADD 1 TO ws-nb-anomalies
           ELSE
               EVALUATE TRUE
                   WHEN ACCT-FERME
                       MOVE "cloture - convention terminee"
                           TO ws-motif
                       PERFORM TERMINER-CONVENTION
                   WHEN ACCT-BLOQUE
                       MOVE "bloque - suspendue" TO ws-motif
                   WHEN ACCT-DORMANT
                       MOVE "dormant - suspendue" TO ws-motif
                   WHEN OTHER
                       MOVE "inactif - suspendue" TO ws-motif
               END-EVALUATE
           END-IF.
           MOVE SPACES TO ligne-rapport.
           STRING "CONVENTION " DELIMITED BY SIZE
               BLY-ID DELIMITED BY SIZE
               " : compte " DELIMITED BY SIZE
               ws-compte-en-cause DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-motif DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           DISPLAY "Convention " BLY-ID ": compte "
               ws-compte-en-cause " " ws-motif.

       TERMINER-CONVENTION.
           MOVE 'T' TO BLY-STATUT.
           REWRITE BALAYAGE-RECORD.
           IF ws-status-balayages NOT = '00'
               DISPLAY "ERREUR E/S sur balayages.dat"
               DISPLAY "Code statut: " ws-status-balayages
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Le record courant est le compte courant.  Le plafond a
      *> 999999999.99 est celui d'une ecriture H-Montant - un excedent
      *> plus grand part en plusieurs nuits.
       CALCULER-BALAYAGE.
           MOVE ZERO TO MontantBalayage.
           IF ws-solde-courant > BLY-SOLDE-CIBLE
               COMPUTE ws-ecart = ws-solde-courant - BLY-SOLDE-CIBLE
               IF ws-ecart > ws-dispo-courant
                   MOVE ws-dispo-courant TO ws-ecart
               END-IF
               IF ws-ecart > 999999999.99
                   MOVE 999999999.99 TO ws-ecart
               END-IF
               IF ws-ecart > ZERO
                   MOVE ws-ecart TO MontantBalayage
                   MOVE 'E' TO ws-sens
                   MOVE BLY-COMPTE-COURANT TO ws-compte-source
                   MOVE BLY-COMPTE-EPARGNE TO ws-compte-servi
               END-IF
           END-IF.
           IF ws-solde-courant < ZERO
               COMPUTE ws-besoin = ZERO - ws-solde-courant
               MOVE ws-besoin TO ws-ecart
               IF ws-ecart > ws-dispo-epargne
                   MOVE ws-dispo-epargne TO ws-ecart
               END-IF
               IF ws-ecart > 999999999.99
                   MOVE 999999999.99 TO ws-ecart
               END-IF
               IF ws-ecart > ZERO
                   MOVE ws-ecart TO MontantBalayage
                   MOVE 'C' TO ws-sens
                   MOVE BLY-COMPTE-EPARGNE TO ws-compte-source
                   MOVE BLY-COMPTE-COURANT TO ws-compte-servi
               END-IF
               IF ws-ecart < ws-besoin
                   ADD 1 TO ws-nb-partiels
                   PERFORM SIGNALER-RENFLOUEMENT-PARTIEL
               END-IF
           END-IF.
           IF MontantBalayage > ZERO
               PERFORM EXECUTER-BALAYAGE
           END-IF.

       SIGNALER-RENFLOUEMENT-PARTIEL.
           MOVE ws-besoin TO ws-solde-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "CONVENTION " DELIMITED BY SIZE
               BLY-ID DELIMITED BY SIZE
               " : courant " DELIMITED BY SIZE
               BLY-COMPTE-COURANT DELIMITED BY SIZE
               " a renflouer de " DELIMITED BY SIZE
               ws-solde-edite DELIMITED BY SIZE
               " - epargne insuffisante, PARTIEL" DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

       EXECUTER-BALAYAGE.
           PERFORM ENREGISTRER-CKPT-DEBUT.
           MOVE ws-compte-servi TO ACCT-NUMBER.
           PERFORM LIRE-UN-COMPTE.
           PERFORM CREDITER-COMPTE-SERVI.
           PERFORM ENREGISTRER-CKPT-CREDITE.
           PERFORM TERMINER-BALAYAGE.

      *> Jambe debit, date de dernier balayage, ligne de rapport, puis
      *> effacement du point de reprise - dans cet ordre, comme
      *> TERMINER-ORDRE dans ExecuterOrdres.cob.
       TERMINER-BALAYAGE.
           PERFORM DEBITER-COMPTE-SOURCE.
           MOVE ws-date-jour TO BLY-DERNIER-BALAYAGE.
           REWRITE BALAYAGE-RECORD.
           IF ws-status-balayages NOT = '00'
               DISPLAY "ERREUR E/S sur balayages.dat"
               DISPLAY "Code statut: " ws-status-balayages
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ECRIRE-LIGNE-BALAYAGE.
           PERFORM EFFACER-CHECKPOINT-BALAYAGE.
           IF ws-vers-epargne
               ADD 1 TO ws-nb-vers-epargne
               ADD MontantBalayage TO ws-total-vers-epargne
           ELSE
               ADD 1 TO ws-nb-vers-courant
               ADD MontantBalayage TO ws-total-vers-courant
           END-IF.

       ECRIRE-LIGNE-BALAYAGE.
           MOVE MontantBalayage TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           IF ws-vers-epargne
               STRING "CONVENTION " DELIMITED BY SIZE
                   BLY-ID DELIMITED BY SIZE
                   " : excedent " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " de " DELIMITED BY SIZE
                   ws-compte-source DELIMITED BY SIZE
                   " vers epargne " DELIMITED BY SIZE
                   ws-compte-servi DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
           ELSE
               STRING "CONVENTION " DELIMITED BY SIZE
                   BLY-ID DELIMITED BY SIZE
                   " : renflouement " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " de epargne " DELIMITED BY SIZE
                   ws-compte-source DELIMITED BY SIZE
                   " vers " DELIMITED BY SIZE
                   ws-compte-servi DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
           END-IF.
           WRITE ligne-rapport.

      *> Reprise d'un balayage interrompu entre ses deux jambes - meme
      *> logique que REPRENDRE-EXECUTION-JAMBES dans ExecuterOrdres :
      *> "CREDITE", ou "DEBUT" avec l'estampille deja posee sur le
      *> compte servi, ne laisse que le debit a faire; "DEBUT" sans
      *> estampille rejoue le balayage entier avec son montant
      *> d'origine.
       REPRENDRE-BALAYAGE-INTERROMPU.
           OPEN INPUT balayage-ckpt.
           IF ws-status-bck = '00'
               READ balayage-ckpt
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM REPRENDRE-BALAYAGE
               END-READ
           END-IF.
           CLOSE balayage-ckpt.

       REPRENDRE-BALAYAGE.
           DISPLAY "Balayage interrompu detecte - reprise.".
           MOVE BCK-BLY-ID TO BLY-ID.
           READ balayages KEY IS BLY-ID
               INVALID KEY
                   DISPLAY "Convention " BCK-BLY-ID " introuvable - "
                       "point de reprise efface."
                   PERFORM EFFACER-CHECKPOINT-BALAYAGE
               NOT INVALID KEY
                   PERFORM REPRENDRE-JAMBES
           END-READ.

       REPRENDRE-JAMBES.
           MOVE BCK-HORODATAGE TO ws-horodatage-balayage.
           MOVE BCK-MONTANT TO MontantBalayage.
           MOVE BCK-SENS TO ws-sens.
           IF ws-vers-epargne
               MOVE BLY-COMPTE-COURANT TO ws-compte-source
               MOVE BLY-COMPTE-EPARGNE TO ws-compte-servi
           ELSE
               MOVE BLY-COMPTE-EPARGNE TO ws-compte-source
               MOVE BLY-COMPTE-COURANT TO ws-compte-servi
           END-IF.
           MOVE ws-compte-servi TO ACCT-NUMBER.
           PERFORM LIRE-UN-COMPTE.
           IF NOT ws-compte-trouve
               DISPLAY "Convention " BLY-ID ": compte "
                   ws-compte-servi " illisible a la reprise - "
                   "point de reprise conserve."
               ADD 1 TO ws-nb-anomalies
           ELSE
               IF BCK-ETAPE NOT = "CREDITE"
                   PERFORM CREDITER-COMPTE-SERVI
                   PERFORM ENREGISTRER-CKPT-CREDITE
               END-IF
               PERFORM TERMINER-BALAYAGE
           END-IF.

       ENREGISTRER-CKPT-DEBUT.
           PERFORM PROCHAIN-NUMERO-SEQUENCE.
           MOVE ws-seq-courant TO ws-horodatage-balayage.
           MOVE "DEBUT" TO BCK-ETAPE.
           PERFORM ECRIRE-CHECKPOINT-BALAYAGE.

       ENREGISTRER-CKPT-CREDITE.
           MOVE "CREDITE" TO BCK-ETAPE.
           PERFORM ECRIRE-CHECKPOINT-BALAYAGE.

       ECRIRE-CHECKPOINT-BALAYAGE.
           MOVE BLY-ID TO BCK-BLY-ID.
           MOVE ws-sens TO BCK-SENS.
           MOVE MontantBalayage TO BCK-MONTANT.
           MOVE ws-horodatage-balayage TO BCK-HORODATAGE.
           MOVE "," TO CSV-FILLER-BCK-1.
           MOVE "," TO CSV-FILLER-BCK-2.
           MOVE "," TO CSV-FILLER-BCK-3.
           MOVE "," TO CSV-FILLER-BCK-4.
           OPEN OUTPUT balayage-ckpt.
           WRITE balayage-ckpt-record.
           CLOSE balayage-ckpt.

       EFFACER-CHECKPOINT-BALAYAGE.
           OPEN OUTPUT balayage-ckpt.
           CLOSE balayage-ckpt.

       LIRE-UN-COMPTE.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE 'N' TO ws-compte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-compte-flag
           END-READ.

      *> Le record courant est le compte servi.  Garde par
      *> ACCT-LAST-CREDIT-TS contre l'estampille du balayage : rejoue
      *> apres une interruption, ce paragraphe ne credite jamais deux
      *> fois.
       CREDITER-COMPTE-SERVI.
           IF ACCT-LAST-CREDIT-TS NOT = ws-horodatage-balayage
               ADD MontantBalayage TO ACCT-BALANCE
               MOVE ws-horodatage-balayage TO ACCT-LAST-CREDIT-TS
               REWRITE ACCOUNT-MASTER-RECORD
               IF ws-status-compte NOT = '00'
                   DISPLAY "ERREUR E/S sur acctmast.dat"
                   DISPLAY "Code statut: " ws-status-compte
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE ws-compte-servi TO H-Compte
               MOVE MontantBalayage TO H-Montant
               MOVE F-Virement TO H-Action
               MOVE 1 TO rec-choice
               CALL "SubProgram" USING rec-choice, historique-record,
                   ws-soldes-dummy,
                   ws-prefixe-fichiers
           END-IF.

       DEBITER-COMPTE-SOURCE.
           MOVE ws-compte-source TO ACCT-NUMBER.
           PERFORM LIRE-UN-COMPTE.
           SUBTRACT MontantBalayage FROM ACCT-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF ws-status-compte NOT = '00'
               DISPLAY "ERREUR E/S sur acctmast.dat"
               DISPLAY "Code statut: " ws-status-compte
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ws-compte-source TO H-Compte.
           MOVE MontantBalayage TO H-Montant.
           MOVE F-VirementDebit TO H-Action.
           MOVE 1 TO rec-choice.
           CALL "SubProgram" USING rec-choice, historique-record,
               ws-soldes-dummy,
               ws-prefixe-fichiers.

       COPY HISTSEQPROC.

       COPY BATCHCTLPROC.

       COPY BATCHFORCEPROC.

       COPY SUPERVISEURPROC.
