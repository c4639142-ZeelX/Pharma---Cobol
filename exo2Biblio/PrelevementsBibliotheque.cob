       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrelevementsBibliotheque.

      *> Passe nocturne de prelevement des amendes et cotisations :
      *> pour chaque membre sous autorisation active
      *> (prelevements-membres.dat, voir AUTPRLV.cpy), debite sur son
      *> compte bancaire
      *>   - les cotisations renouvelees "a prelever" de
      *>     recettes-adhesions.dat (RAD-MODE 'P') pas encore pointees
      *>     dans cotisations-prelevees.dat (COTPRLV.cpy);
      *>   - l'encours de chacune de ses amendes (AMD-MONTANT -
      *>     AMD-PAYE), qui passe alors payee.
      *> Chaque prelevement est un virement a deux jambes pose par
      *> SubProgram dans historique.txt : credit "V" du compte de
      *> recettes de la bibliotheque 999996, debit "A" (avis de
      *> prelevement, H-Ref = numero de membre) du compte du membre -
      *> meme protection d'interruption que BalayageComptes.cob
      *> (point de reprise prelevements-biblio.ckpt, credit idempotent
      *> via ACCT-LAST-CREDIT-TS).  Un compte sans provision (solde -
      *> fonds bloques + decouvert autorise), non actif ou dans une
      *> autre devise laisse l'amende ou la cotisation ouverte : elle
      *> est listee en echec dans prelevements-biblio-AAAAMMJJ.txt et
      *> repasse la nuit suivante.  Une cotisation "a prelever" dont
      *> l'autorisation est revoquee ou absente y est listee en echec
      *> de meme.  Seul un compte introuvable est une anomalie,
      *> comptee dans RETURN-CODE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT autorisations-prlv
               ASSIGN TO "prelevements-membres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APM-MEMBRE
               FILE STATUS IS ws-status-autorisations.

           SELECT amendes ASSIGN TO "amendes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMD-ID
               FILE STATUS IS ws-status-amendes.

           SELECT recettes-adhesions
               ASSIGN TO "recettes-adhesions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-recettes.

           SELECT cotisations-prelevees
               ASSIGN TO "cotisations-prelevees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPV-CLE
               FILE STATUS IS ws-status-cotisations.

           SELECT account-master ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

      *> Jamais ouvert ici - simple tampon passe a SubProgram (meme
      *> montage que BalayageComptes.cob).
           SELECT historique ASSIGN TO "historique.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT rapport-prelevements ASSIGN TO DYNAMIC ws-nom-rapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

      *> Meme format de ligne que TraitementNocturne.cob - cette passe
      *> ajoute sa propre ligne de synthese au meme journal.
           SELECT run-log ASSIGN TO "runlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-journal.

           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

      *> Au plus un record : le prelevement en cours entre ses deux
      *> jambes, avec ce qu'il regle et son montant.
           SELECT prelevement-ckpt ASSIGN TO "prelevements-biblio.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-pck.

           SELECT sequence-historique ASSIGN TO "histseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-seq.

       DATA DIVISION.
       FILE SECTION.
       FD autorisations-prlv.
           COPY AUTPRLV.

       FD amendes.
           COPY AMENDE.

       FD recettes-adhesions.
           COPY RECADH.

       FD cotisations-prelevees.
           COPY COTPRLV.

       FD account-master.
           COPY ACCTMAST.

       FD historique.
           COPY HISTREC.

       FD rapport-prelevements.
       01 ligne-rapport PIC X(100).

       FD run-log.
       01 run-log-record.
           05 RL-ETAPE PIC X(20).
           05 CSV-FILLER-ETAPE PIC X VALUE ",".
           05 RL-DEBUT PIC 9(6).
           05 CSV-FILLER-DEBUT PIC X VALUE ",".
           05 RL-FIN PIC 9(6).
           05 CSV-FILLER-FIN PIC X VALUE ",".
           05 RL-STATUT PIC X(10).

       FD batch-control.
           COPY BATCHCTL.

      *> PCK-TYPE : C = cotisation (PCK-DATE-RECU + PCK-MEMBRE),
      *> A = amende (PCK-AMENDE).
       FD prelevement-ckpt.
       01 prelevement-ckpt-record.
           05 PCK-TYPE PIC X.
           05 CSV-FILLER-PCK-1 PIC X VALUE ",".
           05 PCK-DATE-RECU PIC 9(8).
           05 CSV-FILLER-PCK-2 PIC X VALUE ",".
           05 PCK-MEMBRE PIC 9(6).
           05 CSV-FILLER-PCK-3 PIC X VALUE ",".
           05 PCK-AMENDE PIC 9(6).
           05 CSV-FILLER-PCK-4 PIC X VALUE ",".
           05 PCK-COMPTE PIC 9(6).
           05 CSV-FILLER-PCK-5 PIC X VALUE ",".
           05 PCK-MONTANT PIC 9(9)V99.
           05 CSV-FILLER-PCK-6 PIC X VALUE ",".
           05 PCK-HORODATAGE PIC 9(14).
           05 CSV-FILLER-PCK-7 PIC X VALUE ",".
           05 PCK-ETAPE PIC X(10).

       FD sequence-historique.
           COPY HISTSEQ.

       WORKING-STORAGE SECTION.
       01 ws-status-autorisations PIC XX.
       01 ws-status-amendes PIC XX.
       01 ws-status-recettes PIC XX.
       01 ws-status-cotisations PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-rapport PIC XX.
       01 ws-status-journal PIC XX.
       01 ws-status-pck PIC XX.
       01 ws-status-seq PIC XX.
       01 ws-seq-courant PIC 9(9) VALUE ZERO.
       01 ws-horodatage-prelevement PIC 9(14).
       01 ws-nom-rapport PIC X(40).

       01 ws-fin-recettes PIC X VALUE 'N'.
           88 ws-fin-lecture-recettes VALUE 'O'.
       01 ws-fin-amendes PIC X VALUE 'N'.
           88 ws-fin-lecture-amendes VALUE 'O'.
       01 ws-amendes-flag PIC X VALUE 'N'.
           88 ws-amendes-ouvertes VALUE 'O'.
       01 ws-date-jour PIC 9(8).
       01 ws-horodatage PIC 9(8).
       01 ws-heure PIC 9(6).

       01 ws-autorisation-flag PIC X VALUE 'N'.
           88 ws-autorisation-trouvee VALUE 'O'.
       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.
       01 ws-cotisation-flag PIC X VALUE 'N'.
           88 ws-cotisation-deja-prelevee VALUE 'O'.

      *> L'article a prelever : cotisation ou amende, son membre, le
      *> compte a debiter et le montant.
       01 ws-art-type PIC X.
           88 ws-art-cotisation VALUE 'C'.
           88 ws-art-amende VALUE 'A'.
       01 ws-art-date-recu PIC 9(8).
       01 ws-art-membre PIC 9(6).
       01 ws-art-amende-id PIC 9(6).
       01 ws-compte-membre PIC 9(6).
       01 MontantPrelevement PIC 9(9)V99.
       01 ws-disponible PIC S9(11)V99.
       01 ws-motif PIC X(24).
       01 ws-libelle-article PIC X(24).
       01 ws-montant-edite PIC Z(8)9.99.
       01 ws-total-edite PIC Z(10)9.99.

       01 ws-nb-preleves PIC 9(5) VALUE ZERO.
       01 ws-nb-echecs PIC 9(5) VALUE ZERO.
       01 ws-nb-anomalies PIC 9(4) VALUE ZERO.
       01 ws-total-preleve PIC 9(11)V99 VALUE ZERO.
       01 ws-total-echecs PIC 9(11)V99 VALUE ZERO.

      *> Same SubProgram plumbing as Gestionbancaire.cob - see the
      *> comment on ws-soldes-dummy there.
       01 ws-soldes-dummy.
           05 ws-soldes-dummy-numero PIC 9(6).
           05 ws-soldes-dummy-1 PIC 9(5)V99.
           05 ws-soldes-dummy-filler PIC X VALUE ":".
           05 ws-soldes-dummy-2 PIC 9(5)V99.

       01 rec-choice PIC 9.

       01 ws-prefixe-fichiers PIC X(15) VALUE SPACES.

      *> Credit "V" du compte de recettes, debit "A" du membre - l'avis
      *> de prelevement de ImportPrelevements.cob, le creancier etant
      *> ici la bibliotheque et l'autorisation celle du membre.
       77 F-Virement PIC X VALUE "V".
       77 F-Prelevement PIC X VALUE "A".
      *> Compte de recettes de la bibliotheque - hors serie comme
      *> l'attente 999999, les impots dus 999998 et la position
      *> 999997; tenu en EUR.
       77 F-Compte-Bibliotheque PIC 9(6) VALUE 999996.
       77 F-Devise-Base PIC X(3) VALUE "EUR".

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
           DISPLAY "=== Prelevement des amendes et cotisations ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           MOVE "SYS" TO H-Guichetier.
           MOVE "000" TO H-Agence.

           MOVE "PrelevBiblio" TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM CONTROLER-REEXECUTION.
           IF NOT ws-ctl-autorise
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT autorisations-prlv.
           IF ws-status-autorisations NOT = '00'
               DISPLAY "Aucune autorisation de prelevement (statut "
                   ws-status-autorisations ")."
               PERFORM ENREGISTRER-CONTROLE-BATCH
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O account-master.
           IF ws-status-compte NOT = '00'
               DISPLAY "Impossible d'ouvrir acctmast.dat (statut "
                   ws-status-compte ")."
               CLOSE autorisations-prlv
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O cotisations-prelevees.
           IF ws-status-cotisations = '35'
               OPEN OUTPUT cotisations-prelevees
               CLOSE cotisations-prelevees
               OPEN I-O cotisations-prelevees
           END-IF.
           IF ws-status-cotisations NOT = '00'
               DISPLAY "ERREUR E/S sur cotisations-prelevees.dat"
               DISPLAY "Code statut: " ws-status-cotisations
               CLOSE account-master
               CLOSE autorisations-prlv
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Pas de grand livre des amendes = aucune amende a prelever,
      *> les cotisations passent quand meme.
           OPEN I-O amendes.
           IF ws-status-amendes = '00'
               MOVE 'O' TO ws-amendes-flag
           END-IF.

           PERFORM ASSURER-COMPTE-BIBLIOTHEQUE.

           STRING "prelevements-biblio-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-rapport
           END-STRING.
           OPEN OUTPUT rapport-prelevements.
           MOVE SPACES TO ligne-rapport.
           STRING "PRELEVEMENTS BIBLIOTHEQUE DU " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

           PERFORM REPRENDRE-PRELEVEMENT-INTERROMPU.

           OPEN INPUT recettes-adhesions.
           IF ws-status-recettes = '00'
               PERFORM LIRE-RECETTE-SUIVANTE
               PERFORM TRAITER-RECETTE UNTIL ws-fin-lecture-recettes
               CLOSE recettes-adhesions
           END-IF.

           IF ws-amendes-ouvertes
               MOVE ZERO TO AMD-ID
               START amendes KEY IS >= AMD-ID
                   INVALID KEY
                       MOVE 'O' TO ws-fin-amendes
               END-START
               PERFORM LIRE-AMENDE-SUIVANTE
               PERFORM TRAITER-AMENDE UNTIL ws-fin-lecture-amendes
               CLOSE amendes
           END-IF.

           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.
           MOVE ws-total-preleve TO ws-total-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "PRELEVES : " DELIMITED BY SIZE
               ws-nb-preleves DELIMITED BY SIZE
               ", total " DELIMITED BY SIZE
               ws-total-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE ws-total-echecs TO ws-total-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "EN ECHEC : " DELIMITED BY SIZE
               ws-nb-echecs DELIMITED BY SIZE
               ", total " DELIMITED BY SIZE
               ws-total-edite DELIMITED BY SIZE
               " reste du   ANOMALIES : " DELIMITED BY SIZE
               ws-nb-anomalies DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           CLOSE rapport-prelevements.

           CLOSE cotisations-prelevees.
           CLOSE account-master.
           CLOSE autorisations-prlv.
           PERFORM ECRIRE-SYNTHESE-JOURNAL.
           PERFORM ENREGISTRER-CONTROLE-BATCH.
           DISPLAY "Prelevements passes : " ws-nb-preleves.
           DISPLAY "Prelevements en echec : " ws-nb-echecs.
           DISPLAY "Anomalies : " ws-nb-anomalies
               " (rapport " ws-nom-rapport ")".
           MOVE ws-nb-anomalies TO RETURN-CODE.
           GOBACK.

       LIRE-RECETTE-SUIVANTE.
           READ recettes-adhesions
               AT END
                   MOVE 'O' TO ws-fin-recettes
           END-READ.

      *> Seules les cotisations "a prelever" pas encore pointees au
      *> registre passent.
       TRAITER-RECETTE.
           IF RAD-A-PRELEVER AND RAD-MONTANT > ZERO
               MOVE RAD-DATE TO CPV-DATE-RECU
               MOVE RAD-MEMBRE TO CPV-MEMBRE
               READ cotisations-prelevees KEY IS CPV-CLE
                   INVALID KEY
                       MOVE 'N' TO ws-cotisation-flag
                   NOT INVALID KEY
                       MOVE 'O' TO ws-cotisation-flag
               END-READ
               IF NOT ws-cotisation-deja-prelevee
                   MOVE 'C' TO ws-art-type
                   MOVE RAD-DATE TO ws-art-date-recu
                   MOVE RAD-MEMBRE TO ws-art-membre
                   MOVE ZERO TO ws-art-amende-id
                   MOVE RAD-MONTANT TO MontantPrelevement
                   PERFORM EXAMINER-ARTICLE
               END-IF
           END-IF.
           PERFORM LIRE-RECETTE-SUIVANTE.

       LIRE-AMENDE-SUIVANTE.
           IF NOT ws-fin-lecture-amendes
               READ amendes NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-amendes
               END-READ
           END-IF.

       TRAITER-AMENDE.
           IF AMD-MONTANT > AMD-PAYE
               MOVE 'A' TO ws-art-type
               MOVE ZERO TO ws-art-date-recu
               MOVE AMD-MEMBRE TO ws-art-membre
               MOVE AMD-ID TO ws-art-amende-id
               COMPUTE MontantPrelevement = AMD-MONTANT - AMD-PAYE
               PERFORM EXAMINER-ARTICLE
           END-IF.
           PERFORM LIRE-AMENDE-SUIVANTE.

      *> Une amende d'un membre sans autorisation active se regle au
      *> guichet : rien a signaler.  Une cotisation, elle, a ete
      *> encaissee "a prelever" - sans autorisation (revoquee depuis,
      *> ou absente) elle sort en echec pour que le guichet la
      *> recouvre.  Sinon le compte doit exister, etre actif, tenu en
      *> EUR et couvrir le montant - solde moins fonds bloques plus
      *> decouvert autorise, la regle de ImportPrelevements.cob.
       EXAMINER-ARTICLE.
           MOVE ws-art-membre TO APM-MEMBRE.
           READ autorisations-prlv KEY IS APM-MEMBRE
               INVALID KEY
                   MOVE 'N' TO ws-autorisation-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-autorisation-flag
           END-READ.
           IF ws-autorisation-trouvee AND APM-ACTIVE
               MOVE APM-COMPTE TO ws-compte-membre
               MOVE ws-compte-membre TO ACCT-NUMBER
               PERFORM LIRE-UN-COMPTE
               MOVE SPACES TO ws-motif
               EVALUATE TRUE
                   WHEN NOT ws-compte-trouve
                       MOVE "compte introuvable" TO ws-motif
                       ADD 1 TO ws-nb-anomalies
                   WHEN NOT ACCT-ACTIF
                       MOVE "compte non actif" TO ws-motif
                   WHEN ACCT-CURRENCY NOT = F-Devise-Base
                       MOVE "devise du compte" TO ws-motif
                   WHEN OTHER
                       COMPUTE ws-disponible = ACCT-BALANCE
                           - ACCT-HELD-AMOUNT + ACCT-OVERDRAFT-LIMIT
                       IF ws-disponible < MontantPrelevement
                           MOVE "provision insuffisante" TO ws-motif
                       END-IF
               END-EVALUATE
               IF ws-motif = SPACES
                   PERFORM EXECUTER-PRELEVEMENT
               ELSE
                   PERFORM SIGNALER-ECHEC
               END-IF
           ELSE
               IF ws-art-cotisation
                   IF ws-autorisation-trouvee
                       MOVE APM-COMPTE TO ws-compte-membre
                       MOVE "autorisation revoquee" TO ws-motif
                   ELSE
                       MOVE ZERO TO ws-compte-membre
                       MOVE "autorisation absente" TO ws-motif
                   END-IF
                   PERFORM SIGNALER-ECHEC
               END-IF
           END-IF.

       SIGNALER-ECHEC.
           PERFORM LIBELLER-ARTICLE.
           MOVE MontantPrelevement TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "ECHEC    " DELIMITED BY SIZE
               ws-libelle-article DELIMITED BY SIZE
               " membre " DELIMITED BY SIZE
               ws-art-membre DELIMITED BY SIZE
               " compte " DELIMITED BY SIZE
               ws-compte-membre DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ws-motif DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           ADD 1 TO ws-nb-echecs.
           ADD MontantPrelevement TO ws-total-echecs.

       LIBELLER-ARTICLE.
           MOVE SPACES TO ws-libelle-article.
           IF ws-art-cotisation
               STRING "cotisation du " DELIMITED BY SIZE
                   ws-art-date-recu DELIMITED BY SIZE
                   INTO ws-libelle-article
               END-STRING
           ELSE
               STRING "amende " DELIMITED BY SIZE
                   ws-art-amende-id DELIMITED BY SIZE
                   INTO ws-libelle-article
               END-STRING
           END-IF.

       EXECUTER-PRELEVEMENT.
           PERFORM ENREGISTRER-CKPT-DEBUT.
           PERFORM CREDITER-COMPTE-BIBLIOTHEQUE.
           PERFORM ENREGISTRER-CKPT-CREDITE.
           PERFORM TERMINER-PRELEVEMENT.

      *> Jambe debit, amende payee ou cotisation pointee, ligne de
      *> rapport, puis effacement du point de reprise - dans cet
      *> ordre, comme TERMINER-BALAYAGE dans BalayageComptes.cob.
       TERMINER-PRELEVEMENT.
           PERFORM DEBITER-COMPTE-MEMBRE.
           PERFORM SOLDER-ARTICLE.
           PERFORM LIBELLER-ARTICLE.
           MOVE MontantPrelevement TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "PRELEVE  " DELIMITED BY SIZE
               ws-libelle-article DELIMITED BY SIZE
               " membre " DELIMITED BY SIZE
               ws-art-membre DELIMITED BY SIZE
               " compte " DELIMITED BY SIZE
               ws-compte-membre DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           PERFORM EFFACER-CHECKPOINT-PRELEVEMENT.
           ADD 1 TO ws-nb-preleves.
           ADD MontantPrelevement TO ws-total-preleve.

      *> L'amende est relue par sa cle - en passe normale c'est le
      *> record courant, a la reprise il faut aller le chercher.
       SOLDER-ARTICLE.
           IF ws-art-cotisation
               MOVE ws-art-date-recu TO CPV-DATE-RECU
               MOVE ws-art-membre TO CPV-MEMBRE
               MOVE MontantPrelevement TO CPV-MONTANT
               MOVE ws-compte-membre TO CPV-COMPTE
               MOVE ws-date-jour TO CPV-DATE-PRELEV
               WRITE COTISATION-PRELEVEE-RECORD
               IF ws-status-cotisations NOT = '00'
                   DISPLAY "ERREUR E/S sur cotisations-prelevees.dat"
                   DISPLAY "Code statut: " ws-status-cotisations
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               MOVE ws-art-amende-id TO AMD-ID
               READ amendes KEY IS AMD-ID
               IF ws-status-amendes = '00'
                   MOVE AMD-MONTANT TO AMD-PAYE
                   REWRITE AMENDE-RECORD
               END-IF
               IF ws-status-amendes NOT = '00'
                   DISPLAY "ERREUR E/S sur amendes.dat"
                   DISPLAY "Code statut: " ws-status-amendes
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *> Reprise d'un prelevement interrompu entre ses deux jambes -
      *> meme logique que REPRENDRE-BALAYAGE-INTERROMPU dans
      *> BalayageComptes.cob : "CREDITE", ou "DEBUT" avec l'estampille
      *> deja posee sur le compte de recettes, ne laisse que le debit
      *> a faire; "DEBUT" sans estampille rejoue le prelevement entier
      *> avec son montant d'origine.
       REPRENDRE-PRELEVEMENT-INTERROMPU.
           OPEN INPUT prelevement-ckpt.
           IF ws-status-pck = '00'
               READ prelevement-ckpt
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM REPRENDRE-JAMBES
               END-READ
           END-IF.
           CLOSE prelevement-ckpt.

       REPRENDRE-JAMBES.
           DISPLAY "Prelevement interrompu detecte - reprise.".
           MOVE PCK-TYPE TO ws-art-type.
           MOVE PCK-DATE-RECU TO ws-art-date-recu.
           MOVE PCK-MEMBRE TO ws-art-membre.
           MOVE PCK-AMENDE TO ws-art-amende-id.
           MOVE PCK-COMPTE TO ws-compte-membre.
           MOVE PCK-MONTANT TO MontantPrelevement.
           MOVE PCK-HORODATAGE TO ws-horodatage-prelevement.
           IF ws-art-amende AND NOT ws-amendes-ouvertes
               DISPLAY "amendes.dat illisible a la reprise - point "
                   "de reprise conserve."
               ADD 1 TO ws-nb-anomalies
           ELSE
               IF PCK-ETAPE NOT = "CREDITE"
                   PERFORM CREDITER-COMPTE-BIBLIOTHEQUE
                   PERFORM ENREGISTRER-CKPT-CREDITE
               END-IF
               PERFORM TERMINER-PRELEVEMENT
           END-IF.

       ENREGISTRER-CKPT-DEBUT.
           PERFORM PROCHAIN-NUMERO-SEQUENCE.
           MOVE ws-seq-courant TO ws-horodatage-prelevement.
           MOVE "DEBUT" TO PCK-ETAPE.
           PERFORM ECRIRE-CHECKPOINT-PRELEVEMENT.

       ENREGISTRER-CKPT-CREDITE.
           MOVE "CREDITE" TO PCK-ETAPE.
           PERFORM ECRIRE-CHECKPOINT-PRELEVEMENT.

       ECRIRE-CHECKPOINT-PRELEVEMENT.
           MOVE ws-art-type TO PCK-TYPE.
           MOVE ws-art-date-recu TO PCK-DATE-RECU.
           MOVE ws-art-membre TO PCK-MEMBRE.
           MOVE ws-art-amende-id TO PCK-AMENDE.
           MOVE ws-compte-membre TO PCK-COMPTE.
           MOVE MontantPrelevement TO PCK-MONTANT.
           MOVE ws-horodatage-prelevement TO PCK-HORODATAGE.
           MOVE "," TO CSV-FILLER-PCK-1.
           MOVE "," TO CSV-FILLER-PCK-2.
           MOVE "," TO CSV-FILLER-PCK-3.
           MOVE "," TO CSV-FILLER-PCK-4.
           MOVE "," TO CSV-FILLER-PCK-5.
           MOVE "," TO CSV-FILLER-PCK-6.
           MOVE "," TO CSV-FILLER-PCK-7.
           OPEN OUTPUT prelevement-ckpt.
           WRITE prelevement-ckpt-record.
           CLOSE prelevement-ckpt.

       EFFACER-CHECKPOINT-PRELEVEMENT.
           OPEN OUTPUT prelevement-ckpt.
           CLOSE prelevement-ckpt.

       LIRE-UN-COMPTE.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE 'N' TO ws-compte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-compte-flag
           END-READ.

      *> Le compte de recettes est un compte ACCOUNT-MASTER comme un
      *> autre - meme creation que le compte d'attente de
      *> ImportVirementsEntrants.cob.
       ASSURER-COMPTE-BIBLIOTHEQUE.
           MOVE F-Compte-Bibliotheque TO ACCT-NUMBER.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE F-Compte-Bibliotheque TO ACCT-NUMBER
                   MOVE ZERO TO ACCT-BALANCE
                   MOVE ZERO TO ACCT-PIN-HASH
                   MOVE ZERO TO ACCT-DAILY-LIMIT
                   MOVE ZERO TO ACCT-DAILY-USED
                   MOVE ZERO TO ACCT-DAILY-DATE
                   MOVE ZERO TO ACCT-OVERDRAFT-LIMIT
                   MOVE F-Devise-Base TO ACCT-CURRENCY
                   MOVE ZERO TO ACCT-INTEREST-RATE
                   MOVE ZERO TO ACCT-CUST-ID
                   MOVE 'A' TO ACCT-STATUS
                   MOVE ZERO TO ACCT-PIN-ECHECS
                   MOVE ZERO TO ACCT-HELD-AMOUNT
                   MOVE ZERO TO ACCT-LAST-CREDIT-TS
                   MOVE "000" TO ACCT-AGENCE
                   MOVE SPACES TO ACCT-PRODUIT
                   MOVE 'N' TO ACCT-TAUX-INDIVIDUEL
                   WRITE ACCOUNT-MASTER-RECORD
                   IF ws-status-compte NOT = '00'
                       DISPLAY "ERREUR E/S sur acctmast.dat"
                       DISPLAY "Code statut: " ws-status-compte
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

      *> Garde par ACCT-LAST-CREDIT-TS contre l'estampille du
      *> prelevement : rejoue apres une interruption, ce paragraphe ne
      *> credite jamais deux fois.
       CREDITER-COMPTE-BIBLIOTHEQUE.
           MOVE F-Compte-Bibliotheque TO ACCT-NUMBER.
           PERFORM LIRE-UN-COMPTE.
           IF ACCT-LAST-CREDIT-TS NOT = ws-horodatage-prelevement
               ADD MontantPrelevement TO ACCT-BALANCE
               MOVE ws-horodatage-prelevement TO ACCT-LAST-CREDIT-TS
               REWRITE ACCOUNT-MASTER-RECORD
               IF ws-status-compte NOT = '00'
                   DISPLAY "ERREUR E/S sur acctmast.dat"
                   DISPLAY "Code statut: " ws-status-compte
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE F-Compte-Bibliotheque TO H-Compte
               MOVE MontantPrelevement TO H-Montant
               MOVE F-Virement TO H-Action
               MOVE ws-art-membre TO H-Ref
               MOVE 3 TO rec-choice
               CALL "SubProgram" USING rec-choice, historique-record,
                   ws-soldes-dummy,
                   ws-prefixe-fichiers
           END-IF.

       DEBITER-COMPTE-MEMBRE.
           MOVE ws-compte-membre TO ACCT-NUMBER.
           PERFORM LIRE-UN-COMPTE.
           SUBTRACT MontantPrelevement FROM ACCT-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF ws-status-compte NOT = '00'
               DISPLAY "ERREUR E/S sur acctmast.dat"
               DISPLAY "Code statut: " ws-status-compte
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ws-compte-membre TO H-Compte.
           MOVE MontantPrelevement TO H-Montant.
           MOVE F-Prelevement TO H-Action.
           MOVE ws-art-membre TO H-Ref.
           MOVE 3 TO rec-choice.
           CALL "SubProgram" USING rec-choice, historique-record,
               ws-soldes-dummy,
               ws-prefixe-fichiers.

       ECRIRE-SYNTHESE-JOURNAL.
           OPEN EXTEND run-log.
           IF ws-status-journal = '35'
               OPEN OUTPUT run-log
           END-IF.
           ACCEPT ws-horodatage FROM TIME.
           MOVE ws-horodatage (1:6) TO ws-heure.
           MOVE "PrelevBiblio" TO RL-ETAPE.
           MOVE ws-heure TO RL-DEBUT.
           MOVE ws-heure TO RL-FIN.
           MOVE ws-nb-preleves TO RL-STATUT.
           WRITE run-log-record.
           CLOSE run-log.

       COPY HISTSEQPROC.

       COPY BATCHCTLPROC.

       COPY BATCHFORCEPROC.

       COPY SUPERVISEURPROC.
