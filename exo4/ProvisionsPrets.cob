       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProvisionsPrets.

      *> Provision pour pertes sur prets, passe de fin de mois :
      *> EcheancesPrets.cob compte les echeances impayees dans
      *> PRT-NB-IMPAYES, mais rien dans les comptes ne disait qu'un
      *> pret en retard de trois mois ne sera sans doute pas
      *> rembourse en entier.  Chaque pret actif est classe dans une
      *> tranche d'arriere selon l'age de sa plus ancienne echeance
      *> impayee (a jour, 1-30, 31-90, plus de 90 jours) et provisionne
      *> au taux de sa tranche (provisions-config.dat, voir
      *> PROVCFG.cpy) sur son capital restant du.  La provision de la
      *> passe precedente est tenue pret par pret dans
      *> provisions-prets.dat (voir PROVPRET.cpy) : seul l'ecart est
      *> poste au compte de provisions 999995 dans historique.txt -
      *> "d" dotation (credit) quand la provision monte, "e" reprise
      *> (debit) quand elle baisse, H-Ref pointant sur le pret.  Un
      *> pret solde voit sa provision entierement reprise.
      *> L'echeancier provisions-AAAAMM.txt liste chaque pret, sa
      *> tranche et le montant provisionne, avec les totaux par
      *> tranche.  Relancer la passe dans le mois ne poste que ce qui
      *> a bouge depuis.  Lance par ClotureMensuelle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT prets ASSIGN TO 'prets.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-ID
               FILE STATUS IS ws-status-prets.

           SELECT provisions-prets ASSIGN TO 'provisions-prets.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVP-PRET
               FILE STATUS IS ws-status-provisions.

           SELECT account-master ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

      *> Jamais ouvert ici - simple tampon passe a SubProgram, qui
      *> ouvre et ferme son propre connecteur sur historique.txt a
      *> chaque appel (meme montage que Gestionbancaire.cob).
           SELECT historique ASSIGN TO 'historique.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT provisions-config ASSIGN TO "provisions-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-config.

           SELECT echeancier-provisions ASSIGN TO DYNAMIC ws-nom-rapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD prets.
           COPY PRET.

       FD provisions-prets.
           COPY PROVPRET.

       FD account-master.
           COPY ACCTMAST.

       FD historique.
           COPY HISTREC.

       FD provisions-config.
           COPY PROVCFG.

       FD echeancier-provisions.
       01 ligne-rapport PIC X(100).

       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-status-prets PIC XX.
       01 ws-status-provisions PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-config PIC XX.
       01 ws-status-rapport PIC XX.
       01 ws-nom-rapport PIC X(32).

       01 ws-fin-prets PIC X VALUE 'N'.
           88 ws-fin-lecture-prets VALUE 'O'.
       01 ws-provision-flag PIC X VALUE 'N'.
           88 ws-provision-connue VALUE 'O'.
       01 ws-date-jour PIC 9(8).
       01 ws-nb-prets PIC 9(5) VALUE ZERO.
       01 ws-nb-postees PIC 9(5) VALUE ZERO.

       01 ws-tranche PIC 9.
       01 ws-jours-retard PIC S9(7).
       01 ws-mois-absolu PIC 9(7).
       01 ws-provision-precedente PIC 9(9)V99.
       01 ws-provision-calculee PIC 9(9)V99.
       01 ws-ecart PIC S9(9)V99.
       01 ws-ecart-absolu PIC 9(9)V99.
       01 ws-total-precedent PIC 9(11)V99 VALUE ZERO.
       01 ws-total-provision PIC 9(11)V99 VALUE ZERO.
       01 ws-total-dotations PIC 9(11)V99 VALUE ZERO.
       01 ws-total-reprises PIC 9(11)V99 VALUE ZERO.
       01 ws-montant-edite PIC Z(10)9.99.
       01 ws-ecart-edite PIC Z(8)9.99-.
       01 ws-capital-edite PIC Z(10)9.99.
       01 ws-taux-edite PIC 9.9999.
       01 ws-jours-edite PIC Z(4)9.
       01 ws-date-travail.
           05 ws-dt-annee PIC 9(4).
           05 ws-dt-mois PIC 9(2).
           05 ws-dt-jour PIC 9(2).
       01 ws-date-travail-n REDEFINES ws-date-travail PIC 9(8).

      *> Une entree par tranche d'arriere, indice = PVP-TRANCHE + 1 :
      *> libelle, taux de provision, et les totaux de l'echeancier.
       01 TABLE-TRANCHES.
           05 ENTREE-TRANCHE OCCURS 4 TIMES
                   INDEXED BY Idx-Tranche.
               10 TT-Libelle PIC X(9).
               10 TT-Taux PIC 9V9(4).
               10 TT-Nb-Prets PIC 9(5).
               10 TT-Capital PIC 9(11)V99.
               10 TT-Provision PIC 9(11)V99.

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

      *> Same SubProgram plumbing as Gestionbancaire.cob - see the
      *> comment on ws-soldes-dummy there.
       01 ws-soldes-dummy.
           05 ws-soldes-dummy-numero PIC 9(6).
           05 ws-soldes-dummy-1 PIC 9(5)V99.
           05 ws-soldes-dummy-filler PIC X VALUE ":".
           05 ws-soldes-dummy-2 PIC 9(5)V99.

       01 rec-choice PIC 9.

      *> Prefixe passe a SubProgram devant historique.txt/histseq.dat :
      *> SPACES en production, "entrainement-" en bac a sable (voir
      *> EntrainementBanque.cob) - seul GestionCompteBancaire bascule.
       01 ws-prefixe-fichiers PIC X(15) VALUE SPACES.

      *> Provision pour pertes sur prets - "d" dotation (credit du
      *> compte de provisions), "e" reprise (debit).
       77 F-Provision-Dotation PIC X VALUE "d".
       77 F-Provision-Reprise PIC X VALUE "e".
      *> Compte de provisions pour pertes sur prets - hors serie comme
      *> l'attente 999999 et la position de change 999997; tenu en
      *> EUR, son solde est la provision totale detenue.
       77 F-Compte-Provisions PIC 9(6) VALUE 999995.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Provisions pour pertes sur prets ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           MOVE "SYS" TO H-Guichetier.
           MOVE "000" TO H-Agence.

           MOVE "ProvisionsPrets" TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM CONTROLER-REEXECUTION.
           IF NOT ws-ctl-autorise
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CHARGER-TAUX-PROVISION.

           OPEN INPUT prets.
           IF ws-status-prets NOT = '00'
               DISPLAY "Aucun pret a provisionner (statut "
                   ws-status-prets ")."
               PERFORM ENREGISTRER-CONTROLE-BATCH
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O provisions-prets.
           IF ws-status-provisions = '35'
               OPEN OUTPUT provisions-prets
               CLOSE provisions-prets
               OPEN I-O provisions-prets
           END-IF.
           IF ws-status-provisions NOT = '00'
               DISPLAY "Impossible d'ouvrir provisions-prets.dat "
                   "(statut " ws-status-provisions ")."
               CLOSE prets
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O account-master.
           IF ws-status-compte NOT = '00'
               DISPLAY "Impossible d'ouvrir acctmast.dat (statut "
                   ws-status-compte ")."
               CLOSE provisions-prets
               CLOSE prets
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           STRING "provisions-" DELIMITED BY SIZE
               ws-date-jour (1:6) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-rapport
           END-STRING.
           OPEN OUTPUT echeancier-provisions.
           MOVE SPACES TO ligne-rapport.
           STRING "ECHEANCIER DES PROVISIONS SUR PRETS AU "
                   DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE SPACES TO ligne-rapport.
           STRING "PRET   COMPTE  CAPITAL RESTANT IMP. JOURS "
                   DELIMITED BY SIZE
               "TRANCHE   TAUX    PROVISION     VARIATION"
                   DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

           MOVE ZERO TO PRT-ID.
           START prets KEY IS >= PRT-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-prets
           END-START.
           PERFORM LIRE-PRET-SUIVANT.
           PERFORM PROVISIONNER-PRET UNTIL ws-fin-lecture-prets.

           PERFORM EDITER-TOTAUX-TRANCHES.

           CLOSE echeancier-provisions.
           CLOSE account-master.
           CLOSE provisions-prets.
           CLOSE prets.
           PERFORM ENREGISTRER-CONTROLE-BATCH.
           DISPLAY "Prets provisionnes : " ws-nb-prets
               " - ecritures postees : " ws-nb-postees.
           DISPLAY "Provision detenue  : " ws-total-provision
               " (precedente " ws-total-precedent ")".
           DISPLAY "Echeancier         : " ws-nom-rapport.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      *> Taux par defaut : 1% a jour, 5% de 1 a 30 jours, 25% de 31
      *> a 90 jours, 100% au-dela.
       CHARGER-TAUX-PROVISION.
           MOVE "A JOUR" TO TT-Libelle (1).
           MOVE "1-30 J" TO TT-Libelle (2).
           MOVE "31-90 J" TO TT-Libelle (3).
           MOVE "+90 J" TO TT-Libelle (4).
           MOVE 0.0100 TO TT-Taux (1).
           MOVE 0.0500 TO TT-Taux (2).
           MOVE 0.2500 TO TT-Taux (3).
           MOVE 1.0000 TO TT-Taux (4).
           OPEN INPUT provisions-config.
           IF ws-status-config = '00'
               READ provisions-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PVC-TAUX-COURANT TO TT-Taux (1)
                       MOVE PVC-TAUX-1-30 TO TT-Taux (2)
                       MOVE PVC-TAUX-31-90 TO TT-Taux (3)
                       MOVE PVC-TAUX-PLUS-90 TO TT-Taux (4)
               END-READ
               CLOSE provisions-config
           ELSE
               DISPLAY "provisions-config.dat absent - taux par "
                   "defaut " TT-Taux (1) " / " TT-Taux (2) " / "
                   TT-Taux (3) " / " TT-Taux (4) "."
           END-IF.
           PERFORM INITIALISER-TRANCHE
               VARYING Idx-Tranche FROM 1 BY 1
               UNTIL Idx-Tranche > 4.

       INITIALISER-TRANCHE.
           MOVE ZERO TO TT-Nb-Prets (Idx-Tranche).
           MOVE ZERO TO TT-Capital (Idx-Tranche).
           MOVE ZERO TO TT-Provision (Idx-Tranche).

       LIRE-PRET-SUIVANT.
           IF NOT ws-fin-lecture-prets
               READ prets NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-prets
               END-READ
           END-IF.

      *> Un pret actif est provisionne selon sa tranche; un pret solde
      *> ne sort que s'il lui reste une provision a reprendre.
       PROVISIONNER-PRET.
           PERFORM LIRE-PROVISION-PRECEDENTE.
           IF PRT-ACTIF
               PERFORM CLASSER-PRET
               SET Idx-Tranche TO 1
               SET Idx-Tranche UP BY ws-tranche
               COMPUTE ws-provision-calculee ROUNDED =
                   PRT-CAPITAL-RESTANT * TT-Taux (Idx-Tranche)
               PERFORM COMPTABILISER-ECART
               ADD 1 TO ws-nb-prets
               ADD 1 TO TT-Nb-Prets (Idx-Tranche)
               ADD PRT-CAPITAL-RESTANT TO TT-Capital (Idx-Tranche)
               ADD ws-provision-calculee
                   TO TT-Provision (Idx-Tranche)
               PERFORM EDITER-LIGNE-PRET
           ELSE
               IF ws-provision-precedente > ZERO
                   MOVE ZERO TO ws-tranche
                   MOVE ZERO TO ws-jours-retard
                   MOVE ZERO TO ws-provision-calculee
                   PERFORM COMPTABILISER-ECART
                   PERFORM EDITER-LIGNE-SOLDE
               END-IF
           END-IF.
           PERFORM LIRE-PRET-SUIVANT.

       LIRE-PROVISION-PRECEDENTE.
           MOVE PRT-ID TO PVP-PRET.
           READ provisions-prets KEY IS PVP-PRET
               INVALID KEY
                   MOVE 'N' TO ws-provision-flag
                   MOVE ZERO TO ws-provision-precedente
               NOT INVALID KEY
                   MOVE 'O' TO ws-provision-flag
                   MOVE PVP-MONTANT TO ws-provision-precedente
           END-READ.

      *> L'echeance impayee avance quand meme PRT-PROCHAINE-DATE (voir
      *> EcheancesPrets.cob) : la plus ancienne impayee tombe
      *> PRT-NB-IMPAYES mois avant la prochaine, au meme jour plafonne
      *> a 28.  Le retard se compte en jours depuis cette echeance.
       CLASSER-PRET.
           MOVE ZERO TO ws-jours-retard.
           IF PRT-NB-IMPAYES = ZERO
               MOVE ZERO TO ws-tranche
           ELSE
               MOVE PRT-PROCHAINE-DATE TO ws-date-travail-n
               IF ws-dt-jour > 28
                   MOVE 28 TO ws-dt-jour
               END-IF
               COMPUTE ws-mois-absolu =
                   ws-dt-annee * 12 + ws-dt-mois - 1 - PRT-NB-IMPAYES
               DIVIDE ws-mois-absolu BY 12 GIVING ws-dt-annee
                   REMAINDER ws-dt-mois
               ADD 1 TO ws-dt-mois
               COMPUTE ws-jours-retard =
                   FUNCTION INTEGER-OF-DATE (ws-date-jour)
                   - FUNCTION INTEGER-OF-DATE (ws-date-travail-n)
               IF ws-jours-retard < ZERO
                   MOVE ZERO TO ws-jours-retard
               END-IF
               EVALUATE TRUE
                   WHEN ws-jours-retard <= 30
                       MOVE 1 TO ws-tranche
                   WHEN ws-jours-retard <= 90
                       MOVE 2 TO ws-tranche
                   WHEN OTHER
                       MOVE 3 TO ws-tranche
               END-EVALUATE
           END-IF.

      *> Seul l'ecart avec la provision detenue part en comptabilite;
      *> la provision du jour remplace ensuite l'ancienne au registre.
       COMPTABILISER-ECART.
           COMPUTE ws-ecart =
               ws-provision-calculee - ws-provision-precedente.
           IF ws-ecart NOT = ZERO
               PERFORM POSTER-ECART-PROVISION
           END-IF.
           ADD ws-provision-precedente TO ws-total-precedent.
           ADD ws-provision-calculee TO ws-total-provision.
           MOVE PRT-ID TO PVP-PRET.
           MOVE ws-tranche TO PVP-TRANCHE.
           MOVE ws-provision-calculee TO PVP-MONTANT.
           MOVE ws-date-jour TO PVP-DATE.
           IF ws-provision-connue
               REWRITE PROVISION-PRET-RECORD
           ELSE
               WRITE PROVISION-PRET-RECORD
           END-IF.
           IF ws-status-provisions NOT = '00'
               DISPLAY "ERREUR E/S sur provisions-prets.dat"
               DISPLAY "Code statut: " ws-status-provisions
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *> L'ecart part au compte de provisions 999995 - "d" dotation,
      *> "e" reprise - en pointant sur le pret.
       POSTER-ECART-PROVISION.
           PERFORM ASSURER-COMPTE-PROVISIONS.
           IF ws-ecart > ZERO
               MOVE ws-ecart TO ws-ecart-absolu
               ADD ws-ecart-absolu TO ACCT-BALANCE
               ADD ws-ecart-absolu TO ws-total-dotations
           ELSE
               COMPUTE ws-ecart-absolu = ZERO - ws-ecart
               SUBTRACT ws-ecart-absolu FROM ACCT-BALANCE
               ADD ws-ecart-absolu TO ws-total-reprises
           END-IF.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF ws-status-compte NOT = '00'
               DISPLAY "ERREUR E/S sur acctmast.dat"
               DISPLAY "Code statut: " ws-status-compte
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE F-Compte-Provisions TO H-Compte.
           MOVE ws-ecart-absolu TO H-Montant.
           IF ws-ecart > ZERO
               MOVE F-Provision-Dotation TO H-Action
           ELSE
               MOVE F-Provision-Reprise TO H-Action
           END-IF.
           MOVE PRT-ID TO H-Ref.
           MOVE 3 TO rec-choice.
           CALL "SubProgram" USING rec-choice, historique-record,
               ws-soldes-dummy,
               ws-prefixe-fichiers.
           ADD 1 TO ws-nb-postees.

      *> Le compte de provisions est un compte ACCOUNT-MASTER comme un
      *> autre, tenu en EUR - cree au premier ecart, meme montage que
      *> le compte de position de ReevaluationChange.cob.
       ASSURER-COMPTE-PROVISIONS.
           MOVE F-Compte-Provisions TO ACCT-NUMBER.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE F-Compte-Provisions TO ACCT-NUMBER
                   MOVE ZERO TO ACCT-BALANCE
                   MOVE ZERO TO ACCT-PIN-HASH
                   MOVE ZERO TO ACCT-DAILY-LIMIT
                   MOVE ZERO TO ACCT-DAILY-USED
                   MOVE ZERO TO ACCT-DAILY-DATE
                   MOVE ZERO TO ACCT-OVERDRAFT-LIMIT
                   MOVE "EUR" TO ACCT-CURRENCY
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
           END-READ.

       EDITER-LIGNE-PRET.
           MOVE PRT-CAPITAL-RESTANT TO ws-capital-edite.
           MOVE ws-jours-retard TO ws-jours-edite.
           MOVE TT-Taux (Idx-Tranche) TO ws-taux-edite.
           MOVE ws-provision-calculee TO ws-montant-edite.
           MOVE ws-ecart TO ws-ecart-edite.
           MOVE SPACES TO ligne-rapport.
           STRING PRT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRT-COMPTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-capital-edite DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PRT-NB-IMPAYES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-jours-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TT-Libelle (Idx-Tranche) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-taux-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-ecart-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

       EDITER-LIGNE-SOLDE.
           MOVE ws-ecart TO ws-ecart-edite.
           MOVE SPACES TO ligne-rapport.
           STRING PRT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRT-COMPTE DELIMITED BY SIZE
               " pret solde - provision reprise "
                   DELIMITED BY SIZE
               ws-ecart-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

       EDITER-TOTAUX-TRANCHES.
           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.
           MOVE "TOTAUX PAR TRANCHE D'ARRIERE" TO ligne-rapport.
           WRITE ligne-rapport.
           PERFORM EDITER-TOTAL-TRANCHE
               VARYING Idx-Tranche FROM 1 BY 1
               UNTIL Idx-Tranche > 4.
           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.
           MOVE ws-total-provision TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "PROVISION DETENUE    : " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE ws-total-precedent TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "PROVISION PRECEDENTE : " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE ws-total-dotations TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "DOTATIONS (d)        : " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE ws-total-reprises TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "REPRISES (e)         : " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

       EDITER-TOTAL-TRANCHE.
           MOVE TT-Capital (Idx-Tranche) TO ws-capital-edite.
           MOVE TT-Provision (Idx-Tranche) TO ws-montant-edite.
           MOVE TT-Taux (Idx-Tranche) TO ws-taux-edite.
           MOVE SPACES TO ligne-rapport.
           STRING TT-Libelle (Idx-Tranche) DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               TT-Nb-Prets (Idx-Tranche) DELIMITED BY SIZE
               " pret(s), capital " DELIMITED BY SIZE
               ws-capital-edite DELIMITED BY SIZE
               " au taux " DELIMITED BY SIZE
               ws-taux-edite DELIMITED BY SIZE
               ", provision " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

       COPY BATCHCTLPROC.

       COPY BATCHFORCEPROC.

       COPY SUPERVISEURPROC.
