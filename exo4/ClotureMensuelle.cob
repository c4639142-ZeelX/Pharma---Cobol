       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClotureMensuelle.

      *> Cloture de fin de mois : JourneeBancaire protege la journee,
      *> ce job protege le mois une fois ses chiffres remis au
      *> comptable.  Le mois a clore est celui qui suit le dernier mois
      *> clos de periode-comptable.dat (voir PERIODE.cpy) - un mois
      *> passe se clot le premier soir venu, le mois courant seulement
      *> le soir de son dernier jour ouvre.  Sans fichier, la premiere
      *> cloture est celle du mois courant.
      *> Le mois courant exige l'interet et la retenue a la source du
      *> soir (InteretNocturne) et la facturation des frais
      *> (FacturationFrais) : deja passes dans la chaine nocturne ils
      *> sont repris tels quels, sinon la cloture les lance - de meme
      *> que la provision pour pertes sur prets (ProvisionsPrets), dont
      *> l'echeancier provisions-AAAAMM.txt entre au dossier.  Viennent
      *> ensuite ExtractionComptable sur les bornes du mois et
      *> BalanceGenerale, puis le dossier cloture-AAAAMM.txt rassemble
      *> journal des frais, retenues du mois, journal comptable et
      *> balance.  Tout a abouti : le mois est verrouille - les
      *> ecritures datees dedans partent au mois ouvert
      *> (PERIODEPROC.cpy) - et CLOTURE-MOIS est journalise dans
      *> securite.log.  Une etape en echec laisse le mois ouvert,
      *> RETURN-CODE 8 : la cloture repassera le soir suivant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT periode-comptable ASSIGN TO "periode-comptable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-periode.

           SELECT impots-retenus ASSIGN TO "impots-retenus.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-retenues.

      *> Chaque piece du dossier (journal des frais, journal
      *> comptable, balance) est recopiee ligne a ligne par ce meme
      *> fichier, son nom monte avant l'OPEN.
           SELECT piece-cloture ASSIGN TO DYNAMIC ws-nom-piece
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-piece.

           SELECT dossier-cloture ASSIGN TO DYNAMIC ws-nom-dossier
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-dossier.

           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

       DATA DIVISION.
       FILE SECTION.
       FD periode-comptable.
           COPY PERIODE.

       FD impots-retenus.
           COPY RETENUE.

       FD piece-cloture.
       01 ligne-piece PIC X(132).

       FD dossier-cloture.
       01 ligne-dossier PIC X(132).

       FD batch-control.
           COPY BATCHCTL.

       FD securite-journal.
           COPY SECULOG.

       WORKING-STORAGE SECTION.
       01 ws-status-periode PIC XX.
       01 ws-status-retenues PIC XX.
       01 ws-status-piece PIC XX.
       01 ws-status-dossier PIC XX.
       COPY FILESTAT.

       01 ws-date-jour PIC 9(8).
       01 ws-mois-courant PIC 9(6).
       01 ws-nom-piece PIC X(40).
       01 ws-nom-dossier PIC X(30).
       01 ws-nom-etape PIC X(20).

      *> Etat de periode-comptable.dat tel que lu, reecrit a chaque
      *> changement d'etat.
       01 ws-dernier-clos PIC 9(6) VALUE ZERO.
       01 ws-date-derniere-cloture PIC 9(8) VALUE ZERO.
       01 ws-etat-periode PIC X.
       01 ws-periode-en-cours PIC 9(6).

       01 ws-mois-cloture.
           05 ws-mc-annee PIC 9(4).
           05 ws-mc-mois PIC 99.
       01 ws-mois-cloture-n REDEFINES ws-mois-cloture PIC 9(6).

      *> Dernier jour ouvre d'un mois (ws-mois-calcul), calcule comme
      *> dans FacturationFrais.
       01 ws-mois-calcul PIC 9(6).
       01 ws-date-travail.
           05 ws-dt-annee PIC 9(4).
           05 ws-dt-mois PIC 99.
           05 ws-dt-jour PIC 99.
       01 ws-date-travail-n REDEFINES ws-date-travail PIC 9(8).
       01 ws-jour-entier PIC 9(7).
       01 ws-jour-semaine PIC 9.
       01 ws-dernier-ouvre PIC 9(8).
       01 ws-dernier-jour-flag PIC X VALUE 'N'.
           88 DernierJourOuvre VALUE 'O'.

       01 ws-echec-flag PIC X VALUE 'N'.
           88 ws-cloture-echouee VALUE 'O'.
       01 ws-rc-extraction PIC 9(4) VALUE ZERO.
       01 ws-rc-balance PIC 9(4) VALUE ZERO.

       01 ws-fin-piece PIC X VALUE 'N'.
           88 ws-fin-lecture-piece VALUE 'O'.
       01 ws-nb-lignes-piece PIC 9(6) VALUE ZERO.
       01 ws-fin-retenues PIC X VALUE 'N'.
           88 ws-fin-lecture-retenues VALUE 'O'.
       01 ws-nb-retenues PIC 9(6) VALUE ZERO.
       01 ws-total-brut PIC 9(11)V99 VALUE ZERO.
       01 ws-total-retenues PIC 9(11)V99 VALUE ZERO.

       01 ws-status-secu PIC XX.
       01 ws-sec-compte PIC 9(6).
       01 ws-sec-evenement PIC X(12).
       01 ws-heure-secu PIC 9(8).

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
           DISPLAY "=== Cloture mensuelle ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.

           MOVE "ClotureMensuelle" TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM CONTROLER-REEXECUTION.
           IF NOT ws-ctl-autorise
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ws-date-jour (1:6) TO ws-mois-courant.
           MOVE ws-mois-courant TO ws-mois-calcul.
           PERFORM CALCULER-DERNIER-OUVRE.
           IF ws-date-jour = ws-dernier-ouvre
               MOVE 'O' TO ws-dernier-jour-flag
           END-IF.

           PERFORM LIRE-PERIODE.
           IF ws-dernier-clos = ZERO
               MOVE ws-mois-courant TO ws-mois-cloture-n
           ELSE
               MOVE ws-dernier-clos TO ws-mois-cloture-n
               PERFORM AVANCER-MOIS-CLOTURE
           END-IF.

           IF ws-mois-cloture-n > ws-mois-courant
                   OR (ws-mois-cloture-n = ws-mois-courant
                       AND NOT DernierJourOuvre)
               DISPLAY "Mois " ws-mois-cloture-n " pas encore termine "
                   "(dernier jour ouvre " ws-dernier-ouvre ") - rien "
                   "a cloturer."
               PERFORM ENREGISTRER-CONTROLE-BATCH
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Cloture du mois " ws-mois-cloture-n.
           MOVE 'N' TO ws-echec-flag.
           IF ws-mois-cloture-n = ws-mois-courant
               MOVE "InteretNocturne" TO ws-nom-etape
               PERFORM RATTRAPER-ETAPE
               MOVE "FacturationFrais" TO ws-nom-etape
               PERFORM RATTRAPER-ETAPE
               MOVE "ProvisionsPrets" TO ws-nom-etape
               PERFORM RATTRAPER-ETAPE
           END-IF.

           MOVE 'C' TO ws-etat-periode.
           MOVE ws-mois-cloture-n TO ws-periode-en-cours.
           PERFORM ECRIRE-PERIODE.

           CALL "ExtractionComptable".
           MOVE RETURN-CODE TO ws-rc-extraction.
           IF ws-rc-extraction NOT = ZERO
               DISPLAY "ExtractionComptable en echec (code retour "
                   ws-rc-extraction ")."
               MOVE 'O' TO ws-echec-flag
           END-IF.

           CALL "BalanceGenerale".
           MOVE RETURN-CODE TO ws-rc-balance.
           IF ws-rc-balance NOT = ZERO
               DISPLAY "BalanceGenerale en echec (code retour "
                   ws-rc-balance ")."
               MOVE 'O' TO ws-echec-flag
           END-IF.

           PERFORM CONSTITUER-DOSSIER.

           IF ws-cloture-echouee
               MOVE 'V' TO ws-etat-periode
               MOVE ZERO TO ws-periode-en-cours
               PERFORM ECRIRE-PERIODE
               DISPLAY "Cloture du mois " ws-mois-cloture-n
                   " INCOMPLETE - mois laisse ouvert (dossier "
                   ws-nom-dossier ")."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ws-mois-cloture-n TO ws-dernier-clos.
           MOVE ws-date-jour TO ws-date-derniere-cloture.
           MOVE 'V' TO ws-etat-periode.
           MOVE ZERO TO ws-periode-en-cours.
           PERFORM ECRIRE-PERIODE.

           MOVE ws-mois-cloture-n TO ws-sec-compte.
           MOVE "CLOTURE-MOIS" TO ws-sec-evenement.
           PERFORM ECRIRE-EVENEMENT-SECURITE.

           MOVE "ClotureMensuelle" TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM ENREGISTRER-CONTROLE-BATCH.
           DISPLAY "Mois " ws-mois-cloture-n " clos et verrouille "
               "(dossier " ws-nom-dossier ").".
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       LIRE-PERIODE.
           OPEN INPUT periode-comptable.
           IF ws-status-periode = '00'
               READ periode-comptable
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PER-DERNIER-CLOS TO ws-dernier-clos
                       MOVE PER-DATE-CLOTURE
                           TO ws-date-derniere-cloture
               END-READ
               CLOSE periode-comptable
           END-IF.

       ECRIRE-PERIODE.
           MOVE ws-dernier-clos TO PER-DERNIER-CLOS.
           MOVE ws-date-derniere-cloture TO PER-DATE-CLOTURE.
           MOVE ws-etat-periode TO PER-ETAT.
           MOVE ws-periode-en-cours TO PER-EN-COURS.
           MOVE "," TO CSV-FILLER-PER-1.
           MOVE "," TO CSV-FILLER-PER-2.
           MOVE "," TO CSV-FILLER-PER-3.
           OPEN OUTPUT periode-comptable.
           WRITE periode-comptable-record.
           MOVE ws-status-periode TO ws-verif-statut.
           MOVE 'periode-comptable.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           CLOSE periode-comptable.

       AVANCER-MOIS-CLOTURE.
           IF ws-mc-mois = 12
               MOVE 1 TO ws-mc-mois
               ADD 1 TO ws-mc-annee
           ELSE
               ADD 1 TO ws-mc-mois
           END-IF.

      *> Veille du 1er du mois suivant, reculee hors week-end.
       CALCULER-DERNIER-OUVRE.
           COMPUTE ws-date-travail-n = ws-mois-calcul * 100 + 1.
           IF ws-dt-mois = 12
               MOVE 1 TO ws-dt-mois
               ADD 1 TO ws-dt-annee
           ELSE
               ADD 1 TO ws-dt-mois
           END-IF.
           COMPUTE ws-jour-entier =
               FUNCTION INTEGER-OF-DATE (ws-date-travail-n) - 1.
           COMPUTE ws-jour-semaine =
               FUNCTION MOD (ws-jour-entier 7).
           PERFORM RECULER-JOUR-WEEKEND
               UNTIL ws-jour-semaine NOT = 6 AND
                   ws-jour-semaine NOT = 0.
           COMPUTE ws-dernier-ouvre =
               FUNCTION DATE-OF-INTEGER (ws-jour-entier).

       RECULER-JOUR-WEEKEND.
           SUBTRACT 1 FROM ws-jour-entier.
           COMPUTE ws-jour-semaine =
               FUNCTION MOD (ws-jour-entier 7).

      *> Meme calendrier que TraitementNocturne : une etape deja
      *> TERMINE aujourd'hui n'est pas relancee.  Celle qui ne l'est
      *> toujours pas apres l'appel fait echouer la cloture.
       RATTRAPER-ETAPE.
           MOVE ws-nom-etape TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM VERIFIER-CONTROLE-BATCH.
           IF NOT ws-ctl-deja-fait
               DISPLAY ws-nom-etape " pas encore passe ce soir - "
                   "lance par la cloture."
               EVALUATE ws-nom-etape
                   WHEN "InteretNocturne"
                       CALL "InteretNocturne"
                   WHEN "FacturationFrais"
                       CALL "FacturationFrais"
                   WHEN "ProvisionsPrets"
                       CALL "ProvisionsPrets"
               END-EVALUATE
               PERFORM VERIFIER-CONTROLE-BATCH
               IF NOT ws-ctl-deja-fait
                   DISPLAY ws-nom-etape " n'a pas abouti."
                   MOVE 'O' TO ws-echec-flag
               END-IF
           END-IF.

      *> Le dossier remis au comptable : une section par piece, dans
      *> l'ordre ou le comptable les pointe.
       CONSTITUER-DOSSIER.
           STRING "cloture-" DELIMITED BY SIZE
               ws-mois-cloture-n DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-dossier
           END-STRING.
           OPEN OUTPUT dossier-cloture.
           MOVE SPACES TO ligne-dossier.
           STRING "DOSSIER DE CLOTURE DU MOIS " DELIMITED BY SIZE
               ws-mois-cloture-n DELIMITED BY SIZE
               " - ETABLI LE " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               INTO ligne-dossier
           END-STRING.
           WRITE ligne-dossier.

           MOVE ws-mois-cloture-n TO ws-mois-calcul.
           PERFORM CALCULER-DERNIER-OUVRE.
           MOVE SPACES TO ws-nom-piece.
           STRING "journal-frais-" DELIMITED BY SIZE
               ws-dernier-ouvre DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-piece
           END-STRING.
           PERFORM ECRIRE-TITRE-SECTION.
           PERFORM RECOPIER-PIECE.

           MOVE SPACES TO ligne-dossier.
           WRITE ligne-dossier.
           MOVE SPACES TO ligne-dossier.
           STRING "=== RETENUES A LA SOURCE SUR INTERETS "
                   DELIMITED BY SIZE
               "(impots-retenus.dat) ===" DELIMITED BY SIZE
               INTO ligne-dossier
           END-STRING.
           WRITE ligne-dossier.
           PERFORM RELEVER-RETENUES.

           MOVE SPACES TO ws-nom-piece.
           STRING "provisions-" DELIMITED BY SIZE
               ws-mois-cloture-n DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-piece
           END-STRING.
           PERFORM ECRIRE-TITRE-SECTION.
           PERFORM RECOPIER-PIECE.

           MOVE SPACES TO ws-nom-piece.
           STRING "journal-comptable-" DELIMITED BY SIZE
               ws-mois-cloture-n DELIMITED BY SIZE
               "01.dat" DELIMITED BY SIZE
               INTO ws-nom-piece
           END-STRING.
           PERFORM ECRIRE-TITRE-SECTION.
           PERFORM RECOPIER-PIECE.
           MOVE SPACES TO ligne-dossier.
           STRING "ExtractionComptable : code retour "
                   DELIMITED BY SIZE
               ws-rc-extraction DELIMITED BY SIZE
               INTO ligne-dossier
           END-STRING.
           WRITE ligne-dossier.

           MOVE "balance-precedente.dat" TO ws-nom-piece.
           PERFORM ECRIRE-TITRE-SECTION.
           PERFORM RECOPIER-PIECE.
           MOVE SPACES TO ligne-dossier.
           STRING "BalanceGenerale : code retour " DELIMITED BY SIZE
               ws-rc-balance DELIMITED BY SIZE
               INTO ligne-dossier
           END-STRING.
           WRITE ligne-dossier.

           MOVE SPACES TO ligne-dossier.
           WRITE ligne-dossier.
           IF ws-cloture-echouee
               MOVE "CLOTURE INCOMPLETE - MOIS LAISSE OUVERT"
                   TO ligne-dossier
           ELSE
               MOVE "CLOTURE COMPLETE - MOIS VERROUILLE"
                   TO ligne-dossier
           END-IF.
           WRITE ligne-dossier.
           CLOSE dossier-cloture.

       ECRIRE-TITRE-SECTION.
           MOVE SPACES TO ligne-dossier.
           WRITE ligne-dossier.
           MOVE SPACES TO ligne-dossier.
           STRING "=== " DELIMITED BY SIZE
               ws-nom-piece DELIMITED BY SPACE
               " ===" DELIMITED BY SIZE
               INTO ligne-dossier
           END-STRING.
           WRITE ligne-dossier.

      *> Une piece absente est signalee dans le dossier sans faire
      *> echouer la cloture : pas de frais factures ce mois-la, c'est
      *> possible; le journal et la balance, eux, ont deja fait
      *> echouer la cloture par leur code retour.
       RECOPIER-PIECE.
           MOVE 'N' TO ws-fin-piece.
           MOVE ZERO TO ws-nb-lignes-piece.
           OPEN INPUT piece-cloture.
           IF ws-status-piece NOT = '00'
               MOVE SPACES TO ligne-dossier
               STRING "(piece absente, statut " DELIMITED BY SIZE
                   ws-status-piece DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO ligne-dossier
               END-STRING
               WRITE ligne-dossier
           ELSE
               PERFORM LIRE-PIECE-SUIVANTE
               PERFORM RECOPIER-LIGNE-PIECE UNTIL ws-fin-lecture-piece
               CLOSE piece-cloture
               MOVE SPACES TO ligne-dossier
               STRING "(" DELIMITED BY SIZE
                   ws-nb-lignes-piece DELIMITED BY SIZE
                   " lignes)" DELIMITED BY SIZE
                   INTO ligne-dossier
               END-STRING
               WRITE ligne-dossier
           END-IF.

       LIRE-PIECE-SUIVANTE.
           READ piece-cloture
               AT END
                   MOVE 'O' TO ws-fin-piece
           END-READ.

       RECOPIER-LIGNE-PIECE.
           MOVE ligne-piece TO ligne-dossier.
           WRITE ligne-dossier.
           ADD 1 TO ws-nb-lignes-piece.
           PERFORM LIRE-PIECE-SUIVANTE.

      *> Les retenues datees du mois clos, telles qu'InteretNocturne
      *> les a posees, avec leur total - la declaration mensuelle de
      *> prelevement a la source se fait sur ce total.
       RELEVER-RETENUES.
           MOVE 'N' TO ws-fin-retenues.
           MOVE ZERO TO ws-nb-retenues.
           MOVE ZERO TO ws-total-brut.
           MOVE ZERO TO ws-total-retenues.
           OPEN INPUT impots-retenus.
           IF ws-status-retenues = '00'
               PERFORM LIRE-RETENUE-SUIVANTE
               PERFORM RELEVER-UNE-RETENUE
                   UNTIL ws-fin-lecture-retenues
               CLOSE impots-retenus
           END-IF.
           MOVE SPACES TO ligne-dossier.
           STRING "RETENUES : " DELIMITED BY SIZE
               ws-nb-retenues DELIMITED BY SIZE
               "   BRUT : " DELIMITED BY SIZE
               ws-total-brut DELIMITED BY SIZE
               "   RETENU : " DELIMITED BY SIZE
               ws-total-retenues DELIMITED BY SIZE
               INTO ligne-dossier
           END-STRING.
           WRITE ligne-dossier.

       LIRE-RETENUE-SUIVANTE.
           READ impots-retenus
               AT END
                   MOVE 'O' TO ws-fin-retenues
           END-READ.

       RELEVER-UNE-RETENUE.
           IF RET-DATE (1:6) = ws-mois-cloture
               MOVE retenue-record TO ligne-dossier
               WRITE ligne-dossier
               ADD 1 TO ws-nb-retenues
               ADD RET-BRUT TO ws-total-brut
               ADD RET-RETENUE TO ws-total-retenues
           END-IF.
           PERFORM LIRE-RETENUE-SUIVANTE.

       COPY BATCHCTLPROC.

       COPY BATCHFORCEPROC.

       COPY SUPERVISEURPROC.

       COPY SECULOGPROC.

       COPY VERIFSTATUT.
