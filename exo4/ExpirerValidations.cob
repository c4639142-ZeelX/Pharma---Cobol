       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpirerValidations.

      *> Job nocturne du double controle (voir VALIDATION.cpy) : toute
      *> operation encore en attente dans validations.dat alors que
      *> sa journee bancaire est close passe au statut expire - rien
      *> n'a ete poste, le client repassera au guichet.  Chaque
      *> expiration est listee dans un rapport date
      *> validations-expirees-AAAAMMJJ.txt, avec les virements
      *> acceptes restes a mi-chemin (jambe credit seule) que
      *> ValidationOperations terminera a son prochain demarrage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT validations ASSIGN TO 'validations.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-ID
               FILE STATUS IS ws-status-validations.

           SELECT jour-bancaire ASSIGN TO "jour-bancaire.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-jour.

           SELECT rapport-expirations ASSIGN TO DYNAMIC ws-nom-rapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD validations.
           COPY VALIDATION.

       FD jour-bancaire.
           COPY JOURBANC.

       FD rapport-expirations.
       01 ligne-rapport PIC X(100).

       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-status-validations PIC XX.
       01 ws-status-rapport PIC XX.
       COPY FILESTAT.

       01 ws-status-jour PIC XX.
       01 ws-jour-etat PIC X.
           88 ws-jour-ouvert VALUE 'O'.
           88 ws-jour-ferme VALUE 'F'.
           88 ws-jour-absent VALUE 'A'.
       01 ws-date-bancaire PIC 9(8).

       01 ws-date-jour PIC 9(8).
       01 ws-date-limite PIC 9(8).
       01 ws-nom-rapport PIC X(40).
       01 ws-fin-validations PIC X VALUE 'N'.
           88 ws-fin-lecture-validations VALUE 'O'.
       01 ws-expiration-flag PIC X VALUE 'N'.
           88 ws-a-expirer VALUE 'O'.
       01 ws-nb-expirees PIC 9(5) VALUE ZERO.
       01 ws-nb-inachevees PIC 9(5) VALUE ZERO.
       01 ws-montant-edite PIC Z(8)9.99.

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
           DISPLAY "=== Expiration des operations non validees ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.

           MOVE "ExpirerValidations" TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM CONTROLER-REEXECUTION.
           IF NOT ws-ctl-autorise
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Journee fermee : sa date et toutes les precedentes sont
      *> closes.  Journee ouverte (lancement a la main en cours de
      *> journee) : seules les precedentes.  Pas de jour-bancaire.dat :
      *> la date du jour fait office de journee, et la chaine passe
      *> apres la fermeture des guichets.
           PERFORM LIRE-JOURNEE-BANCAIRE.
           IF ws-jour-absent
               MOVE ws-date-jour TO ws-date-limite
           ELSE
               MOVE ws-date-bancaire TO ws-date-limite
           END-IF.

           OPEN I-O validations.
           IF ws-status-validations NOT = '00'
               DISPLAY "Aucune operation en attente (statut "
                   ws-status-validations ")."
               PERFORM ENREGISTRER-CONTROLE-BATCH
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           STRING "validations-expirees-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-rapport
           END-STRING.
           OPEN OUTPUT rapport-expirations.
           MOVE SPACES TO ligne-rapport.
           STRING "OPERATIONS EXPIREES SANS VALIDATION - JOURNEE "
                   DELIMITED BY SIZE
               ws-date-limite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

           MOVE ZERO TO VAL-ID.
           START validations KEY IS >= VAL-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-validations
           END-START.
           PERFORM LIRE-VALIDATION-SUIVANTE.
           PERFORM EXAMINER-VALIDATION UNTIL ws-fin-lecture-validations.

           MOVE SPACES TO ligne-rapport.
           STRING "OPERATIONS EXPIREES : " DELIMITED BY SIZE
               ws-nb-expirees DELIMITED BY SIZE
               "   VIREMENTS A TERMINER : " DELIMITED BY SIZE
               ws-nb-inachevees DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           CLOSE rapport-expirations.
           CLOSE validations.

           PERFORM ENREGISTRER-CONTROLE-BATCH.
           DISPLAY "Operations expirees : " ws-nb-expirees
               " (rapport " ws-nom-rapport ")".
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       LIRE-VALIDATION-SUIVANTE.
           READ validations NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-validations
           END-READ.

       EXAMINER-VALIDATION.
           MOVE 'N' TO ws-expiration-flag.
           IF VAL-EN-ATTENTE
               IF VAL-DATE-BANCAIRE < ws-date-limite
                   MOVE 'O' TO ws-expiration-flag
               END-IF
               IF VAL-DATE-BANCAIRE = ws-date-limite AND
                       NOT ws-jour-ouvert
                   MOVE 'O' TO ws-expiration-flag
               END-IF
           END-IF.
           IF ws-a-expirer
               PERFORM EXPIRER-OPERATION
           END-IF.
           IF VAL-CREDITEE
               ADD 1 TO ws-nb-inachevees
               MOVE VAL-MONTANT TO ws-montant-edite
               MOVE SPACES TO ligne-rapport
               STRING "A TERMINER " DELIMITED BY SIZE
                   VAL-ID DELIMITED BY SIZE
                   " virement " DELIMITED BY SIZE
                   VAL-COMPTE DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   VAL-COMPTE-DEST DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " - relancer ValidationOperations"
                       DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
               WRITE ligne-rapport
           END-IF.
           PERFORM LIRE-VALIDATION-SUIVANTE.

       EXPIRER-OPERATION.
           MOVE 'E' TO VAL-STATUT.
           MOVE "non validee avant cloture" TO VAL-MOTIF.
           MOVE ws-date-jour TO VAL-DATE-DECISION.
           MOVE ZERO TO VAL-HEURE-DECISION.
           REWRITE VALIDATION-RECORD.
           MOVE ws-status-validations TO ws-verif-statut.
           MOVE 'validations.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           ADD 1 TO ws-nb-expirees.
           MOVE VAL-MONTANT TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING VAL-ID DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               VAL-TYPE DELIMITED BY SIZE
               "] compte " DELIMITED BY SIZE
               VAL-COMPTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VAL-DEVISE DELIMITED BY SIZE
               " saisie " DELIMITED BY SIZE
               VAL-DATE-SAISIE DELIMITED BY SIZE
               " par " DELIMITED BY SIZE
               VAL-GUICHETIER DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

       COPY JOURBANCPROC.

       COPY BATCHCTLPROC.

       COPY BATCHFORCEPROC.

       COPY SUPERVISEURPROC.

       COPY VERIFSTATUT.
