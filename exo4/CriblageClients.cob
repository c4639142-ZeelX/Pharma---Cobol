       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriblageClients.

      *> Job nocturne du criblage sanctions : quand la liste a change
      *> depuis le dernier criblage complet (SCT-VERSION differente de
      *> SCT-VERSION-CRIBLEE dans sanctions-ctl.dat, voir
      *> SANCTCTL.cpy), chaque client de custmast.dat repasse contre
      *> la nouvelle liste (CRIBLAGEPROC.cpy).  Un nom qui atteint le
      *> seuil ouvre une alerte en revue conformite, sauf rapprochement
      *> deja connu - un faux positif deja leve ne realerte pas.  Les
      *> touches sont listees dans criblage-clients-AAAAMMJJ.txt.
      *> Liste inchangee : rien a faire, le job se termine aussitot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-master ASSIGN TO 'custmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS ws-status-client.

           SELECT sanctions-ctl ASSIGN TO "sanctions-ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-ctl.

           SELECT sanctions-liste ASSIGN TO "sanctions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-sanctions.

           SELECT criblage-config ASSIGN TO "criblage-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-crib-config.

           SELECT criblage-alertes ASSIGN TO DYNAMIC ws-nom-alertes-crib
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-NUMERO
               FILE STATUS IS ws-status-alertes-crib.

           SELECT rapport-criblage ASSIGN TO DYNAMIC ws-nom-rapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD customer-master.
           COPY CUSTMAST.

       FD sanctions-ctl.
           COPY SANCTCTL.

       FD sanctions-liste.
           COPY SANCTION.

       FD criblage-config.
           COPY CRIBCFG.

       FD criblage-alertes.
           COPY CRIBALRT.

       FD rapport-criblage.
       01 ligne-rapport PIC X(100).

       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-status-client PIC XX.
       01 ws-status-ctl PIC XX.
       01 ws-status-rapport PIC XX.
       COPY FILESTAT.
       COPY CRIBLAGE.

       01 ws-date-jour PIC 9(8).
       01 ws-nom-rapport PIC X(40).
       01 ws-version-criblee PIC 9(14).
       01 ws-ctl-lu PIC X VALUE 'N'.
           88 ws-ctl-present VALUE 'O'.
       01 ws-fin-clients PIC X VALUE 'N'.
           88 ws-fin-lecture-clients VALUE 'O'.
       01 ws-nb-clients PIC 9(6) VALUE ZERO.
       01 ws-nb-touches PIC 9(5) VALUE ZERO.
       01 ws-nb-nouvelles PIC 9(5) VALUE ZERO.

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
           DISPLAY "=== Criblage sanctions de la clientele ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.

           MOVE "CriblageClients" TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM CONTROLER-REEXECUTION.
           IF NOT ws-ctl-autorise
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LIRE-VERSION-LISTE.
           IF NOT ws-ctl-present
               DISPLAY "Aucune liste de sanctions chargee "
                   "(ChargerSanctions) - rien a cribler."
               PERFORM ENREGISTRER-CONTROLE-BATCH
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF SCT-VERSION = SCT-VERSION-CRIBLEE
               DISPLAY "Liste " SCT-VERSION " deja criblee - rien "
                   "a faire."
               PERFORM ENREGISTRER-CONTROLE-BATCH
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SCT-VERSION TO ws-version-criblee.
           PERFORM CHARGER-LISTE-SANCTIONS.
           IF NOT ws-crib-liste-chargee
               DISPLAY "sanctions.dat illisible (statut "
                   ws-status-sanctions ") - criblage reporte."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT customer-master.
           IF ws-status-client NOT = '00'
               DISPLAY "custmast.dat illisible (statut "
                   ws-status-client ") - criblage reporte."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           STRING "criblage-clients-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-rapport
           END-STRING.
           OPEN OUTPUT rapport-criblage.
           MOVE SPACES TO ligne-rapport.
           STRING "CRIBLAGE SANCTIONS DE LA CLIENTELE - LISTE "
                   DELIMITED BY SIZE
               SCT-VERSION DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               ws-crib-nb-entrees DELIMITED BY SIZE
               " noms, seuil " DELIMITED BY SIZE
               ws-crib-seuil DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

           MOVE ZERO TO CUST-ID.
           START customer-master KEY IS >= CUST-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-clients
           END-START.
           PERFORM LIRE-CLIENT-SUIVANT.
           PERFORM CRIBLER-CLIENT UNTIL ws-fin-lecture-clients.
           CLOSE customer-master.

           MOVE SPACES TO ligne-rapport.
           STRING "CLIENTS CRIBLES : " DELIMITED BY SIZE
               ws-nb-clients DELIMITED BY SIZE
               "   TOUCHES : " DELIMITED BY SIZE
               ws-nb-touches DELIMITED BY SIZE
               "   NOUVELLES ALERTES : " DELIMITED BY SIZE
               ws-nb-nouvelles DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           CLOSE rapport-criblage.

           PERFORM MARQUER-VERSION-CRIBLEE.
           PERFORM ENREGISTRER-CONTROLE-BATCH.
           DISPLAY "Clients cribles : " ws-nb-clients
               "   nouvelles alertes : " ws-nb-nouvelles
               " (rapport " ws-nom-rapport ")".
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       LIRE-VERSION-LISTE.
           MOVE 'N' TO ws-ctl-lu.
           OPEN INPUT sanctions-ctl.
           IF ws-status-ctl = '00'
               READ sanctions-ctl
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'O' TO ws-ctl-lu
               END-READ
               CLOSE sanctions-ctl
           END-IF.

      *> sanctions-ctl.dat est relu avant d'etre reecrit : une liste
      *> rechargee pendant le criblage garde sa propre version, qui
      *> reste differente de la version criblee et passera la nuit
      *> suivante.
       MARQUER-VERSION-CRIBLEE.
           PERFORM LIRE-VERSION-LISTE.
           MOVE ws-version-criblee TO SCT-VERSION-CRIBLEE.
           OPEN OUTPUT sanctions-ctl.
           WRITE SANCTION-CTL-RECORD.
           MOVE ws-status-ctl TO ws-verif-statut.
           MOVE 'sanctions-ctl.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           CLOSE sanctions-ctl.

       LIRE-CLIENT-SUIVANT.
           IF NOT ws-fin-lecture-clients
               READ customer-master NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-clients
               END-READ
           END-IF.

       CRIBLER-CLIENT.
           ADD 1 TO ws-nb-clients.
           MOVE CUST-NOM TO ws-crib-nom.
           PERFORM CRIBLER-NOM.
           IF ws-crib-touche
               ADD 1 TO ws-nb-touches
               MOVE 'C' TO ws-crib-source
               MOVE CUST-ID TO ws-crib-client
               MOVE ZERO TO ws-crib-compte
               MOVE "NOCTURNE" TO ws-crib-origine
               PERFORM ENREGISTRER-ALERTE-CRIBLAGE
               IF ws-crib-alerte-nouvelle
                   ADD 1 TO ws-nb-nouvelles
               END-IF
               PERFORM ECRIRE-LIGNE-TOUCHE
           END-IF.
           PERFORM LIRE-CLIENT-SUIVANT.

       ECRIRE-LIGNE-TOUCHE.
           MOVE SPACES TO ligne-rapport.
           STRING "CLIENT " DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUST-NOM DELIMITED BY SIZE
               " ~ " DELIMITED BY SIZE
               ws-crib-snc-id DELIMITED BY SIZE
               " SCORE " DELIMITED BY SIZE
               ws-crib-score DELIMITED BY SIZE
               " ALERTE " DELIMITED BY SIZE
               ws-crib-numero DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               ws-crib-etat DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

       COPY CRIBLAGEPROC.

       COPY BATCHCTLPROC.

       COPY BATCHFORCEPROC.

       COPY SUPERVISEURPROC.

       COPY VERIFSTATUT.
