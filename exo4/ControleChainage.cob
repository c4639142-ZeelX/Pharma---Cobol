       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleChainage.

      *> Controle nocturne du chainage de historique.txt (voir
      *> HISTCHAINPROC.cpy) : chaque ecriture porte dans H-Chaine une
      *> empreinte qui couvre l'ecriture et celle qui la precede par
      *> H-Seq.  Ce job reprend le grand livre entier - les archives
      *> du catalogue archives-index.dat (ArchiverHistorique.cob) et
      *> la partie vivante - dans l'ordre des H-Seq, recalcule chaque
      *> empreinte et signale la premiere ecriture ou la chaine casse :
      *> ecriture modifiee, supprimee, inseree, ou H-Seq present deux
      *> fois.  Passe dans TraitementNocturne avant ReconciliationFin,
      *> pour qu'un solde rejoue sur un journal retouche ne passe pas
      *> pour bon.
      *>
      *> Une archive et la partie vivante peuvent s'entrelacer en
      *> H-Seq (un report date de la coupure, archive a la passe
      *> suivante), d'ou le passage par un fichier de travail indexe
      *> sur H-Seq, chainage-travail.dat, refait a chaque passe.
      *> Les ecritures posees avant le chainage (archives anterieures,
      *> sans H-Chaine) sont comptees a part tant qu'aucune ecriture
      *> chainee ne les a precedees; apres, une ecriture sans
      *> empreinte est une rupture.
      *>
      *> RETURN-CODE = nombre de ruptures (0 = chaine intacte); la
      *> premiere rupture est aussi notee dans securite.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT historique ASSIGN TO 'historique.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT archives-index ASSIGN TO "archives-index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-index.

      *> Chaque archive du catalogue s'ouvre a son tour sous ce nom
      *> dynamique - meme montage que RechercheGlobale.cob.
           SELECT archive-historique ASSIGN TO DYNAMIC ws-nom-archive
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-archive.

           SELECT chainage-travail ASSIGN TO "chainage-travail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHT-Seq
               FILE STATUS IS ws-status-travail.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD historique.
           COPY HISTREC.

       FD archives-index.
           COPY ARCHIDX.

      *> Meme tampon que l'ecriture des archives (ArchiverHistorique)
      *> - les 76 premiers caracteres sont l'image HISTREC.
       FD archive-historique.
       01 archive-record PIC X(100).

      *> Une ecriture du grand livre, archivee ou vivante, avec le
      *> fichier d'ou elle vient pour le compte rendu.
       FD chainage-travail.
       01 chainage-travail-record.
           05 CHT-Seq PIC 9(9).
           05 CHT-Ecriture PIC X(76).
           05 CHT-Source PIC X(30).

       FD securite-journal.
           COPY SECULOG.

       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-status-index PIC XX.
       01 ws-status-archive PIC XX.
       01 ws-status-travail PIC XX.
       01 ws-nom-archive PIC X(30).
       01 ws-source PIC X(30).
       01 ws-date-jour PIC 9(8).

       01 ws-status-secu PIC XX.
       01 ws-sec-compte PIC 9(6).
       01 ws-sec-evenement PIC X(12).
       01 ws-heure-secu PIC 9(8).

       01 ws-fin-index PIC X VALUE 'N'.
           88 ws-fin-lecture-index VALUE 'O'.
       01 ws-fin-archive PIC X VALUE 'N'.
           88 ws-fin-lecture-archive VALUE 'O'.
       01 ws-fin-historique PIC X VALUE 'N'.
           88 ws-fin-lecture-historique VALUE 'O'.
       01 ws-fin-travail PIC X VALUE 'N'.
           88 ws-fin-lecture-travail VALUE 'O'.
       01 ws-chaine-commencee PIC X VALUE 'N'.
           88 ws-chainage-commence VALUE 'O'.

      *> Les archives du catalogue, dedoublonnees.
       01 ws-nb-archives PIC 9(2) VALUE ZERO.
       01 ws-idx-archive PIC 9(2).
       01 ws-archive-connue PIC X.
       01 TABLE-ARCHIVES.
           05 TA-Nom OCCURS 50 TIMES PIC X(30).

       01 ws-nb-controlees PIC 9(9) VALUE ZERO.
       01 ws-nb-non-chainees PIC 9(9) VALUE ZERO.
       01 ws-nb-ruptures PIC 9(4) VALUE ZERO.

      *> Premiere rupture (plus petit H-Seq en cause).
       01 ws-motif PIC X(30).
       01 ws-rupture.
           05 RUP-Seq PIC 9(9).
           05 RUP-Date PIC 9(8).
           05 RUP-Compte PIC 9(6).
           05 RUP-Source PIC X(30).
           05 RUP-Motif PIC X(30).

      *> Fields expected by HISTCHAINPROC - see the contract there.
       COPY HISTCHAIN.

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
           DISPLAY "=== Controle du chainage de l'historique ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           MOVE "ControleChainage" TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM CONTROLER-REEXECUTION.
           IF NOT ws-ctl-autorise
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT historique.
           IF ws-file-status NOT = '00'
               DISPLAY "Aucun historique a controler (statut "
                   ws-file-status ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT chainage-travail.
           IF ws-status-travail NOT = '00'
               DISPLAY "ERREUR E/S sur chainage-travail.dat"
               DISPLAY "Code statut: " ws-status-travail
               CLOSE historique
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CHARGER-CATALOGUE-ARCHIVES.
           PERFORM CHARGER-UNE-ARCHIVE
               VARYING ws-idx-archive FROM 1 BY 1
               UNTIL ws-idx-archive > ws-nb-archives.
           PERFORM CHARGER-HISTORIQUE-VIVANT.
           CLOSE chainage-travail.

           OPEN INPUT chainage-travail.
           MOVE ZERO TO ws-chaine-precedente.
           PERFORM LIRE-TRAVAIL-SUIVANT.
           PERFORM VERIFIER-ECRITURE UNTIL ws-fin-lecture-travail.
           CLOSE chainage-travail.
           CLOSE historique.

           DISPLAY " ".
           DISPLAY "Archives controlees      : " ws-nb-archives.
           DISPLAY "Ecritures controlees     : " ws-nb-controlees.
           DISPLAY "Ecritures non chainees   : " ws-nb-non-chainees.
           DISPLAY "Ruptures de chaine       : " ws-nb-ruptures.
           IF ws-nb-ruptures = ZERO
               DISPLAY "Chainage OK."
           ELSE
               DISPLAY "ATTENTION: chaine rompue - premiere rupture "
                   "a l'ecriture " RUP-Seq " (" RUP-Source ")"
               DISPLAY "  date " RUP-Date " compte " RUP-Compte
                   " : " RUP-Motif
               MOVE RUP-Compte TO ws-sec-compte
               MOVE "CHAINE-CASSE" TO ws-sec-evenement
               PERFORM ECRIRE-EVENEMENT-SECURITE
           END-IF.
           PERFORM ENREGISTRER-CONTROLE-BATCH.
           MOVE ws-nb-ruptures TO RETURN-CODE.
           GOBACK.

       COPY BATCHCTLPROC.

       COPY BATCHFORCEPROC.

       COPY SUPERVISEURPROC.

      *> Charge le catalogue en dedoublonnant - deux passes
      *> d'archivage sur la meme coupure laissent deux lignes pour le
      *> meme fichier, qu'il ne faut charger qu'une fois.
       CHARGER-CATALOGUE-ARCHIVES.
           OPEN INPUT archives-index.
           IF ws-status-index NOT = '00'
               DISPLAY "Pas de catalogue archives-index.dat - seule "
                   "la partie vivante du grand livre sera controlee."
           ELSE
               PERFORM LIRE-INDEX-SUIVANT
               PERFORM RETENIR-ARCHIVE UNTIL ws-fin-lecture-index
               CLOSE archives-index
           END-IF.

       LIRE-INDEX-SUIVANT.
           READ archives-index
               AT END
                   MOVE 'O' TO ws-fin-index
           END-READ.

       RETENIR-ARCHIVE.
           MOVE 'N' TO ws-archive-connue.
           PERFORM COMPARER-ARCHIVE-CONNUE
               VARYING ws-idx-archive FROM 1 BY 1
               UNTIL ws-idx-archive > ws-nb-archives.
           IF ws-archive-connue = 'N'
               IF ws-nb-archives >= 50
                   DISPLAY "Plus de 50 archives au catalogue - les "
                       "suivantes ne sont pas controlees."
               ELSE
                   ADD 1 TO ws-nb-archives
                   MOVE AIX-NOM TO TA-Nom (ws-nb-archives)
               END-IF
           END-IF.
           PERFORM LIRE-INDEX-SUIVANT.

       COMPARER-ARCHIVE-CONNUE.
           IF TA-Nom (ws-idx-archive) = AIX-NOM
               MOVE 'O' TO ws-archive-connue
           END-IF.

      *> Une archive du catalogue absente du disque est elle-meme une
      *> rupture : ses ecritures manquent a la chaine, que la premiere
      *> ecriture suivante signalera.
       CHARGER-UNE-ARCHIVE.
           MOVE TA-Nom (ws-idx-archive) TO ws-nom-archive.
           MOVE 'N' TO ws-fin-archive.
           OPEN INPUT archive-historique.
           IF ws-status-archive NOT = '00'
               DISPLAY "Archive " ws-nom-archive " introuvable "
                   "(statut " ws-status-archive ")."
           ELSE
               PERFORM LIRE-ARCHIVE-SUIVANTE
               PERFORM CHARGER-ENTREE-ARCHIVE
                   UNTIL ws-fin-lecture-archive
               CLOSE archive-historique
           END-IF.

       LIRE-ARCHIVE-SUIVANTE.
           READ archive-historique
               AT END
                   MOVE 'O' TO ws-fin-archive
           END-READ.

       CHARGER-ENTREE-ARCHIVE.
           MOVE archive-record (1:76) TO historique-record.
           MOVE ws-nom-archive TO ws-source.
           PERFORM ECRIRE-TRAVAIL.
           PERFORM LIRE-ARCHIVE-SUIVANTE.

       CHARGER-HISTORIQUE-VIVANT.
           PERFORM LIRE-HISTORIQUE-SUIVANT.
           PERFORM CHARGER-ENTREE-VIVANTE
               UNTIL ws-fin-lecture-historique.

       LIRE-HISTORIQUE-SUIVANT.
           READ historique NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-historique
           END-READ.

       CHARGER-ENTREE-VIVANTE.
           MOVE "historique.txt" TO ws-source.
           PERFORM ECRIRE-TRAVAIL.
           PERFORM LIRE-HISTORIQUE-SUIVANT.

      *> Un H-Seq deja charge (statut 22) est une rupture : la meme
      *> place dans la chaine est revendiquee deux fois.
       ECRIRE-TRAVAIL.
           MOVE H-Seq TO CHT-Seq.
           MOVE historique-record TO CHT-Ecriture.
           MOVE ws-source TO CHT-Source.
           WRITE chainage-travail-record.
           IF ws-status-travail = '22'
               MOVE "H-Seq present deux fois" TO ws-motif
               PERFORM NOTER-RUPTURE
           ELSE
               IF ws-status-travail NOT = '00'
                   DISPLAY "ERREUR E/S sur chainage-travail.dat"
                   DISPLAY "Code statut: " ws-status-travail
                   CLOSE chainage-travail
                   CLOSE historique
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       LIRE-TRAVAIL-SUIVANT.
           READ chainage-travail NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-travail
           END-READ.

      *> Apres une rupture la chaine repart de l'empreinte portee par
      *> l'ecriture fautive : une ecriture retouchee ne casse qu'a
      *> elle-meme, une suppression a l'ecriture qui suit le trou.
       VERIFIER-ECRITURE.
           MOVE CHT-Ecriture TO historique-record.
           MOVE CHT-Source TO ws-source.
           IF H-Chaine IS NOT NUMERIC
               IF ws-chainage-commence
                   MOVE "ecriture sans empreinte" TO ws-motif
                   PERFORM NOTER-RUPTURE
               ELSE
                   ADD 1 TO ws-nb-non-chainees
               END-IF
               MOVE ZERO TO ws-chaine-precedente
           ELSE
               MOVE 'O' TO ws-chaine-commencee
               PERFORM CALCULER-CHAINE-HISTORIQUE
               IF ws-chaine-calculee NOT = H-Chaine
                   MOVE "empreinte incorrecte" TO ws-motif
                   PERFORM NOTER-RUPTURE
               END-IF
               MOVE H-Chaine TO ws-chaine-precedente
           END-IF.
           ADD 1 TO ws-nb-controlees.
           PERFORM LIRE-TRAVAIL-SUIVANT.

      *> Garde la rupture de plus petit H-Seq - celles du chargement
      *> (doublons) arrivent dans l'ordre des fichiers, pas des H-Seq.
       NOTER-RUPTURE.
           IF ws-nb-ruptures = ZERO OR H-Seq < RUP-Seq
               MOVE H-Seq TO RUP-Seq
               MOVE H-Date TO RUP-Date
               MOVE H-Compte TO RUP-Compte
               MOVE ws-source TO RUP-Source
               MOVE ws-motif TO RUP-Motif
           END-IF.
           IF ws-nb-ruptures < 9999
               ADD 1 TO ws-nb-ruptures
           END-IF.

       COPY HISTCHAINPROC.

       COPY SECULOGPROC.
