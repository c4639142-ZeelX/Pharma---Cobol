       IDENTIFICATION DIVISION.
       PROGRAM-ID. BasculeTauxProduits.

      *> Job nocturne des changements de taux programmes sur le
      *> catalogue des produits (voir PRODUIT.cpy, GestionProduits.cob).
      *> Tout produit dont la date d'effet est atteinte prend son
      *> nouveau taux, et chaque compte non cloture de ce produit le
      *> prend avec lui - sauf le compte a taux individuel
      *> (ACCT-TAUX-DEROGATOIRE), pose quand un taux a ete negocie
      *> compte par compte dans GestionComptes.cob.  Chaque compte
      *> modifie laisse son ecriture d'audit "M" dans historique.txt,
      *> comme une modification au guichet.  Passe avant
      *> InteretNocturne.cob pour que l'interet du jour d'effet se
      *> calcule deja au nouveau taux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT produits ASSIGN TO 'produits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE
               FILE STATUS IS ws-status-produits.

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

           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD produits.
           COPY PRODUIT.

       FD account-master.
           COPY ACCTMAST.

       FD historique.
           COPY HISTREC.

       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-status-produits PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.

       01 ws-fin-produits PIC X VALUE 'N'.
           88 ws-fin-lecture-produits VALUE 'O'.
       01 ws-fin-comptes PIC X VALUE 'N'.
           88 ws-fin-lecture-comptes VALUE 'O'.
       01 ws-date-jour PIC 9(8).
       01 ws-produit-code PIC X(6).
       01 ws-produit-taux PIC 9V9(4).
       01 ws-nb-produits PIC 9(4) VALUE ZERO.
       01 ws-nb-comptes PIC 9(6) VALUE ZERO.
       01 ws-nb-derogatoires PIC 9(6) VALUE ZERO.

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

       77 F-Modification PIC X VALUE "M".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Changements de taux des produits ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           MOVE "SYS" TO H-Guichetier.
           MOVE "000" TO H-Agence.

           MOVE "BasculeTauxProduits" TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM CONTROLER-REEXECUTION.
           IF NOT ws-ctl-autorise
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O produits.
           IF ws-status-produits NOT = '00'
               DISPLAY "Aucun produit au catalogue (statut "
                   ws-status-produits ")."
               PERFORM ENREGISTRER-CONTROLE-BATCH
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O account-master.
           IF ws-status-compte NOT = '00'
               DISPLAY "Impossible d'ouvrir acctmast.dat (statut "
                   ws-status-compte ")."
               CLOSE produits
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO PRD-CODE.
           START produits KEY IS >= PRD-CODE
               INVALID KEY
                   MOVE 'O' TO ws-fin-produits
           END-START.
           PERFORM LIRE-PRODUIT-SUIVANT.
           PERFORM TRAITER-PRODUIT UNTIL ws-fin-lecture-produits.

           CLOSE account-master.
           CLOSE produits.
           PERFORM ENREGISTRER-CONTROLE-BATCH.
           DISPLAY "Produits au nouveau taux : " ws-nb-produits.
           DISPLAY "Comptes modifies         : " ws-nb-comptes.
           DISPLAY "Comptes a taux individuel: " ws-nb-derogatoires.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       LIRE-PRODUIT-SUIVANT.
           IF NOT ws-fin-lecture-produits
               READ produits NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-produits
               END-READ
           END-IF.

       TRAITER-PRODUIT.
           IF PRD-DATE-EFFET NOT = ZERO
               AND PRD-DATE-EFFET <= ws-date-jour
               PERFORM BASCULER-TAUX-PRODUIT
           END-IF.
           PERFORM LIRE-PRODUIT-SUIVANT.

      *> Les comptes d'abord, le produit ensuite : une interruption
      *> entre les deux laisse le changement programme, et la passe
      *> forcee suivante ne retouche que les comptes pas encore au
      *> nouveau taux.
       BASCULER-TAUX-PRODUIT.
           MOVE PRD-CODE TO ws-produit-code.
           MOVE PRD-TAUX-NOUVEAU TO ws-produit-taux.
           MOVE 'N' TO ws-fin-comptes.
           MOVE ZERO TO ACCT-NUMBER.
           START account-master KEY IS >= ACCT-NUMBER
               INVALID KEY
                   MOVE 'O' TO ws-fin-comptes
           END-START.
           PERFORM LIRE-COMPTE-SUIVANT.
           PERFORM EXAMINER-COMPTE UNTIL ws-fin-lecture-comptes.

           MOVE ws-produit-taux TO PRD-TAUX.
           MOVE ZERO TO PRD-TAUX-NOUVEAU.
           MOVE ZERO TO PRD-DATE-EFFET.
           REWRITE PRODUIT-RECORD.
           IF ws-status-produits NOT = '00'
               DISPLAY "ERREUR E/S sur produits.dat"
               DISPLAY "Code statut: " ws-status-produits
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO ws-nb-produits.
           DISPLAY "Produit " ws-produit-code " : taux "
               ws-produit-taux " en vigueur.".

       LIRE-COMPTE-SUIVANT.
           IF NOT ws-fin-lecture-comptes
               READ account-master NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-comptes
               END-READ
           END-IF.

       EXAMINER-COMPTE.
           IF ACCT-PRODUIT = ws-produit-code AND NOT ACCT-FERME
               IF ACCT-TAUX-DEROGATOIRE
                   ADD 1 TO ws-nb-derogatoires
               ELSE
                   IF ACCT-INTEREST-RATE NOT = ws-produit-taux
                       PERFORM MODIFIER-TAUX-COMPTE
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-COMPTE-SUIVANT.

      *> Les erreurs E/S se signalent par RETURN-CODE et GOBACK - pas
      *> de STOP RUN sous TraitementNocturne.
       MODIFIER-TAUX-COMPTE.
           MOVE ws-produit-taux TO ACCT-INTEREST-RATE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF ws-status-compte NOT = '00'
               DISPLAY "ERREUR E/S sur acctmast.dat"
               DISPLAY "Code statut: " ws-status-compte
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ACCT-NUMBER TO H-Compte.
           MOVE ZERO TO H-Montant.
           MOVE F-Modification TO H-Action.
           MOVE 1 TO rec-choice.
           CALL "SubProgram" USING rec-choice, historique-record,
               ws-soldes-dummy,
               ws-prefixe-fichiers.
           ADD 1 TO ws-nb-comptes.

       COPY BATCHCTLPROC.

       COPY BATCHFORCEPROC.

       COPY SUPERVISEURPROC.
