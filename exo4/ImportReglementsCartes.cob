       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportReglementsCartes.

      *> Import du fichier de reglement quotidien du processeur cartes
      *> (reglements-cartes.dat, voir CARTEREG.cpy) : chaque paiement
      *> carte debite le compte du porteur avec une ecriture "c",
      *> chaque retrait au distributeur avec une ecriture "r", le
      *> numero de transaction du processeur dans H-Ref.  Ces
      *> operations sont deja autorisees et reglees par le processeur :
      *> rien ne se rejette.  Une ligne qui ne peut pas se debiter au
      *> porteur - compte inconnu, cloture, bloque ou dormant, devise
      *> autre que celle du compte, plafond journalier
      *> (ACCT-DAILY-LIMIT) depasse, disponible (solde moins fonds
      *> bloques ACCT-HELD-AMOUNT, plus decouvert autorise)
      *> insuffisant - est debitee au compte d'attente 999999 et
      *> recopiee dans cartes-attente.dat avec son motif pour le
      *> recouvrement par le back-office.
      *> Le total de reglement (paiements + retraits) et sa ventilation
      *> porteurs / attente sortent dans reglement-cartes-AAAAMMJJ.txt,
      *> a rapprocher du paiement net du processeur.
      *> Meme montage que ImportPrelevements.cob : controle de
      *> reception commun (ControleRemise.cob) avant toute imputation,
      *> lignes traitees recopiees dans reglements-cartes-traites.dat,
      *> entree videe en fin de passe, point de reprise
      *> (cartes-import.ckpt) contre une relance en plein fichier - il
      *> garde aussi les cumuls, pour que le total de reglement d'une
      *> passe reprise couvre toute la remise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reglements-cartes
               ASSIGN TO "reglements-cartes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-recus.

           SELECT reglements-traites
               ASSIGN TO "reglements-cartes-traites.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-traites.

           SELECT cartes-attente ASSIGN TO "cartes-attente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-attente.

           SELECT import-ckpt ASSIGN TO "cartes-import.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-ick.

           SELECT rapport-reglement ASSIGN TO DYNAMIC ws-nom-rapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

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

       DATA DIVISION.
       FILE SECTION.
       FD reglements-cartes.
           COPY CARTEREG.
           COPY REMISE.

       FD reglements-traites.
       01 reglement-traite-record PIC X(80).

      *> La ligne d'origine plus le code motif, pour que le
      *> back-office retrouve chaque poste en attente sans pointage.
       FD cartes-attente.
       01 carte-attente-record.
           05 CAT-LIGNE PIC X(64).
           05 CSV-FILLER-CAT PIC X VALUE ",".
      *> COMPTE = compte inconnu ou cloture, STATUT = compte bloque ou
      *> dormant, DEVISE = devise differente de celle du compte,
      *> PLAFOND = plafond journalier depasse, PROVISION = disponible
      *> insuffisant, TYPE = ni paiement ni retrait.
           05 CAT-MOTIF PIC X(9).

      *> Lignes deja traitees et cumuls de la remise a ce point.
       FD import-ckpt.
       01 import-ckpt-record.
           05 ICK-NB-TRAITES PIC 9(9).
           05 ICK-NB-ACHATS PIC 9(7).
           05 ICK-TOTAL-ACHATS PIC 9(13)V99.
           05 ICK-NB-RETRAITS PIC 9(7).
           05 ICK-TOTAL-RETRAITS PIC 9(13)V99.
           05 ICK-NB-DEBITES PIC 9(7).
           05 ICK-TOTAL-DEBITE PIC 9(13)V99.
           05 ICK-NB-ATTENTE PIC 9(7).
           05 ICK-TOTAL-ATTENTE PIC 9(13)V99.

       FD rapport-reglement.
       01 ligne-rapport PIC X(100).

       FD account-master.
           COPY ACCTMAST.

       FD historique.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
       01 ws-status-recus PIC XX.
       01 ws-status-traites PIC XX.
       01 ws-status-attente PIC XX.
       01 ws-status-ick PIC XX.
       01 ws-status-rapport PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       COPY FILESTAT.

       01 ws-deja-traites PIC 9(9) VALUE ZERO.
       01 ws-lignes-faites PIC 9(9) VALUE ZERO.
       01 ws-fin-recus PIC X VALUE 'N'.
           88 ws-fin-lecture-recus VALUE 'O'.
       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.
       01 ws-motif-attente PIC X(9).
       01 ws-solde-disponible PIC S9(11)V99.
       01 ws-dispo-jour PIC S9(9)V99.
       01 ws-date-jour PIC 9(8).
       01 ws-compte-debite PIC 9(6).

      *> Cumuls de la remise - repris du point de reprise sur une
      *> relance.
       01 ws-cumuls.
           05 ws-nb-achats PIC 9(7) VALUE ZERO.
           05 ws-total-achats PIC 9(13)V99 VALUE ZERO.
           05 ws-nb-retraits PIC 9(7) VALUE ZERO.
           05 ws-total-retraits PIC 9(13)V99 VALUE ZERO.
           05 ws-nb-debites PIC 9(7) VALUE ZERO.
           05 ws-total-debite PIC 9(13)V99 VALUE ZERO.
           05 ws-nb-attente PIC 9(7) VALUE ZERO.
           05 ws-total-attente PIC 9(13)V99 VALUE ZERO.
       01 ws-total-reglement PIC 9(13)V99 VALUE ZERO.

      *> Rapport de reglement.
       01 ws-nom-rapport PIC X(40).
       01 ws-ed-nombre PIC Z(6)9.
       01 ws-ed-montant PIC Z(12)9.99.
       01 ws-ed-libelle PIC X(35).

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

      *> Paiement carte chez un commercant ("c") et retrait carte au
      *> distributeur ("r") - des debits comme "R", poses par la
      *> remise du processeur.
       77 F-Paiement-Carte PIC X VALUE "c".
       77 F-Retrait-Carte PIC X VALUE "r".
      *> Compte d'attente - meme compte que ImportVirementsEntrants.cob,
      *> cree au premier besoin, regularise par le back-office.
       77 F-Compte-Attente PIC 9(6) VALUE 999999.

      *> Controle de reception de la remise (voir REMISEPROC.cpy).
       COPY REMISEDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Import des reglements cartes ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           MOVE "SYS" TO H-Guichetier.
           MOVE "000" TO H-Agence.
           MOVE "CARTES" TO RMD-INTERFACE.
           MOVE "reglements-cartes.dat" TO RMD-FICHIER.
           PERFORM CONTROLER-REMISE-RECUE.
           IF RMD-VIDE
               DISPLAY "Aucune remise a importer dans "
                   "reglements-cartes.dat."
               STOP RUN
           END-IF.
           OPEN INPUT reglements-cartes.
           IF ws-status-recus NOT = '00'
               DISPLAY "Aucun fichier reglements-cartes.dat (statut "
                   ws-status-recus ")."
               STOP RUN
           END-IF.

           OPEN I-O account-master.
           IF ws-status-compte NOT = '00'
               DISPLAY "Impossible d'ouvrir acctmast.dat (statut "
                   ws-status-compte ")."
               CLOSE reglements-cartes
               STOP RUN
           END-IF.

           OPEN EXTEND reglements-traites.
           IF ws-status-traites = '35'
               OPEN OUTPUT reglements-traites
           END-IF.
           OPEN EXTEND cartes-attente.
           IF ws-status-attente = '35'
               OPEN OUTPUT cartes-attente
           END-IF.

           PERFORM CHARGER-POINT-REPRISE.

           PERFORM LIRE-REGLEMENT-SUIVANT.
           PERFORM TRAITER-REGLEMENT UNTIL ws-fin-lecture-recus.

           CLOSE cartes-attente.
           CLOSE reglements-traites.
           CLOSE account-master.
           CLOSE reglements-cartes.

           PERFORM EDITER-RAPPORT-REGLEMENT.

      *> La remise est consommee - meme regle que
      *> ImportVirementsEntrants.cob : l'entree est videe pour qu'une
      *> relance ne re-debite rien, et le point de reprise repart a
      *> zero.
           OPEN OUTPUT reglements-cartes.
           CLOSE reglements-cartes.
           OPEN OUTPUT import-ckpt.
           CLOSE import-ckpt.
           PERFORM TERMINER-REMISE-RECUE.

           DISPLAY "Operations debitees aux porteurs : " ws-nb-debites.
           DISPLAY "Postes en compte attente        : " ws-nb-attente.
           DISPLAY "Total de reglement processeur   : "
               ws-total-reglement.
           DISPLAY "Voir le rapport " ws-nom-rapport.
           STOP RUN.

      *> Les lignes d'en-tete et de fin (REMISE.cpy) ne s'imputent
      *> pas : la lecture va jusqu'a la prochaine ligne de detail.
       LIRE-REGLEMENT-SUIVANT.
           PERFORM LIRE-REGLEMENT-LIGNE WITH TEST AFTER
               UNTIL ws-fin-lecture-recus
                   OR NOT (RME-ENTETE OR RMF-FIN).

       LIRE-REGLEMENT-LIGNE.
           READ reglements-cartes
               AT END
                   MOVE 'O' TO ws-fin-recus
           END-READ.

      *> Les ws-deja-traites premieres lignes ont ete postees par la
      *> passe interrompue, et sont deja dans les cumuls repris :
      *> elles se sautent sans rien debiter.
       TRAITER-REGLEMENT.
           IF ws-deja-traites > ZERO
               SUBTRACT 1 FROM ws-deja-traites
               ADD 1 TO ws-lignes-faites
               PERFORM LIRE-REGLEMENT-SUIVANT
           ELSE
               PERFORM POSTER-REGLEMENT
           END-IF.

       POSTER-REGLEMENT.
           MOVE SPACES TO ws-motif-attente.
           MOVE RCA-COMPTE TO ACCT-NUMBER.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE 'N' TO ws-compte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-compte-flag
           END-READ.
           EVALUATE TRUE
               WHEN NOT (RCA-ACHAT OR RCA-RETRAIT)
                   MOVE "TYPE" TO ws-motif-attente
               WHEN NOT ws-compte-trouve OR ACCT-FERME
                   MOVE "COMPTE" TO ws-motif-attente
               WHEN NOT ACCT-ACTIF
                   MOVE "STATUT" TO ws-motif-attente
               WHEN RCA-DEVISE NOT = ACCT-CURRENCY
                   MOVE "DEVISE" TO ws-motif-attente
               WHEN OTHER
                   PERFORM CONTROLER-PLAFONDS
           END-EVALUATE.
           IF ws-motif-attente = SPACES
               PERFORM DEBITER-PORTEUR
           ELSE
               DISPLAY "Operation carte " RCA-NUMERO " sur "
                   RCA-COMPTE " mise en compte attente ("
                   ws-motif-attente ")"
               PERFORM DEBITER-COMPTE-ATTENTE
           END-IF.
           IF RCA-RETRAIT
               ADD 1 TO ws-nb-retraits
               ADD RCA-MONTANT TO ws-total-retraits
           ELSE
               ADD 1 TO ws-nb-achats
               ADD RCA-MONTANT TO ws-total-achats
           END-IF.
           WRITE reglement-traite-record FROM reglement-carte-record.
           ADD 1 TO ws-lignes-faites.
           PERFORM ENREGISTRER-POINT-REPRISE.
           PERFORM LIRE-REGLEMENT-SUIVANT.

      *> Meme calcul que VERIFIER-LIMITE-JOUR de Gestionbancaire.cob :
      *> ce qui reste du plafond du jour, et le disponible hors fonds
      *> bloques plus le decouvert autorise.
       CONTROLER-PLAFONDS.
           IF ACCT-DAILY-DATE = ws-date-jour
               COMPUTE ws-dispo-jour =
                   ACCT-DAILY-LIMIT - ACCT-DAILY-USED
           ELSE
               MOVE ACCT-DAILY-LIMIT TO ws-dispo-jour
           END-IF.
           COMPUTE ws-solde-disponible =
               ACCT-BALANCE - ACCT-HELD-AMOUNT.
           EVALUATE TRUE
               WHEN RCA-MONTANT > ws-dispo-jour
                   MOVE "PLAFOND" TO ws-motif-attente
               WHEN (ws-solde-disponible + ACCT-OVERDRAFT-LIMIT) <
                       RCA-MONTANT
                   MOVE "PROVISION" TO ws-motif-attente
           END-EVALUATE.

       DEBITER-PORTEUR.
           SUBTRACT RCA-MONTANT FROM ACCT-BALANCE.
           IF ACCT-DAILY-DATE NOT = ws-date-jour
               MOVE ws-date-jour TO ACCT-DAILY-DATE
               MOVE ZERO TO ACCT-DAILY-USED
           END-IF.
           ADD RCA-MONTANT TO ACCT-DAILY-USED.
           REWRITE ACCOUNT-MASTER-RECORD.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE RCA-COMPTE TO ws-compte-debite.
           PERFORM POSER-ECRITURE-CARTE.
           ADD 1 TO ws-nb-debites.
           ADD RCA-MONTANT TO ws-total-debite.

       DEBITER-COMPTE-ATTENTE.
           PERFORM ASSURER-COMPTE-ATTENTE.
           SUBTRACT RCA-MONTANT FROM ACCT-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE F-Compte-Attente TO ws-compte-debite.
           PERFORM POSER-ECRITURE-CARTE.
           MOVE reglement-carte-record TO CAT-LIGNE.
           MOVE "," TO CSV-FILLER-CAT.
           MOVE ws-motif-attente TO CAT-MOTIF.
           WRITE carte-attente-record.
           MOVE ws-status-attente TO ws-verif-statut.
           MOVE 'cartes-attente.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           ADD 1 TO ws-nb-attente.
           ADD RCA-MONTANT TO ws-total-attente.

      *> Le compte d'attente est un compte ACCOUNT-MASTER comme un
      *> autre - meme creation que ImportVirementsEntrants.cob.
       ASSURER-COMPTE-ATTENTE.
           MOVE F-Compte-Attente TO ACCT-NUMBER.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE F-Compte-Attente TO ACCT-NUMBER
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
                   MOVE ws-status-compte TO ws-verif-statut
                   MOVE 'acctmast.dat' TO ws-verif-fichier
                   PERFORM VERIFIER-STATUT
           END-READ.

       POSER-ECRITURE-CARTE.
           MOVE ws-compte-debite TO H-Compte.
           MOVE RCA-MONTANT TO H-Montant.
           IF RCA-RETRAIT
               MOVE F-Retrait-Carte TO H-Action
           ELSE
               MOVE F-Paiement-Carte TO H-Action
           END-IF.
           MOVE RCA-NUMERO TO H-Ref.
           MOVE 3 TO rec-choice.
           CALL "SubProgram" USING rec-choice, historique-record,
               ws-soldes-dummy,
               ws-prefixe-fichiers.

       CHARGER-POINT-REPRISE.
           OPEN INPUT import-ckpt.
           IF ws-status-ick = '00'
               READ import-ckpt
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ICK-NB-TRAITES TO ws-deja-traites
                       MOVE ICK-NB-ACHATS TO ws-nb-achats
                       MOVE ICK-TOTAL-ACHATS TO ws-total-achats
                       MOVE ICK-NB-RETRAITS TO ws-nb-retraits
                       MOVE ICK-TOTAL-RETRAITS TO ws-total-retraits
                       MOVE ICK-NB-DEBITES TO ws-nb-debites
                       MOVE ICK-TOTAL-DEBITE TO ws-total-debite
                       MOVE ICK-NB-ATTENTE TO ws-nb-attente
                       MOVE ICK-TOTAL-ATTENTE TO ws-total-attente
               END-READ
               CLOSE import-ckpt
           END-IF.
           IF ws-deja-traites > ZERO
               DISPLAY "Reprise d'une passe interrompue : "
                   ws-deja-traites " ligne(s) deja postee(s), "
                   "sautee(s)."
           END-IF.

       ENREGISTRER-POINT-REPRISE.
           MOVE ws-lignes-faites TO ICK-NB-TRAITES.
           MOVE ws-nb-achats TO ICK-NB-ACHATS.
           MOVE ws-total-achats TO ICK-TOTAL-ACHATS.
           MOVE ws-nb-retraits TO ICK-NB-RETRAITS.
           MOVE ws-total-retraits TO ICK-TOTAL-RETRAITS.
           MOVE ws-nb-debites TO ICK-NB-DEBITES.
           MOVE ws-total-debite TO ICK-TOTAL-DEBITE.
           MOVE ws-nb-attente TO ICK-NB-ATTENTE.
           MOVE ws-total-attente TO ICK-TOTAL-ATTENTE.
           OPEN OUTPUT import-ckpt.
           WRITE import-ckpt-record.
           CLOSE import-ckpt.

      *> ------------------------------------------------------------
      *> Rapport de reglement : ce que la banque doit au processeur
      *> pour cette remise (paiements + retraits), ventile entre
      *> porteurs et compte d'attente, face au total annonce en fin de
      *> fichier.
      *> ------------------------------------------------------------
       EDITER-RAPPORT-REGLEMENT.
           COMPUTE ws-total-reglement =
               ws-total-achats + ws-total-retraits.
           MOVE SPACES TO ws-nom-rapport.
           STRING "reglement-cartes-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-rapport
           END-STRING.
           OPEN EXTEND rapport-reglement.
           IF ws-status-rapport = '35'
               OPEN OUTPUT rapport-reglement
           END-IF.
           MOVE SPACES TO ligne-rapport.
           STRING "REGLEMENT CARTES - REMISE " DELIMITED BY SIZE
               RMD-SEQUENCE DELIMITED BY SIZE
               " DU " DELIMITED BY SIZE
               RMD-DATE-FICHIER DELIMITED BY SIZE
               " - IMPORTEE LE " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.
           MOVE "Paiements carte" TO ws-ed-libelle.
           MOVE ws-nb-achats TO ws-ed-nombre.
           MOVE ws-total-achats TO ws-ed-montant.
           PERFORM ECRIRE-LIGNE-CUMUL.
           MOVE "Retraits distributeur" TO ws-ed-libelle.
           MOVE ws-nb-retraits TO ws-ed-nombre.
           MOVE ws-total-retraits TO ws-ed-montant.
           PERFORM ECRIRE-LIGNE-CUMUL.
           MOVE "TOTAL DU AU PROCESSEUR" TO ws-ed-libelle.
           COMPUTE ws-ed-nombre = ws-nb-achats + ws-nb-retraits.
           MOVE ws-total-reglement TO ws-ed-montant.
           PERFORM ECRIRE-LIGNE-CUMUL.
           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.
           MOVE "  dont debite aux porteurs" TO ws-ed-libelle.
           MOVE ws-nb-debites TO ws-ed-nombre.
           MOVE ws-total-debite TO ws-ed-montant.
           PERFORM ECRIRE-LIGNE-CUMUL.
           MOVE "  dont compte d'attente 999999" TO ws-ed-libelle.
           MOVE ws-nb-attente TO ws-ed-nombre.
           MOVE ws-total-attente TO ws-ed-montant.
           PERFORM ECRIRE-LIGNE-CUMUL.
           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.
           MOVE "Annonce en fin de fichier" TO ws-ed-libelle.
           MOVE RMD-NB-LIGNES TO ws-ed-nombre.
           MOVE RMD-TOTAL TO ws-ed-montant.
           PERFORM ECRIRE-LIGNE-CUMUL.
           MOVE SPACES TO ligne-rapport.
           IF ws-total-reglement = RMD-TOTAL
               STRING "Total rapproche de la fin de fichier - a "
                   DELIMITED BY SIZE
                   "pointer avec le paiement net du processeur."
                   DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
           ELSE
               STRING "ECART avec la fin de fichier - a signaler au "
                   DELIMITED BY SIZE
                   "processeur avant reglement." DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
           END-IF.
           WRITE ligne-rapport.
           IF ws-nb-attente > ZERO
               MOVE SPACES TO ligne-rapport
               STRING "Postes en attente a recouvrer : voir "
                   DELIMITED BY SIZE
                   "cartes-attente.dat" DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
               WRITE ligne-rapport
           END-IF.
           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.
           CLOSE rapport-reglement.

       ECRIRE-LIGNE-CUMUL.
           MOVE SPACES TO ligne-rapport.
           STRING ws-ed-libelle DELIMITED BY SIZE
               ws-ed-nombre DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-ed-montant DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

       COPY VERIFSTATUT.

       COPY REMISEPROC.
