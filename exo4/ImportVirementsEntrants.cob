      *> fichier saute ces lignes-la au lieu de les recrediter -
      *> l'exposition residuelle est la seule ligne en vol au moment
      *> de la coupure, visible en double dans le fichier -traites.
      *> Avant toute imputation la remise passe le controle de
      *> reception commun (ControleRemise.cob) : en-tete et ligne de
      *> fin (REMISE.cpy), nombre de lignes, total des montants et
      *> registre des remises deja recues - refusee, elle reste en
      *> place et rien n'est poste.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD virements-entrants.
           COPY VIRENT.
           COPY REMISE.

       FD virements-traites.
       01 virement-traite-record PIC X(80).
      *> regularise a la main par le back-office.
       77 F-Compte-Attente PIC 9(6) VALUE 999999.

      *> Controle de reception de la remise (voir REMISEPROC.cpy).
       COPY REMISEDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Import des virements entrants ===".
           MOVE "SYS" TO H-Guichetier.
           MOVE "000" TO H-Agence.
           MOVE "VIRENT" TO RMD-INTERFACE.
           MOVE "virements-entrants.dat" TO RMD-FICHIER.
           PERFORM CONTROLER-REMISE-RECUE.
           OPEN INPUT virements-entrants.
           IF ws-status-entrants NOT = '00'
               DISPLAY "Aucun fichier virements-entrants.dat (statut "
           CLOSE virements-entrants.
           OPEN OUTPUT import-ckpt.
           CLOSE import-ckpt.
           PERFORM TERMINER-REMISE-RECUE.

           DISPLAY "Virements credites       : " ws-nb-credites.
           DISPLAY "Postes en compte attente : " ws-nb-en-attente.
           STOP RUN.

      *> Les lignes d'en-tete et de fin (REMISE.cpy) ne s'imputent
      *> pas : la lecture va jusqu'a la prochaine ligne de detail.
       LIRE-ENTRANT-SUIVANT.
           PERFORM LIRE-ENTRANT-LIGNE WITH TEST AFTER
               UNTIL ws-fin-lecture-entrants
                   OR NOT (RME-ENTETE OR RMF-FIN).

       LIRE-ENTRANT-LIGNE.
           READ virements-entrants
               AT END
                   MOVE 'O' TO ws-fin-entrants
                   MOVE ZERO TO ACCT-HELD-AMOUNT
                   MOVE ZERO TO ACCT-LAST-CREDIT-TS
                   MOVE "000" TO ACCT-AGENCE
                   MOVE SPACES TO ACCT-PRODUIT
                   MOVE 'N' TO ACCT-TAUX-INDIVIDUEL
                   WRITE ACCOUNT-MASTER-RECORD
                   MOVE ws-status-compte TO ws-verif-statut
                   MOVE 'acctmast.dat' TO ws-verif-fichier
               ws-prefixe-fichiers.

       COPY VERIFSTATUT.

       COPY REMISEPROC.
