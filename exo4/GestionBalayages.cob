       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionBalayages.

      *> Saisie et maintenance des conventions de balayage (voir
      *> BALAYAGE.cpy) : le client qui tient un compte courant et un
      *> compte d'epargne demande que l'excedent parte seul a
      *> l'epargne, ce qu'un ordre permanent a montant fixe ne sait
      *> pas faire.  Creation, liste, changement de solde cible et
      *> annulation ici; les balayages eux-memes sont le travail du
      *> job nocturne BalayageComptes.cob.

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

       DATA DIVISION.
       FILE SECTION.
       FD balayages.
           COPY BALAYAGE.

       FD account-master.
           COPY ACCTMAST.

       WORKING-STORAGE SECTION.
       01 ws-status-balayages PIC XX.
       01 ws-status-compte PIC XX.
       COPY FILESTAT.

       01 Choix PIC 9 VALUE ZERO.
       01 NumeroConvention PIC 9(6).
       01 NumeroCompte PIC 9(6).
       01 ws-date-jour PIC 9(8).
       01 ws-convention-flag PIC X VALUE 'N'.
           88 ws-convention-trouvee VALUE 'O'.
       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.
       01 ws-fin-balayages PIC X VALUE 'N'.
           88 ws-fin-lecture-balayages VALUE 'O'.
       01 ws-plus-haut-id PIC 9(6) VALUE ZERO.
       01 ws-doublon-flag PIC X VALUE 'N'.
           88 ws-courant-deja-balaye VALUE 'O'.
       01 ws-nouvelle-convention.
           05 ws-nc-courant PIC 9(6).
           05 ws-nc-epargne PIC 9(6).
           05 ws-nc-client PIC 9(6).
           05 ws-nc-devise PIC X(3).
           05 ws-nc-cible PIC 9(9)V99.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionBalayages" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN I-O balayages.
           IF ws-status-balayages = '35'
               OPEN OUTPUT balayages
               CLOSE balayages
               OPEN I-O balayages
           END-IF.
           MOVE ws-status-balayages TO ws-verif-statut.
           MOVE 'balayages.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           OPEN INPUT account-master.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           PERFORM MENU-OPERATIONS UNTIL Choix = 5.

           CLOSE account-master.
           CLOSE balayages.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** CONVENTIONS DE BALAYAGE ******".
           DISPLAY "1. Creer une convention".
           DISPLAY "2. Lister les conventions".
           DISPLAY "3. Modifier le solde cible".
           DISPLAY "4. Annuler une convention".
           DISPLAY "5. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM CREER-CONVENTION
               WHEN 2 PERFORM LISTER-CONVENTIONS
               WHEN 3 PERFORM MODIFIER-CIBLE
               WHEN 4 PERFORM ANNULER-CONVENTION
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

       VERIFIER-COMPTE-EXISTE.
           MOVE NumeroCompte TO ACCT-NUMBER.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE 'N' TO ws-compte-flag
               NOT INVALID KEY
                   IF ACCT-FERME
                       MOVE 'N' TO ws-compte-flag
                   ELSE
                       MOVE 'O' TO ws-compte-flag
                   END-IF
           END-READ.

      *> Les deux comptes appartiennent au meme client et parlent la
      *> meme devise - le balayage ne convertit pas.  Un compte
      *> courant n'a qu'une convention active : deux cibles sur le
      *> meme compte se contrediraient chaque nuit.
       CREER-CONVENTION.
           DISPLAY "Compte courant: ".
           ACCEPT NumeroCompte.
           PERFORM VERIFIER-COMPTE-EXISTE.
           IF NOT ws-compte-trouve
               DISPLAY "Erreur: Compte courant introuvable ou cloture"
           ELSE
               MOVE NumeroCompte TO ws-nc-courant
               MOVE ACCT-CUST-ID TO ws-nc-client
               MOVE ACCT-CURRENCY TO ws-nc-devise
               PERFORM CHERCHER-CONVENTION-COURANT
               IF ws-courant-deja-balaye
                   DISPLAY "Erreur: Le compte " ws-nc-courant
                       " a deja une convention active"
               ELSE
                   PERFORM SAISIR-COMPTE-EPARGNE
               END-IF
           END-IF.

       SAISIR-COMPTE-EPARGNE.
           DISPLAY "Compte d'epargne: ".
           ACCEPT NumeroCompte.
           PERFORM VERIFIER-COMPTE-EXISTE.
           EVALUATE TRUE
               WHEN NOT ws-compte-trouve
                   DISPLAY "Erreur: Compte d'epargne introuvable ou "
                       "cloture"
               WHEN NumeroCompte = ws-nc-courant
                   DISPLAY "Erreur: Les deux comptes doivent etre "
                       "distincts"
               WHEN ACCT-CUST-ID NOT = ws-nc-client
                   DISPLAY "Erreur: Le compte d'epargne n'appartient "
                       "pas au client " ws-nc-client
               WHEN ACCT-CURRENCY NOT = ws-nc-devise
                   DISPLAY "Erreur: Les deux comptes doivent etre en "
                       ws-nc-devise
               WHEN OTHER
                   MOVE NumeroCompte TO ws-nc-epargne
                   DISPLAY "Solde cible du compte courant: "
                   ACCEPT ws-nc-cible
                   PERFORM ENREGISTRER-CONVENTION
           END-EVALUATE.

       ENREGISTRER-CONVENTION.
           PERFORM CHERCHER-PLUS-HAUT-ID.
           ADD 1 TO ws-plus-haut-id.
           MOVE ws-plus-haut-id TO BLY-ID.
           MOVE ws-nc-courant TO BLY-COMPTE-COURANT.
           MOVE ws-nc-epargne TO BLY-COMPTE-EPARGNE.
           MOVE ws-nc-cible TO BLY-SOLDE-CIBLE.
           MOVE ws-date-jour TO BLY-DATE-CREATION.
           MOVE ZERO TO BLY-DERNIER-BALAYAGE.
           MOVE 'A' TO BLY-STATUT.
           WRITE BALAYAGE-RECORD.
           MOVE ws-status-balayages TO ws-verif-statut.
           MOVE 'balayages.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           DISPLAY "Convention creee sous le numero " BLY-ID.

       LISTER-CONVENTIONS.
           MOVE 'N' TO ws-fin-balayages.
           MOVE ZERO TO BLY-ID.
           START balayages KEY IS >= BLY-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-balayages
           END-START.
           PERFORM LIRE-CONVENTION-SUIVANTE.
           PERFORM AFFICHER-CONVENTION UNTIL ws-fin-lecture-balayages.

       LIRE-CONVENTION-SUIVANTE.
           IF NOT ws-fin-lecture-balayages
               READ balayages NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-balayages
               END-READ
           END-IF.

       AFFICHER-CONVENTION.
           DISPLAY "Convention " BLY-ID " [" BLY-STATUT "] courant "
               BLY-COMPTE-COURANT " <-> epargne " BLY-COMPTE-EPARGNE
               " cible " BLY-SOLDE-CIBLE
               " dernier balayage " BLY-DERNIER-BALAYAGE.
           PERFORM LIRE-CONVENTION-SUIVANTE.

       LIRE-CONVENTION.
           DISPLAY "Numero de convention: ".
           ACCEPT NumeroConvention.
           MOVE NumeroConvention TO BLY-ID.
           READ balayages KEY IS BLY-ID
               INVALID KEY
                   MOVE 'N' TO ws-convention-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-convention-flag
           END-READ.

       MODIFIER-CIBLE.
           PERFORM LIRE-CONVENTION.
           IF NOT ws-convention-trouvee OR NOT BLY-ACTIF
               DISPLAY "Erreur: Convention introuvable ou annulee"
           ELSE
               DISPLAY "Solde cible actuel: " BLY-SOLDE-CIBLE
               DISPLAY "Nouveau solde cible: "
               ACCEPT BLY-SOLDE-CIBLE
               REWRITE BALAYAGE-RECORD
               MOVE ws-status-balayages TO ws-verif-statut
               MOVE 'balayages.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               DISPLAY "Convention " BLY-ID " modifiee."
           END-IF.

       ANNULER-CONVENTION.
           PERFORM LIRE-CONVENTION.
           IF ws-convention-trouvee
               MOVE 'T' TO BLY-STATUT
               REWRITE BALAYAGE-RECORD
               MOVE ws-status-balayages TO ws-verif-statut
               MOVE 'balayages.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               DISPLAY "Convention " BLY-ID " annulee."
           ELSE
               DISPLAY "Erreur: Convention introuvable"
           END-IF.

       CHERCHER-CONVENTION-COURANT.
           MOVE 'N' TO ws-doublon-flag.
           MOVE 'N' TO ws-fin-balayages.
           MOVE ZERO TO BLY-ID.
           START balayages KEY IS >= BLY-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-balayages
           END-START.
           PERFORM LIRE-CONVENTION-SUIVANTE.
           PERFORM EXAMINER-CONVENTION UNTIL ws-fin-lecture-balayages.

       EXAMINER-CONVENTION.
           IF BLY-ACTIF AND BLY-COMPTE-COURANT = ws-nc-courant
               MOVE 'O' TO ws-doublon-flag
           END-IF.
           PERFORM LIRE-CONVENTION-SUIVANTE.

      *> Meme numerotation que les ordres permanents : plus haut
      *> numero + 1, le fichier reste petit.
       CHERCHER-PLUS-HAUT-ID.
           MOVE ZERO TO ws-plus-haut-id.
           MOVE 'N' TO ws-fin-balayages.
           MOVE ZERO TO BLY-ID.
           START balayages KEY IS >= BLY-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-balayages
           END-START.
           PERFORM LIRE-CONVENTION-SUIVANTE.
           PERFORM RETENIR-ID UNTIL ws-fin-lecture-balayages.

       RETENIR-ID.
           IF BLY-ID > ws-plus-haut-id
               MOVE BLY-ID TO ws-plus-haut-id
           END-IF.
           PERFORM LIRE-CONVENTION-SUIVANTE.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
