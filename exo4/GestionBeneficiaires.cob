       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionBeneficiaires.

      *> Saisie et maintenance du registre des beneficiaires de
      *> virements externes (BENEF.cpy), par compte : ajout avec
      *> controle des coordonnees bancaires (cle IBAN, forme du BIC -
      *> COORDBANCPROC.cpy), liste, modification et retrait.
      *> Toute creation ou modification ouvre une nouvelle periode de
      *> carence (BNF-DATE-EFFET) pendant laquelle VIREMENT-EXTERNE
      *> applique le plafond reduit de beneficiaires-config.dat, et
      *> chaque operation laisse sa trace dans securite.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT beneficiaires ASSIGN TO 'beneficiaires.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-CLE
               FILE STATUS IS ws-status-benef.

           SELECT account-master ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

       DATA DIVISION.
       FILE SECTION.
       FD beneficiaires.
           COPY BENEF.

       FD account-master.
           COPY ACCTMAST.

       FD securite-journal.
           COPY SECULOG.

       WORKING-STORAGE SECTION.
       01 ws-status-benef PIC XX.
       01 ws-status-compte PIC XX.
       COPY FILESTAT.

       01 ws-status-secu PIC XX.
       01 ws-sec-compte PIC 9(6).
       01 ws-sec-evenement PIC X(12).
       01 ws-heure-secu PIC 9(8).

       COPY COORDBANC.

       01 Choix PIC 9 VALUE ZERO.
       01 NumeroCompte PIC 9(6).
       01 NumeroBeneficiaire PIC 9(3).
       01 ws-date-jour PIC 9(8).
       01 ws-nom-saisi PIC X(30).
       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.
       01 ws-benef-flag PIC X VALUE 'N'.
           88 ws-benef-trouve VALUE 'O'.
       01 ws-fin-benef PIC X VALUE 'N'.
           88 ws-fin-lecture-benef VALUE 'O'.
       01 ws-plus-haut-numero PIC 9(3) VALUE ZERO.
       01 ws-nb-benef PIC 9(3) VALUE ZERO.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionBeneficiaires" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O beneficiaires.
           IF ws-status-benef = '35'
               OPEN OUTPUT beneficiaires
               CLOSE beneficiaires
               OPEN I-O beneficiaires
           END-IF.
           MOVE ws-status-benef TO ws-verif-statut.
           MOVE 'beneficiaires.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           OPEN INPUT account-master.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.

           PERFORM MENU-OPERATIONS UNTIL Choix = 5.

           CLOSE account-master.
           CLOSE beneficiaires.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** BENEFICIAIRES DE VIREMENTS EXTERNES ******".
           DISPLAY "1. Ajouter un beneficiaire".
           DISPLAY "2. Lister les beneficiaires d'un compte".
           DISPLAY "3. Modifier un beneficiaire".
           DISPLAY "4. Retirer un beneficiaire".
           DISPLAY "5. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM AJOUTER-BENEFICIAIRE
               WHEN 2 PERFORM LISTER-BENEFICIAIRES
               WHEN 3 PERFORM MODIFIER-BENEFICIAIRE
               WHEN 4 PERFORM RETIRER-BENEFICIAIRE
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

       AJOUTER-BENEFICIAIRE.
           DISPLAY "Compte du client: ".
           ACCEPT NumeroCompte.
           PERFORM VERIFIER-COMPTE-EXISTE.
           IF NOT ws-compte-trouve
               DISPLAY "Erreur: Compte introuvable ou cloture"
           ELSE
               DISPLAY "Nom du beneficiaire: "
               ACCEPT ws-nom-saisi
               DISPLAY "BIC de la banque du beneficiaire: "
               ACCEPT ws-bic
               DISPLAY "IBAN du beneficiaire: "
               ACCEPT ws-iban
               PERFORM CONTROLER-COORDONNEES
               EVALUATE TRUE
                   WHEN ws-nom-saisi = SPACES
                       DISPLAY "Erreur: Nom du beneficiaire obligatoire"
                   WHEN NOT CoordonneesValides
                       DISPLAY "Erreur: Coordonnees refusees - "
                           ws-coord-motif
                   WHEN OTHER
                       PERFORM CREER-BENEFICIAIRE
               END-EVALUATE
           END-IF.

       CREER-BENEFICIAIRE.
           PERFORM CHERCHER-PLUS-HAUT-NUMERO.
           IF ws-plus-haut-numero = 999
               DISPLAY "Erreur: Registre du compte plein"
           ELSE
               ADD 1 TO ws-plus-haut-numero
               MOVE NumeroCompte TO BNF-COMPTE
               MOVE ws-plus-haut-numero TO BNF-NUMERO
               MOVE ws-nom-saisi TO BNF-NOM
               MOVE ws-bic TO BNF-BANQUE
               MOVE ws-iban TO BNF-COMPTE-BENEF
               MOVE ws-date-jour TO BNF-DATE-CREATION
               MOVE ws-date-jour TO BNF-DATE-EFFET
               MOVE 'A' TO BNF-STATUT
               WRITE BENEFICIAIRE-RECORD
               MOVE ws-status-benef TO ws-verif-statut
               MOVE 'beneficiaires.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               MOVE NumeroCompte TO ws-sec-compte
               MOVE "BENEF-AJOUT" TO ws-sec-evenement
               PERFORM ECRIRE-EVENEMENT-SECURITE
               DISPLAY "Beneficiaire " BNF-NUMERO " ajoute au compte "
                   BNF-COMPTE
           END-IF.

       LISTER-BENEFICIAIRES.
           DISPLAY "Compte du client: ".
           ACCEPT NumeroCompte.
           MOVE ZERO TO ws-nb-benef.
           PERFORM POSITIONNER-COMPTE.
           PERFORM AFFICHER-BENEFICIAIRE UNTIL ws-fin-lecture-benef.
           IF ws-nb-benef = ZERO
               DISPLAY "Aucun beneficiaire pour ce compte."
           END-IF.

      *> Les cles sont compte + numero : on se place sur le premier
      *> beneficiaire du compte et on s'arrete au compte suivant.
       POSITIONNER-COMPTE.
           MOVE 'N' TO ws-fin-benef.
           MOVE NumeroCompte TO BNF-COMPTE.
           MOVE ZERO TO BNF-NUMERO.
           START beneficiaires KEY IS >= BNF-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-benef
           END-START.
           PERFORM LIRE-BENEFICIAIRE-SUIVANT.

       LIRE-BENEFICIAIRE-SUIVANT.
           IF NOT ws-fin-lecture-benef
               READ beneficiaires NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-benef
               END-READ
           END-IF.
           IF NOT ws-fin-lecture-benef
               IF BNF-COMPTE NOT = NumeroCompte
                   MOVE 'O' TO ws-fin-benef
               END-IF
           END-IF.

       AFFICHER-BENEFICIAIRE.
           ADD 1 TO ws-nb-benef.
           DISPLAY "Beneficiaire " BNF-NUMERO " [" BNF-STATUT "] "
               BNF-NOM " " BNF-BANQUE " " BNF-COMPTE-BENEF
               " effet " BNF-DATE-EFFET.
           PERFORM LIRE-BENEFICIAIRE-SUIVANT.

       LIRE-BENEFICIAIRE.
           DISPLAY "Compte du client: ".
           ACCEPT NumeroCompte.
           DISPLAY "Numero de beneficiaire: ".
           ACCEPT NumeroBeneficiaire.
           MOVE NumeroCompte TO BNF-COMPTE.
           MOVE NumeroBeneficiaire TO BNF-NUMERO.
           READ beneficiaires KEY IS BNF-CLE
               INVALID KEY
                   MOVE 'N' TO ws-benef-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-benef-flag
           END-READ.

      *> Champ laisse a blanc = valeur conservee.  Un changement de
      *> banque ou de compte est recontrole et relance la periode de
      *> carence; un simple changement de nom ne la relance pas.
       MODIFIER-BENEFICIAIRE.
           PERFORM LIRE-BENEFICIAIRE.
           IF NOT ws-benef-trouve OR BNF-RETIRE
               DISPLAY "Erreur: Beneficiaire introuvable ou retire"
           ELSE
               DISPLAY "Actuel: " BNF-NOM " " BNF-BANQUE " "
                   BNF-COMPTE-BENEF
               DISPLAY "Nouveau nom (blanc = inchange): "
               ACCEPT ws-nom-saisi
               DISPLAY "Nouveau BIC (blanc = inchange): "
               ACCEPT ws-bic
               DISPLAY "Nouvel IBAN (blanc = inchange): "
               ACCEPT ws-iban
               IF ws-nom-saisi NOT = SPACES
                   MOVE ws-nom-saisi TO BNF-NOM
               END-IF
               IF ws-bic = SPACES AND ws-iban = SPACES
                   PERFORM ENREGISTRER-MODIFICATION
               ELSE
                   IF ws-bic = SPACES
                       MOVE BNF-BANQUE TO ws-bic
                   END-IF
                   IF ws-iban = SPACES
                       MOVE BNF-COMPTE-BENEF TO ws-iban
                   END-IF
                   PERFORM CONTROLER-COORDONNEES
                   IF CoordonneesValides
                       MOVE ws-bic TO BNF-BANQUE
                       MOVE ws-iban TO BNF-COMPTE-BENEF
                       MOVE ws-date-jour TO BNF-DATE-EFFET
                       PERFORM ENREGISTRER-MODIFICATION
                   ELSE
                       DISPLAY "Erreur: Coordonnees refusees - "
                           ws-coord-motif
                   END-IF
               END-IF
           END-IF.

       ENREGISTRER-MODIFICATION.
           REWRITE BENEFICIAIRE-RECORD.
           MOVE ws-status-benef TO ws-verif-statut.
           MOVE 'beneficiaires.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE BNF-COMPTE TO ws-sec-compte.
           MOVE "BENEF-MODIF" TO ws-sec-evenement.
           PERFORM ECRIRE-EVENEMENT-SECURITE.
           DISPLAY "Beneficiaire " BNF-NUMERO " modifie.".

       RETIRER-BENEFICIAIRE.
           PERFORM LIRE-BENEFICIAIRE.
           IF NOT ws-benef-trouve OR BNF-RETIRE
               DISPLAY "Erreur: Beneficiaire introuvable ou deja retire"
           ELSE
               MOVE 'R' TO BNF-STATUT
               REWRITE BENEFICIAIRE-RECORD
               MOVE ws-status-benef TO ws-verif-statut
               MOVE 'beneficiaires.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               MOVE BNF-COMPTE TO ws-sec-compte
               MOVE "BENEF-RETIRE" TO ws-sec-evenement
               PERFORM ECRIRE-EVENEMENT-SECURITE
               DISPLAY "Beneficiaire " BNF-NUMERO " retire."
           END-IF.

      *> Prochain numero = plus haut numero du compte + 1, retires
      *> compris, pour qu'un numero ne designe jamais deux personnes.
       CHERCHER-PLUS-HAUT-NUMERO.
           MOVE ZERO TO ws-plus-haut-numero.
           PERFORM POSITIONNER-COMPTE.
           PERFORM RETENIR-NUMERO UNTIL ws-fin-lecture-benef.

       RETENIR-NUMERO.
           IF BNF-NUMERO > ws-plus-haut-numero
               MOVE BNF-NUMERO TO ws-plus-haut-numero
           END-IF.
           PERFORM LIRE-BENEFICIAIRE-SUIVANT.

       COPY COORDBANCPROC.

       COPY SECULOGPROC.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
