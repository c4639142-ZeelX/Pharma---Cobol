       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionLitiges.

      *> Dossiers de litige client (voir LITIGE.cpy) : quand un client
      *> conteste un debit de historique.txt - prelevement "A",
      *> cheque paye "Q", ou tout autre debit extournable - le dossier
      *> s'ouvre sur le H-Seq de l'ecriture, avec le motif et une date
      *> cible de resolution.  Un credit provisoire du montant
      *> conteste peut etre accorde a l'ouverture, sous code
      *> superviseur (action "p").  A la resolution, toujours
      *> supervisee :
      *>   - en faveur du client, le credit provisoire devient
      *>     definitif; sans credit provisoire, l'ecriture contestee
      *>     est extournee ("Y");
      *>   - rejete, le credit provisoire est extourne ("X").
      *> Les extournes passent par le meme montage que
      *> CorrectionSuperviseur.cob : H-Ref pointe sur l'ecriture
      *> annulee, le solde est ajuste et la correction est tracee
      *> dans securite.log.  Le rapport d'anciennete des dossiers
      *> ouverts sort dans litiges-AAAAMMJJ.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT litiges ASSIGN TO 'litiges.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIT-SEQ
               FILE STATUS IS ws-status-litiges.

           SELECT historique ASSIGN TO 'historique.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT account-master ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

           SELECT rapport-litiges ASSIGN TO DYNAMIC ws-nom-rapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

       DATA DIVISION.
       FILE SECTION.
       FD litiges.
           COPY LITIGE.

       FD historique.
           COPY HISTREC.

       FD account-master.
           COPY ACCTMAST.

       FD rapport-litiges.
       01 ligne-rapport PIC X(100).

       FD securite-journal.
           COPY SECULOG.

       WORKING-STORAGE SECTION.
       01 ws-status-litiges PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-status-rapport PIC XX.
       COPY FILESTAT.

       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

       01 ws-status-secu PIC XX.
       01 ws-sec-compte PIC 9(6).
       01 ws-sec-evenement PIC X(12).
       01 ws-heure-secu PIC 9(8).

       01 Choix PIC 9 VALUE ZERO.
       01 ws-decision PIC 9 VALUE ZERO.
       01 ws-reponse PIC X.
       01 ws-date-jour PIC 9(8).
       01 ws-nom-rapport PIC X(30).
       01 ws-seq-cherche PIC 9(9).
       01 ws-litige-flag PIC X VALUE 'N'.
           88 ws-litige-trouve VALUE 'O'.
       01 ws-entree-flag PIC X VALUE 'N'.
           88 ws-entree-trouvee VALUE 'O'.
       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.
       01 ws-client-compte PIC 9(6).
       01 ws-ferme-flag PIC X VALUE 'N'.
           88 ws-compte-cloture VALUE 'O'.
       01 ws-fin-litiges PIC X VALUE 'N'.
           88 ws-fin-lecture-litiges VALUE 'O'.
       01 ws-sens PIC X.
           88 ws-sens-debit VALUE 'D'.

      *> Ecriture a poser (credit provisoire ou extourne) et son
      *> H-Seq rendu par SubProgram.
       01 ws-ecriture.
           05 ws-ec-compte PIC 9(6).
           05 ws-ec-action PIC X.
           05 ws-ec-montant PIC 9(9)V99.
           05 ws-ec-ref PIC 9(9).
           05 ws-ec-sens PIC X.
               88 ws-ec-credit VALUE 'C'.
               88 ws-ec-debit VALUE 'D'.
       01 ws-seq-posee PIC 9(9).

       01 ws-delai-jours PIC 9(3).
       01 ws-jour-entier PIC 9(8).
       01 ws-age-jours PIC 9(5).
       01 ws-retard-flag PIC X VALUE 'N'.
           88 ws-litige-echu VALUE 'O'.
       01 ws-montant-edite PIC Z(8)9.99.

      *> Tranches d'anciennete du rapport.
       01 ws-compteurs-anciennete.
           05 ws-nb-0-30 PIC 9(5) VALUE ZERO.
           05 ws-nb-31-60 PIC 9(5) VALUE ZERO.
           05 ws-nb-61-90 PIC 9(5) VALUE ZERO.
           05 ws-nb-plus-90 PIC 9(5) VALUE ZERO.
           05 ws-nb-echus PIC 9(5) VALUE ZERO.
           05 ws-nb-ouverts PIC 9(5) VALUE ZERO.
       01 ws-total-provisoire PIC 9(9)V99 VALUE ZERO.

      *> Same SubProgram plumbing as Gestionbancaire.cob - see the
      *> comment on ws-soldes-dummy there.
       01 ws-soldes-dummy.
           05 ws-soldes-dummy-numero PIC 9(6).
           05 ws-soldes-dummy-1 PIC 9(5)V99.
           05 ws-soldes-dummy-filler PIC X VALUE ":".
           05 ws-soldes-dummy-2 PIC 9(5)V99.

       01 rec-choice PIC 9.
       01 ws-prefixe-fichiers PIC X(15) VALUE SPACES.

       77 F-Retrait PIC X VALUE "R".
       77 F-VirementDebit PIC X VALUE "T".
       77 F-Annul-Credit PIC X VALUE "X".
       77 F-Annul-Debit PIC X VALUE "Y".
       77 F-Virement-Externe PIC X VALUE "W".
       77 F-Frais PIC X VALUE "G".
       77 F-Echeance-Interet PIC X VALUE "J".
       77 F-Echeance-Capital PIC X VALUE "K".
       77 F-Prelevement PIC X VALUE "A".
       77 F-Cheque-Paye PIC X VALUE "Q".
       77 F-Agios PIC X VALUE "a".
      *> Credit provisoire sur litige client.
       77 F-Credit-Litige PIC X VALUE "p".
      *> Paiement carte et retrait carte au distributeur (debits -
      *> ImportReglementsCartes.cob).
       77 F-Paiement-Carte PIC X VALUE "c".
       77 F-Retrait-Carte PIC X VALUE "r".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionLitiges" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN I-O litiges.
           IF ws-status-litiges = '35'
               OPEN OUTPUT litiges
               CLOSE litiges
               OPEN I-O litiges
           END-IF.
           MOVE ws-status-litiges TO ws-verif-statut.
           MOVE 'litiges.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           PERFORM MENU-OPERATIONS UNTIL Choix = 5.

           CLOSE litiges.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** LITIGES CLIENTS ******".
           DISPLAY "1. Ouvrir un litige".
           DISPLAY "2. Lister les litiges".
           DISPLAY "3. Resoudre un litige".
           DISPLAY "4. Rapport d'anciennete des litiges ouverts".
           DISPLAY "5. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM OUVRIR-LITIGE
               WHEN 2 PERFORM LISTER-LITIGES
               WHEN 3 PERFORM RESOUDRE-LITIGE
               WHEN 4 PERFORM RAPPORT-ANCIENNETE
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

      *> Seul un debit se conteste, et une seule fois : le dossier est
      *> cle sur le H-Seq de l'ecriture.
       OUVRIR-LITIGE.
           DISPLAY "H-Seq de l'ecriture contestee: ".
           ACCEPT ws-seq-cherche.
           PERFORM LIRE-LITIGE.
           IF ws-litige-trouve
               DISPLAY "Erreur: un litige existe deja sur l'ecriture "
                   ws-seq-cherche " [" LIT-STATUT "]"
           ELSE
               PERFORM LIRE-ECRITURE-CONTESTEE
               EVALUATE TRUE
                   WHEN NOT ws-entree-trouvee
                       DISPLAY "Erreur: aucune ecriture avec le H-Seq "
                           ws-seq-cherche
                   WHEN NOT ws-sens-debit
                       DISPLAY "Erreur: l'action '" H-Action "' de "
                           "cette ecriture n'est pas un debit "
                           "contestable"
                   WHEN OTHER
                       PERFORM SAISIR-LITIGE
               END-EVALUATE
           END-IF.

       SAISIR-LITIGE.
           MOVE ws-seq-cherche TO LIT-SEQ.
           MOVE H-Compte TO LIT-COMPTE.
           MOVE H-Action TO LIT-ACTION.
           MOVE H-Montant TO LIT-MONTANT.
           PERFORM LIRE-COMPTE-LITIGE.
           IF NOT ws-compte-trouve
               DISPLAY "Erreur: compte " LIT-COMPTE
                   " absent de ACCOUNT-MASTER"
           ELSE
               MOVE ws-client-compte TO LIT-CLIENT
               DISPLAY "Ecriture " LIT-SEQ " : compte " LIT-COMPTE
                   " action " LIT-ACTION " montant " LIT-MONTANT
               DISPLAY "Motif de la contestation: "
               ACCEPT LIT-MOTIF
               DISPLAY "Delai de resolution en jours (0 = 30): "
               ACCEPT ws-delai-jours
               IF ws-delai-jours = ZERO
                   MOVE 30 TO ws-delai-jours
               END-IF
               COMPUTE ws-jour-entier =
                   FUNCTION INTEGER-OF-DATE (ws-date-jour)
                   + ws-delai-jours
               COMPUTE LIT-DATE-ECHEANCE =
                   FUNCTION DATE-OF-INTEGER (ws-jour-entier)
               MOVE ws-date-jour TO LIT-DATE-OUVERTURE
               MOVE ZERO TO LIT-CREDIT-PROVISOIRE
               MOVE ZERO TO LIT-SEQ-CREDIT
               MOVE ZERO TO LIT-DATE-RESOLUTION
               MOVE ZERO TO LIT-SEQ-EXTOURNE
               MOVE 'O' TO LIT-STATUT
               PERFORM PROPOSER-CREDIT-PROVISOIRE
               WRITE LITIGE-RECORD
               MOVE ws-status-litiges TO ws-verif-statut
               MOVE 'litiges.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               MOVE LIT-COMPTE TO ws-sec-compte
               MOVE "LITIGE-OUV" TO ws-sec-evenement
               PERFORM ECRIRE-EVENEMENT-SECURITE
               DISPLAY "Litige ouvert sur l'ecriture " LIT-SEQ
                   ", echeance " LIT-DATE-ECHEANCE
           END-IF.

      *> Le credit provisoire rend au client le montant conteste en
      *> attendant la resolution - de l'argent sans contrepartie
      *> encore acquise, donc sous accord superviseur, et jamais sur un
      *> compte cloture.
       PROPOSER-CREDIT-PROVISOIRE.
           DISPLAY "Accorder un credit provisoire de " LIT-MONTANT
               " ? (O/N): ".
           ACCEPT ws-reponse.
           IF ws-reponse = 'O' OR ws-reponse = 'o'
               IF ws-compte-cloture
                   DISPLAY "Erreur: compte cloture - pas de credit "
                       "provisoire"
               ELSE
                   MOVE "CREDIT-PROV" TO ACD-FONCTION
                   PERFORM CONTROLER-SUPERVISEUR
                   IF NOT SuperviseurOk
                       DISPLAY "Erreur: Autorisation refusee - "
                           "pas de credit provisoire"
                   ELSE
                       MOVE LIT-COMPTE TO ws-ec-compte
                       MOVE F-Credit-Litige TO ws-ec-action
                       MOVE LIT-MONTANT TO ws-ec-montant
                       MOVE ZERO TO ws-ec-ref
                       MOVE 'C' TO ws-ec-sens
                       PERFORM POSER-ECRITURE
                       IF ws-compte-trouve
                           MOVE LIT-MONTANT TO LIT-CREDIT-PROVISOIRE
                           MOVE ws-seq-posee TO LIT-SEQ-CREDIT
                           DISPLAY "Credit provisoire pose (H-Seq "
                               ws-seq-posee ")"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LISTER-LITIGES.
           MOVE 'N' TO ws-fin-litiges.
           MOVE ZERO TO LIT-SEQ.
           START litiges KEY IS >= LIT-SEQ
               INVALID KEY
                   MOVE 'O' TO ws-fin-litiges
           END-START.
           PERFORM LIRE-LITIGE-SUIVANT.
           PERFORM AFFICHER-LITIGE UNTIL ws-fin-lecture-litiges.

       LIRE-LITIGE-SUIVANT.
           IF NOT ws-fin-lecture-litiges
               READ litiges NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-litiges
               END-READ
           END-IF.

       AFFICHER-LITIGE.
           DISPLAY "Litige " LIT-SEQ " [" LIT-STATUT "] compte "
               LIT-COMPTE " client " LIT-CLIENT " " LIT-ACTION " "
               LIT-MONTANT " ouvert " LIT-DATE-OUVERTURE
               " echeance " LIT-DATE-ECHEANCE
               " provisoire " LIT-CREDIT-PROVISOIRE.
           DISPLAY "    " LIT-MOTIF.
           PERFORM LIRE-LITIGE-SUIVANT.

       LIRE-LITIGE.
           MOVE ws-seq-cherche TO LIT-SEQ.
           READ litiges KEY IS LIT-SEQ
               INVALID KEY
                   MOVE 'N' TO ws-litige-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-litige-flag
           END-READ.

       RESOUDRE-LITIGE.
           DISPLAY "H-Seq de l'ecriture contestee: ".
           ACCEPT ws-seq-cherche.
           PERFORM LIRE-LITIGE.
           IF NOT ws-litige-trouve OR NOT LIT-OUVERT
               DISPLAY "Erreur: Litige introuvable ou deja resolu"
           ELSE
               DISPLAY "Litige " LIT-SEQ " compte " LIT-COMPTE
                   " montant " LIT-MONTANT
                   " credit provisoire " LIT-CREDIT-PROVISOIRE
               DISPLAY "    " LIT-MOTIF
               DISPLAY "1. En faveur du client"
               DISPLAY "2. Rejete"
               DISPLAY "3. Abandonner"
               ACCEPT ws-decision
               IF ws-decision = 1 OR ws-decision = 2
                   MOVE "RESOLUTION" TO ACD-FONCTION
                   PERFORM CONTROLER-SUPERVISEUR
                   IF NOT SuperviseurOk
                       DISPLAY "Erreur: Autorisation refusee - "
                           "resolution refusee"
                   ELSE
                       PERFORM APPLIQUER-DECISION
                   END-IF
               END-IF
           END-IF.

      *> Le client n'est jamais rembourse deux fois : s'il a deja le
      *> credit provisoire, le garder suffit; sinon l'ecriture
      *> contestee s'extourne.  Sur rejet, seul un credit provisoire
      *> est a reprendre.
       APPLIQUER-DECISION.
           MOVE ZERO TO ws-seq-posee.
           MOVE 'O' TO ws-compte-flag.
           IF ws-decision = 1
               IF LIT-CREDIT-PROVISOIRE = ZERO
                   MOVE LIT-COMPTE TO ws-ec-compte
                   MOVE F-Annul-Debit TO ws-ec-action
                   MOVE LIT-MONTANT TO ws-ec-montant
                   MOVE LIT-SEQ TO ws-ec-ref
                   MOVE 'C' TO ws-ec-sens
                   PERFORM POSER-EXTOURNE-LITIGE
               END-IF
           ELSE
               IF LIT-CREDIT-PROVISOIRE > ZERO
                   MOVE LIT-COMPTE TO ws-ec-compte
                   MOVE F-Annul-Credit TO ws-ec-action
                   MOVE LIT-CREDIT-PROVISOIRE TO ws-ec-montant
                   MOVE LIT-SEQ-CREDIT TO ws-ec-ref
                   MOVE 'D' TO ws-ec-sens
                   PERFORM POSER-EXTOURNE-LITIGE
               END-IF
           END-IF.
           IF ws-compte-trouve
               PERFORM CLORE-LITIGE
           END-IF.

      *> Une extourne ne touche pas un compte cloture - le dossier
      *> reste ouvert tant que le compte n'est pas regle a la main.
       POSER-EXTOURNE-LITIGE.
           PERFORM LIRE-COMPTE-LITIGE.
           IF ws-compte-trouve AND ws-compte-cloture
               MOVE 'N' TO ws-compte-flag
           END-IF.
           IF NOT ws-compte-trouve
               DISPLAY "Erreur: compte " LIT-COMPTE
                   " absent ou cloture - litige laisse ouvert"
           ELSE
               PERFORM POSER-ECRITURE
               IF ws-compte-trouve
                   MOVE LIT-COMPTE TO ws-sec-compte
                   MOVE "CORRECTION" TO ws-sec-evenement
                   PERFORM ECRIRE-EVENEMENT-SECURITE
                   DISPLAY "Extourne posee (H-Seq " ws-seq-posee
                       ") sur l'ecriture " ws-ec-ref
               END-IF
           END-IF.

       CLORE-LITIGE.
           IF ws-decision = 1
               MOVE 'A' TO LIT-STATUT
               MOVE "LITIGE-ACC" TO ws-sec-evenement
           ELSE
               MOVE 'R' TO LIT-STATUT
               MOVE "LITIGE-REJ" TO ws-sec-evenement
           END-IF.
           MOVE ws-date-jour TO LIT-DATE-RESOLUTION.
           MOVE ws-seq-posee TO LIT-SEQ-EXTOURNE.
           REWRITE LITIGE-RECORD.
           MOVE ws-status-litiges TO ws-verif-statut.
           MOVE 'litiges.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE LIT-COMPTE TO ws-sec-compte.
           PERFORM ECRIRE-EVENEMENT-SECURITE.
           DISPLAY "Litige " LIT-SEQ " resolu [" LIT-STATUT "]".

       LIRE-ECRITURE-CONTESTEE.
           OPEN INPUT historique.
           IF ws-file-status NOT = '00'
               MOVE 'N' TO ws-entree-flag
           ELSE
               MOVE ws-seq-cherche TO H-Seq
               READ historique KEY IS H-Seq
                   INVALID KEY
                       MOVE 'N' TO ws-entree-flag
                   NOT INVALID KEY
                       MOVE 'O' TO ws-entree-flag
                       PERFORM DETERMINER-SENS
               END-READ
               CLOSE historique
           END-IF.

      *> Les debits de CorrectionSuperviseur.cob qui s'extournent
      *> par "Y".
       DETERMINER-SENS.
           EVALUATE H-Action
               WHEN F-Retrait
               WHEN F-VirementDebit
               WHEN F-Virement-Externe
               WHEN F-Frais
               WHEN F-Echeance-Interet
               WHEN F-Echeance-Capital
               WHEN F-Prelevement
               WHEN F-Cheque-Paye
               WHEN F-Agios
                   MOVE 'D' TO ws-sens
               WHEN F-Paiement-Carte
               WHEN F-Retrait-Carte
                   MOVE 'D' TO ws-sens
               WHEN OTHER
                   MOVE 'N' TO ws-sens
           END-EVALUATE.

       LIRE-COMPTE-LITIGE.
           OPEN INPUT account-master.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE LIT-COMPTE TO ACCT-NUMBER.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE 'N' TO ws-compte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-compte-flag
                   MOVE ACCT-CUST-ID TO ws-client-compte
                   MOVE 'N' TO ws-ferme-flag
                   IF ACCT-FERME
                       MOVE 'O' TO ws-ferme-flag
                   END-IF
           END-READ.
           CLOSE account-master.

      *> Ajuste ACCT-BALANCE puis pose l'ecriture par SubProgram -
      *> rec-choice 3 pour une extourne (H-Ref garde l'ecriture
      *> annulee), 1 pour le credit provisoire.  Le H-Seq attribue
      *> revient dans H-Seq.
       POSER-ECRITURE.
           OPEN I-O account-master.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE ws-ec-compte TO ACCT-NUMBER.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE 'N' TO ws-compte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-compte-flag
           END-READ.
           IF NOT ws-compte-trouve
               DISPLAY "Erreur: compte " ws-ec-compte
                   " absent de ACCOUNT-MASTER - ecriture abandonnee"
               CLOSE account-master
           ELSE
               IF ws-ec-credit
                   ADD ws-ec-montant TO ACCT-BALANCE
               ELSE
                   SUBTRACT ws-ec-montant FROM ACCT-BALANCE
               END-IF
               REWRITE ACCOUNT-MASTER-RECORD
               MOVE ws-status-compte TO ws-verif-statut
               PERFORM VERIFIER-STATUT
               CLOSE account-master
               MOVE ws-ec-compte TO H-Compte
               MOVE ws-ec-action TO H-Action
               MOVE ws-ec-montant TO H-Montant
               MOVE ws-ec-ref TO H-Ref
               MOVE "SUP" TO H-Guichetier
               MOVE "000" TO H-Agence
               IF ws-ec-ref = ZERO
                   MOVE 1 TO rec-choice
               ELSE
                   MOVE 3 TO rec-choice
               END-IF
               CALL "SubProgram" USING rec-choice, historique-record,
                   ws-soldes-dummy,
                   ws-prefixe-fichiers
               MOVE H-Seq TO ws-seq-posee
           END-IF.

      *> Dossiers encore ouverts, par tranche d'age depuis
      *> l'ouverture; "ECHU" des que la date cible est depassee.
       RAPPORT-ANCIENNETE.
           INITIALIZE ws-compteurs-anciennete.
           MOVE ZERO TO ws-total-provisoire.
           MOVE SPACES TO ws-nom-rapport.
           STRING "litiges-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-rapport
           END-STRING.
           OPEN OUTPUT rapport-litiges.
           MOVE SPACES TO ligne-rapport.
           STRING "ANCIENNETE DES LITIGES OUVERTS AU " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.

           MOVE 'N' TO ws-fin-litiges.
           MOVE ZERO TO LIT-SEQ.
           START litiges KEY IS >= LIT-SEQ
               INVALID KEY
                   MOVE 'O' TO ws-fin-litiges
           END-START.
           PERFORM LIRE-LITIGE-SUIVANT.
           PERFORM CLASSER-LITIGE UNTIL ws-fin-lecture-litiges.

           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.
           MOVE SPACES TO ligne-rapport.
           STRING "0-30 J : " DELIMITED BY SIZE
               ws-nb-0-30 DELIMITED BY SIZE
               "   31-60 J : " DELIMITED BY SIZE
               ws-nb-31-60 DELIMITED BY SIZE
               "   61-90 J : " DELIMITED BY SIZE
               ws-nb-61-90 DELIMITED BY SIZE
               "   +90 J : " DELIMITED BY SIZE
               ws-nb-plus-90 DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE ws-total-provisoire TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "OUVERTS : " DELIMITED BY SIZE
               ws-nb-ouverts DELIMITED BY SIZE
               "   ECHUS : " DELIMITED BY SIZE
               ws-nb-echus DELIMITED BY SIZE
               "   CREDITS PROVISOIRES : " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           CLOSE rapport-litiges.
           DISPLAY "Litiges ouverts : " ws-nb-ouverts
               ", dont echus : " ws-nb-echus
               " (rapport " ws-nom-rapport ")".

       CLASSER-LITIGE.
           IF LIT-OUVERT
               ADD 1 TO ws-nb-ouverts
               ADD LIT-CREDIT-PROVISOIRE TO ws-total-provisoire
               COMPUTE ws-age-jours =
                   FUNCTION INTEGER-OF-DATE (ws-date-jour)
                   - FUNCTION INTEGER-OF-DATE (LIT-DATE-OUVERTURE)
               EVALUATE TRUE
                   WHEN ws-age-jours <= 30
                       ADD 1 TO ws-nb-0-30
                   WHEN ws-age-jours <= 60
                       ADD 1 TO ws-nb-31-60
                   WHEN ws-age-jours <= 90
                       ADD 1 TO ws-nb-61-90
                   WHEN OTHER
                       ADD 1 TO ws-nb-plus-90
               END-EVALUATE
               IF ws-date-jour > LIT-DATE-ECHEANCE
                   MOVE 'O' TO ws-retard-flag
                   ADD 1 TO ws-nb-echus
               ELSE
                   MOVE 'N' TO ws-retard-flag
               END-IF
               PERFORM ECRIRE-LIGNE-LITIGE
           END-IF.
           PERFORM LIRE-LITIGE-SUIVANT.

       ECRIRE-LIGNE-LITIGE.
           MOVE LIT-MONTANT TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING LIT-SEQ DELIMITED BY SIZE
               " CPT " DELIMITED BY SIZE
               LIT-COMPTE DELIMITED BY SIZE
               " CLI " DELIMITED BY SIZE
               LIT-CLIENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               " AGE " DELIMITED BY SIZE
               ws-age-jours DELIMITED BY SIZE
               "J CIBLE " DELIMITED BY SIZE
               LIT-DATE-ECHEANCE DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           IF LIT-CREDIT-PROVISOIRE > ZERO
               MOVE "PROV" TO ligne-rapport(86:4)
           END-IF.
           IF ws-litige-echu
               MOVE "ECHU" TO ligne-rapport(91:4)
           END-IF.
           WRITE ligne-rapport.

       COPY SUPERVISEURPROC.

       COPY SECULOGPROC.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
