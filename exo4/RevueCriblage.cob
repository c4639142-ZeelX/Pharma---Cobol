       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevueCriblage.

      *> Revue conformite des alertes du criblage sanctions
      *> (criblage-alertes.dat, voir CRIBALRT.cpy) deposees par
      *> GestionClients, le guichet (virement externe),
      *> ValidationOperations et le criblage nocturne CriblageClients.
      *> Reservee au role superviseur.  Pour chaque alerte a revoir :
      *>   lever   - faux positif, le meme rapprochement ne realerte
      *>             plus et le virement peut etre ressaisi;
      *>   confirmer - tous les comptes du client (proprietaire ou
      *>             titulaire actif, voir TITULAIRE.cpy) passent
      *>             bloques, et pour un beneficiaire le registre le
      *>             retire du compte donneur d'ordre.
      *> Un compte bloque sur sanction confirmee ne se debloque plus
      *> par GestionComptes.  Chaque decision et chaque compte bloque
      *> laissent leur trace dans securite.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT criblage-alertes ASSIGN TO 'criblage-alertes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-NUMERO
               FILE STATUS IS ws-status-alertes-crib.

           SELECT account-master ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

           SELECT titulaires ASSIGN TO 'titulaires.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLE
               FILE STATUS IS ws-status-titulaires.

           SELECT beneficiaires ASSIGN TO 'beneficiaires.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-CLE
               FILE STATUS IS ws-status-benef.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

       DATA DIVISION.
       FILE SECTION.
       FD criblage-alertes.
           COPY CRIBALRT.

       FD account-master.
           COPY ACCTMAST.

       FD titulaires.
           COPY TITULAIRE.

       FD beneficiaires.
           COPY BENEF.

       FD securite-journal.
           COPY SECULOG.

       WORKING-STORAGE SECTION.
       01 ws-status-alertes-crib PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-status-titulaires PIC XX.
       01 ws-status-benef PIC XX.
       COPY FILESTAT.

      *> Fields expected by ACCESPROC/SECULOGPROC - see the
      *> contract comments there.
       COPY ACCESDEM.
       01 ws-status-secu PIC XX.
       01 ws-sec-compte PIC 9(6).
       01 ws-sec-evenement PIC X(12).
       01 ws-heure-secu PIC 9(8).

       01 Choix PIC 9 VALUE ZERO.
       01 NumeroAlerte PIC 9(6).
       01 ws-commentaire PIC X(40).
       01 ws-alerte-flag PIC X VALUE 'N'.
           88 ws-alerte-trouvee VALUE 'O'.
       01 ws-fin-alertes PIC X VALUE 'N'.
           88 ws-fin-lecture-alertes VALUE 'O'.
       01 ws-fin-comptes PIC X VALUE 'N'.
           88 ws-fin-lecture-comptes VALUE 'O'.
       01 ws-fin-titulaires PIC X VALUE 'N'.
           88 ws-fin-lecture-titulaires VALUE 'O'.
       01 ws-fin-benef PIC X VALUE 'N'.
           88 ws-fin-lecture-benef VALUE 'O'.
       01 ws-client-vise PIC 9(6).
       01 ws-nb-alertes PIC 9(5).
       01 ws-nb-bloques PIC 9(3).
       01 ws-nb-retires PIC 9(3).

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Revue des alertes de criblage sanctions ===".
           MOVE "RevueCriblage" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O criblage-alertes.
           IF ws-status-alertes-crib = '35'
               OPEN OUTPUT criblage-alertes
               CLOSE criblage-alertes
               OPEN I-O criblage-alertes
           END-IF.
           MOVE ws-status-alertes-crib TO ws-verif-statut.
           MOVE 'criblage-alertes.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           PERFORM MENU-OPERATIONS UNTIL Choix = 4.

           CLOSE criblage-alertes.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** REVUE CRIBLAGE SANCTIONS ******".
           DISPLAY "1. Lister les alertes a revoir".
           DISPLAY "2. Lever une alerte (faux positif)".
           DISPLAY "3. Confirmer une alerte (blocage des comptes)".
           DISPLAY "4. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM LISTER-ALERTES
               WHEN 2 PERFORM LEVER-ALERTE
               WHEN 3 PERFORM CONFIRMER-ALERTE
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

       LISTER-ALERTES.
           MOVE ZERO TO ws-nb-alertes.
           MOVE 'N' TO ws-fin-alertes.
           MOVE ZERO TO ALR-NUMERO.
           START criblage-alertes KEY IS >= ALR-NUMERO
               INVALID KEY
                   MOVE 'O' TO ws-fin-alertes
           END-START.
           PERFORM LIRE-ALERTE-SUIVANTE.
           PERFORM AFFICHER-ALERTE UNTIL ws-fin-lecture-alertes.
           DISPLAY ws-nb-alertes " alerte(s) a revoir.".

       LIRE-ALERTE-SUIVANTE.
           IF NOT ws-fin-lecture-alertes
               READ criblage-alertes NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-alertes
               END-READ
           END-IF.

       AFFICHER-ALERTE.
           IF ALR-A-REVOIR
               ADD 1 TO ws-nb-alertes
               IF ALR-SOURCE-CLIENT
                   DISPLAY ALR-NUMERO " client " ALR-CLIENT
                       " du " ALR-DATE-DETECTION " (" ALR-ORIGINE ")"
               ELSE
                   DISPLAY ALR-NUMERO " beneficiaire du compte "
                       ALR-COMPTE " du " ALR-DATE-DETECTION
                       " (" ALR-ORIGINE ")"
               END-IF
               DISPLAY "       nom   : " ALR-NOM-CRIBLE
               DISPLAY "       liste : " ALR-SNC-ID " " ALR-NOM-LISTE
                   " score " ALR-SCORE
           END-IF.
           PERFORM LIRE-ALERTE-SUIVANTE.

       LIRE-ALERTE.
           DISPLAY "Numero d'alerte: ".
           ACCEPT NumeroAlerte.
           MOVE NumeroAlerte TO ALR-NUMERO.
           READ criblage-alertes KEY IS ALR-NUMERO
               INVALID KEY
                   MOVE 'N' TO ws-alerte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-alerte-flag
           END-READ.

       LEVER-ALERTE.
           PERFORM LIRE-ALERTE.
           EVALUATE TRUE
               WHEN NOT ws-alerte-trouvee
                   DISPLAY "Erreur: Alerte introuvable"
               WHEN NOT ALR-A-REVOIR
                   DISPLAY "Erreur: Alerte deja tranchee (statut "
                       ALR-STATUT ")"
               WHEN OTHER
                   DISPLAY "Motif de la levee: "
                   ACCEPT ws-commentaire
                   MOVE 'L' TO ALR-STATUT
                   PERFORM ENREGISTRER-DECISION
                   MOVE "CRIBLE-LEVE" TO ws-sec-evenement
                   PERFORM JOURNALISER-DECISION
                   DISPLAY "Alerte " ALR-NUMERO " levee."
           END-EVALUATE.

      *> Pour un beneficiaire, le client vise est le proprietaire du
      *> compte donneur d'ordre - c'est lui qui a tente de payer une
      *> personne sous sanction.
       CONFIRMER-ALERTE.
           PERFORM LIRE-ALERTE.
           EVALUATE TRUE
               WHEN NOT ws-alerte-trouvee
                   DISPLAY "Erreur: Alerte introuvable"
               WHEN NOT ALR-A-REVOIR
                   DISPLAY "Erreur: Alerte deja tranchee (statut "
                       ALR-STATUT ")"
               WHEN OTHER
                   DISPLAY "Motif de la confirmation: "
                   ACCEPT ws-commentaire
                   OPEN I-O account-master
                   MOVE ws-status-compte TO ws-verif-statut
                   MOVE 'acctmast.dat' TO ws-verif-fichier
                   PERFORM VERIFIER-STATUT
                   IF ALR-SOURCE-BENEF
                       PERFORM RETROUVER-DONNEUR-ORDRE
                   END-IF
                   MOVE ALR-CLIENT TO ws-client-vise
                   MOVE 'C' TO ALR-STATUT
                   PERFORM ENREGISTRER-DECISION
                   MOVE "CRIBLE-CONF" TO ws-sec-evenement
                   PERFORM JOURNALISER-DECISION
                   MOVE ZERO TO ws-nb-bloques
                   IF ws-client-vise NOT = ZERO
                       PERFORM BLOQUER-COMPTES-PROPRIETAIRE
                       PERFORM BLOQUER-COMPTES-TITULAIRE
                   END-IF
                   CLOSE account-master
                   IF ALR-SOURCE-BENEF
                       PERFORM RETIRER-BENEFICIAIRES-VISES
                   END-IF
                   DISPLAY "Alerte " ALR-NUMERO " confirmee - client "
                       ws-client-vise " : " ws-nb-bloques
                       " compte(s) bloque(s)."
           END-EVALUATE.

       RETROUVER-DONNEUR-ORDRE.
           MOVE ALR-COMPTE TO ACCT-NUMBER.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   DISPLAY "Erreur: compte donneur d'ordre " ALR-COMPTE
                       " introuvable"
               NOT INVALID KEY
                   MOVE ACCT-CUST-ID TO ALR-CLIENT
           END-READ.

       ENREGISTRER-DECISION.
           ACCEPT ALR-DATE-DECISION FROM DATE YYYYMMDD.
           MOVE ws-commentaire TO ALR-COMMENTAIRE.
           REWRITE ALERTE-CRIBLAGE-RECORD.
           MOVE ws-status-alertes-crib TO ws-verif-statut.
           MOVE 'criblage-alertes.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

       JOURNALISER-DECISION.
           IF ALR-SOURCE-BENEF
               MOVE ALR-COMPTE TO ws-sec-compte
           ELSE
               MOVE ZERO TO ws-sec-compte
           END-IF.
           PERFORM ECRIRE-EVENEMENT-SECURITE.

      *> Tous les comptes dont le client est le proprietaire
      *> (ACCT-CUST-ID).  Les comptes clotures restent tels quels.
       BLOQUER-COMPTES-PROPRIETAIRE.
           MOVE 'N' TO ws-fin-comptes.
           MOVE ZERO TO ACCT-NUMBER.
           START account-master KEY IS >= ACCT-NUMBER
               INVALID KEY
                   MOVE 'O' TO ws-fin-comptes
           END-START.
           PERFORM LIRE-COMPTE-SUIVANT.
           PERFORM EXAMINER-COMPTE-PROPRIETAIRE
               UNTIL ws-fin-lecture-comptes.

       LIRE-COMPTE-SUIVANT.
           IF NOT ws-fin-lecture-comptes
               READ account-master NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-comptes
               END-READ
           END-IF.

       EXAMINER-COMPTE-PROPRIETAIRE.
           IF ACCT-CUST-ID = ws-client-vise
               PERFORM BLOQUER-COMPTE
           END-IF.
           PERFORM LIRE-COMPTE-SUIVANT.

      *> Puis ceux dont il est cotitulaire ou signataire actif.
       BLOQUER-COMPTES-TITULAIRE.
           OPEN INPUT titulaires.
           IF ws-status-titulaires = '00'
               MOVE 'N' TO ws-fin-titulaires
               MOVE LOW-VALUES TO TIT-CLE
               START titulaires KEY IS >= TIT-CLE
                   INVALID KEY
                       MOVE 'O' TO ws-fin-titulaires
               END-START
               PERFORM LIRE-TITULAIRE-SUIVANT
               PERFORM EXAMINER-TITULAIRE
                   UNTIL ws-fin-lecture-titulaires
               CLOSE titulaires
           END-IF.

       LIRE-TITULAIRE-SUIVANT.
           IF NOT ws-fin-lecture-titulaires
               READ titulaires NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-titulaires
               END-READ
           END-IF.

       EXAMINER-TITULAIRE.
           IF TIT-CLIENT = ws-client-vise AND TIT-ACTIF
               MOVE TIT-COMPTE TO ACCT-NUMBER
               READ account-master KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM BLOQUER-COMPTE
               END-READ
           END-IF.
           PERFORM LIRE-TITULAIRE-SUIVANT.

       BLOQUER-COMPTE.
           IF NOT ACCT-FERME AND NOT ACCT-BLOQUE
               MOVE 'B' TO ACCT-STATUS
               REWRITE ACCOUNT-MASTER-RECORD
               MOVE ws-status-compte TO ws-verif-statut
               MOVE 'acctmast.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               ADD 1 TO ws-nb-bloques
               MOVE ACCT-NUMBER TO ws-sec-compte
               MOVE "BLOC-SANCT" TO ws-sec-evenement
               PERFORM ECRIRE-EVENEMENT-SECURITE
               DISPLAY "  Compte " ACCT-NUMBER " bloque."
           END-IF.

      *> Le beneficiaire confirme quitte le registre du compte donneur
      *> d'ordre (BNF-RETIRE) : plus aucun virement ne peut le viser.
       RETIRER-BENEFICIAIRES-VISES.
           MOVE ZERO TO ws-nb-retires.
           OPEN I-O beneficiaires.
           IF ws-status-benef = '00'
               MOVE 'N' TO ws-fin-benef
               MOVE ALR-COMPTE TO BNF-COMPTE
               MOVE ZERO TO BNF-NUMERO
               START beneficiaires KEY IS >= BNF-CLE
                   INVALID KEY
                       MOVE 'O' TO ws-fin-benef
               END-START
               PERFORM LIRE-BENEFICIAIRE-SUIVANT
               PERFORM EXAMINER-BENEFICIAIRE
                   UNTIL ws-fin-lecture-benef
               CLOSE beneficiaires
           END-IF.
           IF ws-nb-retires > ZERO
               DISPLAY "  " ws-nb-retires " beneficiaire(s) retire(s) "
                   "du compte " ALR-COMPTE "."
           END-IF.

       LIRE-BENEFICIAIRE-SUIVANT.
           IF NOT ws-fin-lecture-benef
               READ beneficiaires NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-benef
               END-READ
           END-IF.
           IF NOT ws-fin-lecture-benef
               IF BNF-COMPTE NOT = ALR-COMPTE
                   MOVE 'O' TO ws-fin-benef
               END-IF
           END-IF.

       EXAMINER-BENEFICIAIRE.
           IF BNF-ACTIF AND BNF-NOM = ALR-NOM-CRIBLE
               MOVE 'R' TO BNF-STATUT
               REWRITE BENEFICIAIRE-RECORD
               MOVE ws-status-benef TO ws-verif-statut
               MOVE 'beneficiaires.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               ADD 1 TO ws-nb-retires
               MOVE BNF-COMPTE TO ws-sec-compte
               MOVE "BENEF-RETIRE" TO ws-sec-evenement
               PERFORM ECRIRE-EVENEMENT-SECURITE
           END-IF.
           PERFORM LIRE-BENEFICIAIRE-SUIVANT.

       COPY ACCESPROC.

       COPY SECULOGPROC.

       COPY VERIFSTATUT.
