       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValidationOperations.

      *> Double controle des grosses operations de guichet : le
      *> RETRAIT, VIREMENT ou VIREMENT-EXTERNE au-dela du seuil de
      *> validation-config.dat est depose par GestionCompteBancaire
      *> dans validations.dat (voir VALIDATION.cpy) au lieu d'etre
      *> poste.  Ici une seconde personne - operateur au role
      *> superviseur (droits-acces.dat), jamais celle qui a saisi
      *> l'operation - l'accepte ou la rejette.
      *> Une operation acceptee se poste avec les controles de solde
      *> et de limite journaliere refaits sur le compte du moment :
      *> H-Guichetier = le guichetier de la saisie, H-Ref = VAL-ID,
      *> et le record de validations.dat garde l'approbateur.
      *> Seule la journee bancaire de la saisie peut encore accepter
      *> - au-dela ExpirerValidations.cob l'a expiree a la cloture.
      *> Un virement externe est recrible contre la liste de sanctions
      *> avant d'etre poste - la liste a pu changer depuis la saisie.
      *> Comme GestionCompteBancaire, le programme bascule sur les
      *> fichiers entrainement-* en bac a sable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT validations ASSIGN TO DYNAMIC ws-nom-validations
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-ID
               FILE STATUS IS ws-status-validations.

      *> Pris et rendu autour de chaque operation, verrouillage
      *> automatique - comme au guichet, qui travaille en meme temps.
           SELECT account-master ASSIGN TO DYNAMIC ws-nom-acctmast
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

      *> Jamais ouvert ici - simple tampon passe a SubProgram, qui
      *> ouvre et ferme son propre connecteur sur historique.txt a
      *> chaque appel (meme montage que Gestionbancaire.cob).
           SELECT historique ASSIGN TO DYNAMIC ws-nom-historique
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT virements-sortants
               ASSIGN TO DYNAMIC ws-nom-sortants
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-sortants.

           SELECT jour-bancaire ASSIGN TO "jour-bancaire.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-jour.

           SELECT securite-journal ASSIGN TO DYNAMIC ws-nom-securite
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

      *> Criblage sanctions (voir CRIBLAGEPROC.cpy).
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

       DATA DIVISION.
       FILE SECTION.
       FD validations.
           COPY VALIDATION.

       FD account-master.
           COPY ACCTMAST.

       FD historique.
           COPY HISTREC.

       FD virements-sortants.
           COPY VIREXT.

       FD jour-bancaire.
           COPY JOURBANC.

       FD securite-journal.
           COPY SECULOG.

       FD sanctions-liste.
           COPY SANCTION.

       FD criblage-config.
           COPY CRIBCFG.

       FD criblage-alertes.
           COPY CRIBALRT.

       WORKING-STORAGE SECTION.
       01 ws-status-validations PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-sortants PIC XX.
       COPY FILESTAT.
       COPY CRIBLAGE.

      *> Fields expected by ACCESPROC/JOURBANCPROC/SECULOGPROC
      *> - see the contract comments there.
       COPY ACCESDEM.
       01 ws-status-jour PIC XX.
       01 ws-jour-etat PIC X.
           88 ws-jour-ouvert VALUE 'O'.
           88 ws-jour-ferme VALUE 'F'.
           88 ws-jour-absent VALUE 'A'.
       01 ws-date-bancaire PIC 9(8).
       01 ws-status-secu PIC XX.
       01 ws-sec-compte PIC 9(6).
       01 ws-sec-evenement PIC X(12).
       01 ws-heure-secu PIC 9(8).

       01 Choix PIC 9 VALUE ZERO.
       01 NumeroValidation PIC 9(9).
       01 ws-date-jour PIC 9(8).
       01 ws-journee-courante PIC 9(8).
       01 ws-horodatage PIC 9(8).
       01 ws-fin-validations PIC X VALUE 'N'.
           88 ws-fin-lecture-validations VALUE 'O'.
       01 ws-validation-flag PIC X VALUE 'N'.
           88 ws-validation-trouvee VALUE 'O'.
       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.
       01 ws-poste-flag PIC X VALUE 'N'.
           88 ws-operation-postee VALUE 'O'.
       01 ws-nb-attente PIC 9(5).
       01 ws-nb-reprises PIC 9(5).
       01 ws-dispo-jour PIC S9(9)V99.
       01 ws-solde-disponible PIC S9(11)V99.
       01 ws-motif-saisi PIC X(30).

      *> Noms reels des fichiers de donnees - prefixe "entrainement-"
      *> en bac a sable, comme dans Gestionbancaire.cob.
       01 ws-prefixe-fichiers PIC X(15) VALUE SPACES.
       01 ws-reponse-entrainement PIC X.
       01 ws-nom-validations PIC X(40).
       01 ws-nom-acctmast PIC X(40).
       01 ws-nom-historique PIC X(40).
       01 ws-nom-sortants PIC X(40).
       01 ws-nom-securite PIC X(40).

      *> Same SubProgram plumbing as Gestionbancaire.cob - see the
      *> comment on ws-soldes-dummy there.
       01 ws-soldes-dummy.
           05 ws-soldes-dummy-numero PIC 9(6).
           05 ws-soldes-dummy-1 PIC 9(5)V99.
           05 ws-soldes-dummy-filler PIC X VALUE ":".
           05 ws-soldes-dummy-2 PIC 9(5)V99.

       01 rec-choice PIC 9.

       77 F-Retrait PIC X VALUE "R".
       77 F-Virement PIC X VALUE "V".
       77 F-VirementDebit PIC X VALUE "T".
       77 F-Virement-Externe PIC X VALUE "W".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Validation des operations en attente ===".
      *> L'approbateur ouvre la session a son nom - c'est son
      *> identifiant qui signe la decision - et doit tenir le role
      *> superviseur (droits-acces.dat).
           MOVE "ValidationOperations" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.
           DISPLAY "Mode entrainement ? (O/N): ".
           ACCEPT ws-reponse-entrainement.
           IF ws-reponse-entrainement = 'O' OR
                   ws-reponse-entrainement = 'o'
               MOVE "entrainement-" TO ws-prefixe-fichiers
               DISPLAY "*** MODE ENTRAINEMENT - fichiers "
                   "entrainement-* ***"
           END-IF.
           PERFORM CONSTRUIRE-NOMS-FICHIERS.

           OPEN I-O validations.
           IF ws-status-validations = '35'
               OPEN OUTPUT validations
               CLOSE validations
               OPEN I-O validations
           END-IF.
           MOVE ws-status-validations TO ws-verif-statut.
           MOVE 'validations.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           PERFORM REPRENDRE-VIREMENTS-CREDITES.

           PERFORM MENU-OPERATIONS UNTIL Choix = 4.

           CLOSE validations.
           STOP RUN.

       CONSTRUIRE-NOMS-FICHIERS.
           STRING ws-prefixe-fichiers DELIMITED BY SPACE
               "validations.dat" DELIMITED BY SIZE
               INTO ws-nom-validations
           END-STRING.
           STRING ws-prefixe-fichiers DELIMITED BY SPACE
               "acctmast.dat" DELIMITED BY SIZE
               INTO ws-nom-acctmast
           END-STRING.
           STRING ws-prefixe-fichiers DELIMITED BY SPACE
               "historique.txt" DELIMITED BY SIZE
               INTO ws-nom-historique
           END-STRING.
           STRING ws-prefixe-fichiers DELIMITED BY SPACE
               "virements-sortants.dat" DELIMITED BY SIZE
               INTO ws-nom-sortants
           END-STRING.
           STRING ws-prefixe-fichiers DELIMITED BY SPACE
               "securite.log" DELIMITED BY SIZE
               INTO ws-nom-securite
           END-STRING.
           MOVE SPACES TO ws-nom-alertes-crib.
           STRING ws-prefixe-fichiers DELIMITED BY SPACE
               "criblage-alertes.dat" DELIMITED BY SIZE
               INTO ws-nom-alertes-crib
           END-STRING.

       MENU-OPERATIONS.
           DISPLAY "****** DOUBLE CONTROLE ******".
           DISPLAY "1. Lister les operations en attente".
           DISPLAY "2. Accepter une operation".
           DISPLAY "3. Rejeter une operation".
           DISPLAY "4. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM LISTER-ATTENTES
               WHEN 2 PERFORM ACCEPTER-OPERATION
               WHEN 3 PERFORM REJETER-OPERATION
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

       POSITIONNER-DEBUT.
           MOVE 'N' TO ws-fin-validations.
           MOVE ZERO TO VAL-ID.
           START validations KEY IS >= VAL-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-validations
           END-START.
           PERFORM LIRE-VALIDATION-SUIVANTE.

       LIRE-VALIDATION-SUIVANTE.
           IF NOT ws-fin-lecture-validations
               READ validations NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-validations
               END-READ
           END-IF.

       LISTER-ATTENTES.
           MOVE ZERO TO ws-nb-attente.
           PERFORM POSITIONNER-DEBUT.
           PERFORM AFFICHER-ATTENTE UNTIL ws-fin-lecture-validations.
           DISPLAY "Operations en attente : " ws-nb-attente.

       AFFICHER-ATTENTE.
           IF VAL-EN-ATTENTE
               ADD 1 TO ws-nb-attente
               DISPLAY VAL-ID " [" VAL-TYPE "] compte " VAL-COMPTE
                   " " VAL-MONTANT " " VAL-DEVISE
                   " par " VAL-GUICHETIER " le " VAL-DATE-SAISIE
               IF VAL-VIREMENT
                   DISPLAY "      vers le compte " VAL-COMPTE-DEST
               END-IF
               IF VAL-VIREMENT-EXTERNE
                   DISPLAY "      vers " VAL-BENEF-NOM " "
                       VAL-BANQUE " " VAL-COMPTE-BENEF
               END-IF
           END-IF.
           PERFORM LIRE-VALIDATION-SUIVANTE.

       LIRE-VALIDATION.
           DISPLAY "Numero de l'operation: ".
           ACCEPT NumeroValidation.
           MOVE NumeroValidation TO VAL-ID.
           READ validations KEY IS VAL-ID
               INVALID KEY
                   MOVE 'N' TO ws-validation-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-validation-flag
           END-READ.

      *> La journee de la saisie doit etre encore ouverte : une
      *> operation de la veille est expiree (ou le sera par la chaine
      *> nocturne), jamais acceptee le lendemain.
       ACCEPTER-OPERATION.
           PERFORM LIRE-VALIDATION.
           PERFORM LIRE-JOURNEE-BANCAIRE.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           IF ws-jour-absent
               MOVE ws-date-jour TO ws-journee-courante
           ELSE
               MOVE ws-date-bancaire TO ws-journee-courante
           END-IF.
           EVALUATE TRUE
               WHEN NOT ws-validation-trouvee
                   DISPLAY "Erreur: Operation introuvable"
               WHEN NOT VAL-EN-ATTENTE
                   DISPLAY "Erreur: Operation deja traitee (statut "
                       VAL-STATUT ")"
               WHEN VAL-GUICHETIER = ACD-OPERATEUR
                   DISPLAY "Erreur: l'operation doit etre validee "
                       "par une autre personne que sa saisie"
               WHEN ws-jour-ferme OR
                       VAL-DATE-BANCAIRE NOT = ws-journee-courante
                   DISPLAY "Erreur: journee " VAL-DATE-BANCAIRE
                       " close - operation expiree"
               WHEN OTHER
                   PERFORM POSTER-OPERATION
           END-EVALUATE.

       POSTER-OPERATION.
           MOVE 'N' TO ws-poste-flag.
           MOVE ACD-OPERATEUR TO VAL-APPROBATEUR.
           MOVE VAL-GUICHETIER TO H-Guichetier.
           MOVE VAL-AGENCE TO H-Agence.
           MOVE VAL-ID TO H-Ref.
           EVALUATE TRUE
               WHEN VAL-RETRAIT
                   PERFORM POSTER-RETRAIT
               WHEN VAL-VIREMENT
                   PERFORM POSTER-VIREMENT
               WHEN VAL-VIREMENT-EXTERNE
                   PERFORM POSTER-VIREMENT-EXTERNE
           END-EVALUATE.
           IF ws-operation-postee
               MOVE 'V' TO VAL-STATUT
               PERFORM ENREGISTRER-DECISION
               MOVE "VALIDATION" TO ws-sec-evenement
               PERFORM ECRIRE-EVENEMENT-SECURITE
               DISPLAY "Operation " VAL-ID " validee et postee."
           END-IF.

       OUVRIR-COMPTES.
           OPEN I-O account-master.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

       LIRE-COMPTE.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE 'N' TO ws-compte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-compte-flag
           END-READ.

      *> Les controles du guichet se refont sur le compte du moment :
      *> entre la saisie et la validation le solde a pu bouger.
       CONTROLER-DEBIT-POSSIBLE.
           MOVE 'N' TO ws-poste-flag.
           MOVE VAL-COMPTE TO ACCT-NUMBER.
           PERFORM LIRE-COMPTE.
           IF NOT ws-compte-trouve OR NOT ACCT-ACTIF
               DISPLAY "Erreur: compte " VAL-COMPTE
                   " introuvable ou non actif"
           ELSE
               IF ACCT-DAILY-DATE = ws-date-jour
                   COMPUTE ws-dispo-jour =
                       ACCT-DAILY-LIMIT - ACCT-DAILY-USED
               ELSE
                   MOVE ACCT-DAILY-LIMIT TO ws-dispo-jour
               END-IF
               COMPUTE ws-solde-disponible =
                   ACCT-BALANCE - ACCT-HELD-AMOUNT
               IF (ws-solde-disponible + ACCT-OVERDRAFT-LIMIT) >=
                       VAL-MONTANT
                       AND VAL-MONTANT <= ws-dispo-jour
                   MOVE 'O' TO ws-poste-flag
               ELSE
                   DISPLAY "Erreur: Solde insuffisant ou limite "
                       "quotidienne depassee - operation laissee "
                       "en attente"
               END-IF
           END-IF.

       DEBITER-COMPTE.
           SUBTRACT VAL-MONTANT FROM ACCT-BALANCE.
           IF ACCT-DAILY-DATE NOT = ws-date-jour
               MOVE ws-date-jour TO ACCT-DAILY-DATE
               MOVE ZERO TO ACCT-DAILY-USED
           END-IF.
           ADD VAL-MONTANT TO ACCT-DAILY-USED.
           REWRITE ACCOUNT-MASTER-RECORD.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

      *> rec-choice 3 : SubProgram conserve H-Ref, qui porte VAL-ID.
       ECRIRE-HISTORIQUE.
           MOVE 3 TO rec-choice.
           CALL "SubProgram" USING rec-choice, historique-record,
               ws-soldes-dummy,
               ws-prefixe-fichiers.

       POSTER-RETRAIT.
           PERFORM OUVRIR-COMPTES.
           PERFORM CONTROLER-DEBIT-POSSIBLE.
           IF ws-operation-postee
               PERFORM DEBITER-COMPTE
           END-IF.
           CLOSE account-master.
           IF ws-operation-postee
               MOVE VAL-COMPTE TO H-Compte
               MOVE VAL-MONTANT TO H-Montant
               MOVE F-Retrait TO H-Action
               PERFORM ECRIRE-HISTORIQUE
           END-IF.

      *> Deux jambes, comme VIREMENT au guichet : credit d'abord, garde
      *> par ACCT-LAST-CREDIT-TS = VAL-ID pour ne jamais crediter deux
      *> fois, puis VAL-STATUT 'C', puis le debit.  Un arret entre les
      *> deux se reprend au demarrage suivant
      *> (REPRENDRE-VIREMENTS-CREDITES).
       POSTER-VIREMENT.
           PERFORM OUVRIR-COMPTES.
           PERFORM CONTROLER-DEBIT-POSSIBLE.
           IF ws-operation-postee
               MOVE VAL-COMPTE-DEST TO ACCT-NUMBER
               PERFORM LIRE-COMPTE
               IF NOT ws-compte-trouve OR ACCT-FERME
                   MOVE 'N' TO ws-poste-flag
                   DISPLAY "Erreur: Compte destination "
                       VAL-COMPTE-DEST " introuvable ou cloture"
               END-IF
           END-IF.
           IF ws-operation-postee
               PERFORM CREDITER-DESTINATION
               MOVE ACD-OPERATEUR TO VAL-APPROBATEUR
               MOVE 'C' TO VAL-STATUT
               PERFORM ENREGISTRER-DECISION
               PERFORM DEBITER-ORIGINE
           END-IF.
           CLOSE account-master.

       CREDITER-DESTINATION.
           IF ACCT-LAST-CREDIT-TS NOT = VAL-ID
               ADD VAL-MONTANT-DEST TO ACCT-BALANCE
               MOVE VAL-ID TO ACCT-LAST-CREDIT-TS
               REWRITE ACCOUNT-MASTER-RECORD
               MOVE ws-status-compte TO ws-verif-statut
               MOVE 'acctmast.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               MOVE VAL-COMPTE-DEST TO H-Compte
               MOVE VAL-MONTANT-DEST TO H-Montant
               MOVE F-Virement TO H-Action
               PERFORM ECRIRE-HISTORIQUE
           END-IF.

       DEBITER-ORIGINE.
           MOVE VAL-COMPTE TO ACCT-NUMBER.
           PERFORM LIRE-COMPTE.
           PERFORM DEBITER-COMPTE.
           MOVE VAL-COMPTE TO H-Compte.
           MOVE VAL-MONTANT TO H-Montant.
           MOVE F-VirementDebit TO H-Action.
           PERFORM ECRIRE-HISTORIQUE.

       POSTER-VIREMENT-EXTERNE.
           PERFORM CRIBLER-BENEFICIAIRE.
           IF NOT ws-crib-touche OR ws-crib-alerte-levee
               PERFORM OUVRIR-COMPTES
               PERFORM CONTROLER-DEBIT-POSSIBLE
               IF ws-operation-postee
                   PERFORM DEBITER-COMPTE
               END-IF
               CLOSE account-master
           END-IF.
           IF ws-operation-postee
               MOVE VAL-COMPTE TO H-Compte
               MOVE VAL-MONTANT TO H-Montant
               MOVE F-Virement-Externe TO H-Action
               PERFORM ECRIRE-HISTORIQUE
               PERFORM ECRIRE-REMISE-SORTANTE
           END-IF.

      *> Touche non levee : l'operation est rejetee d'office, rien
      *> n'est debite; le guichet la ressaisira si la conformite leve
      *> l'alerte.
       CRIBLER-BENEFICIAIRE.
           PERFORM CHARGER-LISTE-SANCTIONS.
           MOVE VAL-BENEF-NOM TO ws-crib-nom.
           PERFORM CRIBLER-NOM.
           IF ws-crib-touche
               MOVE 'B' TO ws-crib-source
               MOVE ZERO TO ws-crib-client
               MOVE VAL-COMPTE TO ws-crib-compte
               MOVE "VALIDAT" TO ws-crib-origine
               PERFORM ENREGISTRER-ALERTE-CRIBLAGE
               IF NOT ws-crib-alerte-levee
                   MOVE SPACES TO VAL-MOTIF
                   STRING "criblage sanctions alerte " DELIMITED BY SIZE
                       ws-crib-numero DELIMITED BY SIZE
                       INTO VAL-MOTIF
                   END-STRING
                   MOVE 'J' TO VAL-STATUT
                   PERFORM ENREGISTRER-DECISION
                   MOVE "CRIBLAGE" TO ws-sec-evenement
                   PERFORM ECRIRE-EVENEMENT-SECURITE
                   DISPLAY "Erreur: Beneficiaire proche de la liste "
                       "de sanctions (" ws-crib-snc-id " score "
                       ws-crib-score ")"
                   DISPLAY "Operation " VAL-ID " rejetee - alerte "
                       ws-crib-numero " en revue conformite."
               END-IF
           END-IF.

       ECRIRE-REMISE-SORTANTE.
           OPEN EXTEND virements-sortants.
           IF ws-status-sortants = '35'
               OPEN OUTPUT virements-sortants
           END-IF.
           MOVE ws-date-jour TO VSO-DATE.
           MOVE VAL-COMPTE TO VSO-COMPTE.
           MOVE VAL-DEVISE TO VSO-DEVISE.
           MOVE VAL-BANQUE TO VSO-BANQUE-BENEF.
           MOVE VAL-COMPTE-BENEF TO VSO-COMPTE-BENEF.
           MOVE VAL-MONTANT TO VSO-MONTANT.
           WRITE virement-sortant-record.
           MOVE ws-status-sortants TO ws-verif-statut.
           MOVE 'virements-sortants' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           CLOSE virements-sortants.

       REJETER-OPERATION.
           PERFORM LIRE-VALIDATION.
           EVALUATE TRUE
               WHEN NOT ws-validation-trouvee
                   DISPLAY "Erreur: Operation introuvable"
               WHEN NOT VAL-EN-ATTENTE
                   DISPLAY "Erreur: Operation deja traitee (statut "
                       VAL-STATUT ")"
               WHEN OTHER
                   DISPLAY "Motif du rejet: "
                   ACCEPT ws-motif-saisi
                   MOVE ws-motif-saisi TO VAL-MOTIF
                   MOVE ACD-OPERATEUR TO VAL-APPROBATEUR
                   MOVE 'J' TO VAL-STATUT
                   PERFORM ENREGISTRER-DECISION
                   MOVE "REJET-VAL" TO ws-sec-evenement
                   PERFORM ECRIRE-EVENEMENT-SECURITE
                   DISPLAY "Operation " VAL-ID " rejetee - rien n'a "
                       "ete poste."
           END-EVALUATE.

       ENREGISTRER-DECISION.
           ACCEPT VAL-DATE-DECISION FROM DATE YYYYMMDD.
           ACCEPT ws-horodatage FROM TIME.
           MOVE ws-horodatage (1:6) TO VAL-HEURE-DECISION.
           REWRITE VALIDATION-RECORD.
           MOVE ws-status-validations TO ws-verif-statut.
           MOVE 'validations.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE VAL-COMPTE TO ws-sec-compte.

      *> Un virement accepte dont seule la jambe credit est passee
      *> (arret entre les deux) est termine avant toute autre chose -
      *> le debit n'a plus a etre re-autorise, il l'a deja ete.
       REPRENDRE-VIREMENTS-CREDITES.
           MOVE ZERO TO ws-nb-reprises.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM POSITIONNER-DEBUT.
           PERFORM EXAMINER-REPRISE UNTIL ws-fin-lecture-validations.
           IF ws-nb-reprises > ZERO
               DISPLAY "Virements valides termines a la reprise : "
                   ws-nb-reprises
           END-IF.

       EXAMINER-REPRISE.
           IF VAL-CREDITEE
               MOVE VAL-GUICHETIER TO H-Guichetier
               MOVE VAL-AGENCE TO H-Agence
               MOVE VAL-ID TO H-Ref
               PERFORM OUVRIR-COMPTES
               PERFORM DEBITER-ORIGINE
               CLOSE account-master
               MOVE 'V' TO VAL-STATUT
               REWRITE VALIDATION-RECORD
               MOVE ws-status-validations TO ws-verif-statut
               MOVE 'validations.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               ADD 1 TO ws-nb-reprises
           END-IF.
           PERFORM LIRE-VALIDATION-SUIVANTE.

       COPY ACCESPROC.

       COPY JOURBANCPROC.

       COPY SECULOGPROC.

       COPY CRIBLAGEPROC.

       COPY VERIFSTATUT.
