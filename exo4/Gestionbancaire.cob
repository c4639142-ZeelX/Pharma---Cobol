      *> Nom dynamique : prefixe "entrainement-" en bac a sable (voir
      *> ws-prefixe-fichiers) - comme tous les fichiers de donnees de
      *> ce programme.  Les fichiers de configuration (taux, blocage,
      *> operateurs, droits d'acces) restent partages.
           SELECT historique ASSIGN TO DYNAMIC ws-nom-historique
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-blocage-config.

      *> Remise interbancaire sortante (voir VIREXT.cpy) : chaque
      *> virement externe y laisse sa ligne au moment ou le compte
      *> client est debite - fini la liste manuscrite telephonee au
               RECORD KEY IS TIT-CLE
               FILE STATUS IS ws-status-titulaires.

      *> Registre des beneficiaires de virements externes (voir
      *> BENEF.cpy), tenu par GestionBeneficiaires.cob : le virement
      *> externe part vers un beneficiaire enregistre et controle, plus
      *> vers une banque et un compte tapes au guichet.  Partage comme
      *> titulaires.dat, lu seulement.  Sa configuration
      *> (BENEFCFG.cpy) donne la periode de carence et le plafond
      *> reduit d'un beneficiaire nouveau ou modifie.
           SELECT beneficiaires ASSIGN TO 'beneficiaires.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-CLE
               FILE STATUS IS ws-status-benef.

           SELECT beneficiaires-config
               ASSIGN TO "beneficiaires-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-benef-config.

      *> File de double controle (voir VALIDATION.cpy) : un retrait ou
      *> un virement au-dela du seuil de validation-config.dat
      *> (VALCFG.cpy) n'est pas poste ici mais depose dans
      *> validations.dat, ou ValidationOperations.cob le fait accepter
      *> ou rejeter par une seconde personne.
           SELECT validations ASSIGN TO DYNAMIC ws-nom-validations
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-ID
               FILE STATUS IS ws-status-validations.

           SELECT validation-config ASSIGN TO "validation-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-validation-config.

      *> Criblage sanctions du beneficiaire avant tout virement
      *> externe (voir CRIBLAGEPROC.cpy) : liste en vigueur, seuil de
      *> score, et file de revue conformite - prefixee en
      *> entrainement comme les autres fichiers de mouvement.
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

      *> Holds at most one record: the transfer currently in flight
      *> between the destination-account credit and the source-account
      *> debit in VIREMENT.  Empty/absent means no transfer is
       FD securite-journal.
           COPY SECULOG.

       FD titulaires.
           COPY TITULAIRE.

       FD beneficiaires.
           COPY BENEF.

       FD beneficiaires-config.
           COPY BENEFCFG.

       FD validations.
           COPY VALIDATION.

       FD validation-config.
           COPY VALCFG.

       FD sanctions-liste.
           COPY SANCTION.

       FD criblage-config.
           COPY CRIBCFG.

       FD criblage-alertes.
           COPY CRIBALRT.

       FD virements-sortants.
           COPY VIREXT.

       01 ws-nom-sortants PIC X(40).
       01 ws-nom-securite PIC X(40).
       01 ws-nom-histseq PIC X(40).
       01 ws-nom-validations PIC X(40).

      *> Operateur de la session (voir ACCESDEM.cpy) - rempli par
      *> OUVRIR-SESSION-OPERATEUR, lu aussi par SECULOGPROC.
       COPY ACCESDEM.

       01 ws-status-sortants PIC XX.
       01 BanqueBeneficiaire PIC X(11).
       01 CompteBeneficiaire PIC X(34).
       01 MontantExterne PIC 9(9)V99.
       01 NumeroBeneficiaire PIC 9(3).
       01 ws-status-benef PIC XX.
       01 ws-status-benef-config PIC XX.
       01 ws-benef-flag PIC X VALUE 'N'.
           88 BeneficiaireRetenu VALUE 'O'.
       01 ws-fin-benef PIC X VALUE 'N'.
           88 ws-fin-lecture-benef VALUE 'O'.
       01 ws-nb-benef PIC 9(3).
       01 ws-jours-carence PIC 9(3).
       01 ws-plafond-carence PIC 9(9)V99.
       01 ws-fin-carence PIC 9(7).

       01 ws-status-validations PIC XX.
       01 ws-status-validation-config PIC XX.
       01 ws-seuil-validation PIC 9(9)V99.
       01 ws-heure-validation PIC 9(8).

       COPY CRIBLAGE.

       01 ws-status-blocages PIC XX.
       01 ws-status-blocage-config PIC XX.


       TRAITEMENT-PRINCIPAL.
      *> Ouverture de session : l'operateur s'identifie contre
      *> operateurs.dat (ControleAcces.cob) avant de servir qui que
      *> ce soit, bac a sable compris.
           MOVE "GestionCompteBancaire" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

      *> historique is never itself read or written here - it is only
      *> passed as a CALL buffer to SubProgram, which opens and closes
      *> its own connector to historique.txt per call (see

           PERFORM VERIFIER-CREER-FICHIERS.

      *> L'identifiant de l'operateur signe chaque ecriture de la
      *> session (H-Guichetier) et sert aussi de nom de poste pour le
      *> fichier de reprise virement-<id>.ckpt.
           MOVE ACD-OPERATEUR TO ws-code-poste.
           MOVE ACD-OPERATEUR TO H-Guichetier.
      *> Son agence de rattachement signe chaque ecriture de la
      *> session a cote de son identifiant.
           MOVE ACD-AGENCE TO H-Agence.
           STRING ws-prefixe-fichiers DELIMITED BY SPACE
               "virement-" DELIMITED BY SIZE
               ws-code-poste DELIMITED BY SIZE

           PERFORM MENU-OPERATIONS.

      *> acctmast.dat se prend et se rend autour de chaque transaction
      *> - jamais pour toute la session - pour que deux guichets
      *> puissent travailler en meme temps.
               "histseq.dat" DELIMITED BY SIZE
               INTO ws-nom-histseq
           END-STRING.
           STRING ws-prefixe-fichiers DELIMITED BY SPACE
               "validations.dat" DELIMITED BY SIZE
               INTO ws-nom-validations
           END-STRING.
           MOVE SPACES TO ws-nom-alertes-crib.
           STRING ws-prefixe-fichiers DELIMITED BY SPACE
               "criblage-alertes.dat" DELIMITED BY SIZE
               INTO ws-nom-alertes-crib
           END-STRING.

       OUVRIR-COMPTES.
           OPEN I-O account-master.
               MOVE ZERO TO ACCT-HELD-AMOUNT
               MOVE ZERO TO ACCT-LAST-CREDIT-TS
               MOVE "001" TO ACCT-AGENCE
               MOVE SPACES TO ACCT-PRODUIT
               MOVE 'N' TO ACCT-TAUX-INDIVIDUEL
               WRITE ACCOUNT-MASTER-RECORD
               MOVE 100001 TO H-Compte
               MOVE 1000.00 TO H-Montant
               MOVE ZERO TO ACCT-HELD-AMOUNT
               MOVE ZERO TO ACCT-LAST-CREDIT-TS
               MOVE "001" TO ACCT-AGENCE
               MOVE SPACES TO ACCT-PRODUIT
               MOVE 'N' TO ACCT-TAUX-INDIVIDUEL
               WRITE ACCOUNT-MASTER-RECORD
               MOVE 100002 TO H-Compte
               MOVE 500.00 TO H-Montant

       COPY SECULOGPROC.

       COPY ACCESPROC.

       COPY PINHASH.

      *> Changement de PIN par le client : PIN actuel exige (le meme

       COPY JOURBANCPROC.

       COPY CRIBLAGEPROC.

      *> Controle de la piece d'identite du client qui opere : une
      *> piece en cours de validite au dossier et rien ne change; une
      *> piece perimee vaut avertissement, et refus au-dela du plafond
      *> encaisse ce matin ne se retire pas avant sa liberation.
                   COMPUTE ws-solde-disponible =
                       ACCT-BALANCE - ACCT-HELD-AMOUNT
                   PERFORM CHARGER-CONFIG-VALIDATION
                   IF (ws-solde-disponible + ACCT-OVERDRAFT-LIMIT) >=
                           MontantRetrait
                           AND MontantRetrait <= ws-dispo-jour THEN
                     IF MontantRetrait > ws-seuil-validation
                       PERFORM FERMER-COMPTES
                       PERFORM PREPARER-ATTENTE
                       MOVE F-Retrait TO VAL-TYPE
                       MOVE NumeroCompte TO VAL-COMPTE
                       MOVE MontantRetrait TO VAL-MONTANT
                       MOVE ACCT-CURRENCY TO VAL-DEVISE
                       PERFORM METTRE-EN-ATTENTE
                     ELSE
                       SUBTRACT MontantRetrait FROM ACCT-BALANCE
                       IF ACCT-DAILY-DATE NOT = ws-date-jour
                           MOVE ws-date-jour TO ACCT-DAILY-DATE
                       CALL "SubProgram" USING rec-choice,
                           historique-record, ws-soldes-dummy,
                   ws-prefixe-fichiers
                     END-IF
                   ELSE
                       DISPLAY "Erreur: Solde insuffisant ",
                           "ou limite quotidienne depassee"
                                   SoldeOrigineLimiteDispo
                           THEN
                           PERFORM CONVERTIR-VIREMENT
                           PERFORM CHARGER-CONFIG-VALIDATION
                           IF ConversionOk AND MontantVirement
                                   > ws-seuil-validation
                               PERFORM PREPARER-ATTENTE
                               MOVE F-VirementDebit TO VAL-TYPE
                               MOVE NumeroCompteOrigine TO VAL-COMPTE
                               MOVE MontantVirement TO VAL-MONTANT
                               MOVE SoldeOrigineDevise TO VAL-DEVISE
                               MOVE NumeroCompteDest TO VAL-COMPTE-DEST
                               MOVE MontantVirementDest
                                   TO VAL-MONTANT-DEST
                               PERFORM METTRE-EN-ATTENTE
                           END-IF
                           IF ConversionOk AND MontantVirement
                                   <= ws-seuil-validation
                               PERFORM ENREGISTRER-CHECKPOINT-DEBUT
                               PERFORM EXECUTER-CREDIT-DEST
                               PERFORM ENREGISTRER-CHECKPOINT-CREDITE
           MOVE NumeroCompteOrigine TO NumeroCompte.
           PERFORM AUTHENTIFIER-COMPTE.
           IF AuthOk THEN
               PERFORM CHOISIR-BENEFICIAIRE
               IF BeneficiaireRetenu
                   DISPLAY "Donnez le montant du virement externe "
                   ACCEPT MontantExterne
                   PERFORM CONTROLER-CARENCE-BENEFICIAIRE
               END-IF
               IF BeneficiaireRetenu
                   PERFORM CRIBLER-BENEFICIAIRE
               END-IF
               IF BeneficiaireRetenu
                   MOVE MontantExterne TO MontantControle
                   PERFORM CONTROLER-PIECE-IDENTITE
               END-IF
               IF BeneficiaireRetenu AND NOT PieceRefusee
               PERFORM OUVRIR-COMPTES
               PERFORM LIRE-COMPTE
               IF NOT SoldeCompteTrouve
                   PERFORM VERIFIER-LIMITE-JOUR
                   COMPUTE ws-solde-disponible =
                       ACCT-BALANCE - ACCT-HELD-AMOUNT
                   PERFORM CHARGER-CONFIG-VALIDATION
                   IF (ws-solde-disponible + ACCT-OVERDRAFT-LIMIT) >=
                           MontantExterne
                           AND MontantExterne <= ws-dispo-jour THEN
                     IF MontantExterne > ws-seuil-validation
                       PERFORM FERMER-COMPTES
                       PERFORM PREPARER-ATTENTE
                       MOVE F-Virement-Externe TO VAL-TYPE
                       MOVE NumeroCompte TO VAL-COMPTE
                       MOVE MontantExterne TO VAL-MONTANT
                       MOVE ACCT-CURRENCY TO VAL-DEVISE
                       MOVE BNF-NOM TO VAL-BENEF-NOM
                       MOVE BanqueBeneficiaire TO VAL-BANQUE
                       MOVE CompteBeneficiaire TO VAL-COMPTE-BENEF
                       PERFORM METTRE-EN-ATTENTE
                     ELSE
                       SUBTRACT MontantExterne FROM ACCT-BALANCE
                       IF ACCT-DAILY-DATE NOT = ws-date-jour
                           MOVE ws-date-jour TO ACCT-DAILY-DATE
                           historique-record, ws-soldes-dummy,
                   ws-prefixe-fichiers
                       PERFORM ECRIRE-REMISE-SORTANTE
                     END-IF
                   ELSE
                       DISPLAY "Erreur: Solde insuffisant ",
                           "ou limite quotidienne depassee"
               END-IF
           END-IF.

      *> Le guichetier ne tape plus de coordonnees : il choisit un
      *> beneficiaire actif du compte source, dont banque et compte ont
      *> ete controles a l'enregistrement.
       CHOISIR-BENEFICIAIRE.
           MOVE 'N' TO ws-benef-flag.
           MOVE ZERO TO ws-nb-benef.
           OPEN INPUT beneficiaires.
           IF ws-status-benef NOT = '00'
               DISPLAY "Erreur: Aucun beneficiaire enregistre - "
                   "voir GestionBeneficiaires"
           ELSE
               MOVE 'N' TO ws-fin-benef
               MOVE NumeroCompteOrigine TO BNF-COMPTE
               MOVE ZERO TO BNF-NUMERO
               START beneficiaires KEY IS >= BNF-CLE
                   INVALID KEY
                       MOVE 'O' TO ws-fin-benef
               END-START
               PERFORM LIRE-BENEFICIAIRE-SUIVANT
               PERFORM AFFICHER-BENEFICIAIRE
                   UNTIL ws-fin-lecture-benef
               IF ws-nb-benef = ZERO
                   DISPLAY "Erreur: Aucun beneficiaire actif pour ce "
                       "compte - voir GestionBeneficiaires"
               ELSE
                   DISPLAY "Numero du beneficiaire: "
                   ACCEPT NumeroBeneficiaire
                   MOVE NumeroCompteOrigine TO BNF-COMPTE
                   MOVE NumeroBeneficiaire TO BNF-NUMERO
                   READ beneficiaires KEY IS BNF-CLE
                       INVALID KEY
                           DISPLAY "Erreur: Beneficiaire introuvable"
                       NOT INVALID KEY
                           IF BNF-ACTIF
                               MOVE 'O' TO ws-benef-flag
                               MOVE BNF-BANQUE TO BanqueBeneficiaire
                               MOVE BNF-COMPTE-BENEF
                                   TO CompteBeneficiaire
                           ELSE
                               DISPLAY "Erreur: Beneficiaire retire"
                           END-IF
                   END-READ
               END-IF
               CLOSE beneficiaires
           END-IF.

       LIRE-BENEFICIAIRE-SUIVANT.
           IF NOT ws-fin-lecture-benef
               READ beneficiaires NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-benef
               END-READ
           END-IF.
           IF NOT ws-fin-lecture-benef
               IF BNF-COMPTE NOT = NumeroCompteOrigine
                   MOVE 'O' TO ws-fin-benef
               END-IF
           END-IF.

       AFFICHER-BENEFICIAIRE.
           IF BNF-ACTIF
               ADD 1 TO ws-nb-benef
               DISPLAY BNF-NUMERO " " BNF-NOM " " BNF-BANQUE " "
                   BNF-COMPTE-BENEF
           END-IF.
           PERFORM LIRE-BENEFICIAIRE-SUIVANT.

      *> Pendant la periode de carence qui suit la creation ou la
      *> modification des coordonnees (BNF-DATE-EFFET), le virement
      *> est plafonne plus bas - le temps que le client s'apercoive
      *> d'un beneficiaire qu'il n'a pas ajoute lui-meme.
       CONTROLER-CARENCE-BENEFICIAIRE.
           PERFORM CHARGER-CONFIG-BENEFICIAIRES.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           COMPUTE ws-fin-carence =
               FUNCTION INTEGER-OF-DATE (BNF-DATE-EFFET)
               + ws-jours-carence.
           IF FUNCTION INTEGER-OF-DATE (ws-date-jour) < ws-fin-carence
                   AND MontantExterne > ws-plafond-carence
               MOVE 'N' TO ws-benef-flag
               DISPLAY "Erreur: Beneficiaire recent (depuis le "
                   BNF-DATE-EFFET ") - plafond " ws-plafond-carence
           END-IF.

       CHARGER-CONFIG-BENEFICIAIRES.
           MOVE 3 TO ws-jours-carence.
           MOVE 500.00 TO ws-plafond-carence.
           OPEN INPUT beneficiaires-config.
           IF ws-status-benef-config = '00'
               READ beneficiaires-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BFC-JOURS TO ws-jours-carence
                       MOVE BFC-PLAFOND TO ws-plafond-carence
               END-READ
               CLOSE beneficiaires-config
           END-IF.

      *> Le beneficiaire est crible contre la liste de sanctions avant
      *> que rien ne soit debite ni remis au partenaire.  Touche non
      *> levee par la conformite (nouvelle, ouverte ou confirmee) :
      *> virement refuse, l'alerte attend sa revue dans RevueCriblage.
       CRIBLER-BENEFICIAIRE.
           PERFORM CHARGER-LISTE-SANCTIONS.
           MOVE BNF-NOM TO ws-crib-nom.
           PERFORM CRIBLER-NOM.
           IF ws-crib-touche
               MOVE 'B' TO ws-crib-source
               MOVE ZERO TO ws-crib-client
               MOVE NumeroCompteOrigine TO ws-crib-compte
               MOVE "GUICHET" TO ws-crib-origine
               PERFORM ENREGISTRER-ALERTE-CRIBLAGE
               IF NOT ws-crib-alerte-levee
                   MOVE 'N' TO ws-benef-flag
                   MOVE NumeroCompteOrigine TO ws-sec-compte
                   MOVE "CRIBLAGE" TO ws-sec-evenement
                   PERFORM ECRIRE-EVENEMENT-SECURITE
                   DISPLAY "Erreur: Beneficiaire proche de la liste "
                       "de sanctions (" ws-crib-snc-id " score "
                       ws-crib-score ")"
                   DISPLAY "Virement refuse - alerte " ws-crib-numero
                       " en revue conformite."
               END-IF
           END-IF.

      *> Seuil du double controle - validation-config.dat, avec une
      *> valeur de repli quand il n'existe pas encore.
       CHARGER-CONFIG-VALIDATION.
           MOVE 10000.00 TO ws-seuil-validation.
           OPEN INPUT validation-config.
           IF ws-status-validation-config = '00'
               READ validation-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE VLC-SEUIL TO ws-seuil-validation
               END-READ
               CLOSE validation-config
           END-IF.

       PREPARER-ATTENTE.
           MOVE SPACES TO VALIDATION-RECORD.
           MOVE ZERO TO VAL-COMPTE-DEST.
           MOVE ZERO TO VAL-MONTANT-DEST.
           MOVE ZERO TO VAL-DATE-DECISION.
           MOVE ZERO TO VAL-HEURE-DECISION.

      *> Depose l'operation (deja controlee : disponible, limite
      *> journaliere, piece d'identite, conversion) dans la file de
      *> double controle, rattachee a la journee bancaire en cours et
      *> signee du guichetier.  Rien n'est poste : le compte ne bouge
      *> qu'a l'acceptation, ou les controles de solde sont refaits.
       METTRE-EN-ATTENTE.
           PERFORM PROCHAIN-NUMERO-SEQUENCE.
           MOVE ws-seq-courant TO VAL-ID.
           ACCEPT VAL-DATE-SAISIE FROM DATE YYYYMMDD.
           ACCEPT ws-heure-validation FROM TIME.
           MOVE ws-heure-validation (1:6) TO VAL-HEURE-SAISIE.
           IF ws-date-bancaire = ZERO
               MOVE VAL-DATE-SAISIE TO VAL-DATE-BANCAIRE
           ELSE
               MOVE ws-date-bancaire TO VAL-DATE-BANCAIRE
           END-IF.
           MOVE ACD-OPERATEUR TO VAL-GUICHETIER.
           MOVE ACD-AGENCE TO VAL-AGENCE.
           MOVE 'A' TO VAL-STATUT.
           OPEN I-O validations.
           IF ws-status-validations = '35'
               OPEN OUTPUT validations
               CLOSE validations
               OPEN I-O validations
           END-IF.
           WRITE VALIDATION-RECORD.
           MOVE ws-status-validations TO ws-verif-statut.
           MOVE 'validations.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           CLOSE validations.
           MOVE VAL-COMPTE TO ws-sec-compte.
           MOVE "ATTENTE-VAL" TO ws-sec-evenement.
           PERFORM ECRIRE-EVENEMENT-SECURITE.
           DISPLAY "Montant au-dela du seuil de " ws-seuil-validation
               " - operation " VAL-ID " en attente de validation "
               "(ValidationOperations).".

       ECRIRE-REMISE-SORTANTE.
           OPEN EXTEND virements-sortants.
           IF ws-status-sortants = '35'
           MOVE 'virements-sortants' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           CLOSE virements-sortants.
           DISPLAY "Virement externe remis a " BNF-NOM
               " (" BanqueBeneficiaire ")"
               " pour " MontantExterne " " SoldeOrigineDevise ".".

       AFFICHER-SOLDE.
