       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuccessionClient.

      *> Procedure succession d'un client decede, sur son CUST-ID.
      *> Jusqu'ici chaque compte se bloquait a la main dans
      *> GestionComptes et les ordres permanents continuaient de
      *> partir.  Ouverture de la succession (successions.dat, voir
      *> SUCCESS.cpy) :
      *>   - gel (ACCT-BLOQUE) de tous les comptes non clotures dont le
      *>     defunt est proprietaire ou titulaire actif (TITULAIRE.cpy),
      *>     chacun range dans succession-comptes.dat (SUCCCPT.cpy) avec
      *>     son solde reconstitue a la date du deces;
      *>   - procuration de signataire du defunt retiree (ligne R) sur
      *>     les comptes d'autrui, sans gel ni versement - ces comptes
      *>     ne sont pas a lui;
      *>   - ordres permanents de ces comptes suspendus (ORD-SUSPENDU),
      *>     mandats de prelevement revoques;
      *>   - etat des soldes au deces imprime dans
      *>     succession-CCCCCC.txt pour le notaire.
      *> Reglement, sous accord superviseur : chaque solde gele est vire
      *> ("T" sur le compte du defunt, "V" sur le compte designe) au
      *> compte de la succession.  Le compte dont le defunt etait seul
      *> titulaire est cloture; un compte partage perd la ligne
      *> titulaire du defunt et reste bloque jusqu'a ce que les
      *> survivants le fassent debloquer.  Gel, versements et
      *> reglement sont traces dans securite.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT successions ASSIGN TO 'successions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CLIENT
               FILE STATUS IS ws-status-successions.

           SELECT succession-comptes ASSIGN TO 'succession-comptes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCP-CLE
               FILE STATUS IS ws-status-succ-comptes.

           SELECT customer-master ASSIGN TO 'custmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS ws-status-client.

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

           SELECT ordres-permanents ASSIGN TO 'ordres-permanents.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               FILE STATUS IS ws-status-ordres.

           SELECT mandats ASSIGN TO 'mandats.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-ID
               FILE STATUS IS ws-status-mandats.

      *> Lu a l'ouverture pour reconstituer les soldes au deces, puis
      *> simple tampon passe a SubProgram pour les versements -
      *> toujours referme avant l'appel (SubProgram ouvre son propre
      *> connecteur).
           SELECT historique ASSIGN TO 'historique.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT etat-succession ASSIGN TO DYNAMIC ws-nom-etat
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-etat.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

       DATA DIVISION.
       FILE SECTION.
       FD successions.
           COPY SUCCESS.

       FD succession-comptes.
           COPY SUCCCPT.

       FD customer-master.
           COPY CUSTMAST.

       FD account-master.
           COPY ACCTMAST.

       FD titulaires.
           COPY TITULAIRE.

       FD ordres-permanents.
           COPY ORDPERM.

       FD mandats.
           COPY MANDAT.

       FD historique.
           COPY HISTREC.

       FD etat-succession.
       01 ligne-etat PIC X(100).

       FD securite-journal.
           COPY SECULOG.

       WORKING-STORAGE SECTION.
       01 ws-status-successions PIC XX.
       01 ws-status-succ-comptes PIC XX.
       01 ws-status-client PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-status-titulaires PIC XX.
       01 ws-status-ordres PIC XX.
       01 ws-status-mandats PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-etat PIC XX.
       COPY FILESTAT.

      *> Fields expected by SUPERVISEURPROC/SECULOGPROC - see the
      *> contract comments there.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.
       01 ws-status-secu PIC XX.
       01 ws-sec-compte PIC 9(6).
       01 ws-sec-evenement PIC X(12).
       01 ws-heure-secu PIC 9(8).

       01 Choix PIC 9 VALUE ZERO.
       01 NumeroClient PIC 9(6).
       01 DateDeces PIC 9(8).
       01 CompteSuccession PIC 9(6).
       01 ws-date-jour PIC 9(8).
       01 ws-nom-etat PIC X(40).
       01 ws-nom-defunt PIC X(30).
       01 ws-confirmation PIC X.

       01 ws-succession-flag PIC X VALUE 'N'.
           88 ws-succession-trouvee VALUE 'O'.
       01 ws-client-flag PIC X VALUE 'N'.
           88 ws-client-trouve VALUE 'O'.
       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.
       01 ws-historique-flag PIC X VALUE 'N'.
           88 ws-historique-ouvert VALUE 'O'.
       01 ws-partage-flag PIC X VALUE 'N'.
           88 ws-compte-partage VALUE 'O'.
       01 ws-fin-comptes PIC X VALUE 'N'.
           88 ws-fin-lecture-comptes VALUE 'O'.
       01 ws-fin-titulaires PIC X VALUE 'N'.
           88 ws-fin-lecture-titulaires VALUE 'O'.
       01 ws-fin-ordres PIC X VALUE 'N'.
           88 ws-fin-lecture-ordres VALUE 'O'.
       01 ws-fin-mandats PIC X VALUE 'N'.
           88 ws-fin-lecture-mandats VALUE 'O'.
       01 ws-fin-historique PIC X VALUE 'N'.
           88 ws-fin-lecture-historique VALUE 'O'.
       01 ws-fin-succ-comptes PIC X VALUE 'N'.
           88 ws-fin-lecture-succ-comptes VALUE 'O'.

      *> Comptes du defunt recenses a l'ouverture, avant le gel.
       01 ws-nb-comptes-suc PIC 9(3) VALUE ZERO.
       01 ws-max-comptes-suc PIC 9(3) VALUE 50.
       01 TABLE-COMPTES-SUCCESSION.
           05 ENTREE-COMPTE-SUC OCCURS 50 TIMES
                   INDEXED BY Idx-Suc.
               10 TS-Numero PIC 9(6).
               10 TS-Role PIC X.

       01 ws-compte-cherche PIC 9(6).
       01 ws-role-cherche PIC X.
       01 ws-sens PIC X.
           88 ws-sens-credit VALUE 'C'.
           88 ws-sens-debit VALUE 'D'.
       01 ws-solde-deces PIC S9(11)V99.
       01 ws-montant-verse PIC 9(11)V99.
       01 ws-devise-succession PIC X(3).
       01 ws-nb-ordres PIC 9(3).
       01 ws-nb-mandats PIC 9(3).
       01 ws-nb-verses PIC 9(3).
       01 ws-nb-restants PIC 9(3).
       01 ws-montant-edite PIC -Z(10)9.99.
       01 ws-solde-edite PIC -Z(10)9.99.

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

       77 F-Depot PIC X VALUE "D".
       77 F-Retrait PIC X VALUE "R".
       77 F-Virement PIC X VALUE "V".
       77 F-VirementDebit PIC X VALUE "T".
       77 F-Ouverture PIC X VALUE "O".
       77 F-Interet PIC X VALUE "I".
      *> Extournes (CorrectionSuperviseur.cob) - "X" annule un credit,
      *> "Y" annule un debit.
       77 F-Annul-Credit PIC X VALUE "X".
       77 F-Annul-Debit PIC X VALUE "Y".
      *> Interface interbancaire - "W" virement externe emis (debit),
      *> "E" virement externe recu (credit).
       77 F-Virement-Externe PIC X VALUE "W".
       77 F-Virement-Externe-Recu PIC X VALUE "E".
      *> Frais de compte ("G") - debit mensuel pose par
      *> FacturationFrais.cob.
       77 F-Frais PIC X VALUE "G".
      *> Depots a terme - "C" constitution (debit), "H" echeance
      *> (credit capital + interets).
       77 F-Constitution-DAT PIC X VALUE "C".
       77 F-Echeance-DAT PIC X VALUE "H".
      *> Prets (GestionPrets.cob / EcheancesPrets.cob) - "N" deblocage
      *> du capital (credit), "J" part d'interets et "K" part de
      *> capital d'une echeance (debits).
       77 F-Deblocage-Pret PIC X VALUE "N".
       77 F-Echeance-Interet PIC X VALUE "J".
       77 F-Echeance-Capital PIC X VALUE "K".
      *> Avis de prelevement execute ("A", ImportPrelevements.cob) -
      *> un debit sous mandat creancier.
       77 F-Prelevement PIC X VALUE "A".
      *> Cheque paye ("Q", ImportChequesRecus.cob) - un debit dont
      *> H-Ref porte le numero du cheque.
       77 F-Cheque-Paye PIC X VALUE "Q".
      *> Reevaluation de change ("Z" gain latent credit, "B" perte
      *> latente debit sur le compte de position 999997 -
      *> ReevaluationChange.cob).
       77 F-Reeval-Gain PIC X VALUE "Z".
       77 F-Reeval-Perte PIC X VALUE "B".
      *> Agios debiteurs trimestriels (debit - AgiosDebiteurs.cob).
       77 F-Agios PIC X VALUE "a".
      *> Credit provisoire sur litige client (GestionLitiges.cob).
       77 F-Credit-Litige PIC X VALUE "p".
      *> Paiement carte et retrait carte au distributeur (debits -
      *> ImportReglementsCartes.cob).
       77 F-Paiement-Carte PIC X VALUE "c".
       77 F-Retrait-Carte PIC X VALUE "r".
      *> Provision pour pertes sur prets ("d" dotation credit, "e"
      *> reprise debit sur le compte de provisions 999995 -
      *> ProvisionsPrets.cob).
       77 F-Provision-Dotation PIC X VALUE "d".
       77 F-Provision-Reprise PIC X VALUE "e".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "SuccessionClient" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN I-O successions.
           IF ws-status-successions = '35'
               OPEN OUTPUT successions
               CLOSE successions
               OPEN I-O successions
           END-IF.
           MOVE ws-status-successions TO ws-verif-statut.
           MOVE 'successions.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           OPEN I-O succession-comptes.
           IF ws-status-succ-comptes = '35'
               OPEN OUTPUT succession-comptes
               CLOSE succession-comptes
               OPEN I-O succession-comptes
           END-IF.
           MOVE ws-status-succ-comptes TO ws-verif-statut.
           MOVE 'succession-comptes.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           OPEN I-O account-master.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           PERFORM MENU-OPERATIONS UNTIL Choix = 4.

           CLOSE account-master.
           CLOSE succession-comptes.
           CLOSE successions.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** SUCCESSIONS ******".
           DISPLAY "1. Ouvrir la succession d'un client decede".
           DISPLAY "2. Editer l'etat des soldes d'une succession".
           DISPLAY "3. Verser les soldes au compte de la succession".
           DISPLAY "4. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM OUVRIR-SUCCESSION
               WHEN 2 PERFORM EDITER-SUCCESSION
               WHEN 3 PERFORM REGLER-SUCCESSION
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

       LIRE-SUCCESSION.
           MOVE NumeroClient TO SUC-CLIENT.
           READ successions KEY IS SUC-CLIENT
               INVALID KEY
                   MOVE 'N' TO ws-succession-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-succession-flag
           END-READ.

       LIRE-CLIENT.
           MOVE SPACES TO ws-nom-defunt.
           MOVE 'N' TO ws-client-flag.
           OPEN INPUT customer-master.
           IF ws-status-client = '00'
               MOVE NumeroClient TO CUST-ID
               READ customer-master KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-client-flag
                       MOVE CUST-NOM TO ws-nom-defunt
               END-READ
               CLOSE customer-master
           END-IF.

      *> ------------------------------------------------------------
      *> Ouverture : recensement, gel, ordres et mandats, etat.
      *> ------------------------------------------------------------
       OUVRIR-SUCCESSION.
           DISPLAY "Numero du client decede: ".
           ACCEPT NumeroClient.
           PERFORM LIRE-CLIENT.
           PERFORM LIRE-SUCCESSION.
           EVALUATE TRUE
               WHEN NOT ws-client-trouve
                   DISPLAY "Erreur: Client introuvable"
               WHEN ws-succession-trouvee
                   DISPLAY "Erreur: Succession deja ouverte le "
                       SUC-DATE-OUVERTURE " (statut " SUC-STATUT ")"
               WHEN OTHER
                   DISPLAY "Date du deces (AAAAMMJJ): "
                   ACCEPT DateDeces
                   IF DateDeces = ZERO OR DateDeces > ws-date-jour
                       DISPLAY "Erreur: Date du deces invalide"
                   ELSE
                       DISPLAY "Client " NumeroClient " "
                           ws-nom-defunt
                       DISPLAY "Geler tous ses comptes (O/N): "
                       ACCEPT ws-confirmation
                       IF ws-confirmation = 'O' OR
                               ws-confirmation = 'o'
                           PERFORM GELER-SUCCESSION
                       ELSE
                           DISPLAY "Ouverture abandonnee."
                       END-IF
                   END-IF
           END-EVALUATE.

       GELER-SUCCESSION.
           MOVE ZERO TO ws-nb-comptes-suc.
           PERFORM RECENSER-COMPTES-PROPRIETAIRE.
           PERFORM RECENSER-COMPTES-TITULAIRE.

           MOVE 'N' TO ws-historique-flag.
           OPEN INPUT historique.
           IF ws-file-status = '00'
               MOVE 'O' TO ws-historique-flag
           END-IF.
           PERFORM GELER-COMPTE VARYING Idx-Suc FROM 1 BY 1
               UNTIL Idx-Suc > ws-nb-comptes-suc.
           IF ws-historique-ouvert
               CLOSE historique
           END-IF.

           PERFORM SUSPENDRE-ORDRES.
           PERFORM REVOQUER-MANDATS.

           MOVE NumeroClient TO SUC-CLIENT.
           MOVE DateDeces TO SUC-DATE-DECES.
           MOVE ws-date-jour TO SUC-DATE-OUVERTURE.
           MOVE ZERO TO SUC-COMPTE-SUCCESSION.
           MOVE ws-nb-comptes-suc TO SUC-NB-COMPTES.
           MOVE ws-nb-ordres TO SUC-NB-ORDRES.
           MOVE ws-nb-mandats TO SUC-NB-MANDATS.
           MOVE 'O' TO SUC-STATUT.
           MOVE ZERO TO SUC-DATE-REGLEMENT.
           WRITE SUCCESSION-RECORD.
           MOVE ws-status-successions TO ws-verif-statut.
           MOVE 'successions.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           MOVE ZERO TO ws-sec-compte.
           MOVE "SUCC-OUVERTE" TO ws-sec-evenement.
           PERFORM ECRIRE-EVENEMENT-SECURITE.
           DISPLAY "Succession ouverte : " ws-nb-comptes-suc
               " compte(s) gele(s), " ws-nb-ordres
               " ordre(s) suspendu(s), " ws-nb-mandats
               " mandat(s) revoque(s).".
           PERFORM EDITER-ETAT-SUCCESSION.

      *> Comptes dont le defunt est le proprietaire (ACCT-CUST-ID).
      *> Les comptes clotures n'ont plus rien a geler.
       RECENSER-COMPTES-PROPRIETAIRE.
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
           IF ACCT-CUST-ID = NumeroClient AND NOT ACCT-FERME
               MOVE ACCT-NUMBER TO ws-compte-cherche
               MOVE 'P' TO ws-role-cherche
               PERFORM AJOUTER-COMPTE-SUCCESSION
           END-IF.
           PERFORM LIRE-COMPTE-SUIVANT.

      *> Puis les comptes communs ou il est titulaire actif - un
      *> compte deja pris comme proprietaire n'est pas recompte.  Un
      *> simple signataire n'a aucun droit sur le solde : sa ligne est
      *> retiree, le compte n'entre pas dans la succession.
       RECENSER-COMPTES-TITULAIRE.
           OPEN I-O titulaires.
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
           IF TIT-CLIENT = NumeroClient AND TIT-ACTIF
                   AND TIT-SIGNATAIRE
               PERFORM RETIRER-SIGNATAIRE-DEFUNT
           END-IF.
           IF TIT-CLIENT = NumeroClient AND TIT-ACTIF
                   AND (TIT-COTITULAIRE OR TIT-PRINCIPAL)
               MOVE TIT-COMPTE TO ACCT-NUMBER
               READ account-master KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ACCT-FERME
                           MOVE ACCT-NUMBER TO ws-compte-cherche
                           MOVE 'J' TO ws-role-cherche
                           PERFORM AJOUTER-COMPTE-SUCCESSION
                       END-IF
               END-READ
           END-IF.
           PERFORM LIRE-TITULAIRE-SUIVANT.

       RETIRER-SIGNATAIRE-DEFUNT.
           MOVE 'R' TO TIT-STATUT.
           REWRITE TITULAIRE-RECORD.
           MOVE ws-status-titulaires TO ws-verif-statut.
           MOVE 'titulaires.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE TIT-COMPTE TO ws-sec-compte.
           MOVE "SIGN-RETIRE" TO ws-sec-evenement.
           PERFORM ECRIRE-EVENEMENT-SECURITE.
           DISPLAY "  Compte " TIT-COMPTE " : procuration du defunt "
               "retiree, compte non gele.".

       AJOUTER-COMPTE-SUCCESSION.
           SET Idx-Suc TO 1.
           SEARCH ENTREE-COMPTE-SUC
               AT END
                   DISPLAY "Erreur: plus de " ws-max-comptes-suc
                       " comptes - compte " ws-compte-cherche
                       " a geler a la main"
               WHEN Idx-Suc > ws-nb-comptes-suc
                   ADD 1 TO ws-nb-comptes-suc
                   MOVE ws-compte-cherche TO TS-Numero (Idx-Suc)
                   MOVE ws-role-cherche TO TS-Role (Idx-Suc)
               WHEN TS-Numero (Idx-Suc) = ws-compte-cherche
                   CONTINUE
           END-SEARCH.

      *> Le compte garde son solde (le versement viendra au
      *> reglement), il passe seulement bloque : plus de retrait, de
      *> virement ni de prelevement tant que la succession est ouverte.
       GELER-COMPTE.
           MOVE TS-Numero (Idx-Suc) TO ACCT-NUMBER.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE 'N' TO ws-compte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-compte-flag
           END-READ.
           IF ws-compte-trouve
               PERFORM CALCULER-SOLDE-DECES
               MOVE NumeroClient TO SCP-CLIENT
               MOVE ACCT-NUMBER TO SCP-COMPTE
               MOVE TS-Role (Idx-Suc) TO SCP-ROLE
               MOVE ACCT-STATUS TO SCP-STATUT-AVANT
               MOVE ACCT-CURRENCY TO SCP-DEVISE
               MOVE ws-solde-deces TO SCP-SOLDE-DECES
               MOVE 'G' TO SCP-ETAT
               MOVE ZERO TO SCP-MONTANT-VERSE
               MOVE ZERO TO SCP-DATE-VERSEMENT
               WRITE SUCCESSION-COMPTE-RECORD
               MOVE ws-status-succ-comptes TO ws-verif-statut
               MOVE 'succession-comptes.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               MOVE 'B' TO ACCT-STATUS
               REWRITE ACCOUNT-MASTER-RECORD
               MOVE ws-status-compte TO ws-verif-statut
               MOVE 'acctmast.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               MOVE ACCT-NUMBER TO ws-sec-compte
               MOVE "GEL-DECES" TO ws-sec-evenement
               PERFORM ECRIRE-EVENEMENT-SECURITE
               DISPLAY "  Compte " ACCT-NUMBER " gele."
           END-IF.

      *> Solde au deces = solde courant moins l'effet de chaque
      *> ecriture du compte datee apres le deces.  Les reports
      *> d'archivage ("S"/"U") et les audits ne bougent pas le solde
      *> du jour et sont laisses de cote.  Pas d'historique : le solde
      *> courant fait foi.
       CALCULER-SOLDE-DECES.
           MOVE ACCT-BALANCE TO ws-solde-deces.
           IF ws-historique-ouvert
               MOVE 'N' TO ws-fin-historique
               MOVE ACCT-NUMBER TO H-Compte
               START historique KEY IS = H-Compte
                   INVALID KEY
                       MOVE 'O' TO ws-fin-historique
               END-START
               PERFORM LIRE-ECRITURE-SUIVANTE
               PERFORM DEDUIRE-ECRITURE-POSTERIEURE
                   UNTIL ws-fin-lecture-historique
                       OR H-Compte NOT = ACCT-NUMBER
           END-IF.

       LIRE-ECRITURE-SUIVANTE.
           IF NOT ws-fin-lecture-historique
               READ historique NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-historique
               END-READ
           END-IF.

       DEDUIRE-ECRITURE-POSTERIEURE.
           IF H-Date > DateDeces
               PERFORM DETERMINER-SENS
               EVALUATE TRUE
                   WHEN ws-sens-credit
                       SUBTRACT H-Montant FROM ws-solde-deces
                   WHEN ws-sens-debit
                       ADD H-Montant TO ws-solde-deces
               END-EVALUATE
           END-IF.
           PERFORM LIRE-ECRITURE-SUIVANTE.

       DETERMINER-SENS.
           EVALUATE H-Action
               WHEN F-Depot
                   MOVE 'C' TO ws-sens
               WHEN F-Virement
                   MOVE 'C' TO ws-sens
               WHEN F-Ouverture
                   MOVE 'C' TO ws-sens
               WHEN F-Interet
                   MOVE 'C' TO ws-sens
               WHEN F-Virement-Externe-Recu
                   MOVE 'C' TO ws-sens
               WHEN F-Annul-Debit
                   MOVE 'C' TO ws-sens
               WHEN F-Retrait
                   MOVE 'D' TO ws-sens
               WHEN F-VirementDebit
                   MOVE 'D' TO ws-sens
               WHEN F-Virement-Externe
                   MOVE 'D' TO ws-sens
               WHEN F-Annul-Credit
                   MOVE 'D' TO ws-sens
               WHEN F-Frais
                   MOVE 'D' TO ws-sens
               WHEN F-Constitution-DAT
                   MOVE 'D' TO ws-sens
               WHEN F-Echeance-DAT
                   MOVE 'C' TO ws-sens
               WHEN F-Deblocage-Pret
                   MOVE 'C' TO ws-sens
               WHEN F-Echeance-Interet
                   MOVE 'D' TO ws-sens
               WHEN F-Echeance-Capital
                   MOVE 'D' TO ws-sens
               WHEN F-Prelevement
                   MOVE 'D' TO ws-sens
               WHEN F-Cheque-Paye
                   MOVE 'D' TO ws-sens
               WHEN F-Reeval-Gain
                   MOVE 'C' TO ws-sens
               WHEN F-Reeval-Perte
                   MOVE 'D' TO ws-sens
               WHEN F-Provision-Dotation
                   MOVE 'C' TO ws-sens
               WHEN F-Provision-Reprise
                   MOVE 'D' TO ws-sens
               WHEN F-Agios
                   MOVE 'D' TO ws-sens
               WHEN F-Paiement-Carte
               WHEN F-Retrait-Carte
                   MOVE 'D' TO ws-sens
               WHEN F-Credit-Litige
                   MOVE 'C' TO ws-sens
               WHEN OTHER
                   MOVE 'N' TO ws-sens
           END-EVALUATE.

      *> Ordres permanents emis depuis un compte gele : suspendus, ni
      *> termines ni supprimes - ExecuterOrdres ne prend que les
      *> ordres actifs.
       SUSPENDRE-ORDRES.
           MOVE ZERO TO ws-nb-ordres.
           OPEN I-O ordres-permanents.
           IF ws-status-ordres = '00'
               MOVE 'N' TO ws-fin-ordres
               MOVE ZERO TO ORD-ID
               START ordres-permanents KEY IS >= ORD-ID
                   INVALID KEY
                       MOVE 'O' TO ws-fin-ordres
               END-START
               PERFORM LIRE-ORDRE-SUIVANT
               PERFORM EXAMINER-ORDRE UNTIL ws-fin-lecture-ordres
               CLOSE ordres-permanents
           END-IF.

       LIRE-ORDRE-SUIVANT.
           IF NOT ws-fin-lecture-ordres
               READ ordres-permanents NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-ordres
               END-READ
           END-IF.

       EXAMINER-ORDRE.
           IF ORD-ACTIF
               MOVE ORD-COMPTE-ORIGINE TO ws-compte-cherche
               PERFORM CHERCHER-COMPTE-GELE
               IF ws-compte-trouve
                   MOVE 'S' TO ORD-STATUT
                   REWRITE ORDRE-PERMANENT-RECORD
                   MOVE ws-status-ordres TO ws-verif-statut
                   MOVE 'ordres-permanents.dat' TO ws-verif-fichier
                   PERFORM VERIFIER-STATUT
                   ADD 1 TO ws-nb-ordres
                   DISPLAY "  Ordre permanent " ORD-ID " suspendu."
               END-IF
           END-IF.
           PERFORM LIRE-ORDRE-SUIVANT.

      *> Mandats de prelevement sur un compte gele : revoques, le
      *> creancier voit ses prochaines remises rejetees.
       REVOQUER-MANDATS.
           MOVE ZERO TO ws-nb-mandats.
           OPEN I-O mandats.
           IF ws-status-mandats = '00'
               MOVE 'N' TO ws-fin-mandats
               MOVE ZERO TO MDT-ID
               START mandats KEY IS >= MDT-ID
                   INVALID KEY
                       MOVE 'O' TO ws-fin-mandats
               END-START
               PERFORM LIRE-MANDAT-SUIVANT
               PERFORM EXAMINER-MANDAT UNTIL ws-fin-lecture-mandats
               CLOSE mandats
           END-IF.

       LIRE-MANDAT-SUIVANT.
           IF NOT ws-fin-lecture-mandats
               READ mandats NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-mandats
               END-READ
           END-IF.

       EXAMINER-MANDAT.
           IF MDT-ACTIF
               MOVE MDT-COMPTE TO ws-compte-cherche
               PERFORM CHERCHER-COMPTE-GELE
               IF ws-compte-trouve
                   MOVE 'R' TO MDT-STATUT
                   REWRITE MANDAT-RECORD
                   MOVE ws-status-mandats TO ws-verif-statut
                   MOVE 'mandats.dat' TO ws-verif-fichier
                   PERFORM VERIFIER-STATUT
                   ADD 1 TO ws-nb-mandats
                   DISPLAY "  Mandat " MDT-ID " (" MDT-CREANCIER
                       ") revoque."
               END-IF
           END-IF.
           PERFORM LIRE-MANDAT-SUIVANT.

       CHERCHER-COMPTE-GELE.
           MOVE 'N' TO ws-compte-flag.
           SET Idx-Suc TO 1.
           SEARCH ENTREE-COMPTE-SUC
               AT END
                   CONTINUE
               WHEN Idx-Suc > ws-nb-comptes-suc
                   CONTINUE
               WHEN TS-Numero (Idx-Suc) = ws-compte-cherche
                   MOVE 'O' TO ws-compte-flag
           END-SEARCH.

      *> ------------------------------------------------------------
      *> Etat des soldes : succession-CCCCCC.txt, reedite a la demande.
      *> ------------------------------------------------------------
       EDITER-SUCCESSION.
           DISPLAY "Numero du client decede: ".
           ACCEPT NumeroClient.
           PERFORM LIRE-SUCCESSION.
           IF NOT ws-succession-trouvee
               DISPLAY "Erreur: Aucune succession pour ce client"
           ELSE
               MOVE SUC-DATE-DECES TO DateDeces
               PERFORM LIRE-CLIENT
               PERFORM EDITER-ETAT-SUCCESSION
           END-IF.

       EDITER-ETAT-SUCCESSION.
           MOVE SPACES TO ws-nom-etat.
           STRING "succession-" DELIMITED BY SIZE
               NumeroClient DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-etat
           END-STRING.
           OPEN OUTPUT etat-succession.
           MOVE SPACES TO ligne-etat.
           STRING "ETAT DES COMPTES AU DECES - CLIENT "
                   DELIMITED BY SIZE
               NumeroClient DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-nom-defunt DELIMITED BY SIZE
               INTO ligne-etat
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE SPACES TO ligne-etat.
           STRING "DATE DU DECES : " DELIMITED BY SIZE
               SUC-DATE-DECES DELIMITED BY SIZE
               "   OUVERTURE : " DELIMITED BY SIZE
               SUC-DATE-OUVERTURE DELIMITED BY SIZE
               "   EDITE LE : " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               INTO ligne-etat
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.

           MOVE 'N' TO ws-fin-succ-comptes.
           MOVE NumeroClient TO SCP-CLIENT.
           MOVE ZERO TO SCP-COMPTE.
           START succession-comptes KEY IS >= SCP-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-succ-comptes
           END-START.
           PERFORM LIRE-COMPTE-SUCCESSION.
           PERFORM ECRIRE-LIGNE-COMPTE
               UNTIL ws-fin-lecture-succ-comptes.

           MOVE SPACES TO ligne-etat.
           STRING "ORDRES PERMANENTS SUSPENDUS : " DELIMITED BY SIZE
               SUC-NB-ORDRES DELIMITED BY SIZE
               "   MANDATS REVOQUES : " DELIMITED BY SIZE
               SUC-NB-MANDATS DELIMITED BY SIZE
               INTO ligne-etat
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE SPACES TO ligne-etat.
           IF SUC-REGLEE
               STRING "SUCCESSION REGLEE LE " DELIMITED BY SIZE
                   SUC-DATE-REGLEMENT DELIMITED BY SIZE
                   " AU COMPTE " DELIMITED BY SIZE
                   SUC-COMPTE-SUCCESSION DELIMITED BY SIZE
                   INTO ligne-etat
               END-STRING
           ELSE
               MOVE "SUCCESSION OUVERTE - SOLDES GELES" TO ligne-etat
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           CLOSE etat-succession.
           DISPLAY "(etat ecrit dans " ws-nom-etat ")".

       LIRE-COMPTE-SUCCESSION.
           IF NOT ws-fin-lecture-succ-comptes
               READ succession-comptes NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-succ-comptes
               END-READ
           END-IF.
           IF NOT ws-fin-lecture-succ-comptes
               IF SCP-CLIENT NOT = NumeroClient
                   MOVE 'O' TO ws-fin-succ-comptes
               END-IF
           END-IF.

       ECRIRE-LIGNE-COMPTE.
           MOVE SCP-SOLDE-DECES TO ws-solde-edite.
           MOVE SPACES TO ligne-etat.
           IF SCP-VERSE
               MOVE SCP-MONTANT-VERSE TO ws-montant-edite
               STRING "COMPTE " DELIMITED BY SIZE
                   SCP-COMPTE DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   SCP-ROLE DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   SCP-DEVISE DELIMITED BY SIZE
                   " AU DECES " DELIMITED BY SIZE
                   ws-solde-edite DELIMITED BY SIZE
                   " VERSE " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " LE " DELIMITED BY SIZE
                   SCP-DATE-VERSEMENT DELIMITED BY SIZE
                   INTO ligne-etat
               END-STRING
           ELSE
               MOVE SCP-COMPTE TO ACCT-NUMBER
               READ account-master KEY IS ACCT-NUMBER
                   INVALID KEY
                       MOVE ZERO TO ACCT-BALANCE
               END-READ
               MOVE ACCT-BALANCE TO ws-montant-edite
               STRING "COMPTE " DELIMITED BY SIZE
                   SCP-COMPTE DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   SCP-ROLE DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   SCP-DEVISE DELIMITED BY SIZE
                   " AU DECES " DELIMITED BY SIZE
                   ws-solde-edite DELIMITED BY SIZE
                   " ACTUEL " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " GELE" DELIMITED BY SIZE
                   INTO ligne-etat
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM LIRE-COMPTE-SUCCESSION.

       ECRIRE-LIGNE-ETAT.
           WRITE ligne-etat.
           DISPLAY ligne-etat.

      *> ------------------------------------------------------------
      *> Reglement supervise : versement de chaque solde gele au
      *> compte designe pour la succession.
      *> ------------------------------------------------------------
       REGLER-SUCCESSION.
           MOVE "REGLEMENT" TO ACD-FONCTION.
           PERFORM CONTROLER-SUPERVISEUR.
           IF NOT SuperviseurOk
               DISPLAY "Erreur: Autorisation refusee - "
                   "versement refuse"
           ELSE
               DISPLAY "Numero du client decede: "
               ACCEPT NumeroClient
               PERFORM LIRE-SUCCESSION
               EVALUATE TRUE
                   WHEN NOT ws-succession-trouvee
                       DISPLAY "Erreur: Aucune succession pour ce "
                           "client"
                   WHEN SUC-REGLEE
                       DISPLAY "Erreur: Succession deja reglee le "
                           SUC-DATE-REGLEMENT
                   WHEN OTHER
                       DISPLAY "Compte de la succession: "
                       ACCEPT CompteSuccession
                       PERFORM CONTROLER-COMPTE-SUCCESSION
                       IF ws-compte-trouve
                           PERFORM VERSER-SOLDES
                       END-IF
               END-EVALUATE
           END-IF.

      *> Le compte designe doit exister, etre actif et ne pas etre
      *> lui-meme un compte gele de cette succession.
       CONTROLER-COMPTE-SUCCESSION.
           MOVE CompteSuccession TO ACCT-NUMBER.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE 'N' TO ws-compte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-compte-flag
           END-READ.
           IF NOT ws-compte-trouve
               DISPLAY "Erreur: Compte de la succession introuvable"
           ELSE
               IF NOT ACCT-ACTIF
                   DISPLAY "Erreur: Compte de la succession non actif"
                   MOVE 'N' TO ws-compte-flag
               ELSE
                   MOVE ACCT-CURRENCY TO ws-devise-succession
                   MOVE NumeroClient TO SCP-CLIENT
                   MOVE CompteSuccession TO SCP-COMPTE
                   READ succession-comptes KEY IS SCP-CLE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "Erreur: Compte gele du defunt"
                           MOVE 'N' TO ws-compte-flag
                   END-READ
               END-IF
           END-IF.

       VERSER-SOLDES.
           MOVE ZERO TO ws-nb-verses.
           MOVE ZERO TO ws-nb-restants.
           MOVE 'N' TO ws-fin-succ-comptes.
           MOVE NumeroClient TO SCP-CLIENT.
           MOVE ZERO TO SCP-COMPTE.
           START succession-comptes KEY IS >= SCP-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-succ-comptes
           END-START.
           PERFORM LIRE-COMPTE-SUCCESSION.
           PERFORM EXAMINER-COMPTE-A-VERSER
               UNTIL ws-fin-lecture-succ-comptes.

           PERFORM LIRE-SUCCESSION.
           MOVE CompteSuccession TO SUC-COMPTE-SUCCESSION.
           IF ws-nb-restants = ZERO
               MOVE 'R' TO SUC-STATUT
               MOVE ws-date-jour TO SUC-DATE-REGLEMENT
           END-IF.
           REWRITE SUCCESSION-RECORD.
           MOVE ws-status-successions TO ws-verif-statut.
           MOVE 'successions.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           IF SUC-REGLEE
               MOVE CompteSuccession TO ws-sec-compte
               MOVE "SUCC-REGLEE" TO ws-sec-evenement
               PERFORM ECRIRE-EVENEMENT-SECURITE
               DISPLAY "Succession reglee : " ws-nb-verses
                   " compte(s) verse(s) au " CompteSuccession "."
           ELSE
               DISPLAY ws-nb-verses " compte(s) verse(s), "
                   ws-nb-restants " encore gele(s) - relancer le "
                   "versement une fois regularises."
           END-IF.

      *> Un compte gele ne se verse pas tant que des fonds deposes
      *> sont encore bloques, qu'il n'est pas dans la devise du compte
      *> de la succession, ou qu'il est debiteur (creance sur la
      *> succession, a regler hors de ce programme).
       EXAMINER-COMPTE-A-VERSER.
           IF SCP-GELE
               MOVE SCP-COMPTE TO ACCT-NUMBER
               READ account-master KEY IS ACCT-NUMBER
                   INVALID KEY
                       MOVE 'N' TO ws-compte-flag
                   NOT INVALID KEY
                       MOVE 'O' TO ws-compte-flag
               END-READ
               EVALUATE TRUE
                   WHEN NOT ws-compte-trouve
                       DISPLAY "  Compte " SCP-COMPTE " introuvable"
                       ADD 1 TO ws-nb-restants
                   WHEN ACCT-HELD-AMOUNT > ZERO
                       DISPLAY "  Compte " SCP-COMPTE " : fonds "
                           "encore bloques - non verse"
                       ADD 1 TO ws-nb-restants
                   WHEN ACCT-CURRENCY NOT = ws-devise-succession
                       DISPLAY "  Compte " SCP-COMPTE " en "
                           ACCT-CURRENCY " - non verse"
                       ADD 1 TO ws-nb-restants
                   WHEN ACCT-BALANCE < ZERO
                       DISPLAY "  Compte " SCP-COMPTE " debiteur - "
                           "non verse"
                       ADD 1 TO ws-nb-restants
                   WHEN OTHER
                       PERFORM VERSER-COMPTE
                       ADD 1 TO ws-nb-verses
               END-EVALUATE
           END-IF.
           PERFORM LIRE-COMPTE-SUCCESSION.

       VERSER-COMPTE.
           MOVE ACCT-BALANCE TO ws-montant-verse.
           PERFORM DETERMINER-PARTAGE.
           MOVE ZERO TO ACCT-BALANCE.
           IF NOT ws-compte-partage
               MOVE 'F' TO ACCT-STATUS
           END-IF.
           REWRITE ACCOUNT-MASTER-RECORD.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           IF ws-montant-verse > ZERO
               MOVE SCP-COMPTE TO H-Compte
               MOVE ws-montant-verse TO H-Montant
               MOVE F-VirementDebit TO H-Action
               PERFORM ECRIRE-HISTORIQUE
               MOVE CompteSuccession TO ACCT-NUMBER
               READ account-master KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               ADD ws-montant-verse TO ACCT-BALANCE
               REWRITE ACCOUNT-MASTER-RECORD
               MOVE ws-status-compte TO ws-verif-statut
               MOVE 'acctmast.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               MOVE CompteSuccession TO H-Compte
               MOVE ws-montant-verse TO H-Montant
               MOVE F-Virement TO H-Action
               PERFORM ECRIRE-HISTORIQUE
           END-IF.

           IF SCP-TITULAIRE
               PERFORM RETIRER-TITULAIRE-DEFUNT
           END-IF.
           MOVE 'V' TO SCP-ETAT.
           MOVE ws-montant-verse TO SCP-MONTANT-VERSE.
           MOVE ws-date-jour TO SCP-DATE-VERSEMENT.
           REWRITE SUCCESSION-COMPTE-RECORD.
           MOVE ws-status-succ-comptes TO ws-verif-statut.
           MOVE 'succession-comptes.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE SCP-COMPTE TO ws-sec-compte.
           MOVE "SUCC-VERSE" TO ws-sec-evenement.
           PERFORM ECRIRE-EVENEMENT-SECURITE.
           MOVE ws-montant-verse TO ws-montant-edite.
           IF ws-compte-partage
               DISPLAY "  Compte " SCP-COMPTE " verse "
                   ws-montant-edite " - compte partage, reste bloque"
           ELSE
               DISPLAY "  Compte " SCP-COMPTE " verse "
                   ws-montant-edite " - cloture"
           END-IF.

      *> Partage = le defunt n'en etait que cotitulaire, ou un autre
      *> titulaire actif reste sur le compte.
       DETERMINER-PARTAGE.
           MOVE 'N' TO ws-partage-flag.
           IF SCP-TITULAIRE
               MOVE 'O' TO ws-partage-flag
           ELSE
               OPEN INPUT titulaires
               IF ws-status-titulaires = '00'
                   MOVE 'N' TO ws-fin-titulaires
                   MOVE SCP-COMPTE TO TIT-COMPTE
                   MOVE ZERO TO TIT-CLIENT
                   START titulaires KEY IS >= TIT-CLE
                       INVALID KEY
                           MOVE 'O' TO ws-fin-titulaires
                   END-START
                   PERFORM LIRE-TITULAIRE-SUIVANT
                   PERFORM EXAMINER-COTITULAIRE
                       UNTIL ws-fin-lecture-titulaires
                           OR TIT-COMPTE NOT = SCP-COMPTE
                   CLOSE titulaires
               END-IF
           END-IF.

       EXAMINER-COTITULAIRE.
           IF TIT-CLIENT NOT = NumeroClient AND TIT-ACTIF
               MOVE 'O' TO ws-partage-flag
           END-IF.
           PERFORM LIRE-TITULAIRE-SUIVANT.

       RETIRER-TITULAIRE-DEFUNT.
           OPEN I-O titulaires.
           IF ws-status-titulaires = '00'
               MOVE SCP-COMPTE TO TIT-COMPTE
               MOVE NumeroClient TO TIT-CLIENT
               READ titulaires KEY IS TIT-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'R' TO TIT-STATUT
                       REWRITE TITULAIRE-RECORD
                       MOVE ws-status-titulaires TO ws-verif-statut
                       MOVE 'titulaires.dat' TO ws-verif-fichier
                       PERFORM VERIFIER-STATUT
               END-READ
               CLOSE titulaires
           END-IF.

       ECRIRE-HISTORIQUE.
           MOVE "SUP" TO H-Guichetier.
           MOVE "000" TO H-Agence.
           MOVE 1 TO rec-choice.
           CALL "SubProgram" USING rec-choice, historique-record,
               ws-soldes-dummy,
               ws-prefixe-fichiers.

       COPY SUPERVISEURPROC.

       COPY SECULOGPROC.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
