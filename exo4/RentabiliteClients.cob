       IDENTIFICATION DIVISION.
       PROGRAM-ID. RentabiliteClients.

      *> Rentabilite par client sur une periode : la direction
      *> demandait quels clients rapportent reellement, et personne ne
      *> savait le dire.  Rejoue historique.txt compte par compte et
      *> regroupe par client (ACCT-CUST-ID) :
      *>   produits  = frais de compte "G" (FacturationFrais.cob),
      *>               interets de prets "J" (EcheancesPrets.cob),
      *>               agios debiteurs "a" (AgiosDebiteurs.cob);
      *>   charges   = interets crediteurs "I" (InteretNocturne.cob),
      *>               interets des depots a terme, part interets de
      *>               l'echeance "H" (EcheanceDepotsTerme.cob) - le
      *>               capital rendu n'est pas une charge;
      *>   solde moyen = moyenne des soldes de fin de journee de la
      *>               periode, tous comptes du client confondus.
      *> Une extourne "X"/"Y" (CorrectionSuperviseur.cob,
      *> GestionLitiges.cob) d'un de ces mouvements le retire de la
      *> periode ou elle est posee.  Les montants sont ramenes a la
      *> devise de reference au taux du jour imprime, comme le total
      *> general de RelevePeriode.cob - un compte sans taux frais est
      *> exclu et son client marque "*", jamais additionne tel quel.
      *> Edite dans rentabilite-clients-AAAAMMJJ.txt (date de fin) :
      *> par agence (ACCT-AGENCE) les clients classes par contribution
      *> et le sous-total de l'agence, puis le classement general.
      *> Seul l'historique vivant est lu : une periode anterieure a la
      *> derniere coupure d'ArchiverHistorique.cob n'a plus ses
      *> mouvements, seulement les reports de solde.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Lu dans l'ordre de H-Seq, c'est-a-dire d'arrivee : le solde de
      *> chaque compte se reconstruit au fil de la passe, comme dans
      *> ReconciliationFin.cob.
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

           SELECT customer-master ASSIGN TO 'custmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS ws-status-client.

      *> L'echeance "H" credite capital + interets en une ecriture dont
      *> H-Ref porte le DAT-ID : le capital se retrouve ici.
           SELECT depots-terme ASSIGN TO 'depots-terme.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAT-ID
               FILE STATUS IS ws-status-depots.

           SELECT taux-change ASSIGN TO "taux-change.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-taux.

           SELECT taux-config ASSIGN TO "taux-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-taux-config.

           SELECT rapport ASSIGN TO DYNAMIC ws-nom-rapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD historique.
           COPY HISTREC.

       FD account-master.
           COPY ACCTMAST.

       FD customer-master.
           COPY CUSTMAST.

       FD depots-terme.
           COPY DEPTERME.

       FD taux-change.
           COPY TAUXCHG.

       FD taux-config.
           COPY TAUXCFG.

       FD rapport.
       01 ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-status-client PIC XX.
       01 ws-status-depots PIC XX.
       01 ws-status-rapport PIC XX.
       01 ws-nom-rapport PIC X(40).

       01 ws-fin-fichier PIC X VALUE 'N'.
           88 ws-fin-lecture VALUE 'O'.
       01 ws-fin-comptes PIC X VALUE 'N'.
           88 ws-fin-lecture-comptes VALUE 'O'.
       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.

       01 ws-date-jour PIC 9(8).
       01 ws-date-debut PIC 9(8).
       01 ws-date-fin PIC 9(8).
      *> Jours en entier (INTEGER-OF-DATE) : le premier jour de la
      *> periode, le lendemain du dernier, et le nombre de jours.
       01 ws-jour-debut PIC 9(7).
       01 ws-jour-apres-fin PIC 9(7).
       01 ws-jour-jusqua PIC 9(7).
       01 ws-nb-jours PIC 9(5).

       01 ws-nb-comptes PIC 9(4) VALUE ZERO.
       01 ws-nb-clients PIC 9(4) VALUE ZERO.
       01 ws-nb-paires PIC 9(4) VALUE ZERO.
       01 ws-nb-comptes-techniques PIC 9(4) VALUE ZERO.
       01 ws-nb-comptes-exclus PIC 9(4) VALUE ZERO.
       01 ws-nb-dat-inconnus PIC 9(4) VALUE ZERO.

      *> Extourne : l'ecriture courante est mise de cote le temps de
      *> relire celle qu'elle annule (H-Ref), puis la lecture reprend
      *> juste apres elle.
       01 ws-ecriture-courante PIC X(76).
       01 ws-seq-courante PIC 9(9).
       01 ws-montant-extourne PIC 9(9)V99.
       01 ws-action-annulee PIC X.
       01 ws-ref-dat PIC 9(9).
       01 ws-montant-dat PIC 9(9)V99.
       01 ws-interet-dat PIC 9(9)V99.

      *> Conversion dans la devise de reference, un compte a la fois.
       01 ws-taux-compte PIC 9(3)V9(6).
       01 ws-taux-compte-flag PIC X VALUE 'N'.
           88 ws-taux-compte-ok VALUE 'O'.
       01 ws-produits-conv PIC S9(13)V99.
       01 ws-charges-conv PIC S9(13)V99.
       01 ws-solde-moyen-conv PIC S9(13)V99.

      *> Fields expected by TAUXCHGPROC.cpy - see the contract comment
      *> there.
       01 ws-status-taux PIC XX.
       01 ws-status-taux-config PIC XX.
       01 ws-fin-taux PIC X VALUE 'N'.
           88 ws-fin-lecture-taux VALUE 'O'.
       01 ws-devise-src-cherchee PIC X(3).
       01 ws-devise-cible-cherchee PIC X(3).
       01 ws-taux-applique PIC 9(3)V9(6).
       01 ws-date-effet-retenue PIC 9(8).
       01 ws-taux-etat PIC X.
           88 ws-taux-valide VALUE 'V'.
           88 ws-taux-absent VALUE 'A'.
           88 ws-taux-perime VALUE 'P'.
       01 ws-age-maxi-taux PIC 9(3).
       01 ws-age-taux PIC S9(5).

      *> Devise de reference du rapport - meme valeur que dans
      *> RelevePeriode.cob.
       77 F-Devise-Base PIC X(3) VALUE "EUR".

      *> Comptes clients (ACCT-CUST-ID non nul) charges depuis
      *> ACCOUNT-MASTER avant la passe du journal.  TC-Jour-Solde est
      *> le jour depuis lequel TC-Solde n'a pas bouge; TC-Nombres
      *> cumule solde x jours sur la periode, comme les "nombres" des
      *> agios (AGIOSCUM.cpy).
       01 TABLE-COMPTES.
           05 ENTREE-COMPTE OCCURS 200 TIMES
                   INDEXED BY Idx-Compte.
               10 TC-Numero PIC 9(6).
               10 TC-Client PIC 9(6).
               10 TC-Agence PIC X(3).
               10 TC-Devise PIC X(3).
               10 TC-Solde PIC S9(13)V99.
               10 TC-Jour-Solde PIC 9(7).
               10 TC-Nombres PIC S9(16)V99.
               10 TC-Solde-Moyen PIC S9(13)V99.
               10 TC-Frais PIC S9(11)V99.
               10 TC-Interets-Prets PIC S9(11)V99.
               10 TC-Agios PIC S9(11)V99.
               10 TC-Interets-Verses PIC S9(11)V99.
               10 TC-Interets-DAT PIC S9(11)V99.

      *> Taux deja cherches, une ligne par devise de compte.
       01 ws-nb-devises PIC 9(2) VALUE ZERO.
       01 TABLE-DEVISES.
           05 ENTREE-DEVISE OCCURS 10 TIMES
                   INDEXED BY Idx-Devise.
               10 TD-Devise PIC X(3).
               10 TD-Taux PIC 9(3)V9(6).
               10 TD-Valide PIC X.

      *> Totaux par client (classement general) et par couple
      *> agence/client (sections d'agence) - un client qui a des
      *> comptes dans deux agences figure dans chacune pour la part de
      *> ses comptes qui y sont rattaches.  TL-/TP-Incomplet : un
      *> compte au moins exclu faute de taux.
       01 TABLE-CLIENTS.
           05 ENTREE-CLIENT OCCURS 200 TIMES
                   INDEXED BY Idx-Client.
               10 TL-Client PIC 9(6).
               10 TL-Nb-Comptes PIC 9(2).
               10 TL-Solde-Moyen PIC S9(13)V99.
               10 TL-Produits PIC S9(13)V99.
               10 TL-Charges PIC S9(13)V99.
               10 TL-Net PIC S9(13)V99.
               10 TL-Incomplet PIC X.
               10 TL-Edite PIC X.

       01 TABLE-PAIRES.
           05 ENTREE-PAIRE OCCURS 300 TIMES
                   INDEXED BY Idx-Paire.
               10 TP-Agence PIC X(3).
               10 TP-Client PIC 9(6).
               10 TP-Nb-Comptes PIC 9(2).
               10 TP-Solde-Moyen PIC S9(13)V99.
               10 TP-Produits PIC S9(13)V99.
               10 TP-Charges PIC S9(13)V99.
               10 TP-Net PIC S9(13)V99.
               10 TP-Incomplet PIC X.
               10 TP-Edite PIC X.

      *> Edition : selection repetee du meilleur element non encore
      *> edite, la table reste dans son ordre de chargement.
       01 ws-agence-courante PIC X(3).
       01 ws-fin-agences PIC X VALUE 'N'.
           88 ws-plus-d-agence VALUE 'O'.
       01 ws-meilleur PIC 9(4).
       01 ws-rang PIC 9(4).
       01 ws-total-solde-moyen PIC S9(13)V99.
       01 ws-total-produits PIC S9(13)V99.
       01 ws-total-charges PIC S9(13)V99.
       01 ws-total-net PIC S9(13)V99.

      *> Ligne de detail : alimentee par l'appelant avant
      *> EDITER-LIGNE-CLIENT.
       01 ws-ed-client PIC 9(6).
       01 ws-ed-nb-comptes PIC 9(2).
       01 ws-ed-solde-moyen PIC S9(13)V99.
       01 ws-ed-produits PIC S9(13)V99.
       01 ws-ed-charges PIC S9(13)V99.
       01 ws-ed-net PIC S9(13)V99.
       01 ws-ed-incomplet PIC X.
       01 ws-ed-libelle PIC X(35).
       01 ws-nom-client PIC X(20).

       01 ws-rang-edite PIC ZZZ9.
       01 ws-nb-edite PIC Z9.
       01 ws-solde-edite PIC -Z(10)9.99.
       01 ws-produits-edite PIC -Z(9)9.99.
       01 ws-charges-edite PIC -Z(9)9.99.
       01 ws-net-edite PIC -Z(9)9.99.
       01 ws-compteur-edite PIC Z(3)9.

       77 F-Depot PIC X VALUE "D".
       77 F-Retrait PIC X VALUE "R".
       77 F-Virement PIC X VALUE "V".
       77 F-VirementDebit PIC X VALUE "T".
       77 F-Ouverture PIC X VALUE "O".
       77 F-Interet PIC X VALUE "I".
      *> Reports d'archivage (ArchiverHistorique.cob) - "S" porte un
      *> solde crediteur au moment de la coupure, "U" un solde
      *> debiteur.
       77 F-Report PIC X VALUE "S".
       77 F-Report-Debit PIC X VALUE "U".
      *> Extournes (CorrectionSuperviseur.cob) - "X" annule un credit,
      *> "Y" annule un debit; H-Ref pointe sur l'ecriture annulee.
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
      *> Avis de prelevement execute ("A", ImportPrelevements.cob).
       77 F-Prelevement PIC X VALUE "A".
      *> Cheque paye ("Q", ImportChequesRecus.cob).
       77 F-Cheque-Paye PIC X VALUE "Q".
      *> Reevaluation de change ("Z" gain, "B" perte - compte de
      *> position 999997, sans client).
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

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "RentabiliteClients" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           DISPLAY "=== Rentabilite par client ===".
           DISPLAY "Date de debut (AAAAMMJJ): ".
           ACCEPT ws-date-debut.
           DISPLAY "Date de fin (AAAAMMJJ): ".
           ACCEPT ws-date-fin.
           IF ws-date-fin < ws-date-debut
               DISPLAY "Erreur: la date de fin precede la date de "
                   "debut."
               STOP RUN
           END-IF.
           COMPUTE ws-jour-debut =
               FUNCTION INTEGER-OF-DATE (ws-date-debut).
           COMPUTE ws-jour-apres-fin =
               FUNCTION INTEGER-OF-DATE (ws-date-fin) + 1.
           COMPUTE ws-nb-jours = ws-jour-apres-fin - ws-jour-debut.

           OPEN INPUT account-master.
           IF ws-status-compte NOT = '00'
               DISPLAY "Impossible d'ouvrir acctmast.dat (statut "
                   ws-status-compte ")."
               STOP RUN
           END-IF.
           PERFORM CHARGER-COMPTES.
           CLOSE account-master.

           OPEN INPUT historique.
           IF ws-file-status NOT = '00'
               DISPLAY "Aucun historique disponible (statut "
                   ws-file-status ")."
               STOP RUN
           END-IF.
           OPEN INPUT depots-terme.
           IF ws-status-depots NOT = '00'
               DISPLAY "depots-terme.dat indisponible (statut "
                   ws-status-depots ") - interets de depots a terme "
                   "comptes a zero."
           END-IF.

           PERFORM LIRE-ENTREE-HISTORIQUE.
           PERFORM TRAITER-ENTREE UNTIL ws-fin-lecture.
           CLOSE historique.
           IF ws-status-depots = '00'
               CLOSE depots-terme
           END-IF.

           PERFORM ARRETER-COMPTE VARYING Idx-Compte FROM 1 BY 1
               UNTIL Idx-Compte > ws-nb-comptes.
           PERFORM VENTILER-COMPTE VARYING Idx-Compte FROM 1 BY 1
               UNTIL Idx-Compte > ws-nb-comptes.

           OPEN INPUT customer-master.
           IF ws-status-client NOT = '00'
               DISPLAY "custmast.dat indisponible (statut "
                   ws-status-client ") - rapport sans les noms."
           END-IF.
           STRING "rentabilite-clients-" DELIMITED BY SIZE
               ws-date-fin DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-rapport
           END-STRING.
           OPEN OUTPUT rapport.
           IF ws-status-rapport NOT = '00'
               DISPLAY "ERREUR E/S sur " ws-nom-rapport
               DISPLAY "Code statut: " ws-status-rapport
               STOP RUN
           END-IF.

           PERFORM EDITER-EN-TETE.
           MOVE 'N' TO ws-fin-agences.
           PERFORM EDITER-AGENCE UNTIL ws-plus-d-agence.
           PERFORM EDITER-CLASSEMENT-GENERAL.
           PERFORM EDITER-NOTES.

           CLOSE rapport.
           IF ws-status-client = '00'
               CLOSE customer-master
           END-IF.
           DISPLAY "Clients classes : " ws-nb-clients
               " (fichier " ws-nom-rapport ")".
           STOP RUN.

      *> ------------------------------------------------------------
      *> Chargement des comptes clients
      *> ------------------------------------------------------------
       CHARGER-COMPTES.
           MOVE ZERO TO ACCT-NUMBER.
           START account-master KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'O' TO ws-fin-comptes
           END-START.
           PERFORM LIRE-COMPTE-SUIVANT.
           PERFORM RETENIR-COMPTE UNTIL ws-fin-lecture-comptes.

       LIRE-COMPTE-SUIVANT.
           IF NOT ws-fin-lecture-comptes
               READ account-master NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-comptes
               END-READ
           END-IF.

      *> Les comptes techniques (attente 999999, position 999997...)
      *> n'ont pas de client : ils ne sont pas classes.
       RETENIR-COMPTE.
           IF ACCT-CUST-ID = ZERO
               ADD 1 TO ws-nb-comptes-techniques
           ELSE
               IF ws-nb-comptes >= 200
                   DISPLAY "Trop de comptes clients (limite 200 "
                       "atteinte) - traitement annule."
                   STOP RUN
               END-IF
               ADD 1 TO ws-nb-comptes
               SET Idx-Compte TO ws-nb-comptes
               MOVE ACCT-NUMBER TO TC-Numero (Idx-Compte)
               MOVE ACCT-CUST-ID TO TC-Client (Idx-Compte)
               MOVE ACCT-AGENCE TO TC-Agence (Idx-Compte)
               MOVE ACCT-CURRENCY TO TC-Devise (Idx-Compte)
               MOVE ZERO TO TC-Solde (Idx-Compte)
               MOVE ws-jour-debut TO TC-Jour-Solde (Idx-Compte)
               MOVE ZERO TO TC-Nombres (Idx-Compte)
               MOVE ZERO TO TC-Solde-Moyen (Idx-Compte)
               MOVE ZERO TO TC-Frais (Idx-Compte)
               MOVE ZERO TO TC-Interets-Prets (Idx-Compte)
               MOVE ZERO TO TC-Agios (Idx-Compte)
               MOVE ZERO TO TC-Interets-Verses (Idx-Compte)
               MOVE ZERO TO TC-Interets-DAT (Idx-Compte)
           END-IF.
           PERFORM LIRE-COMPTE-SUIVANT.

      *> ------------------------------------------------------------
      *> Passe du journal
      *> ------------------------------------------------------------
       LIRE-ENTREE-HISTORIQUE.
           IF NOT ws-fin-lecture
               READ historique NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-fichier
               END-READ
           END-IF.

      *> Le solde d'avant l'ecriture a tenu jusqu'a la veille de sa
      *> date : on le cumule d'abord, on applique ensuite le
      *> mouvement.  Une ecriture anterieure a la periode ne fait que
      *> construire le solde d'ouverture.
       TRAITER-ENTREE.
           PERFORM TROUVER-COMPTE.
           IF ws-compte-trouve
               IF H-Date > ws-date-debut
                   COMPUTE ws-jour-jusqua =
                       FUNCTION INTEGER-OF-DATE (H-Date)
                   PERFORM CUMULER-NOMBRES
               END-IF
               PERFORM APPLIQUER-MOUVEMENT
               IF H-Date >= ws-date-debut AND H-Date <= ws-date-fin
                   PERFORM CLASSER-MOUVEMENT
               END-IF
           END-IF.
           PERFORM LIRE-ENTREE-HISTORIQUE.

       TROUVER-COMPTE.
           SET Idx-Compte TO 1.
           SEARCH ENTREE-COMPTE
               AT END
                   MOVE 'N' TO ws-compte-flag
               WHEN Idx-Compte > ws-nb-comptes
                   MOVE 'N' TO ws-compte-flag
               WHEN TC-Numero (Idx-Compte) = H-Compte
                   MOVE 'O' TO ws-compte-flag
           END-SEARCH.

      *> Ajoute solde x jours de TC-Jour-Solde a ws-jour-jusqua (borne
      *> au lendemain de la fin de periode).  Une ecriture antidatee
      *> ne fait pas reculer TC-Jour-Solde.
       CUMULER-NOMBRES.
           IF ws-jour-jusqua > ws-jour-apres-fin
               MOVE ws-jour-apres-fin TO ws-jour-jusqua
           END-IF.
           IF ws-jour-jusqua > TC-Jour-Solde (Idx-Compte)
               COMPUTE TC-Nombres (Idx-Compte) =
                   TC-Nombres (Idx-Compte)
                   + TC-Solde (Idx-Compte)
                   * (ws-jour-jusqua - TC-Jour-Solde (Idx-Compte))
               MOVE ws-jour-jusqua TO TC-Jour-Solde (Idx-Compte)
           END-IF.

      *> Memes sens que le rejeu de ReconciliationFin.cob.
       APPLIQUER-MOUVEMENT.
           EVALUATE H-Action
               WHEN F-Depot
               WHEN F-Ouverture
               WHEN F-Interet
               WHEN F-Virement
               WHEN F-Report
               WHEN F-Annul-Debit
               WHEN F-Virement-Externe-Recu
               WHEN F-Echeance-DAT
               WHEN F-Deblocage-Pret
               WHEN F-Reeval-Gain
               WHEN F-Provision-Dotation
               WHEN F-Credit-Litige
                   ADD H-Montant TO TC-Solde (Idx-Compte)
               WHEN F-Retrait
               WHEN F-VirementDebit
               WHEN F-Report-Debit
               WHEN F-Annul-Credit
               WHEN F-Virement-Externe
               WHEN F-Frais
               WHEN F-Constitution-DAT
               WHEN F-Echeance-Interet
               WHEN F-Echeance-Capital
               WHEN F-Prelevement
               WHEN F-Cheque-Paye
               WHEN F-Reeval-Perte
               WHEN F-Provision-Reprise
               WHEN F-Agios
               WHEN F-Paiement-Carte
               WHEN F-Retrait-Carte
                   SUBTRACT H-Montant FROM TC-Solde (Idx-Compte)
           END-EVALUATE.

       CLASSER-MOUVEMENT.
           EVALUATE H-Action
               WHEN F-Frais
                   ADD H-Montant TO TC-Frais (Idx-Compte)
               WHEN F-Echeance-Interet
                   ADD H-Montant TO TC-Interets-Prets (Idx-Compte)
               WHEN F-Agios
                   ADD H-Montant TO TC-Agios (Idx-Compte)
               WHEN F-Interet
                   ADD H-Montant TO TC-Interets-Verses (Idx-Compte)
               WHEN F-Echeance-DAT
                   MOVE H-Ref TO ws-ref-dat
                   MOVE H-Montant TO ws-montant-dat
                   PERFORM CHERCHER-INTERET-DAT
                   ADD ws-interet-dat TO TC-Interets-DAT (Idx-Compte)
               WHEN F-Annul-Credit
               WHEN F-Annul-Debit
                   PERFORM CLASSER-EXTOURNE
           END-EVALUATE.

      *> Part interets d'une echeance : credit moins capital du depot.
      *> Depot introuvable = interet compte a zero, et signale.
       CHERCHER-INTERET-DAT.
           MOVE ZERO TO ws-interet-dat.
           IF ws-status-depots NOT = '00'
               ADD 1 TO ws-nb-dat-inconnus
           ELSE
               MOVE ws-ref-dat TO DAT-ID
               READ depots-terme KEY IS DAT-ID
                   INVALID KEY
                       ADD 1 TO ws-nb-dat-inconnus
                   NOT INVALID KEY
                       IF ws-montant-dat > DAT-MONTANT
                           COMPUTE ws-interet-dat =
                               ws-montant-dat - DAT-MONTANT
                       END-IF
               END-READ
           END-IF.

      *> L'extourne retire de la periode le produit ou la charge de
      *> l'ecriture qu'elle annule.  La lecture sequentielle reprend
      *> ensuite apres l'extourne elle-meme.
       CLASSER-EXTOURNE.
           MOVE historique-record TO ws-ecriture-courante.
           MOVE H-Seq TO ws-seq-courante.
           MOVE H-Montant TO ws-montant-extourne.
           MOVE SPACE TO ws-action-annulee.
           MOVE H-Ref TO H-Seq.
           READ historique KEY IS H-Seq
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE H-Action TO ws-action-annulee
                   MOVE H-Ref TO ws-ref-dat
                   MOVE H-Montant TO ws-montant-dat
           END-READ.
           MOVE ws-seq-courante TO H-Seq.
           START historique KEY IS GREATER THAN H-Seq
               INVALID KEY
                   MOVE 'O' TO ws-fin-fichier
           END-START.
           MOVE ws-ecriture-courante TO historique-record.
           EVALUATE ws-action-annulee
               WHEN F-Frais
                   SUBTRACT ws-montant-extourne
                       FROM TC-Frais (Idx-Compte)
               WHEN F-Echeance-Interet
                   SUBTRACT ws-montant-extourne
                       FROM TC-Interets-Prets (Idx-Compte)
               WHEN F-Agios
                   SUBTRACT ws-montant-extourne
                       FROM TC-Agios (Idx-Compte)
               WHEN F-Interet
                   SUBTRACT ws-montant-extourne
                       FROM TC-Interets-Verses (Idx-Compte)
               WHEN F-Echeance-DAT
                   PERFORM CHERCHER-INTERET-DAT
                   SUBTRACT ws-interet-dat
                       FROM TC-Interets-DAT (Idx-Compte)
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Solde moyen et ventilation par client
      *> ------------------------------------------------------------
       ARRETER-COMPTE.
           MOVE ws-jour-apres-fin TO ws-jour-jusqua.
           PERFORM CUMULER-NOMBRES.
           COMPUTE TC-Solde-Moyen (Idx-Compte) ROUNDED =
               TC-Nombres (Idx-Compte) / ws-nb-jours.

       VENTILER-COMPTE.
           PERFORM TAUX-DU-COMPTE.
           PERFORM TROUVER-OU-CREER-CLIENT.
           PERFORM TROUVER-OU-CREER-PAIRE.
           IF ws-taux-compte-ok
               COMPUTE ws-produits-conv ROUNDED =
                   (TC-Frais (Idx-Compte)
                    + TC-Interets-Prets (Idx-Compte)
                    + TC-Agios (Idx-Compte)) * ws-taux-compte
               COMPUTE ws-charges-conv ROUNDED =
                   (TC-Interets-Verses (Idx-Compte)
                    + TC-Interets-DAT (Idx-Compte)) * ws-taux-compte
               COMPUTE ws-solde-moyen-conv ROUNDED =
                   TC-Solde-Moyen (Idx-Compte) * ws-taux-compte
               ADD 1 TO TL-Nb-Comptes (Idx-Client)
               ADD ws-solde-moyen-conv TO TL-Solde-Moyen (Idx-Client)
               ADD ws-produits-conv TO TL-Produits (Idx-Client)
               ADD ws-charges-conv TO TL-Charges (Idx-Client)
               COMPUTE TL-Net (Idx-Client) =
                   TL-Produits (Idx-Client) - TL-Charges (Idx-Client)
               ADD 1 TO TP-Nb-Comptes (Idx-Paire)
               ADD ws-solde-moyen-conv TO TP-Solde-Moyen (Idx-Paire)
               ADD ws-produits-conv TO TP-Produits (Idx-Paire)
               ADD ws-charges-conv TO TP-Charges (Idx-Paire)
               COMPUTE TP-Net (Idx-Paire) =
                   TP-Produits (Idx-Paire) - TP-Charges (Idx-Paire)
           ELSE
               DISPLAY "Compte " TC-Numero (Idx-Compte)
                   ": aucun taux " TC-Devise (Idx-Compte) "/"
                   F-Devise-Base " frais - compte exclu"
               ADD 1 TO ws-nb-comptes-exclus
               MOVE 'O' TO TL-Incomplet (Idx-Client)
               MOVE 'O' TO TP-Incomplet (Idx-Paire)
           END-IF.

       TAUX-DU-COMPTE.
           IF TC-Devise (Idx-Compte) = F-Devise-Base
               MOVE 1 TO ws-taux-compte
               MOVE 'O' TO ws-taux-compte-flag
           ELSE
               PERFORM TROUVER-OU-CREER-DEVISE
               MOVE TD-Taux (Idx-Devise) TO ws-taux-compte
               MOVE TD-Valide (Idx-Devise) TO ws-taux-compte-flag
           END-IF.

       TROUVER-OU-CREER-DEVISE.
           SET Idx-Devise TO 1.
           SEARCH ENTREE-DEVISE
               AT END
                   IF ws-nb-devises >= 10
                       DISPLAY "Trop de devises distinctes (limite "
                           "10 atteinte) - traitement annule."
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-nb-devises
                   SET Idx-Devise TO ws-nb-devises
                   MOVE TC-Devise (Idx-Compte) TO TD-Devise (Idx-Devise)
                   MOVE TC-Devise (Idx-Compte) TO ws-devise-src-cherchee
                   MOVE F-Devise-Base TO ws-devise-cible-cherchee
                   PERFORM CHERCHER-TAUX-CHANGE
                   IF ws-taux-valide
                       MOVE ws-taux-applique TO TD-Taux (Idx-Devise)
                       MOVE 'O' TO TD-Valide (Idx-Devise)
                       DISPLAY "Taux " TC-Devise (Idx-Compte) "/"
                           F-Devise-Base " : " ws-taux-applique
                           " (effet " ws-date-effet-retenue ")"
                   ELSE
                       MOVE ZERO TO TD-Taux (Idx-Devise)
                       MOVE 'N' TO TD-Valide (Idx-Devise)
                   END-IF
               WHEN TD-Devise (Idx-Devise) = TC-Devise (Idx-Compte)
                   CONTINUE
           END-SEARCH.

       TROUVER-OU-CREER-CLIENT.
           SET Idx-Client TO 1.
           SEARCH ENTREE-CLIENT
               AT END
                   IF ws-nb-clients >= 200
                       DISPLAY "Trop de clients distincts (limite "
                           "200 atteinte) - traitement annule."
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-nb-clients
                   SET Idx-Client TO ws-nb-clients
                   MOVE TC-Client (Idx-Compte) TO TL-Client (Idx-Client)
                   MOVE ZERO TO TL-Nb-Comptes (Idx-Client)
                   MOVE ZERO TO TL-Solde-Moyen (Idx-Client)
                   MOVE ZERO TO TL-Produits (Idx-Client)
                   MOVE ZERO TO TL-Charges (Idx-Client)
                   MOVE ZERO TO TL-Net (Idx-Client)
                   MOVE 'N' TO TL-Incomplet (Idx-Client)
                   MOVE 'N' TO TL-Edite (Idx-Client)
               WHEN TL-Client (Idx-Client) = TC-Client (Idx-Compte)
                   CONTINUE
           END-SEARCH.

       TROUVER-OU-CREER-PAIRE.
           SET Idx-Paire TO 1.
           SEARCH ENTREE-PAIRE
               AT END
                   IF ws-nb-paires >= 300
                       DISPLAY "Trop de couples agence/client (limite "
                           "300 atteinte) - traitement annule."
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-nb-paires
                   SET Idx-Paire TO ws-nb-paires
                   MOVE TC-Agence (Idx-Compte) TO TP-Agence (Idx-Paire)
                   MOVE TC-Client (Idx-Compte) TO TP-Client (Idx-Paire)
                   MOVE ZERO TO TP-Nb-Comptes (Idx-Paire)
                   MOVE ZERO TO TP-Solde-Moyen (Idx-Paire)
                   MOVE ZERO TO TP-Produits (Idx-Paire)
                   MOVE ZERO TO TP-Charges (Idx-Paire)
                   MOVE ZERO TO TP-Net (Idx-Paire)
                   MOVE 'N' TO TP-Incomplet (Idx-Paire)
                   MOVE 'N' TO TP-Edite (Idx-Paire)
               WHEN TP-Agence (Idx-Paire) = TC-Agence (Idx-Compte)
                   AND TP-Client (Idx-Paire) = TC-Client (Idx-Compte)
                   CONTINUE
           END-SEARCH.

       COPY TAUXCHGPROC.

      *> ------------------------------------------------------------
      *> Edition
      *> ------------------------------------------------------------
       EDITER-EN-TETE.
           MOVE SPACES TO ligne-rapport.
           STRING "RENTABILITE PAR CLIENT DU " DELIMITED BY SIZE
               ws-date-debut DELIMITED BY SIZE
               " AU " DELIMITED BY SIZE
               ws-date-fin DELIMITED BY SIZE
               " - MONTANTS EN " DELIMITED BY SIZE
               F-Devise-Base DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE SPACES TO ligne-rapport.
           STRING "Produits : frais, interets de prets, agios.  "
               DELIMITED BY SIZE
               "Charges : interets crediteurs et de depots a terme."
               DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.

       EDITER-TITRES.
           MOVE SPACES TO ligne-rapport.
           STRING "Rang Client Nom                  Cpt"
               DELIMITED BY SIZE
               "     Solde moyen       Produits        Charges"
               DELIMITED BY SIZE
               "   Contribution" DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

      *> Agence suivante dans l'ordre des codes, ses clients classes
      *> par contribution decroissante, puis son sous-total.
       EDITER-AGENCE.
           MOVE HIGH-VALUES TO ws-agence-courante.
           PERFORM CHERCHER-AGENCE-SUIVANTE VARYING Idx-Paire
               FROM 1 BY 1 UNTIL Idx-Paire > ws-nb-paires.
           IF ws-agence-courante = HIGH-VALUES
               MOVE 'O' TO ws-fin-agences
           ELSE
               MOVE SPACES TO ligne-rapport
               STRING "AGENCE " DELIMITED BY SIZE
                   ws-agence-courante DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
               WRITE ligne-rapport
               PERFORM EDITER-TITRES
               MOVE ZERO TO ws-rang
               MOVE ZERO TO ws-total-solde-moyen
               MOVE ZERO TO ws-total-produits
               MOVE ZERO TO ws-total-charges
               MOVE ZERO TO ws-total-net
               MOVE 1 TO ws-meilleur
               PERFORM EDITER-PAIRE-SUIVANTE UNTIL ws-meilleur = ZERO
               MOVE SPACES TO ws-ed-libelle
               STRING "Total agence " DELIMITED BY SIZE
                   ws-agence-courante DELIMITED BY SIZE
                   INTO ws-ed-libelle
               END-STRING
               PERFORM EDITER-LIGNE-TOTAL
           END-IF.

       CHERCHER-AGENCE-SUIVANTE.
           IF TP-Edite (Idx-Paire) = 'N'
                   AND TP-Agence (Idx-Paire) < ws-agence-courante
               MOVE TP-Agence (Idx-Paire) TO ws-agence-courante
           END-IF.

       EDITER-PAIRE-SUIVANTE.
           MOVE ZERO TO ws-meilleur.
           PERFORM CHERCHER-MEILLEURE-PAIRE VARYING Idx-Paire
               FROM 1 BY 1 UNTIL Idx-Paire > ws-nb-paires.
           IF ws-meilleur NOT = ZERO
               MOVE 'O' TO TP-Edite (ws-meilleur)
               ADD 1 TO ws-rang
               MOVE TP-Client (ws-meilleur) TO ws-ed-client
               MOVE TP-Nb-Comptes (ws-meilleur) TO ws-ed-nb-comptes
               MOVE TP-Solde-Moyen (ws-meilleur) TO ws-ed-solde-moyen
               MOVE TP-Produits (ws-meilleur) TO ws-ed-produits
               MOVE TP-Charges (ws-meilleur) TO ws-ed-charges
               MOVE TP-Net (ws-meilleur) TO ws-ed-net
               MOVE TP-Incomplet (ws-meilleur) TO ws-ed-incomplet
               PERFORM EDITER-LIGNE-CLIENT
           END-IF.

       CHERCHER-MEILLEURE-PAIRE.
           IF TP-Edite (Idx-Paire) = 'N'
                   AND TP-Agence (Idx-Paire) = ws-agence-courante
               IF ws-meilleur = ZERO
                   SET ws-meilleur TO Idx-Paire
               ELSE
                   IF TP-Net (Idx-Paire) > TP-Net (ws-meilleur)
                       SET ws-meilleur TO Idx-Paire
                   END-IF
               END-IF
           END-IF.

       EDITER-CLASSEMENT-GENERAL.
           MOVE "CLASSEMENT GENERAL" TO ligne-rapport.
           WRITE ligne-rapport.
           PERFORM EDITER-TITRES.
           MOVE ZERO TO ws-rang.
           MOVE ZERO TO ws-total-solde-moyen.
           MOVE ZERO TO ws-total-produits.
           MOVE ZERO TO ws-total-charges.
           MOVE ZERO TO ws-total-net.
           MOVE 1 TO ws-meilleur.
           PERFORM EDITER-CLIENT-SUIVANT UNTIL ws-meilleur = ZERO.
           MOVE "Total general" TO ws-ed-libelle.
           PERFORM EDITER-LIGNE-TOTAL.

       EDITER-CLIENT-SUIVANT.
           MOVE ZERO TO ws-meilleur.
           PERFORM CHERCHER-MEILLEUR-CLIENT VARYING Idx-Client
               FROM 1 BY 1 UNTIL Idx-Client > ws-nb-clients.
           IF ws-meilleur NOT = ZERO
               MOVE 'O' TO TL-Edite (ws-meilleur)
               ADD 1 TO ws-rang
               MOVE TL-Client (ws-meilleur) TO ws-ed-client
               MOVE TL-Nb-Comptes (ws-meilleur) TO ws-ed-nb-comptes
               MOVE TL-Solde-Moyen (ws-meilleur) TO ws-ed-solde-moyen
               MOVE TL-Produits (ws-meilleur) TO ws-ed-produits
               MOVE TL-Charges (ws-meilleur) TO ws-ed-charges
               MOVE TL-Net (ws-meilleur) TO ws-ed-net
               MOVE TL-Incomplet (ws-meilleur) TO ws-ed-incomplet
               PERFORM EDITER-LIGNE-CLIENT
           END-IF.

       CHERCHER-MEILLEUR-CLIENT.
           IF TL-Edite (Idx-Client) = 'N'
               IF ws-meilleur = ZERO
                   SET ws-meilleur TO Idx-Client
               ELSE
                   IF TL-Net (Idx-Client) > TL-Net (ws-meilleur)
                       SET ws-meilleur TO Idx-Client
                   END-IF
               END-IF
           END-IF.

      *> Une ligne par client, cumulee dans le total en cours.
       EDITER-LIGNE-CLIENT.
           MOVE SPACES TO ws-nom-client.
           IF ws-status-client = '00'
               MOVE ws-ed-client TO CUST-ID
               READ customer-master KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NOM TO ws-nom-client
               END-READ
           END-IF.
           MOVE ws-rang TO ws-rang-edite.
           MOVE ws-ed-nb-comptes TO ws-nb-edite.
           MOVE ws-ed-solde-moyen TO ws-solde-edite.
           MOVE ws-ed-produits TO ws-produits-edite.
           MOVE ws-ed-charges TO ws-charges-edite.
           MOVE ws-ed-net TO ws-net-edite.
           MOVE SPACES TO ligne-rapport.
           STRING ws-rang-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-ed-client DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-nom-client DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-nb-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-solde-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-produits-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-charges-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-net-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           IF ws-ed-incomplet = 'O'
               MOVE "*" TO ligne-rapport (99:1)
           END-IF.
           WRITE ligne-rapport.
           ADD ws-ed-solde-moyen TO ws-total-solde-moyen.
           ADD ws-ed-produits TO ws-total-produits.
           ADD ws-ed-charges TO ws-total-charges.
           ADD ws-ed-net TO ws-total-net.

       EDITER-LIGNE-TOTAL.
           MOVE ws-total-solde-moyen TO ws-solde-edite.
           MOVE ws-total-produits TO ws-produits-edite.
           MOVE ws-total-charges TO ws-charges-edite.
           MOVE ws-total-net TO ws-net-edite.
           MOVE SPACES TO ligne-rapport.
           STRING ws-ed-libelle DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-solde-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-produits-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-charges-edite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-net-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.

       EDITER-NOTES.
           IF ws-nb-comptes-exclus NOT = ZERO
               MOVE ws-nb-comptes-exclus TO ws-compteur-edite
               MOVE SPACES TO ligne-rapport
               STRING "* " DELIMITED BY SIZE
                   ws-compteur-edite DELIMITED BY SIZE
                   " compte(s) exclu(s) faute de taux de change "
                   DELIMITED BY SIZE
                   "frais vers " DELIMITED BY SIZE
                   F-Devise-Base DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
               WRITE ligne-rapport
           END-IF.
           IF ws-nb-dat-inconnus NOT = ZERO
               MOVE ws-nb-dat-inconnus TO ws-compteur-edite
               MOVE SPACES TO ligne-rapport
               STRING ws-compteur-edite DELIMITED BY SIZE
                   " echeance(s) de depot a terme sans depot "
                   DELIMITED BY SIZE
                   "retrouve - interets comptes a zero"
                   DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
               WRITE ligne-rapport
           END-IF.
           MOVE ws-nb-comptes-techniques TO ws-compteur-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "Comptes techniques sans client non classes : "
               DELIMITED BY SIZE
               ws-compteur-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

       COPY ACCESPROC.
