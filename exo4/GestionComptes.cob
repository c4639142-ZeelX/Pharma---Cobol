               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

      *> Hands out the next ACCT-NUMBER the same way histseq.dat hands
      *> out H-Seq - a plain counter file so two open sessions can't
      *> assign the same account number.  When the file doesn't exist
               RECORD KEY IS TIT-CLE
               FILE STATUS IS ws-status-titulaires.

      *> File de revue du criblage sanctions (voir CRIBALRT.cpy) -
      *> lue seulement : un compte dont un titulaire est sous sanction
      *> confirmee ne se debloque pas ici, et le compte ouvert a un tel
      *> client nait bloque.
           SELECT criblage-alertes ASSIGN TO 'criblage-alertes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-NUMERO
               FILE STATUS IS ws-status-alertes-crib.

      *> Comptes geles par une succession ouverte (voir SUCCCPT.cpy) -
      *> lu seulement : ils ne se debloquent pas ici tant que le solde
      *> n'a pas ete verse par SuccessionClient.cob.
           SELECT succession-comptes ASSIGN TO 'succession-comptes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCP-CLE
               FILE STATUS IS ws-status-succ-comptes.

      *> Catalogue des produits (voir PRODUIT.cpy) - lu seulement :
      *> l'ouverture applique les conditions du produit choisi, et la
      *> devise d'un compte ne sort pas de celle que son produit
      *> autorise.  Tenu dans GestionProduits.cob.
           SELECT produits ASSIGN TO 'produits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE
               FILE STATUS IS ws-status-produits.

       DATA DIVISION.
       FILE SECTION.
       FD account-master.
       FD securite-journal.
           COPY SECULOG.

       FD alertes-soldes.
           COPY ALERTSLD.

       FD titulaires.
           COPY TITULAIRE.

       FD criblage-alertes.
           COPY CRIBALRT.

       FD succession-comptes.
           COPY SUCCCPT.

       FD produits.
           COPY PRODUIT.

       WORKING-STORAGE SECTION.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       01 ws-alerte-flag PIC X VALUE 'N'.
           88 ws-alerte-trouvee VALUE 'O'.
       01 ChoixAlerte PIC 9 VALUE ZERO.
       01 ws-status-alertes-crib PIC XX.
       01 ws-fin-alertes-crib PIC X VALUE 'N'.
           88 ws-fin-lecture-alertes-crib VALUE 'O'.
       01 ws-sanction-flag PIC X VALUE 'N'.
           88 ws-compte-sanctionne VALUE 'O'.
       01 ws-status-succ-comptes PIC XX.
       01 ws-fin-succ-comptes PIC X VALUE 'N'.
           88 ws-fin-lecture-succ-comptes VALUE 'O'.
       01 ws-succession-flag PIC X VALUE 'N'.
           88 ws-compte-en-succession VALUE 'O'.
       01 ws-status-produits PIC XX.
       01 CodeProduit PIC X(6).
      *> Conditions du produit lu par LIRE-PRODUIT-COMPTE - copiees
      *> hors du FD, le catalogue est referme aussitot lu.
       01 ws-produit-flag PIC X VALUE 'N'.
           88 ws-produit-trouve VALUE 'O'.
       01 ws-prd-limite PIC 9(9)V99.
       01 ws-prd-decouvert PIC 9(9)V99.
       01 ws-prd-taux PIC 9V9(4).
       01 ws-prd-devise PIC X(3).
       01 ws-devise-flag PIC X VALUE 'O'.
           88 ws-devise-autorisee VALUE 'O'.
       COPY FILESTAT.

       01 Choix PIC 9 VALUE ZERO.
       01 ws-sec-compte PIC 9(6).
       01 ws-sec-evenement PIC X(12).
       01 ws-heure-secu PIC 9(8).
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

      *> pris comme plus haut numero par la reconstruction du
      *> compteur : l'attente interbancaire
      *> (ImportVirementsEntrants.cob), les impots dus
      *> (InteretNocturne.cob), la position de change
      *> (ReevaluationChange.cob), les recettes de la bibliotheque
      *> (PrelevementsBibliotheque.cob) et les provisions sur prets
      *> (ProvisionsPrets.cob).  En prendre un ferait
      *> boucler le compteur ou attribuerait un numero technique a un
      *> client.
      *> Meme liste que FacturationFrais.cob et ComptesDormants.cob.
       77 F-Compte-Attente PIC 9(6) VALUE 999999.
       77 F-Compte-Impots PIC 9(6) VALUE 999998.
       77 F-Compte-Position PIC 9(6) VALUE 999997.
       77 F-Compte-Bibliotheque PIC 9(6) VALUE 999996.
       77 F-Compte-Provisions PIC 9(6) VALUE 999995.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionComptes" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O account-master.
           IF ws-status-compte = '35'
               OPEN OUTPUT account-master
      *> le record ACCOUNT-MASTER d'abord, puis l'ecriture "O" du solde
      *> initial posee par SubProgram pour que la reconciliation rejoue
      *> juste.
      *> Les conditions (limite, decouvert, taux, devise) viennent
      *> toujours du produit choisi - plus de compte hors catalogue.
      *> Le code est redemande tant qu'il ne designe pas un produit
      *> actif; un code a blanc abandonne l'ouverture.  Le produit est
      *> controle avant l'attribution du numero, pour qu'un refus ne
      *> consomme pas de numero de compte.
       OUVRIR-COMPTE.
           PERFORM SAISIR-PRODUIT-COMPTE.
           PERFORM SAISIR-PRODUIT-COMPTE
               UNTIL ws-produit-trouve OR CodeProduit = SPACES.
           IF ws-produit-trouve
               PERFORM OUVRIR-COMPTE-PRODUIT
           ELSE
               DISPLAY "Ouverture abandonnee"
           END-IF.

       SAISIR-PRODUIT-COMPTE.
           DISPLAY "Produit (COURANT/EPARGNE/... blanc = abandon): ".
           ACCEPT CodeProduit.
           MOVE 'N' TO ws-produit-flag.
           IF CodeProduit NOT = SPACES
               PERFORM LIRE-PRODUIT-COMPTE
               IF NOT ws-produit-trouve
                   DISPLAY "Erreur: Produit " CodeProduit
                       " introuvable ou retire"
               END-IF
           END-IF.

       OUVRIR-COMPTE-PRODUIT.
           PERFORM PROCHAIN-NUMERO-COMPTE.
           MOVE ws-seq-compte TO ACCT-NUMBER.
           MOVE CodeProduit TO ACCT-PRODUIT.
           MOVE 'N' TO ACCT-TAUX-INDIVIDUEL.
           DISPLAY "Client proprietaire (numero): ".
           ACCEPT ACCT-CUST-ID.
           DISPLAY "Depot initial: ".
           ACCEPT ws-pin-clair.
           PERFORM CALCULER-EMPREINTE-PIN.
           MOVE ws-pin-hash TO ACCT-PIN-HASH.
           MOVE ZERO TO ACCT-DAILY-USED.
           MOVE ZERO TO ACCT-DAILY-DATE.
           PERFORM APPLIQUER-CONDITIONS-PRODUIT.
           MOVE 'A' TO ACCT-STATUS.
           PERFORM CONTROLER-SANCTIONS-COMPTE.
           IF ws-compte-sanctionne
               MOVE 'B' TO ACCT-STATUS
               DISPLAY "ATTENTION: client sous sanction confirmee - "
                   "le compte est ouvert bloque"
           END-IF.
           MOVE ZERO TO ACCT-PIN-ECHECS.
           MOVE ZERO TO ACCT-HELD-AMOUNT.
           MOVE ZERO TO ACCT-LAST-CREDIT-TS.
           PERFORM POSER-ECRITURE.
           DISPLAY "Compte ouvert sous le numero " ACCT-NUMBER.

      *> Un produit ouvert a toutes les devises ("ALL") laisse la
      *> devise a la saisie; sinon c'est la sienne.
       APPLIQUER-CONDITIONS-PRODUIT.
           MOVE ws-prd-limite TO ACCT-DAILY-LIMIT.
           MOVE ws-prd-decouvert TO ACCT-OVERDRAFT-LIMIT.
           MOVE ws-prd-taux TO ACCT-INTEREST-RATE.
           IF ws-prd-devise = "ALL"
               DISPLAY "Devise (USD/EUR/...): "
               ACCEPT ACCT-CURRENCY
           ELSE
               MOVE ws-prd-devise TO ACCT-CURRENCY
           END-IF.
           DISPLAY "Conditions du produit " CodeProduit
               " : limite/j " ACCT-DAILY-LIMIT
               " decouvert " ACCT-OVERDRAFT-LIMIT
               " taux " ACCT-INTEREST-RATE " " ACCT-CURRENCY.

      *> Lit CodeProduit au catalogue; trouve seulement s'il est
      *> actif - un produit retire n'ouvre plus de compte.  Catalogue
      *> absent : introuvable.
       LIRE-PRODUIT-COMPTE.
           MOVE 'N' TO ws-produit-flag.
           OPEN INPUT produits.
           IF ws-status-produits = '00'
               MOVE CodeProduit TO PRD-CODE
               READ produits KEY IS PRD-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-ACTIF
                           MOVE 'O' TO ws-produit-flag
                           MOVE PRD-LIMITE-JOUR TO ws-prd-limite
                           MOVE PRD-DECOUVERT TO ws-prd-decouvert
                           MOVE PRD-TAUX TO ws-prd-taux
                           MOVE PRD-DEVISE TO ws-prd-devise
                       END-IF
               END-READ
               CLOSE produits
           END-IF.

      *> Un compte ne se cloture que soldes a zero - sinon de l'argent
      *> disparaitrait du bilan sans mouvement pour l'expliquer.  Le
      *> record reste en place, marque ferme, pour que les rejeux
                       ACCT-INTEREST-RATE ")"
                   DISPLAY "5. Agence de rattachement (actuelle "
                       ACCT-AGENCE ")"
                   DISPLAY "6. Produit / retour au taux du produit "
                       "(actuel " ACCT-PRODUIT ")"
                   ACCEPT ChoixModif
                   EVALUATE ChoixModif
                       WHEN 1 PERFORM MODIFIER-LIMITE
                       WHEN 3 PERFORM MODIFIER-DEVISE
                       WHEN 4 PERFORM MODIFIER-TAUX
                       WHEN 5 PERFORM MODIFIER-AGENCE
                       WHEN 6 PERFORM MODIFIER-PRODUIT
                       WHEN OTHER DISPLAY "Choix Invalide."
                   END-EVALUATE
               END-IF
           MOVE NouveauDecouvert TO H-Montant.
           PERFORM APPLIQUER-MODIFICATION.

      *> La devise reste dans celle que le produit du compte autorise.
       MODIFIER-DEVISE.
           DISPLAY "Nouvelle devise: ".
           ACCEPT NouvelleDevise.
           PERFORM CONTROLER-DEVISE-PRODUIT.
           IF NOT ws-devise-autorisee
               DISPLAY "Erreur: Devise " NouvelleDevise
                   " non autorisee par le produit " ACCT-PRODUIT
           ELSE
               MOVE NouvelleDevise TO ACCT-CURRENCY
               MOVE ZERO TO H-Montant
               PERFORM APPLIQUER-MODIFICATION
           END-IF.

      *> Un taux saisi compte par compte est une derogation : le
      *> compte sort des changements de taux de son produit
      *> (BasculeTauxProduits.cob) jusqu'au retour au taux du produit
      *> par l'option 6.
       MODIFIER-TAUX.
           DISPLAY "Nouveau taux d'interet: ".
           ACCEPT NouveauTaux.
           MOVE NouveauTaux TO ACCT-INTEREST-RATE.
           MOVE 'O' TO ACCT-TAUX-INDIVIDUEL.
           MOVE ZERO TO H-Montant.
           PERFORM APPLIQUER-MODIFICATION.

      *> Rattache le compte a un produit (ou le confirme) et le remet
      *> au taux en vigueur du produit, derogation levee.  Limite et
      *> decouvert ne bougent pas - ils se modifient a part.  Le
      *> produit doit autoriser la devise du compte.
       MODIFIER-PRODUIT.
           DISPLAY "Code produit: ".
           ACCEPT CodeProduit.
           PERFORM LIRE-PRODUIT-COMPTE.
           EVALUATE TRUE
               WHEN NOT ws-produit-trouve
                   DISPLAY "Erreur: Produit " CodeProduit
                       " introuvable ou retire"
               WHEN ws-prd-devise NOT = "ALL"
                   AND ws-prd-devise NOT = ACCT-CURRENCY
                   DISPLAY "Erreur: Le produit " CodeProduit
                       " n'autorise pas la devise " ACCT-CURRENCY
               WHEN OTHER
                   MOVE CodeProduit TO ACCT-PRODUIT
                   MOVE ws-prd-taux TO ACCT-INTEREST-RATE
                   MOVE 'N' TO ACCT-TAUX-INDIVIDUEL
                   MOVE ZERO TO H-Montant
                   PERFORM APPLIQUER-MODIFICATION
           END-EVALUATE.

      *> NouvelleDevise est-elle permise par le produit du compte en
      *> memoire ?  Compte sans produit, ou produit disparu du
      *> catalogue : oui.  Le record compte reste intact - seul le
      *> catalogue est lu.
       CONTROLER-DEVISE-PRODUIT.
           MOVE 'O' TO ws-devise-flag.
           IF ACCT-PRODUIT NOT = SPACES
               MOVE ACCT-PRODUIT TO CodeProduit
               PERFORM LIRE-PRODUIT-COMPTE
               IF ws-produit-trouve AND ws-prd-devise NOT = "ALL"
                   AND ws-prd-devise NOT = NouvelleDevise
                   MOVE 'N' TO ws-devise-flag
               END-IF
           END-IF.

      *> Le rattachement d'agence se corrige ici - c'est par la que le
      *> vieux fonds envoye a "000" par ConvertirFichiers.cob se
      *> reventile entre les agences, sans quoi chaque operation de
               DISPLAY "Limite/j  : " ACCT-DAILY-LIMIT
               DISPLAY "Decouvert : " ACCT-OVERDRAFT-LIMIT
               DISPLAY "Taux      : " ACCT-INTEREST-RATE
               IF ACCT-TAUX-DEROGATOIRE
                   DISPLAY "            (taux individuel)"
               END-IF
               DISPLAY "Produit   : " ACCT-PRODUIT
               DISPLAY "Agence    : " ACCT-AGENCE
           ELSE
               DISPLAY "Erreur: Compte introuvable"
           END-IF.

      *> Deblocage supervise d'un compte verrouille par trois PIN
      *> errones (voir VERIFIER-PIN dans Gestionbancaire.cob).  Droit
      *> DEBLOCAGE (droits-acces.dat) - operateur de la session ou
      *> second operateur habilite, sinon refus.
      *> Le deblocage lui-meme est journalise dans securite.log, comme
      *> les echecs qui l'ont rendu necessaire.  Le blocage pose par
      *> la conformite sur sanction confirmee (RevueCriblage.cob) ne
      *> se leve pas ici, ni le gel d'un compte de client decede
      *> tant que sa succession ne l'a pas verse (SuccessionClient.cob).
       DEBLOQUER-COMPTE.
           MOVE "DEBLOCAGE" TO ACD-FONCTION.
           PERFORM CONTROLER-SUPERVISEUR.
           IF NOT SuperviseurOk
               DISPLAY "Erreur: Autorisation refusee - "
                   "deblocage refuse"
           ELSE
               DISPLAY "Numero de compte: "
               IF NOT SoldeCompteTrouve
                   DISPLAY "Erreur: Compte introuvable"
               ELSE
                   MOVE 'N' TO ws-sanction-flag
                   MOVE 'N' TO ws-succession-flag
                   IF ACCT-BLOQUE
                       PERFORM CONTROLER-SANCTIONS-COMPTE
                       PERFORM CONTROLER-SUCCESSION-COMPTE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT ACCT-BLOQUE
                           DISPLAY "Erreur: Compte non bloque"
                       WHEN ws-compte-sanctionne
                           DISPLAY "Erreur: Titulaire sous sanction "
                               "confirmee - deblocage refuse"
                       WHEN ws-compte-en-succession
                           DISPLAY "Erreur: Compte gele par une "
                               "succession ouverte - deblocage refuse"
                       WHEN OTHER
                           MOVE 'A' TO ACCT-STATUS
                           MOVE ZERO TO ACCT-PIN-ECHECS
                           REWRITE ACCOUNT-MASTER-RECORD
                           MOVE ws-status-compte TO ws-verif-statut
                           MOVE 'acctmast.dat' TO ws-verif-fichier
                           PERFORM VERIFIER-STATUT
                           MOVE NumeroCompte TO ws-sec-compte
                           MOVE "DEBLOCAGE" TO ws-sec-evenement
                           PERFORM ECRIRE-EVENEMENT-SECURITE
                           DISPLAY "Compte " NumeroCompte " debloque."
                   END-EVALUATE
               END-IF
           END-IF.

      *> Le compte en memoire (ACCT-NUMBER, ACCT-CUST-ID) est-il celui
      *> d'un client dont une alerte de criblage est confirmee, comme
      *> proprietaire ou comme titulaire actif ?  File absente : non.
       CONTROLER-SANCTIONS-COMPTE.
           MOVE 'N' TO ws-sanction-flag.
           OPEN INPUT criblage-alertes.
           IF ws-status-alertes-crib = '00'
               MOVE 'N' TO ws-fin-alertes-crib
               MOVE ZERO TO ALR-NUMERO
               START criblage-alertes KEY IS >= ALR-NUMERO
                   INVALID KEY
                       MOVE 'O' TO ws-fin-alertes-crib
               END-START
               PERFORM LIRE-ALERTE-CRIBLAGE
               PERFORM EXAMINER-ALERTE-SANCTION
                   UNTIL ws-fin-lecture-alertes-crib
               CLOSE criblage-alertes
           END-IF.

       LIRE-ALERTE-CRIBLAGE.
           IF NOT ws-fin-lecture-alertes-crib
               READ criblage-alertes NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-alertes-crib
               END-READ
           END-IF.

       EXAMINER-ALERTE-SANCTION.
           IF ALR-CONFIRMEE
               IF ALR-CLIENT = ACCT-CUST-ID
                   MOVE 'O' TO ws-sanction-flag
               ELSE
                   MOVE ACCT-NUMBER TO TIT-COMPTE
                   MOVE ALR-CLIENT TO TIT-CLIENT
                   READ titulaires KEY IS TIT-CLE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TIT-ACTIF
                               MOVE 'O' TO ws-sanction-flag
                           END-IF
                   END-READ
               END-IF
           END-IF.
           PERFORM LIRE-ALERTE-CRIBLAGE.

      *> Le compte en memoire (ACCT-NUMBER) est-il encore gele par la
      *> succession d'un de ses titulaires ?  Fichier absent : non.
       CONTROLER-SUCCESSION-COMPTE.
           MOVE 'N' TO ws-succession-flag.
           OPEN INPUT succession-comptes.
           IF ws-status-succ-comptes = '00'
               MOVE 'N' TO ws-fin-succ-comptes
               MOVE LOW-VALUES TO SCP-CLE
               START succession-comptes KEY IS >= SCP-CLE
                   INVALID KEY
                       MOVE 'O' TO ws-fin-succ-comptes
               END-START
               PERFORM LIRE-SUCCESSION-COMPTE
               PERFORM EXAMINER-SUCCESSION-COMPTE
                   UNTIL ws-fin-lecture-succ-comptes
               CLOSE succession-comptes
           END-IF.

       LIRE-SUCCESSION-COMPTE.
           IF NOT ws-fin-lecture-succ-comptes
               READ succession-comptes NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-succ-comptes
               END-READ
           END-IF.

       EXAMINER-SUCCESSION-COMPTE.
           IF SCP-COMPTE = ACCT-NUMBER AND SCP-GELE
               MOVE 'O' TO ws-succession-flag
           END-IF.
           PERFORM LIRE-SUCCESSION-COMPTE.

      *> Preference d'alerte de solde du compte : souscription (ou
      *> mise a jour) avec seuil et declencheurs, ou resiliation - le
      *> record reste en place, marque R, pour que l'historique des
      *> ComptesDormants.cob - comme le deblocage, reservee au
      *> superviseur et tracee dans securite.log.
       REACTIVER-COMPTE-DORMANT.
           MOVE "REACTIVATION" TO ACD-FONCTION.
           PERFORM CONTROLER-SUPERVISEUR.
           IF NOT SuperviseurOk
               DISPLAY "Erreur: Autorisation refusee - "
                   "reactivation refusee"
           ELSE
               DISPLAY "Numero de compte: "
           IF ACCT-NUMBER > ws-seq-compte AND
                   ACCT-NUMBER NOT = F-Compte-Attente AND
                   ACCT-NUMBER NOT = F-Compte-Impots AND
                   ACCT-NUMBER NOT = F-Compte-Position AND
                   ACCT-NUMBER NOT = F-Compte-Bibliotheque AND
                   ACCT-NUMBER NOT = F-Compte-Provisions
               MOVE ACCT-NUMBER TO ws-seq-compte
           END-IF.
           PERFORM LIRE-COMPTE-SUIVANT.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
