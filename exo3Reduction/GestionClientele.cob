       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionClientele.

      *> Tenue du fichier clients de la boutique (clients-boutique.dat,
      *> voir CLIMAST.cpy) : creation, modification, consultation -
      *> avec l'encours ouvert en regard du plafond - et liste.  C'est
      *> ICI que vivent le nom, l'adresse de facturation, le palier de
      *> fidelite, les conditions de paiement et le plafond de credit
      *> de chaque code; reduction.cob refuse de facturer un code
      *> absent de ce fichier.  Poser ou changer un plafond est
      *> reserve (droit PLAFOND-CLI).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clients-boutique ASSIGN TO "clients-boutique.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLB-CODE
               FILE STATUS IS ws-status-clients.

      *> Lu seulement, pour l'encours ouvert du client consulte.
           SELECT encours-clients ASSIGN TO "encours-clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUMERO
               FILE STATUS IS ws-status-encours.

       DATA DIVISION.
       FILE SECTION.
       FD clients-boutique.
           COPY CLIMAST.

       FD encours-clients.
           COPY ENCCLI.

       WORKING-STORAGE SECTION.
       01 ws-status-clients PIC XX.
       01 ws-status-encours PIC XX.
       01 Choix PIC 9 VALUE ZERO.
       01 ws-code-cherche PIC X(10).
       01 ws-client-flag PIC X VALUE 'N'.
           88 ws-client-trouve VALUE 'O'.
       01 ws-fin-clients PIC X VALUE 'N'.
           88 ws-fin-lecture-clients VALUE 'O'.
       01 ws-fin-encours PIC X VALUE 'N'.
           88 ws-fin-lecture-encours VALUE 'O'.
       01 ws-encours-client PIC 9(10)V99.
       01 ws-nouveau-plafond PIC 9(8)V99.

      *> Fields expected by SUPERVISEURPROC.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionClientele" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O clients-boutique.
           IF ws-status-clients = '35'
               OPEN OUTPUT clients-boutique
               CLOSE clients-boutique
               OPEN I-O clients-boutique
           END-IF.
           IF ws-status-clients NOT = '00'
               DISPLAY "Impossible d'ouvrir clients-boutique.dat "
                   "(statut " ws-status-clients ")."
               STOP RUN
           END-IF.

           PERFORM MENU-OPERATIONS UNTIL Choix = 5.

           CLOSE clients-boutique.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** FICHIER CLIENTS ******".
           DISPLAY "1. Creer un client".
           DISPLAY "2. Modifier un client".
           DISPLAY "3. Consulter un client".
           DISPLAY "4. Lister les clients".
           DISPLAY "5. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM CREER-CLIENT
               WHEN 2 PERFORM MODIFIER-CLIENT
               WHEN 3 PERFORM CONSULTER-CLIENT
               WHEN 4 PERFORM LISTER-CLIENTS
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

       LIRE-CLIENT.
           MOVE ws-code-cherche TO CLB-CODE.
           READ clients-boutique KEY IS CLB-CODE
               INVALID KEY
                   MOVE 'N' TO ws-client-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-client-flag
           END-READ.

      *> Le client nait sans credit (plafond zero, chaque facture
      *> demandera un accord); un plafond saisi des la creation passe
      *> par le meme controle PLAFOND-CLI qu'une modification.
       CREER-CLIENT.
           DISPLAY "Code client: ".
           ACCEPT ws-code-cherche.
           IF ws-code-cherche = SPACES
               DISPLAY "Erreur: code client obligatoire"
           ELSE
               PERFORM LIRE-CLIENT
               IF ws-client-trouve
                   DISPLAY "Erreur: ce code existe deja ("
                       CLB-NOM ")"
               ELSE
                   MOVE ws-code-cherche TO CLB-CODE
                   PERFORM SAISIR-CLIENT
                   MOVE ZERO TO CLB-PLAFOND-CREDIT
                   PERFORM MODIFIER-PLAFOND
                   MOVE 'A' TO CLB-STATUT
                   WRITE CLIENT-BOUTIQUE-RECORD
                   IF ws-status-clients NOT = '00'
                       DISPLAY "ERREUR E/S sur clients-boutique.dat"
                       DISPLAY "Code statut: " ws-status-clients
                       STOP RUN
                   END-IF
                   DISPLAY "Client " CLB-CODE " cree."
               END-IF
           END-IF.

       MODIFIER-CLIENT.
           DISPLAY "Code client: ".
           ACCEPT ws-code-cherche.
           PERFORM LIRE-CLIENT.
           IF ws-client-trouve
               PERFORM AFFICHER-CLIENT
               PERFORM SAISIR-CLIENT
               DISPLAY "Statut (A = actif, F = ferme): "
               ACCEPT CLB-STATUT
               IF NOT CLB-ACTIF AND NOT CLB-FERME
                   MOVE 'A' TO CLB-STATUT
               END-IF
               PERFORM MODIFIER-PLAFOND
               REWRITE CLIENT-BOUTIQUE-RECORD
               IF ws-status-clients NOT = '00'
                   DISPLAY "ERREUR E/S sur clients-boutique.dat"
                   DISPLAY "Code statut: " ws-status-clients
                   STOP RUN
               END-IF
               DISPLAY "Client " CLB-CODE " mis a jour."
           ELSE
               DISPLAY "Erreur: Client introuvable"
           END-IF.

       MODIFIER-PLAFOND.
           DISPLAY "Plafond de credit (actuel " CLB-PLAFOND-CREDIT
               "): ".
           ACCEPT ws-nouveau-plafond.
           IF ws-nouveau-plafond NOT = CLB-PLAFOND-CREDIT
               MOVE "PLAFOND-CLI" TO ACD-FONCTION
               PERFORM CONTROLER-SUPERVISEUR
               IF SuperviseurOk
                   MOVE ws-nouveau-plafond TO CLB-PLAFOND-CREDIT
               ELSE
                   DISPLAY "Autorisation refusee - plafond inchange."
               END-IF
           END-IF.

       CONSULTER-CLIENT.
           DISPLAY "Code client: ".
           ACCEPT ws-code-cherche.
           PERFORM LIRE-CLIENT.
           IF ws-client-trouve
               PERFORM AFFICHER-CLIENT
               PERFORM CALCULER-ENCOURS-CLIENT
               DISPLAY "Encours     : " ws-encours-client
               IF ws-encours-client > CLB-PLAFOND-CREDIT
                   DISPLAY "ATTENTION: encours au-dela du plafond."
               END-IF
           ELSE
               DISPLAY "Erreur: Client introuvable"
           END-IF.

       SAISIR-CLIENT.
           DISPLAY "Nom: ".
           ACCEPT CLB-NOM.
           DISPLAY "Adresse (ligne 1): ".
           ACCEPT CLB-ADRESSE-1.
           DISPLAY "Adresse (ligne 2): ".
           ACCEPT CLB-ADRESSE-2.
           DISPLAY "Code postal: ".
           ACCEPT CLB-CODE-POSTAL.
           DISPLAY "Ville: ".
           ACCEPT CLB-VILLE.
           MOVE ZERO TO CLB-TIER.
           PERFORM SAISIR-TIER UNTIL CLB-TIER-VALIDE.
           DISPLAY "Paiement a combien de jours: ".
           ACCEPT CLB-DELAI-PAIEMENT.

       SAISIR-TIER.
           DISPLAY "Palier de fidelite (1=Standard 2=Silver 3=Gold): ".
           ACCEPT CLB-TIER.
           IF NOT CLB-TIER-VALIDE
               DISPLAY "Palier hors 1-3."
           END-IF.

       AFFICHER-CLIENT.
           DISPLAY "Code        : " CLB-CODE.
           DISPLAY "Nom         : " CLB-NOM.
           DISPLAY "Adresse     : " CLB-ADRESSE-1.
           DISPLAY "              " CLB-ADRESSE-2.
           DISPLAY "              " CLB-CODE-POSTAL " " CLB-VILLE.
           DISPLAY "Palier      : " CLB-TIER.
           DISPLAY "Paiement    : " CLB-DELAI-PAIEMENT " jours".
           DISPLAY "Plafond     : " CLB-PLAFOND-CREDIT.
           DISPLAY "Statut      : " CLB-STATUT.

      *> Reste du des factures ouvertes du client - le meme calcul
      *> que la balance agee de ComptesClients.cob.
       CALCULER-ENCOURS-CLIENT.
           MOVE ZERO TO ws-encours-client.
           OPEN INPUT encours-clients.
           IF ws-status-encours = '00'
               MOVE 'N' TO ws-fin-encours
               PERFORM LIRE-FACTURE-SUIVANTE
               PERFORM CUMULER-FACTURE-CLIENT
                   UNTIL ws-fin-lecture-encours
               CLOSE encours-clients
           END-IF.

       LIRE-FACTURE-SUIVANTE.
           READ encours-clients NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-encours
           END-READ.

       CUMULER-FACTURE-CLIENT.
           IF FAC-OUVERTE AND FAC-CLIENT = CLB-CODE
                   AND FAC-MONTANT > FAC-REGLE
               COMPUTE ws-encours-client =
                   ws-encours-client + FAC-MONTANT - FAC-REGLE
           END-IF.
           PERFORM LIRE-FACTURE-SUIVANTE.

       LISTER-CLIENTS.
           MOVE 'N' TO ws-fin-clients.
           MOVE LOW-VALUES TO CLB-CODE.
           START clients-boutique KEY IS >= CLB-CODE
               INVALID KEY
                   MOVE 'O' TO ws-fin-clients
           END-START.
           PERFORM LIRE-CLIENT-SUIVANT.
           PERFORM AFFICHER-LIGNE-CLIENT
               UNTIL ws-fin-lecture-clients.

       LIRE-CLIENT-SUIVANT.
           IF NOT ws-fin-lecture-clients
               READ clients-boutique NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-clients
               END-READ
           END-IF.

       AFFICHER-LIGNE-CLIENT.
           DISPLAY "  " CLB-CODE " " CLB-NOM " palier " CLB-TIER
               " plafond " CLB-PLAFOND-CREDIT " [" CLB-STATUT "]".
           PERFORM LIRE-CLIENT-SUIVANT.

       COPY SUPERVISEURPROC.

       COPY ACCESPROC.
