       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionOperateurs.

      *> Tenue du fichier des operateurs (operateurs.dat, voir
      *> OPERATEUR.cpy) : ajout d'un operateur avec son code et ses
      *> roles, liste, changement des roles / du code / de l'agence,
      *> retrait, et liste de la table des droits (droits-acces.dat).
      *> Reserve au role superviseur par droits-acces.dat - c'est ce
      *> fichier qui decide qui peut lancer quoi dans l'atelier.
      *> Un operateur retire garde sa ligne : son identifiant reste
      *> sur les ecritures de historique.txt et dans securite.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT operateurs ASSIGN TO 'operateurs.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS ws-status-operateurs.

           SELECT droits-acces ASSIGN TO "droits-acces.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-droits.

       DATA DIVISION.
       FILE SECTION.
       FD operateurs.
           COPY OPERATEUR.

       FD droits-acces.
           COPY DROITACC.

       WORKING-STORAGE SECTION.
       01 ws-status-operateurs PIC XX.
       01 ws-status-droits PIC XX.
       COPY FILESTAT.
       COPY ACCESDEM.

       01 Choix PIC 9 VALUE ZERO.
       01 ChoixModif PIC 9 VALUE ZERO.
       01 IdOperateur PIC X(4).
       01 ws-operateur-flag PIC X VALUE 'N'.
           88 ws-operateur-trouve VALUE 'O'.
       01 ws-fin-operateurs PIC X VALUE 'N'.
           88 ws-fin-lecture-operateurs VALUE 'O'.
       01 ws-fin-droits PIC X VALUE 'N'.
           88 ws-fin-lecture-droits VALUE 'O'.
       01 ws-reponse PIC X.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionOperateurs" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O operateurs.
           IF ws-status-operateurs = '35'
               OPEN OUTPUT operateurs
               CLOSE operateurs
               OPEN I-O operateurs
           END-IF.
           MOVE ws-status-operateurs TO ws-verif-statut.
           MOVE 'operateurs.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           PERFORM MENU-OPERATIONS UNTIL Choix = 6.

           CLOSE operateurs.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** GESTION DES OPERATEURS ******".
           DISPLAY "1. Ajouter un operateur".
           DISPLAY "2. Lister les operateurs".
           DISPLAY "3. Modifier roles / code / agence".
           DISPLAY "4. Retirer un operateur".
           DISPLAY "5. Lister les droits d'acces".
           DISPLAY "6. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM AJOUTER-OPERATEUR
               WHEN 2 PERFORM LISTER-OPERATEURS
               WHEN 3 PERFORM MODIFIER-OPERATEUR
               WHEN 4 PERFORM RETIRER-OPERATEUR
               WHEN 5 PERFORM LISTER-DROITS
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

       LIRE-OPERATEUR.
           DISPLAY "Identifiant operateur (4 caracteres): ".
           ACCEPT IdOperateur.
           MOVE IdOperateur TO OPR-ID.
           READ operateurs KEY IS OPR-ID
               INVALID KEY
                   MOVE 'N' TO ws-operateur-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-operateur-flag
           END-READ.

       AJOUTER-OPERATEUR.
           PERFORM LIRE-OPERATEUR.
           IF ws-operateur-trouve OR IdOperateur = SPACES
               DISPLAY "Erreur: Identifiant vide ou deja utilise"
           ELSE
               MOVE IdOperateur TO OPR-ID
               DISPLAY "Nom: "
               ACCEPT OPR-NOM
               DISPLAY "Code de connexion (6 chiffres): "
               ACCEPT OPR-CODE
               DISPLAY "Agence (001/002..., 000 = siege): "
               ACCEPT OPR-AGENCE
               PERFORM SAISIR-ROLES
               MOVE 'A' TO OPR-STATUT
               WRITE operateur-record
               MOVE ws-status-operateurs TO ws-verif-statut
               MOVE 'operateurs.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               DISPLAY "Operateur " OPR-ID " ajoute."
           END-IF.

      *> Une question par role; toute reponse autre que O vaut non.
       SAISIR-ROLES.
           DISPLAY "Role guichetier (O/N): ".
           ACCEPT ws-reponse.
           PERFORM NORMALISER-REPONSE.
           MOVE ws-reponse TO OPR-ROLE-GUICHET.
           DISPLAY "Role superviseur (O/N): ".
           ACCEPT ws-reponse.
           PERFORM NORMALISER-REPONSE.
           MOVE ws-reponse TO OPR-ROLE-SUPERVISEUR.
           DISPLAY "Role bibliothecaire (O/N): ".
           ACCEPT ws-reponse.
           PERFORM NORMALISER-REPONSE.
           MOVE ws-reponse TO OPR-ROLE-BIBLIO.
           DISPLAY "Role vente / tarification (O/N): ".
           ACCEPT ws-reponse.
           PERFORM NORMALISER-REPONSE.
           MOVE ws-reponse TO OPR-ROLE-VENTE.
           DISPLAY "Role exploitation (O/N): ".
           ACCEPT ws-reponse.
           PERFORM NORMALISER-REPONSE.
           MOVE ws-reponse TO OPR-ROLE-EXPLOIT.

       NORMALISER-REPONSE.
           IF ws-reponse = 'O' OR ws-reponse = 'o'
               MOVE 'O' TO ws-reponse
           ELSE
               MOVE 'N' TO ws-reponse
           END-IF.

       LISTER-OPERATEURS.
           MOVE 'N' TO ws-fin-operateurs.
           MOVE LOW-VALUES TO OPR-ID.
           START operateurs KEY IS >= OPR-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-operateurs
           END-START.
           DISPLAY "Roles : G S B V E (guichet, superviseur, "
               "bibliotheque, vente, exploitation)".
           PERFORM LIRE-OPERATEUR-SUIVANT.
           PERFORM AFFICHER-OPERATEUR UNTIL ws-fin-lecture-operateurs.

       LIRE-OPERATEUR-SUIVANT.
           IF NOT ws-fin-lecture-operateurs
               READ operateurs NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-operateurs
               END-READ
           END-IF.

       AFFICHER-OPERATEUR.
           DISPLAY "  " OPR-ID " [" OPR-STATUT "] " OPR-NOM
               " agence " OPR-AGENCE " roles " OPR-ROLES.
           PERFORM LIRE-OPERATEUR-SUIVANT.

       MODIFIER-OPERATEUR.
           PERFORM LIRE-OPERATEUR.
           IF NOT ws-operateur-trouve OR NOT OPR-ACTIF
               DISPLAY "Erreur: Operateur introuvable ou retire"
           ELSE
               DISPLAY OPR-ID " - " OPR-NOM " agence " OPR-AGENCE
                   " roles " OPR-ROLES
               DISPLAY "1. Roles  2. Code de connexion  3. Agence"
               ACCEPT ChoixModif
               EVALUATE ChoixModif
                   WHEN 1 PERFORM SAISIR-ROLES
                   WHEN 2
                       DISPLAY "Nouveau code (6 chiffres): "
                       ACCEPT OPR-CODE
                   WHEN 3
                       DISPLAY "Nouvelle agence: "
                       ACCEPT OPR-AGENCE
                   WHEN OTHER
                       DISPLAY "Choix Invalide."
               END-EVALUATE
               REWRITE operateur-record
               MOVE ws-status-operateurs TO ws-verif-statut
               MOVE 'operateurs.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               DISPLAY "Operateur " OPR-ID " modifie."
           END-IF.

      *> L'operateur de la session ne peut pas se retirer lui-meme :
      *> il resterait peut-etre sans superviseur pour le reactiver.
       RETIRER-OPERATEUR.
           PERFORM LIRE-OPERATEUR.
           IF NOT ws-operateur-trouve
               DISPLAY "Erreur: Operateur introuvable"
           ELSE
               IF OPR-ID = ACD-OPERATEUR
                   DISPLAY "Erreur: Operateur de la session - "
                       "retrait refuse"
               ELSE
                   MOVE 'R' TO OPR-STATUT
                   REWRITE operateur-record
                   MOVE ws-status-operateurs TO ws-verif-statut
                   MOVE 'operateurs.dat' TO ws-verif-fichier
                   PERFORM VERIFIER-STATUT
                   DISPLAY "Operateur " OPR-ID " retire."
               END-IF
           END-IF.

       LISTER-DROITS.
           MOVE 'N' TO ws-fin-droits.
           OPEN INPUT droits-acces.
           IF ws-status-droits NOT = '00'
               DISPLAY "droits-acces.dat indisponible (statut "
                   ws-status-droits ")."
           ELSE
               DISPLAY "Programme                Fonction     Roles"
               PERFORM LIRE-DROIT-SUIVANT
               PERFORM AFFICHER-DROIT UNTIL ws-fin-lecture-droits
               CLOSE droits-acces
           END-IF.

       LIRE-DROIT-SUIVANT.
           READ droits-acces
               AT END
                   MOVE 'O' TO ws-fin-droits
           END-READ.

       AFFICHER-DROIT.
           DISPLAY DRA-PROGRAMME " " DRA-FONCTION " " DRA-ROLES.
           PERFORM LIRE-DROIT-SUIVANT.

       COPY ACCESPROC.

       COPY VERIFSTATUT.
