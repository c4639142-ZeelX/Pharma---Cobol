       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionProduits.

      *> Catalogue des produits de compte (voir PRODUIT.cpy) : un
      *> produit (COURANT, EPARGNE, JEUNE...) porte la limite
      *> journaliere, le decouvert, le taux, le profil de frais et la
      *> devise autorisee qu'OUVRIR-COMPTE (GestionComptes.cob)
      *> applique a l'ouverture.  Creation, liste, modification des
      *> conditions par defaut, programmation d'un changement de taux
      *> et retrait ici.  Un changement de conditions ne touche que
      *> les comptes ouverts ensuite; seul le taux se propage aux
      *> comptes existants, a sa date d'effet, par le job nocturne
      *> BasculeTauxProduits.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT produits ASSIGN TO 'produits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE
               FILE STATUS IS ws-status-produits.

       DATA DIVISION.
       FILE SECTION.
       FD produits.
           COPY PRODUIT.

       WORKING-STORAGE SECTION.
       01 ws-status-produits PIC XX.
       COPY FILESTAT.

       01 Choix PIC 9 VALUE ZERO.
       01 CodeProduit PIC X(6).
       01 ws-date-jour PIC 9(8).
       01 ws-produit-flag PIC X VALUE 'N'.
           88 ws-produit-trouve VALUE 'O'.
       01 ws-fin-produits PIC X VALUE 'N'.
           88 ws-fin-lecture-produits VALUE 'O'.
       01 NouveauTaux PIC 9V9(4).
       01 DateEffet PIC 9(8).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionProduits" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN I-O produits.
           IF ws-status-produits = '35'
               OPEN OUTPUT produits
               CLOSE produits
               OPEN I-O produits
           END-IF.
           MOVE ws-status-produits TO ws-verif-statut.
           MOVE 'produits.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           PERFORM MENU-OPERATIONS UNTIL Choix = 6.

           CLOSE produits.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** CATALOGUE DES PRODUITS ******".
           DISPLAY "1. Creer un produit".
           DISPLAY "2. Lister les produits".
           DISPLAY "3. Modifier les conditions par defaut".
           DISPLAY "4. Programmer un changement de taux".
           DISPLAY "5. Retirer un produit".
           DISPLAY "6. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM CREER-PRODUIT
               WHEN 2 PERFORM LISTER-PRODUITS
               WHEN 3 PERFORM MODIFIER-CONDITIONS
               WHEN 4 PERFORM PROGRAMMER-TAUX
               WHEN 5 PERFORM RETIRER-PRODUIT
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

       LIRE-PRODUIT.
           DISPLAY "Code produit: ".
           ACCEPT CodeProduit.
           MOVE CodeProduit TO PRD-CODE.
           READ produits KEY IS PRD-CODE
               INVALID KEY
                   MOVE 'N' TO ws-produit-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-produit-flag
           END-READ.

       CREER-PRODUIT.
           PERFORM LIRE-PRODUIT.
           IF ws-produit-trouve OR CodeProduit = SPACES
               DISPLAY "Erreur: Code produit vide ou deja utilise"
           ELSE
               MOVE CodeProduit TO PRD-CODE
               DISPLAY "Libelle: "
               ACCEPT PRD-LIBELLE
               PERFORM SAISIR-CONDITIONS
               DISPLAY "Taux d'interet (0.0150 = 1.5%): "
               ACCEPT PRD-TAUX
               MOVE ZERO TO PRD-TAUX-NOUVEAU
               MOVE ZERO TO PRD-DATE-EFFET
               MOVE 'A' TO PRD-STATUT
               WRITE PRODUIT-RECORD
               MOVE ws-status-produits TO ws-verif-statut
               MOVE 'produits.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               DISPLAY "Produit " PRD-CODE " cree."
           END-IF.

      *> Profil de frais : un nom de profil porte par des lignes de
      *> frais-bareme.dat (FRB-PROFIL), a blanc pour le bareme general.
       SAISIR-CONDITIONS.
           DISPLAY "Limite journaliere par defaut: ".
           ACCEPT PRD-LIMITE-JOUR.
           DISPLAY "Decouvert autorise par defaut: ".
           ACCEPT PRD-DECOUVERT.
           DISPLAY "Profil de frais (blanc = bareme general): ".
           ACCEPT PRD-PROFIL-FRAIS.
           DISPLAY "Devise autorisee (USD/EUR/... ou ALL): ".
           ACCEPT PRD-DEVISE.
           IF PRD-DEVISE = SPACES
               MOVE "ALL" TO PRD-DEVISE
           END-IF.

       LISTER-PRODUITS.
           MOVE 'N' TO ws-fin-produits.
           MOVE LOW-VALUES TO PRD-CODE.
           START produits KEY IS >= PRD-CODE
               INVALID KEY
                   MOVE 'O' TO ws-fin-produits
           END-START.
           PERFORM LIRE-PRODUIT-SUIVANT.
           PERFORM AFFICHER-PRODUIT UNTIL ws-fin-lecture-produits.

       LIRE-PRODUIT-SUIVANT.
           IF NOT ws-fin-lecture-produits
               READ produits NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-produits
               END-READ
           END-IF.

       AFFICHER-PRODUIT.
           DISPLAY PRD-CODE " [" PRD-STATUT "] " PRD-LIBELLE.
           DISPLAY "    limite/j " PRD-LIMITE-JOUR
               " decouvert " PRD-DECOUVERT
               " taux " PRD-TAUX
               " devise " PRD-DEVISE
               " frais " PRD-PROFIL-FRAIS.
           IF PRD-DATE-EFFET NOT = ZERO
               DISPLAY "    nouveau taux " PRD-TAUX-NOUVEAU
                   " au " PRD-DATE-EFFET
           END-IF.
           PERFORM LIRE-PRODUIT-SUIVANT.

       MODIFIER-CONDITIONS.
           PERFORM LIRE-PRODUIT.
           IF NOT ws-produit-trouve OR NOT PRD-ACTIF
               DISPLAY "Erreur: Produit introuvable ou retire"
           ELSE
               DISPLAY "Conditions actuelles : limite/j "
                   PRD-LIMITE-JOUR " decouvert " PRD-DECOUVERT
                   " frais " PRD-PROFIL-FRAIS " devise " PRD-DEVISE
               PERFORM SAISIR-CONDITIONS
               REWRITE PRODUIT-RECORD
               MOVE ws-status-produits TO ws-verif-statut
               MOVE 'produits.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               DISPLAY "Produit " PRD-CODE " modifie - les comptes "
                   "deja ouverts gardent leurs conditions."
           END-IF.

      *> Le nouveau taux ne s'applique pas ici : il attend sa date
      *> d'effet, que le job nocturne BasculeTauxProduits.cob
      *> constate.  Une date passee vaut application la nuit meme; un
      *> second changement programme remplace le premier.
       PROGRAMMER-TAUX.
           PERFORM LIRE-PRODUIT.
           IF NOT ws-produit-trouve OR NOT PRD-ACTIF
               DISPLAY "Erreur: Produit introuvable ou retire"
           ELSE
               DISPLAY "Taux actuel: " PRD-TAUX
               DISPLAY "Nouveau taux (0.0150 = 1.5%): "
               ACCEPT NouveauTaux
               DISPLAY "Date d'effet (AAAAMMJJ): "
               ACCEPT DateEffet
               IF DateEffet < ws-date-jour
                   MOVE ws-date-jour TO DateEffet
               END-IF
               MOVE NouveauTaux TO PRD-TAUX-NOUVEAU
               MOVE DateEffet TO PRD-DATE-EFFET
               REWRITE PRODUIT-RECORD
               MOVE ws-status-produits TO ws-verif-statut
               MOVE 'produits.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               DISPLAY "Taux " PRD-TAUX-NOUVEAU " programme au "
                   PRD-DATE-EFFET " pour le produit " PRD-CODE "."
           END-IF.

      *> Un produit retire n'ouvre plus de compte; ceux deja ouverts
      *> le gardent, et un changement de taux deja programme
      *> s'applique encore a eux.
       RETIRER-PRODUIT.
           PERFORM LIRE-PRODUIT.
           IF ws-produit-trouve
               MOVE 'R' TO PRD-STATUT
               REWRITE PRODUIT-RECORD
               MOVE ws-status-produits TO ws-verif-statut
               MOVE 'produits.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               DISPLAY "Produit " PRD-CODE " retire."
           ELSE
               DISPLAY "Erreur: Produit introuvable"
           END-IF.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
