       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionContrats.

      *> Tenue des contrats de fourniture periodique (contrats.dat,
      *> voir CONTRAT.cpy) : creation, modification, consultation,
      *> liste, suspension.  Un contrat ne se cree que pour un client
      *> du fichier clients (GestionClientele.cob) et sur des codes du
      *> tarif (GestionArticles.cob).  La facturation des echeances
      *> est le mode contrats de reduction.cob - un contrat dont une
      *> facturation a ete interrompue ne se modifie qu'apres reprise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT contrats ASSIGN TO "contrats.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NUMERO
               FILE STATUS IS ws-status-contrats.

      *> Lus seulement, pour valider client et codes article.
           SELECT clients-boutique ASSIGN TO "clients-boutique.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLB-CODE
               FILE STATUS IS ws-status-clients.

           SELECT articles ASSIGN TO "articles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-CODE
               FILE STATUS IS ws-status-articles.

       DATA DIVISION.
       FILE SECTION.
       FD contrats.
           COPY CONTRAT.

       FD clients-boutique.
           COPY CLIMAST.

       FD articles.
           COPY ARTICLE.

       WORKING-STORAGE SECTION.
       01 ws-status-contrats PIC XX.
       01 ws-status-clients PIC XX.
       01 ws-status-articles PIC XX.
       01 Choix PIC 9 VALUE ZERO.
       01 ws-numero-cherche PIC 9(6).
       01 ws-contrat-flag PIC X VALUE 'N'.
           88 ws-contrat-trouve VALUE 'O'.
       01 ws-saisie-flag PIC X VALUE 'N'.
           88 ws-saisie-valide VALUE 'O'.
       01 ws-fin-contrats PIC X VALUE 'N'.
           88 ws-fin-lecture-contrats VALUE 'O'.
       01 ws-code-saisi PIC X(10).
       01 ws-i PIC 9(2).
       01 ws-date-jour PIC 9(8).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionContrats" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O contrats.
           IF ws-status-contrats = '35'
               OPEN OUTPUT contrats
               CLOSE contrats
               OPEN I-O contrats
           END-IF.
           IF ws-status-contrats NOT = '00'
               DISPLAY "Impossible d'ouvrir contrats.dat (statut "
                   ws-status-contrats ")."
               STOP RUN
           END-IF.
           OPEN INPUT clients-boutique.
           IF ws-status-clients NOT = '00'
               DISPLAY "clients-boutique.dat absent (statut "
                   ws-status-clients ") - tenir les clients via "
                   "GestionClientele d'abord."
               CLOSE contrats
               STOP RUN
           END-IF.
           OPEN INPUT articles.
           IF ws-status-articles NOT = '00'
               DISPLAY "articles.dat absent (statut "
                   ws-status-articles ") - tenir le tarif via "
                   "GestionArticles d'abord."
               CLOSE clients-boutique
               CLOSE contrats
               STOP RUN
           END-IF.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.

           PERFORM MENU-OPERATIONS UNTIL Choix = 6.

           CLOSE articles.
           CLOSE clients-boutique.
           CLOSE contrats.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** CONTRATS PERIODIQUES ******".
           DISPLAY "1. Creer un contrat".
           DISPLAY "2. Modifier un contrat".
           DISPLAY "3. Consulter un contrat".
           DISPLAY "4. Lister les contrats".
           DISPLAY "5. Suspendre / reprendre un contrat".
           DISPLAY "6. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM CREER-CONTRAT
               WHEN 2 PERFORM MODIFIER-CONTRAT
               WHEN 3 PERFORM CONSULTER-CONTRAT
               WHEN 4 PERFORM LISTER-CONTRATS
               WHEN 5 PERFORM SUSPENDRE-CONTRAT
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

       LIRE-CONTRAT.
           MOVE ws-numero-cherche TO CTR-NUMERO.
           READ contrats KEY IS CTR-NUMERO
               INVALID KEY
                   MOVE 'N' TO ws-contrat-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-contrat-flag
           END-READ.

      *> La premiere echeance est la date de debut.
       CREER-CONTRAT.
           DISPLAY "Numero de contrat: ".
           ACCEPT ws-numero-cherche.
           PERFORM LIRE-CONTRAT.
           IF ws-contrat-trouve
               DISPLAY "Erreur: ce numero existe deja ("
                   CTR-LIBELLE ")"
           ELSE
               INITIALIZE CONTRAT-RECORD
               MOVE ws-numero-cherche TO CTR-NUMERO
               PERFORM SAISIR-CLIENT-CONTRAT
               IF ws-saisie-valide
                   DISPLAY "Date de debut (AAAAMMJJ): "
                   ACCEPT CTR-DATE-DEBUT
                   PERFORM SAISIR-CONTRAT
               END-IF
               IF ws-saisie-valide
                   MOVE CTR-DATE-DEBUT TO CTR-PROCHAINE-ECHEANCE
                   MOVE 'A' TO CTR-STATUT
                   WRITE CONTRAT-RECORD
                   IF ws-status-contrats NOT = '00'
                       DISPLAY "ERREUR E/S sur contrats.dat"
                       DISPLAY "Code statut: " ws-status-contrats
                       STOP RUN
                   END-IF
                   DISPLAY "Contrat " CTR-NUMERO " cree - premiere "
                       "echeance le " CTR-PROCHAINE-ECHEANCE "."
               ELSE
                   DISPLAY "Contrat non cree."
               END-IF
           END-IF.

       MODIFIER-CONTRAT.
           DISPLAY "Numero de contrat: ".
           ACCEPT ws-numero-cherche.
           PERFORM LIRE-CONTRAT.
           EVALUATE TRUE
               WHEN NOT ws-contrat-trouve
                   DISPLAY "Erreur: Contrat introuvable"
               WHEN CTR-FACTURE-EN-COURS NOT = ZERO
                   DISPLAY "Facturation de l'echeance "
                       CTR-PROCHAINE-ECHEANCE " interrompue (facture "
                       CTR-FACTURE-EN-COURS ") - relancer le mode "
                       "contrats de reduction avant de modifier."
               WHEN CTR-TERMINE
                   DISPLAY "Contrat termine - non modifiable."
               WHEN OTHER
                   PERFORM AFFICHER-CONTRAT
                   PERFORM SAISIR-CONTRAT
                   IF ws-saisie-valide
                       REWRITE CONTRAT-RECORD
                       DISPLAY "Contrat " CTR-NUMERO " mis a jour."
                   ELSE
                       DISPLAY "Contrat inchange."
                   END-IF
           END-EVALUATE.

       CONSULTER-CONTRAT.
           DISPLAY "Numero de contrat: ".
           ACCEPT ws-numero-cherche.
           PERFORM LIRE-CONTRAT.
           IF ws-contrat-trouve
               PERFORM AFFICHER-CONTRAT
           ELSE
               DISPLAY "Erreur: Contrat introuvable"
           END-IF.

       SAISIR-CLIENT-CONTRAT.
           MOVE 'O' TO ws-saisie-flag.
           DISPLAY "Code client: ".
           ACCEPT CTR-CLIENT.
           MOVE CTR-CLIENT TO CLB-CODE.
           READ clients-boutique KEY IS CLB-CODE
               INVALID KEY
                   MOVE 'N' TO ws-saisie-flag
                   DISPLAY "Client '" CTR-CLIENT "' inconnu - a creer "
                       "dans GestionClientele."
               NOT INVALID KEY
                   IF CLB-FERME
                       MOVE 'N' TO ws-saisie-flag
                       DISPLAY "Client " CLB-CODE " ferme."
                   ELSE
                       DISPLAY "Client " CLB-CODE " " CLB-NOM
                   END-IF
           END-READ.

      *> Libelle, frequence, fin, promo, puis les lignes - retapees en
      *> entier a chaque modification, code vide pour finir.
       SAISIR-CONTRAT.
           MOVE 'O' TO ws-saisie-flag.
           DISPLAY "Libelle: ".
           ACCEPT CTR-LIBELLE.
           DISPLAY "Frequence (M=mensuel T=trimestriel S=semestriel "
               "A=annuel): ".
           ACCEPT CTR-FREQUENCE.
           IF NOT CTR-FREQUENCE-VALIDE
               MOVE 'N' TO ws-saisie-flag
               DISPLAY "Frequence invalide."
           END-IF.
           DISPLAY "Date de fin (AAAAMMJJ, 0 = sans fin): ".
           ACCEPT CTR-DATE-FIN.
           IF CTR-DATE-FIN NOT = ZERO
                   AND CTR-DATE-FIN < CTR-DATE-DEBUT
               MOVE 'N' TO ws-saisie-flag
               DISPLAY "Date de fin avant la date de debut."
           END-IF.
           DISPLAY "Code promo (vide = aucun): ".
           ACCEPT CTR-CODE-PROMO.
           IF ws-saisie-valide
               MOVE ZERO TO CTR-NB-LIGNES
               MOVE "X" TO ws-code-saisi
               PERFORM SAISIR-LIGNE-CONTRAT
                   UNTIL ws-code-saisi = SPACES
                       OR CTR-NB-LIGNES >= 10
               IF CTR-NB-LIGNES = ZERO
                   MOVE 'N' TO ws-saisie-flag
                   DISPLAY "Contrat sans ligne refuse."
               END-IF
           END-IF.

       SAISIR-LIGNE-CONTRAT.
           DISPLAY "Code article (vide = fin): ".
           ACCEPT ws-code-saisi.
           IF ws-code-saisi NOT = SPACES
               MOVE ws-code-saisi TO ART-CODE
               READ articles KEY IS ART-CODE
                   INVALID KEY
                       DISPLAY "Code article inconnu - ligne refusee."
                   NOT INVALID KEY
                       ADD 1 TO CTR-NB-LIGNES
                       MOVE ws-code-saisi TO CTL-CODE (CTR-NB-LIGNES)
                       DISPLAY ART-DESIGNATION " - quantite: "
                       ACCEPT CTL-QUANTITE (CTR-NB-LIGNES)
                       DISPLAY "Prix convenu (0 = prix du tarif): "
                       ACCEPT CTL-PRIX-UNITAIRE (CTR-NB-LIGNES)
                       IF CTL-QUANTITE (CTR-NB-LIGNES) = ZERO
                           DISPLAY "Quantite a zero - ligne ignoree."
                           SUBTRACT 1 FROM CTR-NB-LIGNES
                       END-IF
               END-READ
           END-IF.

       AFFICHER-CONTRAT.
           DISPLAY "Contrat     : " CTR-NUMERO " " CTR-LIBELLE.
           DISPLAY "Client      : " CTR-CLIENT.
           DISPLAY "Frequence   : " CTR-FREQUENCE.
           DISPLAY "Debut / fin : " CTR-DATE-DEBUT " / " CTR-DATE-FIN.
           DISPLAY "Echeance    : " CTR-PROCHAINE-ECHEANCE.
           DISPLAY "Code promo  : " CTR-CODE-PROMO.
           DISPLAY "Statut      : " CTR-STATUT.
           DISPLAY "Derniere    : facture " CTR-DERNIERE-FACTURE
               " echeance " CTR-DERNIERE-ECHEANCE.
           PERFORM AFFICHER-LIGNE-CONTRAT
               VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > CTR-NB-LIGNES.

       AFFICHER-LIGNE-CONTRAT.
           DISPLAY "  " CTL-CODE (ws-i) " qte " CTL-QUANTITE (ws-i)
               " prix " CTL-PRIX-UNITAIRE (ws-i).

       LISTER-CONTRATS.
           MOVE 'N' TO ws-fin-contrats.
           MOVE ZERO TO CTR-NUMERO.
           START contrats KEY IS >= CTR-NUMERO
               INVALID KEY
                   MOVE 'O' TO ws-fin-contrats
           END-START.
           PERFORM LIRE-CONTRAT-SUIVANT.
           PERFORM AFFICHER-LIGNE-LISTE
               UNTIL ws-fin-lecture-contrats.

       LIRE-CONTRAT-SUIVANT.
           IF NOT ws-fin-lecture-contrats
               READ contrats NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-contrats
               END-READ
           END-IF.

       AFFICHER-LIGNE-LISTE.
           DISPLAY "  " CTR-NUMERO " " CTR-CLIENT " " CTR-LIBELLE " "
               CTR-FREQUENCE " [" CTR-STATUT "] echeance "
               CTR-PROCHAINE-ECHEANCE.
           PERFORM LIRE-CONTRAT-SUIVANT.

      *> Un contrat suspendu n'est plus facture; repris, il repart de
      *> son echeance - celles passees pendant la suspension ne se
      *> rattrapent pas.
       SUSPENDRE-CONTRAT.
           DISPLAY "Numero de contrat: ".
           ACCEPT ws-numero-cherche.
           PERFORM LIRE-CONTRAT.
           EVALUATE TRUE
               WHEN NOT ws-contrat-trouve
                   DISPLAY "Erreur: Contrat introuvable"
               WHEN CTR-TERMINE
                   DISPLAY "Contrat termine."
               WHEN CTR-ACTIF
                   MOVE 'S' TO CTR-STATUT
                   REWRITE CONTRAT-RECORD
                   DISPLAY "Contrat " CTR-NUMERO " suspendu."
               WHEN OTHER
                   MOVE 'A' TO CTR-STATUT
                   IF CTR-PROCHAINE-ECHEANCE < ws-date-jour
                       MOVE ws-date-jour TO CTR-PROCHAINE-ECHEANCE
                   END-IF
                   REWRITE CONTRAT-RECORD
                   DISPLAY "Contrat " CTR-NUMERO " repris - echeance "
                       CTR-PROCHAINE-ECHEANCE "."
           END-EVALUATE.

       COPY ACCESPROC.
