      *> fichier de commande tape.  La tarification de commande
      *> (reduction.cob) refuse tout code absent de ce tarif et ne
      *> tolere un prix tape qu'en derogation signalee.
      *> Le stock se tient ici aussi : reception des livraisons,
      *> points de commande, et liste des articles a reapprovisionner.
      *> Tout changement de prix s'inscrit a sa date d'effet dans
      *> l'historique des prix (voir ARTPRIX.cpy) : une hausse se
      *> programme d'avance, la liste des changements a venir la
      *> montre, et le prix affiche est celui du jour.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ART-CODE
               FILE STATUS IS ws-status-articles.

           SELECT articles-prix ASSIGN TO "articles-prix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APX-CLE
               FILE STATUS IS ws-status-prix.

       DATA DIVISION.
       FILE SECTION.
       FD articles.
           COPY ARTICLE.

       FD articles-prix.
           COPY ARTPRIX.

       WORKING-STORAGE SECTION.
       01 ws-status-articles PIC XX.
       01 Choix PIC 9 VALUE ZERO.
           88 ws-article-trouve VALUE 'O'.
       01 ws-fin-articles PIC X VALUE 'N'.
           88 ws-fin-lecture-articles VALUE 'O'.
       01 ws-quantite-recue PIC 9(7).
       01 ws-bon-livraison PIC X(15).
       01 ws-qte-a-commander PIC S9(8).
       01 ws-nb-a-commander PIC 9(4).

      *> Historique des prix (voir ARTPRIXPROC.cpy).
       01 ws-status-prix PIC XX.
       01 ws-historique-prix PIC X VALUE 'N'.
           88 HistoriquePrixOuvert VALUE 'O'.
       01 ws-fin-prix PIC X VALUE 'N'.
           88 ws-fin-lecture-prix VALUE 'O'.
       01 ws-date-prix PIC 9(8).
       01 ws-prix-date PIC 9(8)V99.
       01 ws-date-effet-prix PIC 9(8).
       01 ws-date-jour PIC 9(8).
       01 ws-ancien-prix PIC 9(8)V99.
       01 ws-nouveau-prix PIC 9(8)V99.
       01 ws-date-effet-saisie PIC 9(8).
       01 ws-historique-flag PIC X.
           88 ws-article-a-historique VALUE 'O'.
       01 ws-code-precedent PIC X(10).
       01 ws-prix-precedent PIC 9(8)V99.
       01 ws-variation PIC S9(5)V99.
       01 ws-nb-changements PIC 9(4).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionArticles" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O articles.
           IF ws-status-articles = '35'
               OPEN OUTPUT articles
               STOP RUN
           END-IF.

           OPEN I-O articles-prix.
           IF ws-status-prix = '35'
               OPEN OUTPUT articles-prix
               CLOSE articles-prix
               OPEN I-O articles-prix
           END-IF.
           IF ws-status-prix NOT = '00'
               DISPLAY "Impossible d'ouvrir articles-prix.dat (statut "
                   ws-status-prix ")."
               CLOSE articles
               STOP RUN
           END-IF.
           MOVE 'O' TO ws-historique-prix.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.

           PERFORM MENU-OPERATIONS UNTIL Choix = 9.

           CLOSE articles-prix.
           CLOSE articles.
           STOP RUN.

           DISPLAY "2. Modifier un article".
           DISPLAY "3. Consulter un article".
           DISPLAY "4. Lister le tarif".
           DISPLAY "5. Reception d'une livraison".
           DISPLAY "6. Articles a reapprovisionner".
           DISPLAY "7. Programmer un changement de prix".
           DISPLAY "8. Changements de prix a venir".
           DISPLAY "9. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM CREER-ARTICLE
               WHEN 2 PERFORM MODIFIER-ARTICLE
               WHEN 3 PERFORM CONSULTER-ARTICLE
               WHEN 4 PERFORM LISTER-TARIF
               WHEN 5 PERFORM RECEPTIONNER-LIVRAISON
               WHEN 6 PERFORM LISTER-REAPPROVISIONNEMENT
               WHEN 7 PERFORM PROGRAMMER-CHANGEMENT-PRIX
               WHEN 8 PERFORM LISTER-CHANGEMENTS-A-VENIR
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

           ELSE
               MOVE ws-code-cherche TO ART-CODE
               PERFORM SAISIR-ARTICLE
               MOVE ZERO TO ART-STOCK
               PERFORM SAISIR-NIVEAUX-STOCK
               WRITE ARTICLE-RECORD
               DISPLAY "Article " ART-CODE " cree."
           END-IF.
           ACCEPT ws-code-cherche.
           PERFORM LIRE-ARTICLE.
           IF ws-article-trouve
               PERFORM PRENDRE-PRIX-DU-JOUR
               MOVE ART-PRIX-UNITAIRE TO ws-ancien-prix
               PERFORM AFFICHER-ARTICLE
               PERFORM SAISIR-ARTICLE
               PERFORM SAISIR-NIVEAUX-STOCK
               IF ART-PRIX-UNITAIRE NOT = ws-ancien-prix
                   MOVE ws-date-jour TO ws-date-effet-saisie
                   MOVE ART-PRIX-UNITAIRE TO ws-nouveau-prix
                   PERFORM INSCRIRE-CHANGEMENT-PRIX
               END-IF
               REWRITE ARTICLE-RECORD
               DISPLAY "Article " ART-CODE " mis a jour."
           ELSE
           DISPLAY "Categorie de taxe (N/R): ".
           ACCEPT ART-CATEGORIE-TAXE.

      *> Le stock lui-meme ne se tape pas : il part de zero et ne
      *> bouge que par les receptions, les factures et les avoirs.
       SAISIR-NIVEAUX-STOCK.
           DISPLAY "Article suivi en stock (O/N): ".
           ACCEPT ART-SUIVI-STOCK.
           IF ART-STOCKE
               DISPLAY "Point de commande: "
               ACCEPT ART-POINT-COMMANDE
               DISPLAY "Stock maximum: "
               ACCEPT ART-STOCK-MAXI
               IF ART-STOCK-MAXI < ART-POINT-COMMANDE
                   DISPLAY "Stock maximum sous le point de commande - "
                       "ramene au point de commande."
                   MOVE ART-POINT-COMMANDE TO ART-STOCK-MAXI
               END-IF
           ELSE
               MOVE 'N' TO ART-SUIVI-STOCK
               MOVE ZERO TO ART-POINT-COMMANDE
               MOVE ZERO TO ART-STOCK-MAXI
           END-IF.

       AFFICHER-ARTICLE.
           MOVE ws-date-jour TO ws-date-prix.
           PERFORM CHERCHER-PRIX-A-DATE.
           DISPLAY "Code        : " ART-CODE.
           DISPLAY "Designation : " ART-DESIGNATION.
           DISPLAY "Prix du jour: " ws-prix-date.
           IF ws-date-effet-prix NOT = ZERO
               DISPLAY "  en vigueur depuis le " ws-date-effet-prix
           END-IF.
           DISPLAY "Cat. taxe   : " ART-CATEGORIE-TAXE.
           DISPLAY "Suivi stock : " ART-SUIVI-STOCK.
           DISPLAY "Stock       : " ART-STOCK.
           DISPLAY "Pt commande : " ART-POINT-COMMANDE.
           DISPLAY "Stock maxi  : " ART-STOCK-MAXI.

       LISTER-TARIF.
           MOVE 'N' TO ws-fin-articles.
           END-IF.

       AFFICHER-LIGNE-TARIF.
           MOVE ws-date-jour TO ws-date-prix.
           PERFORM CHERCHER-PRIX-A-DATE.
           DISPLAY "  " ART-CODE " " ART-DESIGNATION " "
               ws-prix-date " [" ART-CATEGORIE-TAXE "] stock "
               ART-STOCK.
           PERFORM LIRE-ARTICLE-SUIVANT.

      *> Entree en stock d'une livraison fournisseur, ligne par
      *> ligne : la reference du bon de livraison n'est qu'affichee
      *> en confirmation.
       RECEPTIONNER-LIVRAISON.
           DISPLAY "Bon de livraison: ".
           ACCEPT ws-bon-livraison.
           DISPLAY "Code article: ".
           ACCEPT ws-code-cherche.
           PERFORM LIRE-ARTICLE.
           IF NOT ws-article-trouve
               DISPLAY "Erreur: Article introuvable"
           ELSE
               IF NOT ART-STOCKE
                   DISPLAY "Article non suivi en stock - a passer en "
                       "suivi par la modification d'abord."
               ELSE
                   PERFORM ENTRER-QUANTITE-RECUE
               END-IF
           END-IF.

       ENTRER-QUANTITE-RECUE.
           DISPLAY "Quantite recue: ".
           ACCEPT ws-quantite-recue.
           IF ws-quantite-recue = ZERO
               DISPLAY "Quantite a zero - rien n'est entre."
           ELSE
               ADD ws-quantite-recue TO ART-STOCK
               REWRITE ARTICLE-RECORD
               IF ws-status-articles NOT = '00'
                   DISPLAY "ERREUR E/S sur articles.dat"
                   DISPLAY "Code statut: " ws-status-articles
                   STOP RUN
               END-IF
               DISPLAY "Livraison " ws-bon-livraison " : "
                   ws-quantite-recue " " ART-CODE " entres - "
                   "stock " ART-STOCK
           END-IF.

      *> Tout article au point de commande ou en dessous, avec la
      *> quantite qui le remonte a son stock maximum - articles
      *> suivis en stock seulement.
       LISTER-REAPPROVISIONNEMENT.
           MOVE ZERO TO ws-nb-a-commander.
           DISPLAY "=== Articles a reapprovisionner ===".
           MOVE 'N' TO ws-fin-articles.
           MOVE LOW-VALUES TO ART-CODE.
           START articles KEY IS >= ART-CODE
               INVALID KEY
                   MOVE 'O' TO ws-fin-articles
           END-START.
           PERFORM LIRE-ARTICLE-SUIVANT.
           PERFORM EXAMINER-REAPPROVISIONNEMENT
               UNTIL ws-fin-lecture-articles.
           DISPLAY ws-nb-a-commander " article(s) a commander.".

       EXAMINER-REAPPROVISIONNEMENT.
           IF ART-STOCKE AND ART-STOCK <= ART-POINT-COMMANDE
               COMPUTE ws-qte-a-commander =
                   ART-STOCK-MAXI - ART-STOCK
               IF ws-qte-a-commander > ZERO
                   ADD 1 TO ws-nb-a-commander
                   DISPLAY "  " ART-CODE " " ART-DESIGNATION
                       " stock " ART-STOCK " point "
                       ART-POINT-COMMANDE " a commander "
                       ws-qte-a-commander
               END-IF
           END-IF.
           PERFORM LIRE-ARTICLE-SUIVANT.

      *> Une hausse programmee d'avance a pris effet depuis la derniere
      *> saisie : la fiche se remet au prix du jour avant toute
      *> modification.
       PRENDRE-PRIX-DU-JOUR.
           MOVE ws-date-jour TO ws-date-prix.
           PERFORM CHERCHER-PRIX-A-DATE.
           MOVE ws-prix-date TO ART-PRIX-UNITAIRE.

      *> Un changement se programme a partir d'aujourd'hui - jamais en
      *> arriere, les commandes deja tarifees gardent leur prix.  Un
      *> prix a zero annule le changement programme a cette date.
       PROGRAMMER-CHANGEMENT-PRIX.
           DISPLAY "Code article: ".
           ACCEPT ws-code-cherche.
           PERFORM LIRE-ARTICLE.
           IF NOT ws-article-trouve
               DISPLAY "Erreur: Article introuvable"
           ELSE
               PERFORM PRENDRE-PRIX-DU-JOUR
               MOVE ART-PRIX-UNITAIRE TO ws-ancien-prix
               DISPLAY ART-CODE " " ART-DESIGNATION " - prix du jour "
                   ws-ancien-prix
               DISPLAY "Date d'effet (AAAAMMJJ): "
               ACCEPT ws-date-effet-saisie
               DISPLAY "Nouveau prix (0 = annuler le changement "
                   "programme a cette date): "
               ACCEPT ws-nouveau-prix
               EVALUATE TRUE
                   WHEN ws-date-effet-saisie < ws-date-jour
                       DISPLAY "Erreur: date d'effet passee - "
                           "refusee."
                   WHEN ws-nouveau-prix = ZERO
                       PERFORM ANNULER-CHANGEMENT-PRIX
                   WHEN OTHER
                       PERFORM INSCRIRE-CHANGEMENT-PRIX
                       IF ws-date-effet-saisie = ws-date-jour
                           MOVE ws-nouveau-prix TO ART-PRIX-UNITAIRE
                       END-IF
                       REWRITE ARTICLE-RECORD
                       DISPLAY "Prix " ws-nouveau-prix " au "
                           ws-date-effet-saisie " pour " ART-CODE "."
               END-EVALUATE
           END-IF.

      *> Au premier changement d'un article, l'ancien prix s'inscrit
      *> a la date d'effet zero : une commande d'avant le changement
      *> le retrouve.  Un changement deja programme a la meme date est
      *> remplace.
       INSCRIRE-CHANGEMENT-PRIX.
           PERFORM CONTROLER-HISTORIQUE-ARTICLE.
           IF NOT ws-article-a-historique
               MOVE ART-CODE TO APX-CODE
               MOVE ZERO TO APX-DATE-EFFET
               MOVE ws-ancien-prix TO APX-PRIX-UNITAIRE
               PERFORM ECRIRE-PRIX-HISTORIQUE
           END-IF.
           MOVE ART-CODE TO APX-CODE.
           MOVE ws-date-effet-saisie TO APX-DATE-EFFET.
           MOVE ws-nouveau-prix TO APX-PRIX-UNITAIRE.
           PERFORM ECRIRE-PRIX-HISTORIQUE.

       CONTROLER-HISTORIQUE-ARTICLE.
           MOVE 'N' TO ws-historique-flag.
           MOVE ART-CODE TO APX-CODE.
           MOVE ZERO TO APX-DATE-EFFET.
           START articles-prix KEY IS >= APX-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ articles-prix NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF APX-CODE = ART-CODE
                               MOVE 'O' TO ws-historique-flag
                           END-IF
                   END-READ
           END-START.

       ECRIRE-PRIX-HISTORIQUE.
           MOVE ws-date-jour TO APX-DATE-SAISIE.
           MOVE ACD-OPERATEUR TO APX-OPERATEUR.
           WRITE ARTICLE-PRIX-RECORD.
           IF ws-status-prix = '22'
               REWRITE ARTICLE-PRIX-RECORD
           END-IF.
           IF ws-status-prix NOT = '00'
               DISPLAY "ERREUR E/S sur articles-prix.dat"
               DISPLAY "Code statut: " ws-status-prix
               STOP RUN
           END-IF.

      *> Seul un changement encore a venir s'annule - un prix deja en
      *> vigueur a tarife des commandes.
       ANNULER-CHANGEMENT-PRIX.
           IF ws-date-effet-saisie = ws-date-jour
               DISPLAY "Erreur: changement deja en vigueur - "
                   "programmer un nouveau prix."
           ELSE
               MOVE ART-CODE TO APX-CODE
               MOVE ws-date-effet-saisie TO APX-DATE-EFFET
               DELETE articles-prix RECORD
                   INVALID KEY
                       DISPLAY "Aucun changement programme au "
                           ws-date-effet-saisie " pour " ART-CODE "."
                   NOT INVALID KEY
                       DISPLAY "Changement du " ws-date-effet-saisie
                           " annule pour " ART-CODE "."
               END-DELETE
           END-IF.

      *> Tous les changements dont la date d'effet n'est pas encore
      *> atteinte, par article puis par date, avec le prix qu'ils
      *> remplacent - la ligne precedente du meme article, ou le prix
      *> de la fiche.
       LISTER-CHANGEMENTS-A-VENIR.
           MOVE ZERO TO ws-nb-changements.
           MOVE SPACES TO ws-code-precedent.
           MOVE ZERO TO ws-prix-precedent.
           DISPLAY "=== Changements de prix a venir ===".
           MOVE 'N' TO ws-fin-prix.
           MOVE LOW-VALUES TO APX-CLE.
           START articles-prix KEY IS >= APX-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-prix
           END-START.
           PERFORM LIRE-HISTORIQUE-SUIVANT.
           PERFORM EXAMINER-CHANGEMENT-PRIX
               UNTIL ws-fin-lecture-prix.
           DISPLAY ws-nb-changements " changement(s) programme(s).".

       LIRE-HISTORIQUE-SUIVANT.
           IF NOT ws-fin-lecture-prix
               READ articles-prix NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-prix
               END-READ
           END-IF.

       EXAMINER-CHANGEMENT-PRIX.
           IF APX-CODE NOT = ws-code-precedent
               MOVE APX-CODE TO ws-code-precedent
               MOVE APX-CODE TO ART-CODE
               READ articles KEY IS ART-CODE
                   INVALID KEY
                       MOVE "(article supprime)" TO ART-DESIGNATION
                       MOVE ZERO TO ART-PRIX-UNITAIRE
               END-READ
               MOVE ART-PRIX-UNITAIRE TO ws-prix-precedent
           END-IF.
           IF APX-DATE-EFFET > ws-date-jour
               ADD 1 TO ws-nb-changements
               IF ws-prix-precedent > ZERO
                   COMPUTE ws-variation ROUNDED =
                       (APX-PRIX-UNITAIRE - ws-prix-precedent) * 100
                       / ws-prix-precedent
               ELSE
                   MOVE ZERO TO ws-variation
               END-IF
               DISPLAY "  " APX-CODE " " ART-DESIGNATION " au "
                   APX-DATE-EFFET " : " ws-prix-precedent " -> "
                   APX-PRIX-UNITAIRE " (" ws-variation " %)"
           END-IF.
           MOVE APX-PRIX-UNITAIRE TO ws-prix-precedent.
           PERFORM LIRE-HISTORIQUE-SUIVANT.

       COPY ARTPRIXPROC.

       COPY ACCESPROC.
