       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirArticles.

      *> Conversion unique du tarif articles vers son format courant
      *> - meme role que ConvertirFichiers.cob cote banque et
      *> ConvertirCatalogue.cob cote bibliotheque.  Le record (voir
      *> ARTICLE.cpy) s'est allonge du suivi de stock, du stock, du
      *> point de commande et du stock maximum : l'ancien fichier
      *> indexe ne se relit pas en place, il se reconstruit.  Chaque
      *> article repart non suivi (ART-SUIVI-STOCK a N), quantites a
      *> zero - la facturation ne le bloque donc pas; le suivi et les
      *> seuils se posent ensuite article par article dans
      *> GestionArticles.cob, avec une premiere reception pour le
      *> stock de depart.
      *> Mode d'emploi :
      *>   1. arreter tous les programmes;
      *>   2. renommer articles.dat en articles-ancien.dat;
      *>   3. lancer ce programme;
      *>   4. verifier le compte affiche avant de retirer le fichier
      *>      -ancien.
      *> L'ancien format est decrit ici meme (prefixe ANC-), pas dans
      *> le copybook - celui-ci ne connait que le format courant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ancien-articles ASSIGN TO "articles-ancien.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-ART-CODE
               FILE STATUS IS ws-status-ancien.

           SELECT articles ASSIGN TO "articles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-CODE
               FILE STATUS IS ws-status-articles.

       DATA DIVISION.
       FILE SECTION.
      *> Format du tarif tel qu'il etait avant le stock - il
      *> s'arrete a la categorie de taxe.
       FD ancien-articles.
       01 ANCIEN-ARTICLE-RECORD.
           05 ANC-ART-CODE PIC X(10).
           05 ANC-ART-DESIGNATION PIC X(20).
           05 ANC-ART-PRIX-UNITAIRE PIC 9(8)V99.
           05 ANC-ART-CATEGORIE-TAXE PIC X.

       FD articles.
           COPY ARTICLE.

       WORKING-STORAGE SECTION.
       01 ws-status-ancien PIC XX.
       01 ws-status-articles PIC XX.
       01 ws-fin-articles PIC X VALUE 'N'.
           88 ws-fin-lecture-articles VALUE 'O'.
       01 ws-nb-articles PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Conversion du tarif articles ===".
           OPEN INPUT ancien-articles.
           IF ws-status-ancien NOT = '00'
               DISPLAY "Pas de articles-ancien.dat (statut "
                   ws-status-ancien ") - tarif non converti."
               STOP RUN
           END-IF.
           OPEN OUTPUT articles.
           IF ws-status-articles NOT = '00'
               DISPLAY "Impossible de creer articles.dat "
                   "(statut " ws-status-articles ")."
               CLOSE ancien-articles
               STOP RUN
           END-IF.
           PERFORM LIRE-ANCIEN-ARTICLE.
           PERFORM RECOPIER-ARTICLE UNTIL ws-fin-lecture-articles.
           CLOSE articles.
           CLOSE ancien-articles.
           DISPLAY "Articles convertis : " ws-nb-articles.
           STOP RUN.

       LIRE-ANCIEN-ARTICLE.
           READ ancien-articles NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-articles
           END-READ.

       RECOPIER-ARTICLE.
           MOVE ANC-ART-CODE TO ART-CODE.
           MOVE ANC-ART-DESIGNATION TO ART-DESIGNATION.
           MOVE ANC-ART-PRIX-UNITAIRE TO ART-PRIX-UNITAIRE.
           MOVE ANC-ART-CATEGORIE-TAXE TO ART-CATEGORIE-TAXE.
           MOVE 'N' TO ART-SUIVI-STOCK.
           MOVE ZERO TO ART-STOCK.
           MOVE ZERO TO ART-POINT-COMMANDE.
           MOVE ZERO TO ART-STOCK-MAXI.
           WRITE ARTICLE-RECORD.
           IF ws-status-articles NOT = '00'
               DISPLAY "ERREUR E/S sur articles.dat"
               DISPLAY "Code statut: " ws-status-articles
               STOP RUN
           END-IF.
           ADD 1 TO ws-nb-articles.
           PERFORM LIRE-ANCIEN-ARTICLE.
