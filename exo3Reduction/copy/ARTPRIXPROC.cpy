      *> ARTPRIXPROC.cpy
      *> Prix d'un article en vigueur a une date, partage par
      *> reduction.cob et GestionArticles.cob.  Expects the caller to
      *> have:
      *>   SELECT articles-prix ASSIGN TO "articles-prix.dat"
      *>       (INDEXED, ACCESS DYNAMIC, RECORD KEY APX-CLE, FILE STATUS
      *>       ws-status-prix) with an FD that COPYs ARTPRIX, opened
      *>       by the caller when ws-historique-prix is 'O';
      *> and declared in WORKING-STORAGE:
      *>   ws-historique-prix PIC X / 88 HistoriquePrixOuvert VALUE 'O',
      *>   ws-fin-prix PIC X / 88 ws-fin-lecture-prix VALUE 'O',
      *>   ws-date-prix PIC 9(8), ws-prix-date PIC 9(8)V99,
      *>   ws-date-effet-prix PIC 9(8).
      *> With ARTICLE-RECORD read and ws-date-prix filled, PERFORM
      *> CHERCHER-PRIX-A-DATE : ws-prix-date holds the price of the
      *> newest history row whose date d'effet is not after
      *> ws-date-prix (ws-date-effet-prix = that date), else
      *> ART-PRIX-UNITAIRE (ws-date-effet-prix = zero).  A change
      *> scheduled ahead only takes over on its effective day - same
      *> rule as EXAMINER-TAUX-CHANGE.
       CHERCHER-PRIX-A-DATE.
           MOVE ART-PRIX-UNITAIRE TO ws-prix-date.
           MOVE ZERO TO ws-date-effet-prix.
           IF HistoriquePrixOuvert
               MOVE 'N' TO ws-fin-prix
               MOVE ART-CODE TO APX-CODE
               MOVE ZERO TO APX-DATE-EFFET
               START articles-prix KEY IS >= APX-CLE
                   INVALID KEY
                       MOVE 'O' TO ws-fin-prix
               END-START
               PERFORM LIRE-PRIX-ARTICLE-SUIVANT
               PERFORM RETENIR-PRIX-A-DATE UNTIL ws-fin-lecture-prix
           END-IF.

      *> The rows of one article come back in date order; the scan
      *> stops at the first row of another article or past the date.
       LIRE-PRIX-ARTICLE-SUIVANT.
           IF NOT ws-fin-lecture-prix
               READ articles-prix NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-prix
                   NOT AT END
                       IF APX-CODE NOT = ART-CODE
                               OR APX-DATE-EFFET > ws-date-prix
                           MOVE 'O' TO ws-fin-prix
                       END-IF
               END-READ
           END-IF.

       RETENIR-PRIX-A-DATE.
           MOVE APX-PRIX-UNITAIRE TO ws-prix-date.
           MOVE APX-DATE-EFFET TO ws-date-effet-prix.
           PERFORM LIRE-PRIX-ARTICLE-SUIVANT.
