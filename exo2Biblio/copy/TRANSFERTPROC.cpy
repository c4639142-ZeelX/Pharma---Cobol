      *> TRANSFERTPROC.cpy
      *> Regles de circulation d'un exemplaire entre les deux salles
      *> de lecture (voir EXEMPLAIRE.cpy, RESERVATION.cpy), partagees
      *> par le comptoir (Librairy.cob), la borne (LibreService.cob)
      *> et la liste quotidienne (ListeReservations.cob) :
      *>   - un exemplaire qui se libere (retour, reception d'un
      *>     transfert, mise de cote expiree ou annulee) va d'abord a
      *>     la premiere reservation en attente sur son titre - tenu
      *>     sur place si elle se retire ici, au bac des transferts
      *>     vers son site de retrait sinon;
      *>   - personne n'attend : il se range s'il est a son site
      *>     d'attache, sinon il repart au bac vers celui-ci;
      *>   - une reservation posee alors qu'un exemplaire est en
      *>     rayon dans l'autre salle en fait venir un.
      *> Expects the caller to declare the files book-master,
      *> exemplaires and reservations (opened I-O) and, in
      *> WORKING-STORAGE, ws-file-status, ws-status-exemplaires,
      *> ws-status-reservations, ws-date-jour, ws-site-poste (voir
      *> SITEPROC.cpy), ws-fin-exemplaires (88
      *> ws-fin-lecture-exemplaires), ws-exemplaire-flag (88
      *> ws-exemplaire-trouve), ws-reservation-flag (88
      *> ws-reservation-trouvee), ws-rayon-flag PIC X (88
      *> ws-remis-en-rayon VALUE 'O') and ws-nb-rayon-ici /
      *> ws-nb-rayon-ailleurs PIC 9(3).

      *> L'exemplaire libere est le record courant du registre, lu
      *> pour mise a jour, EX-SITE-ACTUEL deja porte au site ou il se
      *> trouve; la recherche de la premiere reservation en attente
      *> sur son titre est deja faite (ws-reservation-flag, record
      *> courant quand trouvee).  Les deux records sont reecrits ici.
      *> ws-remis-en-rayon dit a l'appelant de remonter BM-COPIES.
       ORIENTER-EXEMPLAIRE-LIBRE.
           MOVE 'N' TO ws-rayon-flag.
           MOVE SPACES TO EX-SITE-DESTINATION.
           IF ws-reservation-trouvee
               MOVE EX-COPIE TO RSV-COPIE
               IF RSV-SITE = EX-SITE-ACTUEL OR RSV-SITE = SPACES
                   MOVE 'H' TO RSV-STATUT
                   MOVE ws-date-jour TO RSV-DATE-TENUE
                   MOVE 'T' TO EX-STATUT
               ELSE
                   MOVE 'V' TO RSV-STATUT
                   MOVE 'S' TO EX-STATUT
                   MOVE RSV-SITE TO EX-SITE-DESTINATION
               END-IF
               REWRITE RESERVATION-RECORD
               IF ws-status-reservations NOT = '00'
                   DISPLAY "ERREUR E/S sur reservations.dat"
                   DISPLAY "Code statut: " ws-status-reservations
                   STOP RUN
               END-IF
           ELSE
               IF EX-SITE-ACTUEL = EX-SITE-ATTACHE
                   MOVE 'R' TO EX-STATUT
                   MOVE 'O' TO ws-rayon-flag
               ELSE
                   MOVE 'S' TO EX-STATUT
                   MOVE EX-SITE-ATTACHE TO EX-SITE-DESTINATION
               END-IF
           END-IF.
           REWRITE EXEMPLAIRE-RECORD.
           IF ws-status-exemplaires NOT = '00'
               DISPLAY "ERREUR E/S sur exemplaires.dat"
               DISPLAY "Code statut: " ws-status-exemplaires
               STOP RUN
           END-IF.

      *> Exemplaires en rayon du titre courant (BM-ISBN) : ici, au
      *> site du poste, et dans l'autre salle.
       COMPTER-EXEMPLAIRES-RAYON.
           MOVE ZERO TO ws-nb-rayon-ici.
           MOVE ZERO TO ws-nb-rayon-ailleurs.
           MOVE 'N' TO ws-fin-exemplaires.
           MOVE BM-ISBN TO EX-ISBN.
           MOVE ZERO TO EX-COPIE.
           START exemplaires KEY IS >= EX-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-exemplaires
           END-START.
           PERFORM LIRE-EXEMPLAIRE-SITE.
           PERFORM COMPTER-EXEMPLAIRE-RAYON
               UNTIL ws-fin-lecture-exemplaires
                   OR EX-ISBN NOT = BM-ISBN.

       COMPTER-EXEMPLAIRE-RAYON.
           IF EX-EN-RAYON
               IF EX-SITE-ACTUEL = ws-site-poste
                   ADD 1 TO ws-nb-rayon-ici
               ELSE
                   ADD 1 TO ws-nb-rayon-ailleurs
               END-IF
           END-IF.
           PERFORM LIRE-EXEMPLAIRE-SITE.

       LIRE-EXEMPLAIRE-SITE.
           IF NOT ws-fin-lecture-exemplaires
               READ exemplaires NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-exemplaires
               END-READ
           END-IF.

      *> Reservation en cours de pose (RESERVATION-RECORD rempli, pas
      *> encore ecrit, RSV-SITE = site de retrait) : un exemplaire du
      *> titre (BM-ISBN, fiche lue pour mise a jour) en rayon dans
      *> l'autre salle part au bac des transferts vers le site de
      *> retrait et quitte BM-COPIES; la reservation passe en
      *> acheminement sur cet exemplaire.  Rien en rayon ailleurs :
      *> la reservation reste en attente.
       DEMANDER-EXEMPLAIRE-AILLEURS.
           MOVE 'N' TO ws-exemplaire-flag.
           MOVE 'N' TO ws-fin-exemplaires.
           MOVE BM-ISBN TO EX-ISBN.
           MOVE ZERO TO EX-COPIE.
           START exemplaires KEY IS >= EX-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-exemplaires
           END-START.
           PERFORM LIRE-EXEMPLAIRE-SITE.
           PERFORM EXAMINER-EXEMPLAIRE-AILLEURS
               UNTIL ws-fin-lecture-exemplaires
                   OR ws-exemplaire-trouve
                   OR EX-ISBN NOT = BM-ISBN.
           IF ws-exemplaire-trouve
               MOVE 'S' TO EX-STATUT
               MOVE RSV-SITE TO EX-SITE-DESTINATION
               REWRITE EXEMPLAIRE-RECORD
               IF ws-status-exemplaires NOT = '00'
                   DISPLAY "ERREUR E/S sur exemplaires.dat"
                   DISPLAY "Code statut: " ws-status-exemplaires
                   STOP RUN
               END-IF
               IF BM-COPIES > ZERO
                   SUBTRACT 1 FROM BM-COPIES
                   REWRITE BOOK-MASTER-RECORD
               END-IF
               MOVE EX-COPIE TO RSV-COPIE
               MOVE 'V' TO RSV-STATUT
           END-IF.

       EXAMINER-EXEMPLAIRE-AILLEURS.
           IF EX-EN-RAYON AND EX-SITE-ACTUEL NOT = RSV-SITE
               MOVE 'O' TO ws-exemplaire-flag
           ELSE
               PERFORM LIRE-EXEMPLAIRE-SITE
           END-IF.
