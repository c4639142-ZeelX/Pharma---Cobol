      *> PROLONGPROC.cpy
      *> Regles de prolongation d'un pret, partagees par le comptoir
      *> (RENOUVELER-PRET dans Librairy.cob) et la borne des membres
      *> (LibreService.cob) - les memes regles aux deux endroits :
      *>   - nombre de prolongations plafonne (F-Max-Renouvellements);
      *>   - une reservation en attente sur le titre prime;
      *>   - l'echeance avance de F-Duree-Pret jours, plafonnee a la
      *>     date de retour exigee par le partenaire pour un exemplaire
      *>     emprunte a une autre bibliotheque;
      *>   - la prolongation part dans loanhist.dat ("P").
      *> Expects the caller to have the pret en cours current
      *> (PRET-OUVERT-RECORD, read for update), BM-ISBN of its title
      *> current, ws-titre-pret and ws-membre-emprunteur filled and the
      *> member read (ws-membre-flag / MB-NOM); and to declare the
      *> files book-master, exemplaires, prets-ouverts, reservations,
      *> pret-inter and loan-history, the fields they use here
      *> (ws-status-*, ws-fin-*, ws-reservation-flag, ws-inter-flag,
      *> ws-copie-choisie, ws-date-emprunt, ws-date-echeance,
      *> ws-jour-entier) and the constants F-Prolongation,
      *> F-Duree-Pret and F-Max-Renouvellements - as Librairy.cob does.
       CONTROLER-PROLONGATION.
           IF PRL-NB-RENOUVELLEMENTS >= F-Max-Renouvellements
               DISPLAY "Already renewed "
                   PRL-NB-RENOUVELLEMENTS " time(s) - limit is "
                   F-Max-Renouvellements ", renewal refused."
           ELSE
               PERFORM CHERCHER-RESERVATION-EN-ATTENTE
               IF ws-reservation-trouvee
                   DISPLAY "A hold is waiting on this title "
                       "(hold " RSV-ID ") - renewal refused, "
                       "please return the copy."
               ELSE
                   PERFORM PROLONGER-PRET
               END-IF
           END-IF.

       PROLONGER-PRET.
           COMPUTE ws-jour-entier =
               FUNCTION INTEGER-OF-DATE (PRL-DATE-ECHEANCE)
               + F-Duree-Pret.
           COMPUTE ws-date-echeance =
               FUNCTION DATE-OF-INTEGER (ws-jour-entier).
           MOVE PRL-COPIE TO ws-copie-choisie.
           PERFORM PLAFONNER-ECHEANCE-INTER.
           IF ws-date-echeance <= PRL-DATE-ECHEANCE
               DISPLAY "L'echeance ne peut plus avancer (retour "
                   "partenaire) - renewal refused."
           ELSE
               MOVE ws-date-echeance TO PRL-DATE-ECHEANCE
               ADD 1 TO PRL-NB-RENOUVELLEMENTS
               MOVE PRL-DATE-PRET TO ws-date-emprunt
               REWRITE PRET-OUVERT-RECORD
               IF ws-status-ouverts NOT = '00'
                   DISPLAY "ERREUR E/S sur pretsouverts.dat"
                   DISPLAY "Code statut: " ws-status-ouverts
                   STOP RUN
               END-IF
               PERFORM ENREGISTRER-PROLONGATION
               DISPLAY "Loan renewed - new due date "
                   PRL-DATE-ECHEANCE " (renewal "
                   PRL-NB-RENOUVELLEMENTS " of "
                   F-Max-Renouvellements ")."
           END-IF.

       ENREGISTRER-PROLONGATION.
           OPEN EXTEND loan-history.
           IF ws-status-prets = '35'
               OPEN OUTPUT loan-history
           END-IF.
           MOVE F-Prolongation TO LH-Action.
           MOVE ws-titre-pret TO LH-Title.
           IF ws-membre-trouve
               MOVE MB-NOM TO LH-Borrower
           ELSE
               MOVE SPACES TO LH-Borrower
           END-IF.
           MOVE ws-membre-emprunteur TO LH-Member.
           MOVE PRL-COPIE TO LH-Copie.
           MOVE ws-date-emprunt TO LH-Date-Loan.
           MOVE PRL-DATE-ECHEANCE TO LH-Date-Due.
           MOVE ZERO TO LH-Date-Return.
           MOVE ZERO TO LH-Amende.
           WRITE loan-record.
           CLOSE loan-history.

      *> L'exemplaire qui part en pret est-il emprunte a une autre
      *> bibliotheque ?  Alors la date de retour exigee par le
      *> partenaire (PRETINTER.cpy) prime sur l'echeance tapee - elle
      *> se rabote avec message.
       PLAFONNER-ECHEANCE-INTER.
           IF ws-copie-choisie > ZERO
               MOVE BM-ISBN TO EX-ISBN
               MOVE ws-copie-choisie TO EX-COPIE
               READ exemplaires KEY IS EX-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EX-PRET-INTER
                           PERFORM CHERCHER-PRET-INTER-COPIE
                           IF ws-inter-trouve AND
                                   ws-date-echeance > ILL-DATE-RETOUR
                               MOVE ILL-DATE-RETOUR
                                   TO ws-date-echeance
                               DISPLAY "Exemplaire emprunte a "
                                   ILL-PARTENAIRE " - echeance "
                                   "ramenee au " ws-date-echeance "."
                           END-IF
                       END-IF
               END-READ
           END-IF.

       CHERCHER-PRET-INTER-COPIE.
           MOVE 'N' TO ws-inter-flag.
           MOVE 'N' TO ws-fin-inter.
           OPEN INPUT pret-inter.
           IF ws-status-inter NOT = '00'
               CLOSE pret-inter
           ELSE
               MOVE ZERO TO ILL-ID
               START pret-inter KEY IS >= ILL-ID
                   INVALID KEY
                       MOVE 'O' TO ws-fin-inter
               END-START
               PERFORM LIRE-PRET-INTER-SUIVANT
               PERFORM EXAMINER-PRET-INTER
                   UNTIL ws-fin-lecture-inter OR ws-inter-trouve
               CLOSE pret-inter
           END-IF.

       LIRE-PRET-INTER-SUIVANT.
           IF NOT ws-fin-lecture-inter
               READ pret-inter NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-inter
               END-READ
           END-IF.

       EXAMINER-PRET-INTER.
           IF ILL-RECU AND ILL-ISBN = EX-ISBN AND
                   ILL-COPIE = EX-COPIE
               MOVE 'O' TO ws-inter-flag
           ELSE
               PERFORM LIRE-PRET-INTER-SUIVANT
           END-IF.

      *> Premiere reservation en attente (plus petit RSV-ID) sur le
      *> titre rendu.
       CHERCHER-RESERVATION-EN-ATTENTE.
           MOVE 'N' TO ws-reservation-flag.
           MOVE 'N' TO ws-fin-reservations.
           MOVE ZERO TO RSV-ID.
           START reservations KEY IS >= RSV-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-reservations
           END-START.
           PERFORM LIRE-RESERVATION-SUIVANTE.
           PERFORM EXAMINER-RESERVATION-ATTENTE
               UNTIL ws-fin-lecture-reservations
                   OR ws-reservation-trouvee.

       EXAMINER-RESERVATION-ATTENTE.
           IF RSV-EN-ATTENTE AND RSV-TITRE = ws-titre-pret
               MOVE 'O' TO ws-reservation-flag
           ELSE
               PERFORM LIRE-RESERVATION-SUIVANTE
           END-IF.

       LIRE-RESERVATION-SUIVANTE.
           IF NOT ws-fin-lecture-reservations
               READ reservations NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-reservations
               END-READ
           END-IF.
