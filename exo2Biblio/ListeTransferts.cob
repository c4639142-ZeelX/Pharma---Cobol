       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListeTransferts.

      *> Liste quotidienne des transferts entre les deux salles de
      *> lecture (voir EXEMPLAIRE.cpy) : les exemplaires du bac des
      *> transferts (statut S), groupes par sens - salle de depart
      *> vers salle d'arrivee - et, dans chaque sens, dans l'ordre
      *> des rayons (emplacement, ISBN, copie) pour la cueillette.
      *> Un exemplaire qui voyage pour une reservation porte le
      *> numero de celle-ci; les autres rentrent a leur site
      *> d'attache.  La liste vaut bordereau d'envoi : chaque
      *> exemplaire liste passe en transit (statut X) jusqu'a sa
      *> reception au comptoir d'arrivee (Librairy.cob, option 8).
      *> Les exemplaires deja en transit sont comptes par sens en fin
      *> de liste - un compte qui ne baisse pas signale un colis
      *> jamais receptionne.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT exemplaires ASSIGN TO "exemplaires.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CLE
               FILE STATUS IS ws-status-exemplaires.

           SELECT book-master ASSIGN TO "bookmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-ISBN
               FILE STATUS IS ws-file-status.

           SELECT reservations ASSIGN TO "reservations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-ID
               FILE STATUS IS ws-status-reservations.

       DATA DIVISION.
       FILE SECTION.
       FD exemplaires.
           COPY EXEMPLAIRE.

       FD book-master.
           COPY BOOKMAST.

       FD reservations.
           COPY RESERVATION.

       WORKING-STORAGE SECTION.
       01 ws-status-exemplaires PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-reservations PIC XX.
       01 ws-fin-exemplaires PIC X VALUE 'N'.
           88 ws-fin-lecture-exemplaires VALUE 'O'.
       01 ws-fin-reservations PIC X VALUE 'N'.
           88 ws-fin-lecture-reservations VALUE 'O'.
       01 ws-catalogue-dispo PIC X VALUE 'N'.
           88 CatalogueDisponible VALUE 'O'.

       01 ws-date-jour PIC 9(8).
       01 ws-nb-a-expedier PIC 9(4) VALUE ZERO.
       01 ws-nb-en-transit PIC 9(4) VALUE ZERO.
       01 ws-nb-acheminements PIC 9(3) VALUE ZERO.
       01 ws-nb-sens PIC 9(2) VALUE ZERO.
       01 ws-sens-courant PIC X(6).
       01 ws-i PIC 9(4).
       01 ws-j PIC 9(4).
       01 ws-k PIC 9(4).
       01 ws-reservation-liee PIC 9(6).

      *> Bac des transferts, trie sur TX-Cle : sens puis ordre des
      *> rayons.
       01 TABLE-TRANSFERTS.
           05 ENTREE-TRANSFERT OCCURS 999 TIMES.
               10 TX-Cle.
                   15 TX-Depart PIC X(3).
                   15 TX-Arrivee PIC X(3).
                   15 TX-Emplacement PIC X(8).
                   15 TX-Isbn PIC X(13).
                   15 TX-Copie PIC 9(3).
               10 TX-Titre PIC X(20).
       01 ws-entree-tmp PIC X(50).

      *> Reservations en acheminement : l'exemplaire qui voyage pour
      *> elles (titre + copie).
       01 TABLE-ACHEMINEMENTS.
           05 ENTREE-ACHEMINEMENT OCCURS 500 TIMES
                   INDEXED BY Idx-Ach.
               10 TA-Titre PIC X(20).
               10 TA-Copie PIC 9(3).
               10 TA-Reservation PIC 9(6).

      *> Exemplaires deja en transit, par sens.
       01 TABLE-SENS-TRANSIT.
           05 ENTREE-SENS OCCURS 20 TIMES
                   INDEXED BY Idx-Sens.
               10 TS-Sens PIC X(6).
               10 TS-Nb PIC 9(4).

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           DISPLAY "=== Transferts entre salles du " ws-date-jour
               " ===".

           OPEN I-O exemplaires.
           IF ws-status-exemplaires NOT = '00'
               DISPLAY "Aucun registre exemplaires.dat (statut "
                   ws-status-exemplaires ")."
               STOP RUN
           END-IF.

           OPEN INPUT book-master.
           IF ws-file-status = '00'
               MOVE 'O' TO ws-catalogue-dispo
           END-IF.

           PERFORM CHARGER-ACHEMINEMENTS.

           PERFORM LIRE-EXEMPLAIRE-SUIVANT.
           PERFORM RELEVER-EXEMPLAIRE
               UNTIL ws-fin-lecture-exemplaires.

           PERFORM COMPARER-TRANSFERTS
               VARYING ws-i FROM 1 BY 1
                   UNTIL ws-i > ws-nb-a-expedier - 1
               AFTER ws-j FROM 1 BY 1
                   UNTIL ws-j > ws-nb-a-expedier - ws-i.
           MOVE SPACES TO ws-sens-courant.
           PERFORM EXPEDIER-EXEMPLAIRE
               VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-nb-a-expedier.

           IF CatalogueDisponible
               CLOSE book-master
           END-IF.
           CLOSE exemplaires.

           DISPLAY " ".
           DISPLAY "Exemplaires expedies ce jour : " ws-nb-a-expedier.
           DISPLAY "Deja en transit avant ce jour: " ws-nb-en-transit.
           PERFORM AFFICHER-SENS-TRANSIT
               VARYING Idx-Sens FROM 1 BY 1
               UNTIL Idx-Sens > ws-nb-sens.
           STOP RUN.

      *> Les reservations en acheminement, pour nommer sur la liste
      *> celle qu'un exemplaire va servir.
       CHARGER-ACHEMINEMENTS.
           OPEN INPUT reservations.
           IF ws-status-reservations = '00'
               PERFORM LIRE-RESERVATION-SUIVANTE
               PERFORM RETENIR-ACHEMINEMENT
                   UNTIL ws-fin-lecture-reservations
               CLOSE reservations
           END-IF.

       LIRE-RESERVATION-SUIVANTE.
           READ reservations NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-reservations
           END-READ.

       RETENIR-ACHEMINEMENT.
           IF RSV-EN-ACHEMINEMENT AND ws-nb-acheminements < 500
               ADD 1 TO ws-nb-acheminements
               MOVE RSV-TITRE TO TA-Titre (ws-nb-acheminements)
               MOVE RSV-COPIE TO TA-Copie (ws-nb-acheminements)
               MOVE RSV-ID TO TA-Reservation (ws-nb-acheminements)
           END-IF.
           PERFORM LIRE-RESERVATION-SUIVANTE.

       LIRE-EXEMPLAIRE-SUIVANT.
           READ exemplaires NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-exemplaires
           END-READ.

       RELEVER-EXEMPLAIRE.
           EVALUATE TRUE
               WHEN EX-A-EXPEDIER
                   PERFORM RETENIR-EXEMPLAIRE-A-EXPEDIER
               WHEN EX-EN-TRANSIT
                   ADD 1 TO ws-nb-en-transit
                   PERFORM CUMULER-SENS-TRANSIT
           END-EVALUATE.
           PERFORM LIRE-EXEMPLAIRE-SUIVANT.

      *> Un titre sans fiche ou sans emplacement sort en tete de son
      *> sens, a blanc, comme a la liste de comptage d'Inventaire.
       RETENIR-EXEMPLAIRE-A-EXPEDIER.
           IF ws-nb-a-expedier >= 999
               DISPLAY "Plus de 999 exemplaires au bac - liste "
                   "limitee aux 999 premiers, relancer demain."
               MOVE 'O' TO ws-fin-exemplaires
           ELSE
               ADD 1 TO ws-nb-a-expedier
               MOVE EX-SITE-ACTUEL TO TX-Depart (ws-nb-a-expedier)
               MOVE EX-SITE-DESTINATION
                   TO TX-Arrivee (ws-nb-a-expedier)
               MOVE EX-ISBN TO TX-Isbn (ws-nb-a-expedier)
               MOVE EX-COPIE TO TX-Copie (ws-nb-a-expedier)
               MOVE SPACES TO TX-Emplacement (ws-nb-a-expedier)
               MOVE SPACES TO TX-Titre (ws-nb-a-expedier)
               IF CatalogueDisponible
                   MOVE EX-ISBN TO BM-ISBN
                   READ book-master KEY IS BM-ISBN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BM-EMPLACEMENT
                               TO TX-Emplacement (ws-nb-a-expedier)
                           MOVE BM-TITLE
                               TO TX-Titre (ws-nb-a-expedier)
                   END-READ
               END-IF
           END-IF.

       CUMULER-SENS-TRANSIT.
           SET Idx-Sens TO 1.
           SEARCH ENTREE-SENS
               AT END
                   IF ws-nb-sens < 20
                       ADD 1 TO ws-nb-sens
                       SET Idx-Sens TO ws-nb-sens
                       MOVE EX-SITE-ACTUEL TO TS-Sens (Idx-Sens) (1:3)
                       MOVE EX-SITE-DESTINATION
                           TO TS-Sens (Idx-Sens) (4:3)
                       MOVE 1 TO TS-Nb (Idx-Sens)
                   END-IF
               WHEN TS-Sens (Idx-Sens) (1:3) = EX-SITE-ACTUEL AND
                       TS-Sens (Idx-Sens) (4:3) = EX-SITE-DESTINATION
                   ADD 1 TO TS-Nb (Idx-Sens)
           END-SEARCH.

      *> Tri a bulles sur TX-Cle, meme principe que
      *> COMPARER-ENTREES-LISTE dans Inventaire.cob.
       COMPARER-TRANSFERTS.
           COMPUTE ws-k = ws-j + 1.
           IF TX-Cle (ws-j) > TX-Cle (ws-k)
               MOVE ENTREE-TRANSFERT (ws-j) TO ws-entree-tmp
               MOVE ENTREE-TRANSFERT (ws-k) TO ENTREE-TRANSFERT (ws-j)
               MOVE ws-entree-tmp TO ENTREE-TRANSFERT (ws-k)
           END-IF.

      *> Une ligne par exemplaire, un titre de sens a chaque
      *> changement; l'exemplaire passe en transit au registre.
       EXPEDIER-EXEMPLAIRE.
           IF TX-Cle (ws-i) (1:6) NOT = ws-sens-courant
               MOVE TX-Cle (ws-i) (1:6) TO ws-sens-courant
               DISPLAY " "
               DISPLAY "--- De " TX-Depart (ws-i) " vers "
                   TX-Arrivee (ws-i) " ---"
               DISPLAY "EMPLACEMENT ISBN          COPIE TITRE"
           END-IF.
           PERFORM CHERCHER-RESERVATION-LIEE.
           IF ws-reservation-liee > ZERO
               DISPLAY TX-Emplacement (ws-i) "    " TX-Isbn (ws-i)
                   " " TX-Copie (ws-i) "   " TX-Titre (ws-i)
                   " reservation " ws-reservation-liee
           ELSE
               DISPLAY TX-Emplacement (ws-i) "    " TX-Isbn (ws-i)
                   " " TX-Copie (ws-i) "   " TX-Titre (ws-i)
                   " retour site d'attache"
           END-IF.
           MOVE TX-Isbn (ws-i) TO EX-ISBN.
           MOVE TX-Copie (ws-i) TO EX-COPIE.
           READ exemplaires KEY IS EX-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'X' TO EX-STATUT
                   REWRITE EXEMPLAIRE-RECORD
                   IF ws-status-exemplaires NOT = '00'
                       DISPLAY "ERREUR E/S sur exemplaires.dat"
                       DISPLAY "Code statut: " ws-status-exemplaires
                       STOP RUN
                   END-IF
           END-READ.

       CHERCHER-RESERVATION-LIEE.
           MOVE ZERO TO ws-reservation-liee.
           SET Idx-Ach TO 1.
           SEARCH ENTREE-ACHEMINEMENT
               AT END
                   CONTINUE
               WHEN Idx-Ach <= ws-nb-acheminements AND
                       TA-Titre (Idx-Ach) = TX-Titre (ws-i) AND
                       TA-Copie (Idx-Ach) = TX-Copie (ws-i)
                   MOVE TA-Reservation (Idx-Ach)
                       TO ws-reservation-liee
           END-SEARCH.

       AFFICHER-SENS-TRANSIT.
           DISPLAY "  de " TS-Sens (Idx-Sens) (1:3) " vers "
               TS-Sens (Idx-Sens) (4:3) " : " TS-Nb (Idx-Sens).
