       IDENTIFICATION DIVISION.
       PROGRAM-ID. LibreService.

      *> Borne libre-service des membres : chaque prolongation ou
      *> reservation passait par un bibliothecaire au menu de
      *> Librairy.  Le membre s'identifie par son numero (MB-ID) et
      *> son code a quatre chiffres, dont seule l'empreinte est
      *> gardee (voir CODEMEMB.cpy / PINMEMBPROC.cpy) - trois codes
      *> errones bloquent la borne pour lui jusqu'au guichet.  Il y
      *> voit ses prets en cours et leurs echeances, prolonge un pret
      *> selon les memes regles qu'au comptoir (PROLONGPROC.cpy),
      *> pose ou annule une reservation, consulte ses amendes et
      *> change son code.  Emprunts et retours restent au comptoir.
      *> Pas de session operateur ici : la borne sert le membre
      *> identifie, et seulement lui.  Une reservation se retire
      *> dans la salle de la borne (site-poste.dat, voir
      *> SITEPOSTE.cpy) - un exemplaire en rayon dans l'autre salle
      *> est alors demande par le bac des transferts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT member-master ASSIGN TO "membres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-ID
               FILE STATUS IS ws-status-membres.

           SELECT codes-membres ASSIGN TO "codes-membres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDM-MEMBRE
               FILE STATUS IS ws-status-codes.

           SELECT book-master ASSIGN TO "bookmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-ISBN
               FILE STATUS IS ws-file-status.

           SELECT loan-history ASSIGN TO "loanhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-prets.

           SELECT exemplaires ASSIGN TO "exemplaires.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CLE
               FILE STATUS IS ws-status-exemplaires.

           SELECT prets-ouverts ASSIGN TO "pretsouverts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRL-CLE
               FILE STATUS IS ws-status-ouverts.

           SELECT reservations ASSIGN TO "reservations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-ID
               FILE STATUS IS ws-status-reservations.

           SELECT pret-inter ASSIGN TO "pret-inter.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ILL-ID
               FILE STATUS IS ws-status-inter.

           SELECT amendes ASSIGN TO "amendes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMD-ID
               FILE STATUS IS ws-status-amendes.

           SELECT amendes-config ASSIGN TO "amendes-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-amendes-config.

           SELECT site-poste ASSIGN TO "site-poste.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-site.

       DATA DIVISION.
       FILE SECTION.
       FD member-master.
           COPY MEMBMAST.

       FD codes-membres.
           COPY CODEMEMB.

       FD book-master.
           COPY BOOKMAST.

       FD loan-history.
           COPY LOANHIST.

       FD exemplaires.
           COPY EXEMPLAIRE.

       FD prets-ouverts.
           COPY PRETOUVERT.

       FD reservations.
           COPY RESERVATION.

       FD pret-inter.
           COPY PRETINTER.

       FD amendes.
           COPY AMENDE.

       FD amendes-config.
       01 amende-config-record.
           05 AMC-SEUIL PIC 9(5)V99.

       FD site-poste.
           COPY SITEPOSTE.

       WORKING-STORAGE SECTION.
       01 ws-status-membres PIC XX.
       01 ws-status-codes PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-prets PIC XX.
       01 ws-status-exemplaires PIC XX.
       01 ws-status-ouverts PIC XX.
       01 ws-status-reservations PIC XX.
       01 ws-status-inter PIC XX.
       01 ws-status-amendes PIC XX.
       01 ws-status-amendes-config PIC XX.
       01 ws-status-site PIC XX.

       01 Choix PIC 9 VALUE ZERO.
       01 ws-date-jour PIC 9(8).
       01 ws-membre-emprunteur PIC 9(6).
       01 ws-membre-flag PIC X VALUE 'N'.
           88 ws-membre-trouve VALUE 'O'.
       01 ws-code-flag PIC X VALUE 'N'.
           88 ws-code-trouve VALUE 'O'.
       01 ws-session-flag PIC X VALUE 'N'.
           88 ws-session-ouverte VALUE 'O'.
       01 ws-titre-pret PIC X(20).
       01 ws-rang PIC 9(2).

      *> Code saisi et son empreinte (voir PINMEMBPROC.cpy).
       01 ws-pin-clair PIC 9(4).
       01 ws-pin-hash PIC 9(9).
       01 ws-hash-travail PIC 9(18).
       01 ws-pin-nouveau PIC 9(4).
       01 ws-pin-confirme PIC 9(4).

       01 ws-fin-fichier PIC X VALUE 'N'.
           88 ws-fin-lecture VALUE 'O'.
       01 ws-livre-trouve PIC X VALUE 'N'.
           88 ws-livre-ok VALUE 'O'.
       01 ws-pret-trouve PIC X VALUE 'N'.
           88 ws-pret-ok VALUE 'O'.
       01 ws-fin-ouverts PIC X VALUE 'N'.
           88 ws-fin-lecture-ouverts VALUE 'O'.
       01 ws-fin-exemplaires PIC X VALUE 'N'.
           88 ws-fin-lecture-exemplaires VALUE 'O'.
       01 ws-fin-reservations PIC X VALUE 'N'.
           88 ws-fin-lecture-reservations VALUE 'O'.
       01 ws-reservation-flag PIC X VALUE 'N'.
           88 ws-reservation-trouvee VALUE 'O'.
       01 ws-fin-inter PIC X VALUE 'N'.
           88 ws-fin-lecture-inter VALUE 'O'.
       01 ws-inter-flag PIC X VALUE 'N'.
           88 ws-inter-trouve VALUE 'O'.
       01 ws-fin-amendes PIC X VALUE 'N'.
           88 ws-fin-lecture-amendes VALUE 'O'.
       01 ws-amendes-dispo PIC X VALUE 'N'.
           88 ws-amendes-disponibles VALUE 'O'.

      *> Salle de la borne et circulation entre salles (voir
      *> SITEPROC.cpy, TRANSFERTPROC.cpy).
       01 ws-site-poste PIC X(3).
       01 ws-site-libelle PIC X(20).
       01 ws-exemplaire-flag PIC X VALUE 'N'.
           88 ws-exemplaire-trouve VALUE 'O'.
       01 ws-rayon-flag PIC X VALUE 'N'.
           88 ws-remis-en-rayon VALUE 'O'.
       01 ws-nb-rayon-ici PIC 9(3).
       01 ws-nb-rayon-ailleurs PIC 9(3).

       01 ws-copie-choisie PIC 9(3).
       01 ws-copie-liberee PIC 9(3).
       01 ws-date-emprunt PIC 9(8).
       01 ws-date-echeance PIC 9(8).
       01 ws-jour-entier PIC 9(7).
       01 ws-rsv-plus-haut PIC 9(6).
       01 ws-rsv-annulee PIC 9(6).
       01 ws-seuil-amendes PIC 9(5)V99.
       01 ws-encours-amendes PIC 9(7)V99.
       01 ws-reste-du PIC 9(5)V99.

      *> Prets en cours du membre, numerotes a l'ecran pour le choix
      *> de la prolongation.
       01 TABLE-PRETS-MEMBRE.
           05 ENTREE-PRET-MEMBRE OCCURS 99 TIMES.
               10 TP-Titre PIC X(20).
               10 TP-Copie PIC 9(3).
       01 ws-nb-prets PIC 9(2) VALUE ZERO.

      *> Reservations vivantes du membre (en attente ou tenues),
      *> numerotees pour le choix de l'annulation.
       01 TABLE-RESERVATIONS-MEMBRE.
           05 TR-Reservation PIC 9(6) OCCURS 50 TIMES.
       01 ws-nb-reservations PIC 9(2) VALUE ZERO.

      *> Memes constantes qu'au comptoir (voir Librairy.cob).
       77 F-Prolongation PIC X VALUE "P".
       77 F-Duree-Pret PIC 9(2) VALUE 14.
       77 F-Max-Renouvellements PIC 9(2) VALUE 2.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM CHARGER-SITE-POSTE.
           DISPLAY "****** BIBLIOTHEQUE - LIBRE-SERVICE ******".
           DISPLAY ws-site-libelle.

           OPEN INPUT member-master.
           OPEN I-O codes-membres.
           IF ws-status-membres NOT = '00' OR
                   ws-status-codes NOT = '00'
               DISPLAY "Service momentanement indisponible - "
                   "adressez-vous au comptoir."
               STOP RUN
           END-IF.

           PERFORM IDENTIFIER-MEMBRE.
           IF NOT ws-session-ouverte
               CLOSE codes-membres
               CLOSE member-master
               STOP RUN
           END-IF.

           OPEN I-O book-master.
           IF ws-file-status NOT = '00'
               DISPLAY "Impossible d'ouvrir bookmast.dat (statut "
                   ws-file-status ")."
               STOP RUN
           END-IF.

           OPEN I-O prets-ouverts.
           IF ws-status-ouverts = '35'
               OPEN OUTPUT prets-ouverts
               CLOSE prets-ouverts
               OPEN I-O prets-ouverts
           END-IF.

           OPEN I-O reservations.
           IF ws-status-reservations = '35'
               OPEN OUTPUT reservations
               CLOSE reservations
               OPEN I-O reservations
           END-IF.

           OPEN I-O exemplaires.
           IF ws-status-exemplaires = '35'
               OPEN OUTPUT exemplaires
               CLOSE exemplaires
               OPEN I-O exemplaires
           END-IF.

           OPEN INPUT amendes.
           IF ws-status-amendes = '00'
               MOVE 'O' TO ws-amendes-dispo
           END-IF.

           DISPLAY "Bonjour " MB-NOM.
           IF MB-EXPIRATION < ws-date-jour
               DISPLAY "Votre adhesion a expire le " MB-EXPIRATION
                   " - pensez a la renouveler au comptoir."
           END-IF.

           PERFORM MENU-MEMBRE UNTIL Choix = 7.

           IF ws-amendes-disponibles
               CLOSE amendes
           END-IF.
           CLOSE exemplaires.
           CLOSE reservations.
           CLOSE prets-ouverts.
           CLOSE book-master.
           CLOSE codes-membres.
           CLOSE member-master.
           STOP RUN.

       MENU-MEMBRE.
           DISPLAY "1. Mes prets en cours".
           DISPLAY "2. Prolonger un pret".
           DISPLAY "3. Reserver un titre".
           DISPLAY "4. Mes reservations".
           DISPLAY "5. Mes amendes".
           DISPLAY "6. Changer mon code".
           DISPLAY "7. Terminer".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM LISTER-MES-PRETS
               WHEN 2 PERFORM PROLONGER-UN-PRET
               WHEN 3 PERFORM RESERVER-TITRE
               WHEN 4 PERFORM GERER-MES-RESERVATIONS
               WHEN 5 PERFORM AFFICHER-MES-AMENDES
               WHEN 6 PERFORM CHANGER-CODE
               WHEN 7 DISPLAY "Au revoir."
               WHEN OTHER DISPLAY "Choix invalide."
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Identification : numero de membre et code.  Le message ne
      *> dit pas lequel des deux est faux.
      *> ------------------------------------------------------------
       IDENTIFIER-MEMBRE.
           DISPLAY "Numero de membre: ".
           ACCEPT ws-membre-emprunteur.
           DISPLAY "Code: ".
           ACCEPT ws-pin-clair.
           PERFORM LIRE-MEMBRE.
           PERFORM LIRE-CODE-MEMBRE.
           EVALUATE TRUE
               WHEN NOT ws-membre-trouve OR NOT ws-code-trouve
                   DISPLAY "Numero de membre ou code invalide."
               WHEN CDM-BLOQUE
                   DISPLAY "Acces bloque apres trois codes errones "
                       "- adressez-vous au comptoir."
               WHEN OTHER
                   PERFORM VERIFIER-CODE-MEMBRE
           END-EVALUATE.

       LIRE-MEMBRE.
           MOVE 'N' TO ws-membre-flag.
           MOVE ws-membre-emprunteur TO MB-ID.
           READ member-master KEY IS MB-ID
               INVALID KEY
                   MOVE 'N' TO ws-membre-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-membre-flag
           END-READ.

       LIRE-CODE-MEMBRE.
           MOVE ws-membre-emprunteur TO CDM-MEMBRE.
           READ codes-membres KEY IS CDM-MEMBRE
               INVALID KEY
                   MOVE 'N' TO ws-code-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-code-flag
           END-READ.

      *> Bon code : le compteur d'erreurs repart a zero.  Mauvais
      *> code : il monte, et bloque la borne au troisieme.
       VERIFIER-CODE-MEMBRE.
           PERFORM CALCULER-EMPREINTE-MEMBRE.
           IF ws-pin-hash = CDM-PIN-HASH
               MOVE 'O' TO ws-session-flag
               IF CDM-ESSAIS NOT = ZERO
                   MOVE ZERO TO CDM-ESSAIS
                   PERFORM REECRIRE-CODE-MEMBRE
               END-IF
           ELSE
               ADD 1 TO CDM-ESSAIS
               PERFORM REECRIRE-CODE-MEMBRE
               IF CDM-BLOQUE
                   DISPLAY "Code invalide - acces bloque, "
                       "adressez-vous au comptoir."
               ELSE
                   DISPLAY "Numero de membre ou code invalide."
               END-IF
           END-IF.

       REECRIRE-CODE-MEMBRE.
           REWRITE CODE-MEMBRE-RECORD.
           IF ws-status-codes NOT = '00'
               DISPLAY "ERREUR E/S sur codes-membres.dat"
               DISPLAY "Code statut: " ws-status-codes
               STOP RUN
           END-IF.

      *> ------------------------------------------------------------
      *> Prets en cours et prolongation.
      *> ------------------------------------------------------------
       LISTER-MES-PRETS.
           MOVE ZERO TO ws-nb-prets.
           MOVE 'N' TO ws-fin-ouverts.
           MOVE ws-membre-emprunteur TO PRL-MEMBRE.
           MOVE LOW-VALUES TO PRL-TITRE.
           MOVE ZERO TO PRL-COPIE.
           START prets-ouverts KEY IS >= PRL-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-ouverts
           END-START.
           PERFORM LIRE-PRET-OUVERT-SUIVANT.
           PERFORM AFFICHER-MON-PRET
               UNTIL ws-fin-lecture-ouverts
                   OR PRL-MEMBRE NOT = ws-membre-emprunteur.
           IF ws-nb-prets = ZERO
               DISPLAY "Aucun pret en cours."
           END-IF.

       LIRE-PRET-OUVERT-SUIVANT.
           IF NOT ws-fin-lecture-ouverts
               READ prets-ouverts NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-ouverts
               END-READ
           END-IF.

       AFFICHER-MON-PRET.
           IF ws-nb-prets < 99
               ADD 1 TO ws-nb-prets
               MOVE PRL-TITRE TO TP-Titre (ws-nb-prets)
               MOVE PRL-COPIE TO TP-Copie (ws-nb-prets)
               IF PRL-DATE-ECHEANCE < ws-date-jour
                   DISPLAY ws-nb-prets ". " PRL-TITRE
                       " - a rendre le " PRL-DATE-ECHEANCE
                       " *** EN RETARD ***"
               ELSE
                   DISPLAY ws-nb-prets ". " PRL-TITRE
                       " - a rendre le " PRL-DATE-ECHEANCE
               END-IF
               DISPLAY "    prolonge " PRL-NB-RENOUVELLEMENTS
                   " fois sur " F-Max-Renouvellements
           END-IF.
           PERFORM LIRE-PRET-OUVERT-SUIVANT.

       PROLONGER-UN-PRET.
           PERFORM LISTER-MES-PRETS.
           IF ws-nb-prets > ZERO
               DISPLAY "Pret a prolonger (0 = retour): "
               ACCEPT ws-rang
               IF ws-rang > ZERO AND ws-rang <= ws-nb-prets
                   PERFORM PROLONGER-PRET-CHOISI
               END-IF
           END-IF.

      *> Meme chemin qu'au comptoir : la fiche du titre et le pret
      *> relu pour mise a jour, puis les regles de PROLONGPROC.cpy.
       PROLONGER-PRET-CHOISI.
           MOVE TP-Titre (ws-rang) TO ws-titre-pret.
           MOVE ws-membre-emprunteur TO PRL-MEMBRE.
           MOVE TP-Titre (ws-rang) TO PRL-TITRE.
           MOVE TP-Copie (ws-rang) TO PRL-COPIE.
           READ prets-ouverts KEY IS PRL-CLE
               INVALID KEY
                   MOVE 'N' TO ws-pret-trouve
               NOT INVALID KEY
                   MOVE 'O' TO ws-pret-trouve
           END-READ.
           IF ws-pret-ok
               PERFORM TROUVER-LIVRE-PAR-TITRE
           END-IF.
           IF NOT ws-livre-ok OR NOT ws-pret-ok
               DISPLAY "Pret introuvable - adressez-vous au "
                   "comptoir."
           ELSE
               PERFORM CONTROLER-PROLONGATION
           END-IF.

      *> Meme recherche qu'au comptoir (voir Librairy.cob) : une passe
      *> sur le catalogue jusqu'au titre, la fiche reste courante.
       TROUVER-LIVRE-PAR-TITRE.
           MOVE 'N' TO ws-livre-trouve.
           MOVE 'N' TO ws-fin-fichier.
           MOVE LOW-VALUES TO BM-ISBN.
           START book-master KEY IS >= BM-ISBN
               INVALID KEY
                   MOVE 'O' TO ws-fin-fichier
           END-START.
           PERFORM LIRE-LIVRE-SUIVANT.
           PERFORM EXAMINER-LIVRE-TITRE
               UNTIL ws-fin-lecture OR ws-livre-ok.

       LIRE-LIVRE-SUIVANT.
           IF NOT ws-fin-lecture
               READ book-master NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-fichier
               END-READ
           END-IF.

       EXAMINER-LIVRE-TITRE.
           IF BM-TITLE = ws-titre-pret
               MOVE 'O' TO ws-livre-trouve
           ELSE
               PERFORM LIRE-LIVRE-SUIVANT
           END-IF.

      *> ------------------------------------------------------------
      *> Reservations.  Comme au comptoir, on ne reserve que ce qui
      *> n'est pas en rayon dans cette salle - un titre disponible
      *> ici s'emprunte; en rayon seulement dans l'autre salle, il se
      *> reserve et un exemplaire est demande.  Adhesion expiree :
      *> pas de nouvelle reservation.
      *> ------------------------------------------------------------
       RESERVER-TITRE.
           IF MB-EXPIRATION < ws-date-jour
               DISPLAY "Adhesion expiree - reservation impossible."
           ELSE
               DISPLAY "Titre a reserver: "
               ACCEPT ws-titre-pret
               PERFORM TROUVER-LIVRE-PAR-TITRE
               IF NOT ws-livre-ok
                   DISPLAY "Titre inconnu au catalogue."
               ELSE
                   PERFORM CONTROLER-RESERVATION
               END-IF
           END-IF.

       CONTROLER-RESERVATION.
           PERFORM CHERCHER-MA-RESERVATION.
           IF ws-reservation-trouvee
               DISPLAY "Vous avez deja la reservation " RSV-ID
                   " sur ce titre."
           ELSE
               PERFORM CHERCHER-MON-PRET-TITRE
               EVALUATE TRUE
                   WHEN ws-pret-ok
                       DISPLAY "Ce titre est deja en pret chez vous."
                   WHEN BM-COPIES > ZERO
                       PERFORM CONTROLER-RAYON-AUTRE-SALLE
                   WHEN OTHER
                       PERFORM POSER-RESERVATION
               END-EVALUATE
           END-IF.

      *> Un exemplaire en rayon ici s'emprunte au comptoir; du vieux
      *> stock jamais immatricule (rien au registre) est repute en
      *> rayon ici aussi.
       CONTROLER-RAYON-AUTRE-SALLE.
           PERFORM COMPTER-EXEMPLAIRES-RAYON.
           IF ws-nb-rayon-ici > ZERO OR ws-nb-rayon-ailleurs = ZERO
               DISPLAY "Un exemplaire est en rayon - "
                   "empruntez-le au comptoir."
           ELSE
               PERFORM POSER-RESERVATION
           END-IF.

      *> Reservation encore vivante (en attente, en acheminement ou
      *> tenue) du membre sur le titre.
       CHERCHER-MA-RESERVATION.
           MOVE 'N' TO ws-reservation-flag.
           MOVE 'N' TO ws-fin-reservations.
           MOVE ZERO TO RSV-ID.
           START reservations KEY IS >= RSV-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-reservations
           END-START.
           PERFORM LIRE-RESERVATION-SUIVANTE.
           PERFORM EXAMINER-MA-RESERVATION
               UNTIL ws-fin-lecture-reservations
                   OR ws-reservation-trouvee.

       EXAMINER-MA-RESERVATION.
           IF (RSV-EN-ATTENTE OR RSV-TENUE OR RSV-EN-ACHEMINEMENT)
                   AND RSV-TITRE = ws-titre-pret AND
                   RSV-MEMBRE = ws-membre-emprunteur
               MOVE 'O' TO ws-reservation-flag
           ELSE
               PERFORM LIRE-RESERVATION-SUIVANTE
           END-IF.

       CHERCHER-MON-PRET-TITRE.
           MOVE 'N' TO ws-pret-trouve.
           MOVE 'N' TO ws-fin-ouverts.
           MOVE ws-membre-emprunteur TO PRL-MEMBRE.
           MOVE ws-titre-pret TO PRL-TITRE.
           MOVE ZERO TO PRL-COPIE.
           START prets-ouverts KEY IS >= PRL-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-ouverts
           END-START.
           PERFORM LIRE-PRET-OUVERT-SUIVANT.
           IF NOT ws-fin-lecture-ouverts AND
                   PRL-MEMBRE = ws-membre-emprunteur AND
                   PRL-TITRE = ws-titre-pret
               MOVE 'O' TO ws-pret-trouve
           END-IF.

      *> Meme ecriture que PROPOSER-RESERVATION dans Librairy.cob.
       POSER-RESERVATION.
           PERFORM CHERCHER-PLUS-HAUTE-RESERVATION.
           ADD 1 TO ws-rsv-plus-haut.
           MOVE ws-rsv-plus-haut TO RSV-ID.
           MOVE ws-titre-pret TO RSV-TITRE.
           MOVE ws-membre-emprunteur TO RSV-MEMBRE.
           MOVE ws-date-jour TO RSV-DATE-POSE.
           MOVE ZERO TO RSV-DATE-TENUE.
           MOVE ZERO TO RSV-COPIE.
           MOVE 'A' TO RSV-STATUT.
           MOVE ws-site-poste TO RSV-SITE.
           IF BM-COPIES > ZERO
               PERFORM DEMANDER-EXEMPLAIRE-AILLEURS
           END-IF.
           WRITE RESERVATION-RECORD.
           IF ws-status-reservations NOT = '00'
               DISPLAY "ERREUR E/S sur reservations.dat"
               DISPLAY "Code statut: " ws-status-reservations
               STOP RUN
           END-IF.
           IF RSV-EN-ACHEMINEMENT
               DISPLAY "Reservation " RSV-ID " enregistree - un "
                   "exemplaire vous est achemine de l'autre salle."
           ELSE
               DISPLAY "Reservation " RSV-ID " enregistree - le "
                   "prochain exemplaire rendu vous sera mis de cote."
           END-IF.

       CHERCHER-PLUS-HAUTE-RESERVATION.
           MOVE ZERO TO ws-rsv-plus-haut.
           MOVE 'N' TO ws-fin-reservations.
           MOVE ZERO TO RSV-ID.
           START reservations KEY IS >= RSV-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-reservations
           END-START.
           PERFORM LIRE-RESERVATION-SUIVANTE.
           PERFORM RETENIR-RESERVATION-ID
               UNTIL ws-fin-lecture-reservations.

       RETENIR-RESERVATION-ID.
           IF RSV-ID > ws-rsv-plus-haut
               MOVE RSV-ID TO ws-rsv-plus-haut
           END-IF.
           PERFORM LIRE-RESERVATION-SUIVANTE.

       GERER-MES-RESERVATIONS.
           MOVE ZERO TO ws-nb-reservations.
           MOVE 'N' TO ws-fin-reservations.
           MOVE ZERO TO RSV-ID.
           START reservations KEY IS >= RSV-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-reservations
           END-START.
           PERFORM LIRE-RESERVATION-SUIVANTE.
           PERFORM AFFICHER-MA-RESERVATION
               UNTIL ws-fin-lecture-reservations.
           IF ws-nb-reservations = ZERO
               DISPLAY "Aucune reservation en cours."
           ELSE
               DISPLAY "Reservation a annuler (0 = aucune): "
               ACCEPT ws-rang
               IF ws-rang > ZERO AND ws-rang <= ws-nb-reservations
                   PERFORM ANNULER-RESERVATION
               END-IF
           END-IF.

       AFFICHER-MA-RESERVATION.
           IF RSV-MEMBRE = ws-membre-emprunteur AND
                   (RSV-EN-ATTENTE OR RSV-TENUE OR
                       RSV-EN-ACHEMINEMENT) AND
                   ws-nb-reservations < 50
               ADD 1 TO ws-nb-reservations
               MOVE RSV-ID TO TR-Reservation (ws-nb-reservations)
               EVALUATE TRUE
                   WHEN RSV-TENUE
                       DISPLAY ws-nb-reservations ". " RSV-TITRE
                           " - exemplaire mis de cote pour vous le "
                           RSV-DATE-TENUE " (site " RSV-SITE ")"
                   WHEN RSV-EN-ACHEMINEMENT
                       DISPLAY ws-nb-reservations ". " RSV-TITRE
                           " - exemplaire en route vers le site "
                           RSV-SITE
                   WHEN OTHER
                       DISPLAY ws-nb-reservations ". " RSV-TITRE
                           " - en attente depuis le " RSV-DATE-POSE
               END-EVALUATE
           END-IF.
           PERFORM LIRE-RESERVATION-SUIVANTE.

      *> Un exemplaire deja mis de cote ne reste pas bloque : il
      *> passe a la reservation suivante sur le titre, sinon il
      *> retourne au rayon - meme principe que TRANSMETTRE-OU-RENDRE
      *> dans ListeReservations.cob.  Un exemplaire en route poursuit
      *> son voyage : sa reception au comptoir d'arrivee decidera.
       ANNULER-RESERVATION.
           MOVE TR-Reservation (ws-rang) TO RSV-ID.
           READ reservations KEY IS RSV-ID
               INVALID KEY
                   MOVE 'N' TO ws-reservation-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-reservation-flag
           END-READ.
           IF NOT ws-reservation-trouvee OR
                   NOT (RSV-EN-ATTENTE OR RSV-TENUE OR
                       RSV-EN-ACHEMINEMENT)
               DISPLAY "Reservation deja close."
           ELSE
               MOVE RSV-ID TO ws-rsv-annulee
               MOVE RSV-TITRE TO ws-titre-pret
               MOVE ZERO TO ws-copie-liberee
               IF RSV-TENUE
                   MOVE RSV-COPIE TO ws-copie-liberee
               END-IF
               MOVE 'C' TO RSV-STATUT
               REWRITE RESERVATION-RECORD
               IF ws-status-reservations NOT = '00'
                   DISPLAY "ERREUR E/S sur reservations.dat"
                   DISPLAY "Code statut: " ws-status-reservations
                   STOP RUN
               END-IF
               DISPLAY "Reservation " ws-rsv-annulee " annulee."
               IF ws-copie-liberee > ZERO
                   PERFORM TRANSMETTRE-OU-RENDRE
               END-IF
           END-IF.

      *> L'exemplaire libere suit TRANSFERTPROC.cpy depuis la salle
      *> ou il etait tenu; hors registre, il ne peut que revenir au
      *> compte du titre ou passer au suivant de la file.
       TRANSMETTRE-OU-RENDRE.
           PERFORM CHERCHER-RESERVATION-EN-ATTENTE.
           PERFORM TROUVER-LIVRE-PAR-TITRE.
           MOVE 'N' TO ws-exemplaire-flag.
           IF ws-livre-ok
               MOVE BM-ISBN TO EX-ISBN
               MOVE ws-copie-liberee TO EX-COPIE
               READ exemplaires KEY IS EX-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-exemplaire-flag
               END-READ
           END-IF.
           IF ws-exemplaire-trouve
               PERFORM ORIENTER-EXEMPLAIRE-LIBRE
           ELSE
               PERFORM TRANSMETTRE-HORS-REGISTRE
           END-IF.
           IF ws-remis-en-rayon AND ws-livre-ok
               ADD 1 TO BM-COPIES
               REWRITE BOOK-MASTER-RECORD
           END-IF.

       TRANSMETTRE-HORS-REGISTRE.
           MOVE 'N' TO ws-rayon-flag.
           IF ws-reservation-trouvee
               MOVE 'H' TO RSV-STATUT
               MOVE ws-date-jour TO RSV-DATE-TENUE
               MOVE ws-copie-liberee TO RSV-COPIE
               REWRITE RESERVATION-RECORD
               IF ws-status-reservations NOT = '00'
                   DISPLAY "ERREUR E/S sur reservations.dat"
                   DISPLAY "Code statut: " ws-status-reservations
                   STOP RUN
               END-IF
           ELSE
               MOVE 'O' TO ws-rayon-flag
           END-IF.

      *> ------------------------------------------------------------
      *> Amendes : encours du membre et seuil qui bloque l'emprunt
      *> (voir CONTROLER-MEMBRE-EMPRUNT dans Librairy.cob).
      *> ------------------------------------------------------------
       AFFICHER-MES-AMENDES.
           MOVE ZERO TO ws-encours-amendes.
           IF ws-amendes-disponibles
               MOVE 'N' TO ws-fin-amendes
               MOVE ZERO TO AMD-ID
               START amendes KEY IS >= AMD-ID
                   INVALID KEY
                       MOVE 'O' TO ws-fin-amendes
               END-START
               PERFORM LIRE-AMENDE-SUIVANTE
               PERFORM AFFICHER-MON-AMENDE
                   UNTIL ws-fin-lecture-amendes
           END-IF.
           PERFORM CHARGER-SEUIL-AMENDES.
           DISPLAY "Total du : " ws-encours-amendes.
           IF ws-encours-amendes > ws-seuil-amendes
               DISPLAY "Au-dela de " ws-seuil-amendes
                   " les emprunts sont suspendus - reglement au "
                   "comptoir."
           END-IF.

       LIRE-AMENDE-SUIVANTE.
           IF NOT ws-fin-lecture-amendes
               READ amendes NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-amendes
               END-READ
           END-IF.

       AFFICHER-MON-AMENDE.
           IF AMD-MEMBRE = ws-membre-emprunteur AND
                   AMD-MONTANT > AMD-PAYE
               COMPUTE ws-reste-du = AMD-MONTANT - AMD-PAYE
               DISPLAY "  " AMD-DATE " - " AMD-TITRE " : reste du "
                   ws-reste-du
               ADD ws-reste-du TO ws-encours-amendes
           END-IF.
           PERFORM LIRE-AMENDE-SUIVANTE.

       CHARGER-SEUIL-AMENDES.
           MOVE 10.00 TO ws-seuil-amendes.
           OPEN INPUT amendes-config.
           IF ws-status-amendes-config = '00'
               READ amendes-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AMC-SEUIL TO ws-seuil-amendes
               END-READ
               CLOSE amendes-config
           END-IF.

      *> ------------------------------------------------------------
      *> Changement de code : l'ancien d'abord, le nouveau deux fois.
      *> ------------------------------------------------------------
       CHANGER-CODE.
           DISPLAY "Code actuel: ".
           ACCEPT ws-pin-clair.
           PERFORM LIRE-CODE-MEMBRE.
           PERFORM CALCULER-EMPREINTE-MEMBRE.
           IF NOT ws-code-trouve OR ws-pin-hash NOT = CDM-PIN-HASH
               DISPLAY "Code invalide - code inchange."
           ELSE
               DISPLAY "Nouveau code (4 chiffres): "
               ACCEPT ws-pin-nouveau
               DISPLAY "Confirmer le nouveau code: "
               ACCEPT ws-pin-confirme
               IF ws-pin-nouveau NOT = ws-pin-confirme
                   DISPLAY "Les deux saisies different - code "
                       "inchange."
               ELSE
                   MOVE ws-pin-nouveau TO ws-pin-clair
                   PERFORM CALCULER-EMPREINTE-MEMBRE
                   MOVE ws-pin-hash TO CDM-PIN-HASH
                   MOVE ZERO TO CDM-ESSAIS
                   MOVE ws-date-jour TO CDM-DATE-POSE
                   PERFORM REECRIRE-CODE-MEMBRE
                   DISPLAY "Code modifie."
               END-IF
           END-IF.

       COPY PINMEMBPROC.

       COPY PROLONGPROC.

       COPY SITEPROC.

       COPY TRANSFERTPROC.
