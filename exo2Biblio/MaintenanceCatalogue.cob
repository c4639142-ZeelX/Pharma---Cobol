      *> "Seigneurs des Moineaux", ajuster nb-copy apres inventaire ou
      *> retirer un titre se faisait a la main dans bookmast.dat en
      *> esperant ne pas decaler les colonnes.  Ici : recherche par
      *> ISBN, correction de la fiche (titre/auteur/annee, classement
      *> et emplacement en rayon), ajustement
      *> du nombre d'exemplaires avec motif consigne (inventaire,
      *> perdu, abime), et retrait complet d'un titre - refuse tant
      *> qu'un pret est ouvert dessus.  Chaque changement s'ajoute au
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-audit.

      *> Salle de lecture du poste (voir SITEPOSTE.cpy) : le nouvel
      *> exemplaire est attache au site ou il entre en stock.
           SELECT site-poste ASSIGN TO "site-poste.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-site.

       DATA DIVISION.
       FILE SECTION.
       FD book-master.
           05 CSV-FILLER-CAT-6 PIC X VALUE ",".
           05 CAT-APRES PIC 9(3).

       FD site-poste.
           COPY SITEPOSTE.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-status-exemplaires PIC XX.
       01 ws-status-site PIC XX.
      *> Site du poste (voir SITEPROC.cpy).
       01 ws-site-poste PIC X(3).
       01 ws-site-libelle PIC X(20).
       01 ws-status-ouverts PIC XX.
       01 ws-status-audit PIC XX.
       01 ws-fin-exemplaires PIC X VALUE 'N'.
           88 ReservationActiveSurTitre VALUE 'O'.
       01 ws-nouveau-titre PIC X(20).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "MaintenanceCatalogue" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.
           PERFORM CHARGER-SITE-POSTE.

           OPEN I-O book-master.
           IF ws-file-status NOT = '00'
               DISPLAY "Impossible d'ouvrir bookmast.dat (statut "
           DISPLAY "Auteur : " BM-AUTOR.
           DISPLAY "Annee  : " BM-YEAR.
           DISPLAY "Copies : " BM-COPIES.
           DISPLAY "Classe : " BM-CLASSE.
           DISPLAY "Rayon  : " BM-EMPLACEMENT.

      *> Le retitrage est garde : les prets ouverts sont cles sur
      *> PRL-TITRE et les reservations matchent sur RSV-TITRE, donc
      *> renommer un titre avec des exemplaires dehors ou reserves
      *> orphelinerait les deux - le retour ne retrouverait plus son
      *> pret.  Tant qu'un pret ou une reservation vivante existe sur
      *> l'ancien titre, la correction du titre se refuse (auteur,
      *> annee et classement restent corrigeables).
       CORRIGER-FICHE.
           PERFORM TROUVER-PAR-ISBN.
           IF ws-livre-ok
                   ACCEPT BM-AUTOR
                   DISPLAY "Nouvelle annee: "
                   ACCEPT BM-YEAR
                   PERFORM SAISIR-CLASSEMENT
                   REWRITE BOOK-MASTER-RECORD
                   MOVE "correction fiche" TO ws-motif
                   MOVE BM-COPIES TO ws-ancien-nombre

       EXAMINER-RESERVATION-TITRE.
           IF RSV-TITRE = BM-TITLE AND
                   (RSV-EN-ATTENTE OR RSV-TENUE OR
                       RSV-EN-ACHEMINEMENT)
               MOVE 'O' TO ws-reservation-active
           ELSE
               PERFORM LIRE-RESERVATION-SUIVANTE
               MOVE 'R' TO EX-STATUT
               MOVE ws-horodatage (1:8) TO EX-DATE-ACQUISITION
               MOVE 'F' TO EX-ORIGINE
               MOVE ws-site-poste TO EX-SITE-ATTACHE
               MOVE ws-site-poste TO EX-SITE-ACTUEL
               MOVE SPACES TO EX-SITE-DESTINATION
               WRITE EXEMPLAIRE-RECORD
           END-PERFORM.

           MOVE ws-nouveau-nombre TO CAT-APRES.
           WRITE audit-catalogue-record.
           CLOSE catalogue-audit.

       COPY CLASSEPROC.

       COPY SITEPROC.

       COPY ACCESPROC.
