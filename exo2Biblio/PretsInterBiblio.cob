               RECORD KEY IS EX-CLE
               FILE STATUS IS ws-status-exemplaires.

      *> Salle de lecture du poste (voir SITEPOSTE.cpy) : le nouvel
      *> exemplaire est attache au site ou il entre en stock.
           SELECT site-poste ASSIGN TO "site-poste.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-site.

       DATA DIVISION.
       FILE SECTION.
       FD pret-inter.
       FD exemplaires.
           COPY EXEMPLAIRE.

       FD site-poste.
           COPY SITEPOSTE.

       WORKING-STORAGE SECTION.
       01 ws-status-inter PIC XX.
       01 ws-status-membres PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-exemplaires PIC XX.
       01 ws-status-site PIC XX.
      *> Site du poste (voir SITEPROC.cpy).
       01 ws-site-poste PIC X(3).
       01 ws-site-libelle PIC X(20).

       01 Choix PIC 9 VALUE ZERO.
       01 ws-date-jour PIC 9(8).
       01 ws-plus-haut-id PIC 9(6) VALUE ZERO.
       01 ws-copie-maxi PIC 9(3).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "PretsInterBiblio" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM CHARGER-SITE-POSTE.
           OPEN I-O pret-inter.
           IF ws-status-inter = '35'
               OPEN OUTPUT pret-inter
               END-IF
           END-IF.

      *> Un titre inconnu recoit une fiche minimale, sans classement
      *> ni emplacement : l'exemplaire emprunte repart chez le
      *> partenaire, MaintenanceCatalogue.cob classe le titre si on le
      *> garde.
       ASSURER-FICHE-CATALOGUE.
           MOVE ILL-ISBN TO BM-ISBN.
           READ book-master KEY IS BM-ISBN
               MOVE ILL-PARTENAIRE TO BM-AUTOR
               MOVE ZERO TO BM-YEAR
               MOVE 1 TO BM-COPIES
               MOVE SPACES TO BM-CLASSE
               MOVE SPACES TO BM-EMPLACEMENT
               WRITE BOOK-MASTER-RECORD
           END-IF.

           MOVE 'R' TO EX-STATUT.
           MOVE ws-date-jour TO EX-DATE-ACQUISITION.
           MOVE 'I' TO EX-ORIGINE.
           MOVE ws-site-poste TO EX-SITE-ATTACHE.
           MOVE ws-site-poste TO EX-SITE-ACTUEL.
           MOVE SPACES TO EX-SITE-DESTINATION.
           WRITE EXEMPLAIRE-RECORD.
           IF ws-status-exemplaires NOT = '00'
               DISPLAY "ERREUR E/S sur exemplaires.dat"
               MOVE ILL-ID TO ws-plus-haut-id
           END-IF.
           PERFORM LIRE-DEMANDE-SUIVANTE.

       COPY SITEPROC.

       COPY ACCESPROC.
