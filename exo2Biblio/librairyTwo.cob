               RECORD KEY IS EX-CLE
               FILE STATUS IS ws-status-exemplaires.

      *> Salle de lecture du poste (voir SITEPOSTE.cpy) : le nouvel
      *> exemplaire est attache au site ou il entre en stock.
           SELECT site-poste ASSIGN TO "site-poste.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-site.

       DATA DIVISION.
       FILE SECTION.
       FD book-master.
       FD exemplaires.
           COPY EXEMPLAIRE.

       FD site-poste.
           COPY SITEPOSTE.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.

       01 ws-doublon PIC X VALUE 'N'.
           88 ws-est-doublon VALUE 'O'.
       01 ws-status-exemplaires PIC XX.
       01 ws-status-site PIC XX.
      *> Site du poste (voir SITEPROC.cpy).
       01 ws-site-poste PIC X(3).
       01 ws-site-libelle PIC X(20).
       01 ws-compteur-copie PIC 9(3).
       01 ws-copie-maxi PIC 9(3).
       01 ws-fin-exemplaires PIC X VALUE 'N'.
           88 ws-fin-lecture-exemplaires VALUE 'O'.
       01 ws-date-jour PIC 9(8).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "LibrairyTwo" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM CHARGER-SITE-POSTE.

           OPEN I-O book-master.
           IF ws-file-status = '35'
               ACCEPT BM-AUTOR
               DISPLAY "Publication Year? "
               ACCEPT BM-YEAR
               PERFORM SAISIR-CLASSEMENT
               DISPLAY "Number of available? "
               ACCEPT BM-COPIES
               WRITE BOOK-MASTER-RECORD
               MOVE 'R' TO EX-STATUT
               MOVE ws-date-jour TO EX-DATE-ACQUISITION
               MOVE 'F' TO EX-ORIGINE
               MOVE ws-site-poste TO EX-SITE-ATTACHE
               MOVE ws-site-poste TO EX-SITE-ACTUEL
               MOVE SPACES TO EX-SITE-DESTINATION
               WRITE EXEMPLAIRE-RECORD
               IF ws-status-exemplaires NOT = '00'
                   DISPLAY "ERREUR E/S sur exemplaires.dat"
               MOVE EX-COPIE TO ws-copie-maxi
           END-IF.
           PERFORM LIRE-EXEMPLAIRE-SUIVANT.

       COPY CLASSEPROC.

       COPY SITEPROC.

       COPY ACCESPROC.
