               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.
       FD rapport-attente.
       01 ligne-rapport PIC X(100).

       FD securite-journal.
           COPY SECULOG.

       01 ws-nom-rapport PIC X(32).
       COPY FILESTAT.

       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.


       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "ApurementAttente" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM MENU-OPERATIONS UNTIL Choix = 4.
           STOP RUN.
      *> credit "E" sur le compte cible, les deux pointant sur le
      *> poste d'origine - et l'evenement trace dans securite.log.
       REAFFECTER-POSTE.
           MOVE "REAFFECTER" TO ACD-FONCTION.
           PERFORM CONTROLER-SUPERVISEUR.
           IF NOT SuperviseurOk
               DISPLAY "Erreur: Autorisation refusee - "
                   "reaffectation refusee"
           ELSE
               PERFORM CHARGER-POSTES
       COPY SECULOGPROC.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
