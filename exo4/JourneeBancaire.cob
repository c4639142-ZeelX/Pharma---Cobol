               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-jour.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.
       FD jour-bancaire.
           COPY JOURBANC.

       FD securite-journal.
           COPY SECULOG.

           88 ws-jour-absent VALUE 'A'.
       01 ws-date-bancaire PIC 9(8).

       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.


       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "JourneeBancaire" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM LIRE-JOURNEE-BANCAIRE.
           EVALUATE TRUE
           IF NOT ws-jour-ouvert
               DISPLAY "Erreur: aucune journee ouverte a cloturer."
           ELSE
               MOVE "CLOTURE-JOUR" TO ACD-FONCTION
               PERFORM CONTROLER-SUPERVISEUR
               IF NOT SuperviseurOk
                   DISPLAY "Erreur: Autorisation refusee - "
                       "cloture refusee"
               ELSE
                   MOVE ws-date-bancaire TO JBC-DATE
               DISPLAY "Erreur: la journee " ws-date-bancaire
                   " est encore ouverte - la cloturer d'abord."
           ELSE
               MOVE "OUVRIR-JOUR" TO ACD-FONCTION
               PERFORM CONTROLER-SUPERVISEUR
               IF NOT SuperviseurOk
                   DISPLAY "Erreur: Autorisation refusee - "
                       "ouverture refusee"
               ELSE
                   DISPLAY "Date bancaire a ouvrir (AAAAMMJJ, "
       COPY SUPERVISEURPROC.

       COPY SECULOGPROC.

       COPY ACCESPROC.
