       01 ws-date-jour PIC 9(8).
       01 ws-date-saisie PIC 9(8).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "MaintenanceTaux" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM MENU-OPERATIONS UNTIL Choix = 3.
           STOP RUN.
           PERFORM LIRE-TAUX-SUIVANT.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
