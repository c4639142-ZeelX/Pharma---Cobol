           88 ws-fin-lecture-oppositions VALUE 'O'.
       01 ws-date-jour PIC 9(8).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionChequiers" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN I-O chequiers.
           IF ws-status-chequiers = '35'
           PERFORM LIRE-OPPOSITION-SUIVANTE.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
