       01 TABLE-COMPTES-CLIENT.
           05 TCC-Numero OCCURS 50 TIMES PIC 9(6).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "PositionClient" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "****** POSITION CLIENT ******".
           DISPLAY "Numero de client: ".
           ACCEPT NumeroClient.
               ADD 1 TO ws-nb-evenements
           END-IF.
           PERFORM LIRE-EVENEMENT-SUIVANT.

       COPY ACCESPROC.
