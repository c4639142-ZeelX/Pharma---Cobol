       01 ws-manque-portails PIC S9(4).
       01 ws-nb-manques PIC 9(3) VALUE ZERO.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "StockMateriaux" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O stock-materiaux.
           IF ws-status-stock = '35'
               OPEN OUTPUT stock-materiaux
               ADD 1 TO ws-nb-manques
           END-IF.
           PERFORM LIRE-STOCK-SUIVANT.

       COPY ACCESPROC.
