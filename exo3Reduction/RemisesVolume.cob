               10 TA-Client PIC X(10).
               10 TA-Achats PIC S9(12)V99.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "RemisesVolume" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "=== Rabais de volume retroactifs ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           DISPLAY "Date de debut de periode (AAAAMMJJ): ".
                   TO ligne-releve
               WRITE ligne-releve
           END-IF.

       COPY ACCESPROC.
