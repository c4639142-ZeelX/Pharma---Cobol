               10 TT-Promo PIC S9(13)V99.
               10 TT-Tva PIC S9(13)V99.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "AnalyseRemises" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "=== Analyse du cout des remises ===".
           DISPLAY "Date de debut (AAAAMMJJ): ".
           ACCEPT ws-date-debut.
               DISPLAY "  Taux de remise effectif moyen : "
                   ws-taux-effectif " %"
           END-IF.

       COPY ACCESPROC.
