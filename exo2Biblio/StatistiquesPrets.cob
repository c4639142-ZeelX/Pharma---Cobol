       77 F-Emprunt PIC X VALUE "B".
       77 F-Retour PIC X VALUE "R".

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "StatistiquesPrets" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "=== Statistiques de circulation ===".
           DISPLAY "Date de debut (AAAAMMJJ): ".
           ACCEPT ws-date-debut.
               ADD 1 TO ws-nb-sans-pret
           END-IF.
           PERFORM LIRE-LIVRE-SUIVANT.

       COPY ACCESPROC.
