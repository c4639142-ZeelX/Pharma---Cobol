       01 ws-compte-cherche PIC 9(6).
       01 ws-nb-trouvees PIC 9(6) VALUE ZERO.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "RechercheArchive" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "Date de coupure de l'archive (AAAAMMJJ): ".
           ACCEPT ws-date-coupure.
           STRING "archive-" DELIMITED BY SIZE
               ADD 1 TO ws-nb-trouvees
           END-IF.
           PERFORM LIRE-ENTREE-ARCHIVE.

       COPY ACCESPROC.
