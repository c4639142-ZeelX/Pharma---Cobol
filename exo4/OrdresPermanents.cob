           88 ws-fin-lecture-ordres VALUE 'O'.
       01 ws-plus-haut-id PIC 9(6) VALUE ZERO.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "OrdresPermanents" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O ordres-permanents.
           IF ws-status-ordres = '35'
               OPEN OUTPUT ordres-permanents
           PERFORM LIRE-ORDRE-SUIVANT.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
