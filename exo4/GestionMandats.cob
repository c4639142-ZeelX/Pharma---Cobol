           88 ws-fin-lecture-mandats VALUE 'O'.
       01 ws-plus-haut-id PIC 9(6) VALUE ZERO.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionMandats" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O mandats.
           IF ws-status-mandats = '35'
               OPEN OUTPUT mandats
           PERFORM LIRE-MANDAT-SUIVANT.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
