           01 seq-passage-record.
               05 SEQP-VALEUR PIC 9(6).

      *> Le format vit dans PRIXMAT.cpy - le cout des chantiers lit
      *> le meme tarif.
           FD prix-materiaux.
               COPY PRIXMAT.

           FD devis.
           01 ligne-devis PIC X(80).
           01 perimetre-converti PIC 9(10)V99 VALUE ZERO.
           01 surface-converti PIC 9(10)V99 VALUE ZERO.

      *> Operateur de la session (voir ACCESPROC.cpy).
           COPY ACCESDEM.

           PROCEDURE DIVISION.
           TRAITEMENT-PRINCIPAL.
               MOVE "CalculePerimetre" TO ACD-PROGRAMME.
               PERFORM OUVRIR-SESSION-OPERATEUR.

               PERFORM SAISIR-UNITE.

               DISPLAY "1. Calculate a single plot".
                   DISPLAY "Soit " surface-converti
                       " metres carres de surface"
               END-IF.

           COPY ACCESPROC.
