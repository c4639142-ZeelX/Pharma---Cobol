      *> EcheanceDepotsTerme.cob.
       77 F-Constitution-DAT PIC X VALUE "C".

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionDepotsTerme" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN I-O depots-terme.
           IF ws-status-depots = '35'
           PERFORM LIRE-DEPOT-SUIVANT.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
