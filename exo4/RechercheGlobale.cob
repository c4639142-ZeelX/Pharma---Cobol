       01 ws-ordre-affichage OCCURS 500 TIMES PIC 9(3).
       01 ws-ordre-tmp PIC 9(3).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "RechercheGlobale" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "****** RECHERCHE GLOBALE ******".
           DISPLAY "Numero de compte (0 = tous): ".
           ACCEPT ws-compte-cherche.
               TR-Date (ws-ordre-affichage (ws-k)) * 1000000000000000
               + TR-Heure (ws-ordre-affichage (ws-k)) * 1000000000
               + TR-Seq (ws-ordre-affichage (ws-k)).

       COPY ACCESPROC.
