      *> CLASSEPROC.cpy
      *> Saisie du classement d'un titre (BM-CLASSE, BM-EMPLACEMENT -
      *> voir BOOKMAST.cpy), partagee par les programmes qui creent ou
      *> corrigent une fiche au guichet, comme ACCESPROC.cpy.  Attend
      *> BOOK-MASTER-RECORD dans le FD du programme appelant, et rien
      *> d'autre.  L'indice est obligatoire : la saisie se repete tant
      *> qu'il ne commence pas par trois chiffres (classe Dewey
      *> 000-999).  L'emplacement en rayon peut rester a blanc - le
      *> titre sort alors en tete de la liste de comptage, a ranger.
       SAISIR-CLASSEMENT.
           MOVE SPACES TO BM-CLASSE.
           PERFORM SAISIR-INDICE-CLASSE
               UNTIL BM-CLASSE (1:3) IS NUMERIC.
           DISPLAY "Emplacement en rayon (ex. R08-E2): ".
           ACCEPT BM-EMPLACEMENT.

       SAISIR-INDICE-CLASSE.
           DISPLAY "Classification (Dewey, ex. 843.914): ".
           ACCEPT BM-CLASSE.
           IF BM-CLASSE (1:3) IS NOT NUMERIC
               DISPLAY "Classification obligatoire - trois chiffres "
                   "en tete."
           END-IF.
