      *> COORDBANCPROC.cpy
      *> Controle des coordonnees bancaires d'un beneficiaire, partage
      *> comme VERIFSTATUT.cpy - champs dans COORDBANC.cpy.
      *>   IBAN : pays sur deux lettres, cle sur deux chiffres, le
      *>     reste alphanumerique sans blanc; la cle se verifie par la
      *>     regle standard modulo 97 (les quatre premiers caracteres
      *>     passent en fin, chaque lettre vaut 10 a 35, le reste de
      *>     la division par 97 doit valoir 1).  Le calcul se fait
      *>     chiffre a chiffre, le nombre entier ne tiendrait dans
      *>     aucune zone numerique.
      *>   BIC : 8 ou 11 caracteres, banque et pays en lettres, et le
      *>     pays du BIC doit etre celui de l'IBAN.
      *> La valeur d'une lettre se prend par son rang dans
      *> ws-alphabet, pas par son code machine - le resultat ne depend
      *> donc pas du jeu de caracteres.
       CONTROLER-COORDONNEES.
           MOVE 'O' TO ws-coord-flag.
           MOVE SPACES TO ws-coord-motif.
           INSPECT ws-iban CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT ws-bic CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM CONTROLER-IBAN.
           IF CoordonneesValides
               PERFORM CONTROLER-BIC
           END-IF.

       CONTROLER-IBAN.
           MOVE ZERO TO ws-iban-long.
           INSPECT ws-iban TALLYING ws-iban-long
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN ws-iban-long < 15
                   MOVE 'N' TO ws-coord-flag
                   MOVE "IBAN trop court ou avec un blanc"
                       TO ws-coord-motif
               WHEN ws-iban-long < 34 AND
                       ws-iban (ws-iban-long + 1:) NOT = SPACES
                   MOVE 'N' TO ws-coord-flag
                   MOVE "IBAN avec un blanc" TO ws-coord-motif
               WHEN ws-iban (1:2) IS NOT ALPHABETIC-UPPER OR
                       ws-iban (3:2) IS NOT NUMERIC
                   MOVE 'N' TO ws-coord-flag
                   MOVE "IBAN mal forme (pays, cle)"
                       TO ws-coord-motif
               WHEN OTHER
                   MOVE SPACES TO ws-iban-travail
                   STRING ws-iban (5:ws-iban-long - 4)
                           DELIMITED BY SIZE
                       ws-iban (1:4) DELIMITED BY SIZE
                       INTO ws-iban-travail
                   END-STRING
                   MOVE ZERO TO ws-iban-reste
                   PERFORM CUMULER-CLE-IBAN
                       VARYING ws-iban-pos FROM 1 BY 1
                       UNTIL ws-iban-pos > ws-iban-long
                           OR NOT CoordonneesValides
                   IF CoordonneesValides AND ws-iban-reste NOT = 1
                       MOVE 'N' TO ws-coord-flag
                       MOVE "cle de controle IBAN incorrecte"
                           TO ws-coord-motif
                   END-IF
           END-EVALUATE.

       CUMULER-CLE-IBAN.
           MOVE ws-iban-travail (ws-iban-pos:1) TO ws-iban-car.
           EVALUATE TRUE
               WHEN ws-iban-car IS NUMERIC
                   COMPUTE ws-iban-reste = FUNCTION MOD
                       (ws-iban-reste * 10 + ws-iban-chiffre, 97)
               WHEN ws-iban-car IS ALPHABETIC-UPPER AND
                       ws-iban-car NOT = SPACE
                   MOVE ZERO TO ws-iban-valeur
                   INSPECT ws-alphabet TALLYING ws-iban-valeur
                       FOR CHARACTERS BEFORE INITIAL ws-iban-car
                   COMPUTE ws-iban-reste = FUNCTION MOD
                       (ws-iban-reste * 100 + ws-iban-valeur + 10, 97)
               WHEN OTHER
                   MOVE 'N' TO ws-coord-flag
                   MOVE "caractere invalide dans l'IBAN"
                       TO ws-coord-motif
           END-EVALUATE.

       CONTROLER-BIC.
           MOVE ZERO TO ws-bic-long.
           INSPECT ws-bic TALLYING ws-bic-long
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN ws-bic-long NOT = 8 AND ws-bic-long NOT = 11
                   MOVE 'N' TO ws-coord-flag
                   MOVE "BIC sur 8 ou 11 caracteres" TO ws-coord-motif
               WHEN ws-bic-long = 8 AND ws-bic (9:3) NOT = SPACES
                   MOVE 'N' TO ws-coord-flag
                   MOVE "BIC avec un blanc" TO ws-coord-motif
               WHEN ws-bic (1:6) IS NOT ALPHABETIC-UPPER
                   MOVE 'N' TO ws-coord-flag
                   MOVE "BIC mal forme (banque, pays)"
                       TO ws-coord-motif
               WHEN ws-bic (5:2) NOT = ws-iban (1:2)
                   MOVE 'N' TO ws-coord-flag
                   MOVE "pays du BIC different de celui de l'IBAN"
                       TO ws-coord-motif
           END-EVALUATE.
