      *> NORMNOMPROC.cpy
      *> Normalisation d'un nom pour le criblage sanctions (champs dans
      *> CRIBLAGE.cpy) : majuscules, lettres accentuees ramenees a la
      *> lettre de base, tout signe autre que lettre ou chiffre separe
      *> deux mots, blancs multiples reduits.  Servie seule a
      *> ChargerSanctions.cob, qui range le nom normalise dans
      *> sanctions.dat, et par CRIBLAGEPROC.cpy a tous les criblages -
      *> les deux cotes du rapprochement passent donc par la meme
      *> regle.
      *> ws-crib-texte -> ws-crib-mots / ws-crib-nb-mots (huit mots au
      *> plus, vingt lettres chacun) et ws-crib-norme, les memes mots
      *> separes d'un seul blanc.
       NORMALISER-NOM.
           MOVE ZERO TO ws-crib-nb-mots.
           MOVE SPACES TO ws-crib-mots.
           MOVE SPACES TO ws-crib-mot-courant.
           MOVE ZERO TO ws-crib-long-mot.
           INSPECT ws-crib-texte CONVERTING ws-crib-minuscules
               TO ws-crib-majuscules.
           PERFORM EXAMINER-CARACTERE-NOM
               VARYING ws-crib-pos FROM 1 BY 1
               UNTIL ws-crib-pos > 40.
           PERFORM CLORE-MOT-NOM.
           MOVE SPACES TO ws-crib-norme.
           MOVE 1 TO ws-crib-ptr.
           PERFORM ASSEMBLER-MOT-NOM
               VARYING ws-crib-j FROM 1 BY 1
               UNTIL ws-crib-j > ws-crib-nb-mots.

       EXAMINER-CARACTERE-NOM.
           MOVE ws-crib-texte (ws-crib-pos:1) TO ws-crib-car.
           EVALUATE TRUE
               WHEN (ws-crib-car >= "A" AND ws-crib-car <= "Z")
                       OR (ws-crib-car >= "0" AND ws-crib-car <= "9")
                   PERFORM AJOUTER-CARACTERE-MOT
               WHEN ws-crib-car = X"C3" AND ws-crib-pos < 40
                   MOVE ws-crib-texte (ws-crib-pos + 1:1)
                       TO ws-crib-car-suivant
                   IF ws-crib-car-suivant >= X"80" AND
                           ws-crib-car-suivant <= X"BF"
                       COMPUTE ws-crib-rang =
                           FUNCTION ORD (ws-crib-car-suivant) - 128
                       MOVE ws-crib-translit (ws-crib-rang:1)
                           TO ws-crib-car
                       ADD 1 TO ws-crib-pos
                       IF ws-crib-car = SPACE
                           PERFORM CLORE-MOT-NOM
                       ELSE
                           PERFORM AJOUTER-CARACTERE-MOT
                       END-IF
                   END-IF
               WHEN ws-crib-car >= X"80"
                   CONTINUE
               WHEN OTHER
                   PERFORM CLORE-MOT-NOM
           END-EVALUATE.

       AJOUTER-CARACTERE-MOT.
           IF ws-crib-long-mot < 20
               ADD 1 TO ws-crib-long-mot
               MOVE ws-crib-car
                   TO ws-crib-mot-courant (ws-crib-long-mot:1)
           END-IF.

       CLORE-MOT-NOM.
           IF ws-crib-long-mot > ZERO AND ws-crib-nb-mots < 8
               ADD 1 TO ws-crib-nb-mots
               MOVE ws-crib-mot-courant TO ws-crib-mot (ws-crib-nb-mots)
           END-IF.
           MOVE SPACES TO ws-crib-mot-courant.
           MOVE ZERO TO ws-crib-long-mot.

       ASSEMBLER-MOT-NOM.
           IF ws-crib-j > 1
               STRING " " DELIMITED BY SIZE
                   INTO ws-crib-norme WITH POINTER ws-crib-ptr
               END-STRING
           END-IF.
           STRING ws-crib-mot (ws-crib-j) DELIMITED BY SPACE
               INTO ws-crib-norme WITH POINTER ws-crib-ptr
           END-STRING.
