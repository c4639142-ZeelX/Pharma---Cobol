      *> SUPERVISEURPROC.cpy
      *> Common "may this reserved function go ahead" check, shared
      *> the same way HISTSEQPROC.cpy is.  Il n'y a plus de code
      *> superviseur partage : la fonction ACD-FONCTION est controlee
      *> contre droits-acces.dat pour l'operateur de la session, et a
      *> defaut une seconde personne habilitee s'identifie avec son
      *> propre code (voir ControleAcces.cob, qui trace les refus dans
      *> securite.log).  Expects the caller to have COPYed ACCESDEM
      *> into WORKING-STORAGE, with ACD-PROGRAMME and ACD-FONCTION
      *> filled before the PERFORM, and declared ws-superviseur-ok
      *> PIC X with 88 SuperviseurOk VALUE 'O'.  Leaves SuperviseurOk
      *> set only when the function is granted.
       CONTROLER-SUPERVISEUR.
           MOVE 'N' TO ws-superviseur-ok.
           MOVE 'A' TO ACD-MODE.
           CALL "ControleAcces" USING acces-demande.
           IF ACD-ACCORDE
               MOVE 'O' TO ws-superviseur-ok
           END-IF.
