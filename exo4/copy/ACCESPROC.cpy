      *> ACCESPROC.cpy
      *> Common "sign the operator on before anything else" step,
      *> shared the same way VERIFSTATUT.cpy is.  Expects the caller to
      *> have COPYed ACCESDEM into WORKING-STORAGE and moved its own
      *> program name to ACD-PROGRAMME before the PERFORM.  An operator
      *> who is unknown, gives a wrong code or lacks the right ends
      *> the run here - ControleAcces.cob has already logged why.
       OUVRIR-SESSION-OPERATEUR.
           MOVE 'S' TO ACD-MODE.
           MOVE SPACES TO ACD-FONCTION.
           CALL "ControleAcces" USING acces-demande.
           IF NOT ACD-ACCORDE
               DISPLAY "Acces refuse - fin du programme."
               STOP RUN
           END-IF.
           DISPLAY "Operateur : " ACD-OPERATEUR " - " ACD-NOM.
