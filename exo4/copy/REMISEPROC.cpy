      *> REMISEPROC.cpy
      *> Common "control an inbound partner file before posting it"
      *> logic, shared the same way ACCESPROC.cpy is.  Expects the
      *> caller to have COPYed REMISEDEM into WORKING-STORAGE and
      *> filled RMD-INTERFACE and RMD-FICHIER.  PERFORM
      *> CONTROLER-REMISE-RECUE before the input file is opened : a
      *> refused file ends the run there, untouched and with nothing
      *> posted - the reason is in the intake report for operations.
      *> PERFORM TERMINER-REMISE-RECUE once the file is consumed.
       CONTROLER-REMISE-RECUE.
           MOVE 'C' TO RMD-MODE.
           CALL "ControleRemise" USING remise-demande.
           IF RMD-REFUSEE
               DISPLAY "Remise " RMD-FICHIER " refusee en entier ("
                   RMD-MOTIF ") - rien n'est poste."
               DISPLAY "Voir le compte rendu " RMD-RAPPORT
               STOP RUN
           END-IF.

       TERMINER-REMISE-RECUE.
           IF RMD-ACCEPTEE
               MOVE 'T' TO RMD-MODE
               CALL "ControleRemise" USING remise-demande
           END-IF.
