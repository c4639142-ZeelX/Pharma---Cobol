      *> FILE STATUS ws-status-secu), COPYed SECULOG into its own FD,
      *> and declared ws-sec-compte PIC 9(6), ws-sec-evenement
      *> PIC X(12) and ws-heure-secu PIC 9(8) in WORKING-STORAGE,
      *> the first two filled before the PERFORM, and COPYed ACCESDEM
      *> into WORKING-STORAGE : the event is signed with the session
      *> operator and program held there (blank in a batch run).
      *> Date and time are stamped here, not trusted from the caller.
       ECRIRE-EVENEMENT-SECURITE.
           OPEN EXTEND securite-journal.
           MOVE ws-heure-secu (1:6) TO SEC-HEURE.
           MOVE ws-sec-compte TO SEC-COMPTE.
           MOVE ws-sec-evenement TO SEC-EVENEMENT.
           MOVE ACD-OPERATEUR TO SEC-OPERATEUR.
           MOVE ACD-PROGRAMME TO SEC-PROGRAMME.
           MOVE ACD-FONCTION TO SEC-FONCTION.
           WRITE securite-record.
           CLOSE securite-journal.
