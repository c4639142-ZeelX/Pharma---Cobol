               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

      *> Calendrier de controle batch + accord superviseur (voir
      *> BATCHCTL.cpy / BATCHFORCEPROC.cpy) : une deuxieme passe le
      *> meme soir prelverait chaque echeance due deux fois.
           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD prets.
       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-status-prets PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-ctl-autorisation PIC X VALUE 'N'.
           88 ws-ctl-autorise VALUE 'O'.
       01 ws-ctl-reponse PIC X.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

