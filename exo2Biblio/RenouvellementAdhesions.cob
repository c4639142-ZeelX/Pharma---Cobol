               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD member-master.
       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-status-membres PIC XX.
       01 ws-status-config PIC XX.
       01 ws-ctl-autorisation PIC X VALUE 'N'.
           88 ws-ctl-autorise VALUE 'O'.
       01 ws-ctl-reponse PIC X.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

