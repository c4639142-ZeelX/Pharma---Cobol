               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD account-master.
       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       01 ws-ctl-autorisation PIC X VALUE 'N'.
           88 ws-ctl-autorise VALUE 'O'.
       01 ws-ctl-reponse PIC X.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

      *> - reserve au superviseur, c'est une ecrasement complet des
      *> fichiers vivants.
       MODE-RESTAURATION.
           MOVE "SauvegardeFichiers" TO ACD-PROGRAMME.
           MOVE "RESTAURATION" TO ACD-FONCTION.
           PERFORM CONTROLER-SUPERVISEUR.
           IF NOT SuperviseurOk
               DISPLAY "Erreur: Autorisation refusee - "
                   "restauration refusee"
               MOVE 1 TO ws-nb-ecarts
               MOVE 1 TO RETURN-CODE
