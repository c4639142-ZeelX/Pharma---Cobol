               RECORD KEY IS BM-ISBN
               FILE STATUS IS ws-file-status.

      *> Calendrier de controle batch + accord superviseur (copybooks
      *> de exo4 - ce job tourne dans la meme sequence nocturne que
      *> les jobs bancaires, voir TraitementNocturne.cob) : une passe
      *> deja TERMINE pour la date du jour ne se relance qu'avec
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

      *> Registre des exemplaires (EXEMPLAIRE.cpy) : le reassort se
      *> decide sur les exemplaires reellement EN RAYON - BM-COPIES
      *> comptait encore comme stock les livres sortis en pret.
       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-fin-fichier PIC X VALUE 'N'.
       01 ws-ctl-autorisation PIC X VALUE 'N'.
           88 ws-ctl-autorise VALUE 'O'.
       01 ws-ctl-reponse PIC X.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

