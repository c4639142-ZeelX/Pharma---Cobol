               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-taux-config.

      *> Calendrier de controle batch + accord superviseur (voir
      *> BATCHCTL.cpy / BATCHFORCEPROC.cpy) : une deuxieme execution
      *> le meme soir re-executerait chaque ordre du.
           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

      *> Au plus un record : l'ordre permanent en cours d'execution
      *> entre ses deux jambes - meme montage que virement.ckpt dans
      *> Gestionbancaire.cob.  Vide/absent = rien a reprendre.
       FD batch-control.
           COPY BATCHCTL.

       FD ordre-ckpt.
       01 ordre-ckpt-record.
           05 OCK-ORD-ID PIC 9(6).
       01 ws-ctl-autorisation PIC X VALUE 'N'.
           88 ws-ctl-autorise VALUE 'O'.
       01 ws-ctl-reponse PIC X.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

