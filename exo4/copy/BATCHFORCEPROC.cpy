      *> BATCHFORCEPROC.cpy
      *> Standalone-run gate on top of BATCHCTLPROC.cpy: refuses a job
      *> already TERMINE for the business date unless an operator
      *> holding the FORCE-BATCH right (droits-acces.dat) explicitly
      *> forces the re-execution.  Expects everything BATCHCTLPROC and
      *> SUPERVISEURPROC expect (both must be COPYed by the caller),
      *> ACD-PROGRAMME/ACD-FONCTION excepted - they are filled here
      *> from ws-ctl-job - plus ws-ctl-autorisation PIC X with
      *> 88 ws-ctl-autorise VALUE 'O' and ws-ctl-reponse PIC X in
      *> WORKING-STORAGE.  Run under TraitementNocturne the prompt is
      *> never reached - the driver checks the calendar itself and
                   "(O/N): "
               ACCEPT ws-ctl-reponse
               IF ws-ctl-reponse = 'O' OR ws-ctl-reponse = 'o'
                   MOVE ws-ctl-job TO ACD-PROGRAMME
                   MOVE "FORCE-BATCH" TO ACD-FONCTION
                   PERFORM CONTROLER-SUPERVISEUR
                   IF SuperviseurOk
                       MOVE 'O' TO ws-ctl-autorisation
