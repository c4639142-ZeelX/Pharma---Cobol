      *> fin de passe; un point de reprise (prelevements-import.ckpt)
      *> protege contre une relance en plein fichier - meme montage
      *> que ImportVirementsEntrants.cob.
      *> Controle de reception commun avant toute imputation
      *> (ControleRemise.cob) - meme regle que
      *> ImportVirementsEntrants.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD prelevements-recus.
           COPY PRELEV.
           COPY REMISE.

       FD prelevements-traites.
       01 prelevement-traite-record PIC X(80).
      *> pose par la remise d'un creancier sous mandat.
       77 F-Prelevement PIC X VALUE "A".

      *> Controle de reception de la remise (voir REMISEPROC.cpy).
       COPY REMISEDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Import des prelevements creanciers ===".
           MOVE "SYS" TO H-Guichetier.
           MOVE "000" TO H-Agence.
           MOVE "PRELEV" TO RMD-INTERFACE.
           MOVE "prelevements-recus.dat" TO RMD-FICHIER.
           PERFORM CONTROLER-REMISE-RECUE.
           OPEN INPUT prelevements-recus.
           IF ws-status-recus NOT = '00'
               DISPLAY "Aucun fichier prelevements-recus.dat (statut "
           CLOSE prelevements-recus.
           OPEN OUTPUT import-ckpt.
           CLOSE import-ckpt.
           PERFORM TERMINER-REMISE-RECUE.

           DISPLAY "Prelevements executes : " ws-nb-preleves.
           DISPLAY "Prelevements rejetes  : " ws-nb-rejetes.
           STOP RUN.

      *> Les lignes d'en-tete et de fin (REMISE.cpy) ne s'imputent
      *> pas : la lecture va jusqu'a la prochaine ligne de detail.
       LIRE-RECU-SUIVANT.
           PERFORM LIRE-RECU-LIGNE WITH TEST AFTER
               UNTIL ws-fin-lecture-recus
                   OR NOT (RME-ENTETE OR RMF-FIN).

       LIRE-RECU-LIGNE.
           READ prelevements-recus
               AT END
                   MOVE 'O' TO ws-fin-recus
           CLOSE import-ckpt.

       COPY VERIFSTATUT.

       COPY REMISEPROC.
