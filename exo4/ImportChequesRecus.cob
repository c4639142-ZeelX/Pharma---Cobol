      *> cheques-traites.dat et le fichier d'entree est vide en fin de
      *> passe; point de reprise cheques-import.ckpt - meme montage
      *> que ImportVirementsEntrants.cob.
      *> Controle de reception commun avant toute imputation
      *> (ControleRemise.cob) - meme regle que
      *> ImportVirementsEntrants.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD cheques-recus.
           COPY CHQRECU.
           COPY REMISE.

       FD cheques-traites.
       01 cheque-traite-record PIC X(80).
      *> dans H-Ref.
       77 F-Cheque-Paye PIC X VALUE "Q".

      *> Controle de reception de la remise (voir REMISEPROC.cpy).
       COPY REMISEDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Import du clearing des cheques ===".
           MOVE "SYS" TO H-Guichetier.
           MOVE "000" TO H-Agence.
           MOVE "CHQRECU" TO RMD-INTERFACE.
           MOVE "cheques-recus.dat" TO RMD-FICHIER.
           PERFORM CONTROLER-REMISE-RECUE.
           OPEN INPUT cheques-recus.
           IF ws-status-recus NOT = '00'
               DISPLAY "Aucun fichier cheques-recus.dat (statut "
           CLOSE cheques-recus.
           OPEN OUTPUT import-ckpt.
           CLOSE import-ckpt.
           PERFORM TERMINER-REMISE-RECUE.

           DISPLAY "Cheques payes   : " ws-nb-payes.
           DISPLAY "Cheques rejetes : " ws-nb-rejetes.
           STOP RUN.

      *> Les lignes d'en-tete et de fin (REMISE.cpy) ne s'imputent
      *> pas : la lecture va jusqu'a la prochaine ligne de detail.
       LIRE-RECU-SUIVANT.
           PERFORM LIRE-RECU-LIGNE WITH TEST AFTER
               UNTIL ws-fin-lecture-recus
                   OR NOT (RME-ENTETE OR RMF-FIN).

       LIRE-RECU-LIGNE.
           READ cheques-recus
               AT END
                   MOVE 'O' TO ws-fin-recus
           CLOSE import-ckpt.

       COPY VERIFSTATUT.

       COPY REMISEPROC.
