      *> part dans retours-non-apparies.dat pour traitement manuel -
      *> jamais abandonne.  Meme consommation d'entree et point de
      *> reprise que ImportVirementsEntrants.cob.
      *> Controle de reception commun avant toute imputation
      *> (ControleRemise.cob) - meme regle que
      *> ImportVirementsEntrants.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD retours-virements.
           COPY RETVIR.
           COPY REMISE.

       FD retours-traites.
       01 retour-traite-record PIC X(100).
       77 F-Virement-Externe PIC X VALUE "W".
       77 F-Annul-Debit PIC X VALUE "Y".

      *> Controle de reception de la remise (voir REMISEPROC.cpy).
       COPY REMISEDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Import des retours de virements ===".
           MOVE "SYS" TO H-Guichetier.
           MOVE "000" TO H-Agence.
           MOVE "RETVIR" TO RMD-INTERFACE.
           MOVE "retours-virements.dat" TO RMD-FICHIER.
           PERFORM CONTROLER-REMISE-RECUE.
           OPEN INPUT retours-virements.
           IF ws-status-retours NOT = '00'
               DISPLAY "Aucun fichier retours-virements.dat (statut "
           CLOSE retours-virements.
           OPEN OUTPUT import-ckpt.
           CLOSE import-ckpt.
           PERFORM TERMINER-REMISE-RECUE.

           DISPLAY "Retours re-credites  : " ws-nb-recredites.
           DISPLAY "Retours non apparies : " ws-nb-non-apparies.
           STOP RUN.

      *> Les lignes d'en-tete et de fin (REMISE.cpy) ne s'imputent
      *> pas : la lecture va jusqu'a la prochaine ligne de detail.
       LIRE-RETOUR-SUIVANT.
           PERFORM LIRE-RETOUR-LIGNE WITH TEST AFTER
               UNTIL ws-fin-lecture-retours
                   OR NOT (RME-ENTETE OR RMF-FIN).

       LIRE-RETOUR-LIGNE.
           READ retours-virements
               AT END
                   MOVE 'O' TO ws-fin-retours
           CLOSE import-ckpt.

       COPY VERIFSTATUT.

       COPY REMISEPROC.
