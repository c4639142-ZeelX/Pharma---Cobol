               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

      *> Calendrier de controle batch + accord superviseur (voir
      *> BATCHCTL.cpy / BATCHFORCEPROC.cpy) : le rejeu est en lecture
      *> seule mais suit la meme regle que les autres jobs nocturnes -
      *> une passe deja TERMINE pour la date du jour ne se relance
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD historique.
       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-ctl-autorisation PIC X VALUE 'N'.
           88 ws-ctl-autorise VALUE 'O'.
       01 ws-ctl-reponse PIC X.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

      *> ReevaluationChange.cob).
       77 F-Reeval-Gain PIC X VALUE "Z".
       77 F-Reeval-Perte PIC X VALUE "B".
      *> Agios debiteurs trimestriels (debit - AgiosDebiteurs.cob).
       77 F-Agios PIC X VALUE "a".
      *> Credit provisoire sur litige client (GestionLitiges.cob).
       77 F-Credit-Litige PIC X VALUE "p".
      *> Paiement carte et retrait carte au distributeur (debits -
      *> ImportReglementsCartes.cob).
       77 F-Paiement-Carte PIC X VALUE "c".
       77 F-Retrait-Carte PIC X VALUE "r".
      *> Provision pour pertes sur prets ("d" dotation credit, "e"
      *> reprise debit sur le compte de provisions 999995 -
      *> ProvisionsPrets.cob).
       77 F-Provision-Dotation PIC X VALUE "d".
       77 F-Provision-Reprise PIC X VALUE "e".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
                   ADD H-Montant TO TC-Solde-Rejoue (Idx-Compte)
               WHEN F-Reeval-Perte
                   SUBTRACT H-Montant FROM TC-Solde-Rejoue (Idx-Compte)
               WHEN F-Provision-Dotation
                   ADD H-Montant TO TC-Solde-Rejoue (Idx-Compte)
               WHEN F-Provision-Reprise
                   SUBTRACT H-Montant FROM TC-Solde-Rejoue (Idx-Compte)
               WHEN F-Agios
                   SUBTRACT H-Montant FROM TC-Solde-Rejoue (Idx-Compte)
               WHEN F-Paiement-Carte
               WHEN F-Retrait-Carte
                   SUBTRACT H-Montant FROM TC-Solde-Rejoue (Idx-Compte)
               WHEN F-Credit-Litige
                   ADD H-Montant TO TC-Solde-Rejoue (Idx-Compte)
           END-EVALUATE.
           PERFORM LIRE-ENTREE-HISTORIQUE.

