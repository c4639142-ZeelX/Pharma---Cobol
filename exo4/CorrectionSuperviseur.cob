               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.
       FD account-master.
           COPY ACCTMAST.

       FD securite-journal.
           COPY SECULOG.

       01 ws-status-compte PIC XX.
       COPY FILESTAT.

       COPY ACCESDEM.

       01 ws-status-secu PIC XX.
       01 ws-sec-compte PIC 9(6).
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
           DISPLAY "=== Correction supervisee (extourne) ===".
           MOVE "CorrectionSuperviseur" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "Numero de sequence (H-Seq) de l'ecriture "
               "a extourner: ".
                   MOVE 'C' TO ws-sens
               WHEN F-Reeval-Perte
                   MOVE 'D' TO ws-sens
               WHEN F-Provision-Dotation
                   MOVE 'C' TO ws-sens
               WHEN F-Provision-Reprise
                   MOVE 'D' TO ws-sens
               WHEN F-Agios
                   MOVE 'D' TO ws-sens
               WHEN F-Paiement-Carte
               WHEN F-Retrait-Carte
                   MOVE 'D' TO ws-sens
               WHEN F-Credit-Litige
                   MOVE 'C' TO ws-sens
               WHEN OTHER
                   MOVE 'N' TO ws-sens
           END-EVALUATE.
               ws-soldes-dummy,
               ws-prefixe-fichiers.

       COPY ACCESPROC.

       COPY SECULOGPROC.

