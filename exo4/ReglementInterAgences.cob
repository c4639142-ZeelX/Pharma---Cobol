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
               WHEN F-Cheque-Paye MOVE 'D' TO ws-sens
               WHEN F-Reeval-Gain MOVE 'C' TO ws-sens
               WHEN F-Reeval-Perte MOVE 'D' TO ws-sens
               WHEN F-Provision-Dotation MOVE 'C' TO ws-sens
               WHEN F-Provision-Reprise MOVE 'D' TO ws-sens
               WHEN F-Agios MOVE 'D' TO ws-sens
               WHEN F-Paiement-Carte MOVE 'D' TO ws-sens
               WHEN F-Retrait-Carte MOVE 'D' TO ws-sens
               WHEN F-Credit-Litige MOVE 'C' TO ws-sens
               WHEN OTHER MOVE 'N' TO ws-sens
           END-EVALUATE.

