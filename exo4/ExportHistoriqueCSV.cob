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
           MOVE H-Montant TO ws-montant-edite.
           MOVE TC-Solde-Rejoue (Idx-Compte) TO ws-solde-edite.
