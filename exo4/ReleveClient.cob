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

       REPORT SECTION.
       RD releve-report
               WHEN F-Reeval-Perte
                   MOVE "REEVAL. -" TO ws-libelle-operation
                   SUBTRACT H-Montant FROM ws-solde-courant
               WHEN F-Provision-Dotation
                   MOVE "DOT.PROV." TO ws-libelle-operation
                   ADD H-Montant TO ws-solde-courant
               WHEN F-Provision-Reprise
                   MOVE "REPR.PROV." TO ws-libelle-operation
                   SUBTRACT H-Montant FROM ws-solde-courant
               WHEN F-Agios
                   MOVE "AGIOS" TO ws-libelle-operation
                   SUBTRACT H-Montant FROM ws-solde-courant
               WHEN F-Paiement-Carte
                   MOVE "CARTE" TO ws-libelle-operation
                   SUBTRACT H-Montant FROM ws-solde-courant
               WHEN F-Retrait-Carte
                   MOVE "RETR. DAB" TO ws-libelle-operation
                   SUBTRACT H-Montant FROM ws-solde-courant
               WHEN F-Credit-Litige
                   MOVE "CRED.PROV." TO ws-libelle-operation
                   ADD H-Montant TO ws-solde-courant
      *> Ecritures d'audit de GestionComptes.cob - tracent un
      *> changement d'attribut ou la cloture, aucun effet sur le solde.
               WHEN F-Modification
