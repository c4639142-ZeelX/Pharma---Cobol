      *> total d'ouverture + mouvements nets <> total de cloture est
      *> signalee ECART.  En fin de passe les totaux du jour deviennent
      *> la reference de la prochaine execution.
      *> Lance seul ou appele par ClotureMensuelle : GOBACK, et
      *> RETURN-CODE = nombre de devises en ecart (1 sur erreur de
      *> fichier).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           IF ws-status-compte NOT = '00'
               DISPLAY "Impossible d'ouvrir acctmast.dat (statut "
                   ws-status-compte ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LIRE-COMPTE-SUIVANT.
           PERFORM CUMULER-COMPTE UNTIL ws-fin-lecture-comptes.

           CLOSE account-master.
           PERFORM ENREGISTRER-BALANCE-DU-JOUR.
           MOVE ws-nb-ecarts TO RETURN-CODE.
           GOBACK.

       LIRE-COMPTE-SUIVANT.
           READ account-master NEXT RECORD
                   IF ws-nb-devises >= 10
                       DISPLAY "Trop de devises distinctes (limite "
                           "10 atteinte) - traitement annule."
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO ws-nb-devises
                   SET Idx-Devise TO ws-nb-devises
               WHEN F-Reeval-Perte
                   SUBTRACT H-Montant
                       FROM TD-Mouvement-Net (Idx-Devise)
               WHEN F-Provision-Dotation
                   ADD H-Montant TO TD-Mouvement-Net (Idx-Devise)
               WHEN F-Provision-Reprise
                   SUBTRACT H-Montant
                       FROM TD-Mouvement-Net (Idx-Devise)
               WHEN F-Agios
                   SUBTRACT H-Montant
                       FROM TD-Mouvement-Net (Idx-Devise)
               WHEN F-Paiement-Carte
               WHEN F-Retrait-Carte
                   SUBTRACT H-Montant
                       FROM TD-Mouvement-Net (Idx-Devise)
               WHEN F-Credit-Litige
                   ADD H-Montant TO TD-Mouvement-Net (Idx-Devise)
           END-EVALUATE.

       EDITER-DEVISE.
