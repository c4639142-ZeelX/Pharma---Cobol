      *> Le total de controle par devise (credits - debits des comptes
      *> clients) doit tomber juste sur le mouvement net que
      *> BalanceGenerale rapporte pour la meme periode.
      *> Pendant une cloture de fin de mois (periode-comptable.dat en
      *> etat 'C', voir PERIODE.cpy) les bornes sont celles du mois
      *> en cours de cloture et rien n'est demande a la console -
      *> ClotureMensuelle l'appelle sans operateur.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rejets.

           SELECT periode-comptable ASSIGN TO "periode-comptable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-periode.

       DATA DIVISION.
       FILE SECTION.
       FD historique.
           05 CSV-FILLER-GRJ-2 PIC X VALUE ",".
           05 GRJ-MONTANT PIC 9(9)V99.

       FD periode-comptable.
           COPY PERIODE.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-status-mapping PIC XX.
       01 ws-status-journal PIC XX.
       01 ws-status-rejets PIC XX.
       01 ws-status-periode PIC XX.
       01 ws-cloture-flag PIC X VALUE 'N'.
           88 ws-cloture-en-cours VALUE 'O'.
       01 ws-nom-journal PIC X(34).

       01 ws-fin-historique PIC X VALUE 'N'.
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
           DISPLAY "=== Extraction comptable ===".
           PERFORM LIRE-PERIODE-EN-CLOTURE.
           IF ws-cloture-en-cours
               DISPLAY "Cloture du mois " PER-EN-COURS " : du "
                   ws-date-debut " au " ws-date-fin
           ELSE
               DISPLAY "Date de debut (AAAAMMJJ): "
               ACCEPT ws-date-debut
               DISPLAY "Date de fin (AAAAMMJJ): "
               ACCEPT ws-date-fin
           END-IF.

           PERFORM CHARGER-MAPPING.
           IF ws-nb-lignes-mapping = ZERO
           MOVE ws-nb-rejets TO RETURN-CODE.
           GOBACK.

      *> Le jour 31 sert de borne de fin pour tous les mois : les
      *> dates se comparent en AAAAMMJJ, un 31 inexistant ne gene pas.
       LIRE-PERIODE-EN-CLOTURE.
           MOVE 'N' TO ws-cloture-flag.
           OPEN INPUT periode-comptable.
           IF ws-status-periode = '00'
               READ periode-comptable
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PER-CLOTURE-EN-COURS
                           MOVE 'O' TO ws-cloture-flag
                           COMPUTE ws-date-debut =
                               PER-EN-COURS * 100 + 1
                           COMPUTE ws-date-fin =
                               PER-EN-COURS * 100 + 31
                       END-IF
               END-READ
               CLOSE periode-comptable
           END-IF.

       CHARGER-MAPPING.
           OPEN INPUT gl-mapping.
           IF ws-status-mapping = '00'
               WHEN F-Cheque-Paye MOVE 'D' TO ws-sens-client
               WHEN F-Reeval-Gain MOVE 'C' TO ws-sens-client
               WHEN F-Reeval-Perte MOVE 'D' TO ws-sens-client
               WHEN F-Provision-Dotation MOVE 'C' TO ws-sens-client
               WHEN F-Provision-Reprise MOVE 'D' TO ws-sens-client
               WHEN F-Agios MOVE 'D' TO ws-sens-client
               WHEN F-Paiement-Carte MOVE 'D' TO ws-sens-client
               WHEN F-Retrait-Carte MOVE 'D' TO ws-sens-client
               WHEN F-Credit-Litige MOVE 'C' TO ws-sens-client
               WHEN F-Blocage MOVE 'N' TO ws-sens-client
               WHEN F-Liberation MOVE 'N' TO ws-sens-client
               WHEN F-Modification MOVE 'N' TO ws-sens-client
