      *> H-Montant plafonne a 999999999.99 : un report qui depasse est
      *> ecrit en plusieurs tranches "S"/"U" successives, la somme des
      *> tranches valant le solde reporte.
      *>
      *> L'ecriture de plus fort H-Seq (tete de la chaine, voir
      *> HISTCHAINPROC.cpy) n'est jamais archivee, meme anterieure a
      *> la coupure : la prochaine ecriture se chaine sur elle, et il
      *> faut qu'elle soit encore dans historique.txt pour cela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ws-status-seq PIC XX.
       01 ws-status-index PIC XX.
       01 ws-seq-courant PIC 9(9) VALUE ZERO.
       01 ws-seq-tete PIC 9(9) VALUE ZERO.
      *> Chainage des ecritures posees (voir HISTCHAINPROC.cpy).
       COPY HISTCHAIN.
       01 ws-nom-archive PIC X(30).
       01 ws-fin-fichier PIC X VALUE 'N'.
           88 ws-fin-lecture VALUE 'O'.
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
       77 F-Tranche-Maxi PIC 9(9)V99 VALUE 999999999.99.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "ArchiverHistorique" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "=== Archivage de l'historique ===".
           DISPLAY "Date de coupure (AAAAMMJJ) - les ecritures ".
           DISPLAY "strictement anterieures seront archivees: ".
               STOP RUN
           END-IF.

           PERFORM REPERER-TETE-CHAINE.
           PERFORM LIRE-ENTREE-HISTORIQUE.
           PERFORM EXAMINER-ENTREE UNTIL ws-fin-lecture.

           DISPLAY "Ecritures de report posees : " ws-nb-reports.
           STOP RUN.

      *> Releve le H-Seq de tete puis se remet au debut du fichier
      *> pour la lecture sequentielle.
       REPERER-TETE-CHAINE.
           MOVE ZERO TO ws-seq-tete.
           MOVE 999999999 TO H-Seq.
           START historique KEY IS NOT GREATER THAN H-Seq
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ historique PREVIOUS RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE H-Seq TO ws-seq-tete
                   END-READ
           END-START.
           MOVE ZERO TO H-Seq.
           START historique KEY IS NOT LESS THAN H-Seq
               INVALID KEY
                   MOVE 'O' TO ws-fin-fichier
           END-START.

       LIRE-ENTREE-HISTORIQUE.
           IF NOT ws-fin-lecture
               READ historique NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-fichier
               END-READ
           END-IF.

       EXAMINER-ENTREE.
           IF H-Date < ws-date-coupure AND H-Seq NOT = ws-seq-tete
               WRITE archive-record FROM historique-record
               IF ws-status-archive NOT = '00'
                   DISPLAY "ERREUR E/S sur " ws-nom-archive
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

       TROUVER-OU-CREER-COMPTE.
           MOVE ws-horodatage (1:6) TO H-Heure.
           PERFORM PROCHAIN-NUMERO-SEQUENCE.
           MOVE ws-seq-courant TO H-Seq.
           PERFORM CHAINER-ECRITURE-HISTORIQUE.
           WRITE historique-record.
      *> '02' = doublon sur la cle alternee H-Compte (WITH
      *> DUPLICATES) : le cas nominal, pas une erreur.
           CLOSE archives-index.

       COPY HISTSEQPROC.

       COPY HISTCHAINPROC.

       COPY ACCESPROC.
