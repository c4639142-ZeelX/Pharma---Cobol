               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD account-master.
       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       77 F-Compte-Attente PIC 9(6) VALUE 999999.
       77 F-Compte-Impots PIC 9(6) VALUE 999998.
       77 F-Compte-Position PIC 9(6) VALUE 999997.
       77 F-Compte-Bibliotheque PIC 9(6) VALUE 999996.
       77 F-Compte-Provisions PIC 9(6) VALUE 999995.

      *> Les mouvements a l'initiative du client - le reste (interets,
      *> frais, liberations...) est le fait de la banque et ne prouve
       77 F-Virement-Externe PIC X VALUE "W".
       77 F-Cheque-Paye PIC X VALUE "Q".
       77 F-Ouverture PIC X VALUE "O".
       77 F-Paiement-Carte PIC X VALUE "c".
       77 F-Retrait-Carte PIC X VALUE "r".

      *> Fields expected by BATCHCTLPROC/BATCHFORCEPROC/SUPERVISEURPROC
      *> - see the contract comments there.
       01 ws-ctl-autorisation PIC X VALUE 'N'.
           88 ws-ctl-autorise VALUE 'O'.
       01 ws-ctl-reponse PIC X.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

                   CONTINUE
               WHEN ACCT-NUMBER = F-Compte-Position
                   CONTINUE
               WHEN ACCT-NUMBER = F-Compte-Bibliotheque
                   CONTINUE
               WHEN ACCT-NUMBER = F-Compte-Provisions
                   CONTINUE
               WHEN ACCT-DORMANT
                   PERFORM INSCRIRE-AU-REGISTRE
                   ADD 1 TO ws-nb-deja-dormants
                   H-Action = F-VirementDebit OR
                   H-Action = F-Virement-Externe OR
                   H-Action = F-Cheque-Paye OR
                   H-Action = F-Paiement-Carte OR
                   H-Action = F-Retrait-Carte OR
                   H-Action = F-Ouverture) AND
                   H-Date > ws-derniere-activite
               MOVE H-Date TO ws-derniere-activite
