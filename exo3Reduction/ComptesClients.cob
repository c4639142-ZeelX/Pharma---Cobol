      *> client - encours ventile en courant, 30, 60 et 90+ jours,
      *> avec le palier de fidelite a cote du retard, parce qu'on
      *> continue de remiser des gens qui ne payent pas.
      *> Les virements que EncaissementsVirements.cob n'a pas su
      *> imputer (encaissements-virements.dat, voir ENCVIR.cpy) se
      *> traitent ici : affectation a une ou plusieurs factures, ou
      *> classement sans imputation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FAC-NUMERO
               FILE STATUS IS ws-status-encours.

           SELECT encaissements-virements
               ASSIGN TO "encaissements-virements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-SEQ
               FILE STATUS IS ws-status-encaissements.

       DATA DIVISION.
       FILE SECTION.
       FD encours-clients.
           COPY ENCCLI.

       FD encaissements-virements.
           COPY ENCVIR.

       WORKING-STORAGE SECTION.
       01 ws-status-encours PIC XX.
       01 ws-status-encaissements PIC XX.
       01 Choix PIC 9 VALUE ZERO.
       01 ws-date-jour PIC 9(8).
       01 NumeroFacture PIC 9(6).
       01 ws-age-jours PIC S9(5).
       01 ws-nb-clients PIC 9(3) VALUE ZERO.
       01 ws-total-encours PIC 9(12)V99 VALUE ZERO.
       01 ws-seq-choisi PIC 9(9).
       01 ws-encaissement-flag PIC X VALUE 'N'.
           88 ws-encaissement-trouve VALUE 'O'.
       01 ws-fin-encaissements PIC X VALUE 'N'.
           88 ws-fin-lecture-encaissements VALUE 'O'.
       01 ws-nb-en-suspens PIC 9(4).

      *> Un element par client debiteur - meme principe que la
      *> balance agee des amendes cote bibliotheque.
               10 TD-60-Jours PIC 9(10)V99.
               10 TD-90-Plus PIC 9(10)V99.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "ComptesClients" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN I-O encours-clients.
           IF ws-status-encours = '35'
               STOP RUN
           END-IF.

           PERFORM MENU-OPERATIONS UNTIL Choix = 5.

           CLOSE encours-clients.
           STOP RUN.
           DISPLAY "1. Encaisser un reglement".
           DISPLAY "2. Factures ouvertes".
           DISPLAY "3. Balance agee par client".
           DISPLAY "4. Virements non affectes".
           DISPLAY "5. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM ENCAISSER-REGLEMENT
               WHEN 2 PERFORM LISTER-FACTURES-OUVERTES
               WHEN 3 PERFORM BALANCE-AGEE
               WHEN 4 PERFORM TRAITER-NON-AFFECTES
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

               TD-60-Jours (Idx-Debiteur).
           DISPLAY "  plus de 90 j     : "
               TD-90-Plus (Idx-Debiteur).

      *> Liste des virements en attente d'affectation, puis
      *> affectation de l'un d'eux a une facture : plafonnee au reste
      *> du comme l'encaissement manuel; ce qui reste du virement
      *> reste a affecter (a une autre facture du meme payeur, par
      *> exemple).  Facture 0 = classer le reste sans imputation
      *> (virement rembourse, erreur du donneur d'ordre).
       TRAITER-NON-AFFECTES.
           OPEN I-O encaissements-virements.
           IF ws-status-encaissements NOT = '00'
               DISPLAY "Aucun virement en attente d'affectation."
           ELSE
               PERFORM LISTER-NON-AFFECTES
               IF ws-nb-en-suspens > ZERO
                   PERFORM AFFECTER-ENCAISSEMENT
               END-IF
               CLOSE encaissements-virements
           END-IF.

       LISTER-NON-AFFECTES.
           MOVE ZERO TO ws-nb-en-suspens.
           MOVE 'N' TO ws-fin-encaissements.
           MOVE ZERO TO ENV-SEQ.
           START encaissements-virements KEY IS >= ENV-SEQ
               INVALID KEY
                   MOVE 'O' TO ws-fin-encaissements
           END-START.
           PERFORM LIRE-ENCAISSEMENT-SUIVANT.
           PERFORM AFFICHER-NON-AFFECTE
               UNTIL ws-fin-lecture-encaissements.
           IF ws-nb-en-suspens = ZERO
               DISPLAY "Aucun virement en attente d'affectation."
           END-IF.

       LIRE-ENCAISSEMENT-SUIVANT.
           IF NOT ws-fin-lecture-encaissements
               READ encaissements-virements NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-encaissements
               END-READ
           END-IF.

       AFFICHER-NON-AFFECTE.
           IF ENV-A-TRAITER
               ADD 1 TO ws-nb-en-suspens
               DISPLAY "  Seq " ENV-SEQ " du " ENV-DATE " reste "
                   ENV-NON-AFFECTE " ref " ENV-REFERENCE " motif "
                   ENV-MOTIF
           END-IF.
           PERFORM LIRE-ENCAISSEMENT-SUIVANT.

       AFFECTER-ENCAISSEMENT.
           DISPLAY "Seq du virement a affecter (0 = aucun): ".
           ACCEPT ws-seq-choisi.
           IF ws-seq-choisi NOT = ZERO
               MOVE ws-seq-choisi TO ENV-SEQ
               READ encaissements-virements KEY IS ENV-SEQ
                   INVALID KEY
                       MOVE 'N' TO ws-encaissement-flag
                   NOT INVALID KEY
                       MOVE 'O' TO ws-encaissement-flag
               END-READ
               IF NOT ws-encaissement-trouve OR NOT ENV-A-TRAITER
                   DISPLAY "Erreur: virement introuvable ou deja "
                       "affecte"
               ELSE
                   DISPLAY "Numero de facture (0 = classer sans "
                       "imputation): "
                   ACCEPT NumeroFacture
                   IF NumeroFacture = ZERO
                       MOVE 'M' TO ENV-STATUT
                       DISPLAY "Virement " ENV-SEQ " classe."
                       PERFORM REECRIRE-ENCAISSEMENT
                   ELSE
                       PERFORM IMPUTER-ENCAISSEMENT
                   END-IF
               END-IF
           END-IF.

       IMPUTER-ENCAISSEMENT.
           MOVE NumeroFacture TO FAC-NUMERO.
           READ encours-clients KEY IS FAC-NUMERO
               INVALID KEY
                   MOVE 'N' TO ws-facture-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-facture-flag
           END-READ.
           IF NOT ws-facture-trouvee
               DISPLAY "Erreur: Facture introuvable"
           ELSE
               IF FAC-SOLDEE
                   DISPLAY "Facture deja soldee."
               ELSE
                   COMPUTE ws-reste-du = FAC-MONTANT - FAC-REGLE
                   MOVE ENV-NON-AFFECTE TO ws-montant-encaisse
                   IF ws-montant-encaisse > ws-reste-du
                       MOVE ws-reste-du TO ws-montant-encaisse
                   END-IF
                   ADD ws-montant-encaisse TO FAC-REGLE
                   IF FAC-REGLE >= FAC-MONTANT
                       MOVE 'S' TO FAC-STATUT
                       DISPLAY "Facture " FAC-NUMERO " soldee."
                   ELSE
                       DISPLAY "Reglement partiel enregistre - reste "
                           "du a jour."
                   END-IF
                   REWRITE ENCOURS-CLIENT-RECORD
                   SUBTRACT ws-montant-encaisse FROM ENV-NON-AFFECTE
                   MOVE FAC-NUMERO TO ENV-FACTURE
                   IF ENV-NON-AFFECTE = ZERO
                       MOVE 'M' TO ENV-STATUT
                   ELSE
                       DISPLAY "Reste a affecter sur ce virement : "
                           ENV-NON-AFFECTE
                   END-IF
                   PERFORM REECRIRE-ENCAISSEMENT
               END-IF
           END-IF.

       REECRIRE-ENCAISSEMENT.
           REWRITE ENCAISSEMENT-VIREMENT-RECORD.
           IF ws-status-encaissements NOT = '00'
               DISPLAY "ERREUR E/S sur encaissements-virements.dat"
               DISPLAY "Code statut: " ws-status-encaissements
               STOP RUN
           END-IF.

       COPY ACCESPROC.
