       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuiviPeriodiques.

      *> Liste quotidienne du suivi des periodiques (voir
      *> ABONNEMENT.cpy), en deux parties :
      *>   - reclamations : pour chaque abonnement actif, les numeros
      *>     attendus depuis plus que la tolerance de l'abonnement,
      *>     pas a pas selon la periodicite (au plus F-Max-Reclames
      *>     par titre, jamais au-dela de l'echeance), et les numeros
      *>     sautes releves au bulletinage et toujours pas recus
      *>     (numeros-manquants.dat, voir NUMMANQ.cpy) - a reclamer au
      *>     fournisseur;
      *>   - renouvellements : les abonnements dont l'echeance tombe
      *>     dans leur preavis, ou deja passee.  Ceux qui n'ont pas
      *>     encore de commande sont a passer dans Acquisitions.cob
      *>     (Renouveler un abonnement).
      *> Les fichiers ne sont que lus.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT abonnements ASSIGN TO "abonnements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABN-CODE
               FILE STATUS IS ws-status-abonnements.

           SELECT numeros-manquants ASSIGN TO "numeros-manquants.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMQ-CLE
               FILE STATUS IS ws-status-manquants.

       DATA DIVISION.
       FILE SECTION.
       FD abonnements.
           COPY ABONNEMENT.

       FD numeros-manquants.
           COPY NUMMANQ.

       WORKING-STORAGE SECTION.
       01 ws-status-abonnements PIC XX.
       01 ws-fin-abonnements PIC X VALUE 'N'.
           88 ws-fin-lecture-abonnements VALUE 'O'.
       01 ws-status-manquants PIC XX.
      *> numeros-manquants.dat absent : aucun saut jamais releve.
       01 ws-manquants-flag PIC X VALUE 'N'.
           88 ManquantsOuverts VALUE 'O'.
       01 ws-fin-manquants PIC X VALUE 'N'.
           88 ws-fin-lecture-manquants VALUE 'O'.

       01 ws-date-jour PIC 9(8).
       01 ws-jours-retard PIC S9(7).
       01 ws-jours-restants PIC S9(7).
       01 ws-numero-courant PIC 9(5).
       01 ws-nb-reclames PIC 9(3).
       01 ws-nb-titres-reclames PIC 9(4) VALUE ZERO.
       01 ws-nb-numeros-reclames PIC 9(5) VALUE ZERO.
       01 ws-nb-a-renouveler PIC 9(4) VALUE ZERO.
       01 ws-nb-a-commander PIC 9(4) VALUE ZERO.

      *> Zones attendues par PERIODPROC.cpy.
       01 ws-date-travail.
           05 ws-dt-annee PIC 9(4).
           05 ws-dt-mois PIC 9(2).
           05 ws-dt-jour PIC 9(2).
       01 ws-date-travail-n REDEFINES ws-date-travail PIC 9(8).
       01 ws-jour-entier PIC 9(7).
       01 ws-mois-absolu PIC 9(7).
       01 ws-nb-mois PIC 9(2).

      *> Numeros en retard listes au plus par titre - au-dela, le
      *> fournisseur a un probleme plus grave qu'un numero egare.
       77 F-Max-Reclames PIC 9(3) VALUE 12.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           DISPLAY "=== Suivi des periodiques du " ws-date-jour " ===".

           OPEN INPUT abonnements.
           IF ws-status-abonnements NOT = '00'
               DISPLAY "Aucun abonnement (statut "
                   ws-status-abonnements ")."
               STOP RUN
           END-IF.

           OPEN INPUT numeros-manquants.
           IF ws-status-manquants = '00'
               MOVE 'O' TO ws-manquants-flag
           END-IF.

           DISPLAY "--- Numeros a reclamer ---".
           PERFORM DEBUTER-PARCOURS.
           PERFORM EXAMINER-RECLAMATION
               UNTIL ws-fin-lecture-abonnements.

           DISPLAY "--- Abonnements a renouveler ---".
           PERFORM DEBUTER-PARCOURS.
           PERFORM EXAMINER-ECHEANCE
               UNTIL ws-fin-lecture-abonnements.

           IF ManquantsOuverts
               CLOSE numeros-manquants
           END-IF.
           CLOSE abonnements.

           DISPLAY "Titres a reclamer     : " ws-nb-titres-reclames
               " (" ws-nb-numeros-reclames " numero(s) en retard)".
           DISPLAY "Abonnements a renouveler : " ws-nb-a-renouveler
               " dont " ws-nb-a-commander " sans commande".
           STOP RUN.

       DEBUTER-PARCOURS.
           MOVE 'N' TO ws-fin-abonnements.
           MOVE LOW-VALUES TO ABN-CODE.
           START abonnements KEY IS >= ABN-CODE
               INVALID KEY
                   MOVE 'O' TO ws-fin-abonnements
           END-START.
           PERFORM LIRE-ABONNEMENT-SUIVANT.

       LIRE-ABONNEMENT-SUIVANT.
           IF NOT ws-fin-lecture-abonnements
               READ abonnements NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-abonnements
               END-READ
           END-IF.

      *> ------------------------------------------------------------
      *> Reclamations.
      *> ------------------------------------------------------------
       EXAMINER-RECLAMATION.
           IF ABN-ACTIF
               MOVE ABN-DATE-ATTENDUE TO ws-date-travail-n
               PERFORM CALCULER-RETARD
               PERFORM DEBUTER-NUMEROS-MANQUANTS
               IF ws-jours-retard > ABN-DELAI-RECLAMATION
                       OR NOT ws-fin-lecture-manquants
                   PERFORM EDITER-RECLAMATION
               END-IF
           END-IF.
           PERFORM LIRE-ABONNEMENT-SUIVANT.

       CALCULER-RETARD.
           COMPUTE ws-jours-retard =
               FUNCTION INTEGER-OF-DATE (ws-date-jour)
               - FUNCTION INTEGER-OF-DATE (ws-date-travail-n).

       EDITER-RECLAMATION.
           ADD 1 TO ws-nb-titres-reclames.
           DISPLAY ABN-CODE " " ABN-TITRE " chez " ABN-FOURNISSEUR.
           PERFORM RECLAMER-NUMERO-MANQUANT
               UNTIL ws-fin-lecture-manquants.
           MOVE ABN-NUMERO-ATTENDU TO ws-numero-courant.
           MOVE ZERO TO ws-nb-reclames.
           PERFORM RECLAMER-NUMERO
               UNTIL ws-jours-retard NOT > ABN-DELAI-RECLAMATION
                   OR ws-nb-reclames NOT < F-Max-Reclames
                   OR (ABN-DATE-FIN NOT = ZERO
                       AND ws-date-travail-n > ABN-DATE-FIN).
           IF ws-nb-reclames NOT < F-Max-Reclames
                   AND ws-jours-retard > ABN-DELAI-RECLAMATION
               DISPLAY "   ... et suivants - plus aucun numero recu "
                   "depuis le " ABN-DATE-ATTENDUE
           END-IF.

       RECLAMER-NUMERO.
           DISPLAY "   numero " ws-numero-courant " attendu le "
               ws-date-travail-n " - " ws-jours-retard " jour(s)".
           ADD 1 TO ws-nb-reclames.
           ADD 1 TO ws-nb-numeros-reclames.
           ADD 1 TO ws-numero-courant.
           PERFORM AVANCER-DATE-PERIODE.
           PERFORM CALCULER-RETARD.

      *> Les numeros manquants d'un abonnement se suivent dans
      *> numeros-manquants.dat (cle abonnement + numero) : chacun est
      *> encore a recevoir, un numero arrive en est supprime.
       DEBUTER-NUMEROS-MANQUANTS.
           MOVE 'N' TO ws-fin-manquants.
           IF ManquantsOuverts
               MOVE ABN-CODE TO NMQ-ABONNEMENT
               MOVE ZERO TO NMQ-NUMERO
               START numeros-manquants KEY IS >= NMQ-CLE
                   INVALID KEY
                       MOVE 'O' TO ws-fin-manquants
               END-START
           ELSE
               MOVE 'O' TO ws-fin-manquants
           END-IF.
           PERFORM LIRE-NUMERO-MANQUANT.

       LIRE-NUMERO-MANQUANT.
           IF NOT ws-fin-lecture-manquants
               READ numeros-manquants NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-manquants
               END-READ
           END-IF.
           IF NOT ws-fin-lecture-manquants
                   AND NMQ-ABONNEMENT NOT = ABN-CODE
               MOVE 'O' TO ws-fin-manquants
           END-IF.

       RECLAMER-NUMERO-MANQUANT.
           DISPLAY "   numero " NMQ-NUMERO " saute (suivants deja "
               "recus) - constate le " NMQ-DATE-CONSTAT.
           ADD 1 TO ws-nb-numeros-reclames.
           PERFORM LIRE-NUMERO-MANQUANT.

      *> ------------------------------------------------------------
      *> Renouvellements.
      *> ------------------------------------------------------------
       EXAMINER-ECHEANCE.
           IF ABN-ACTIF AND ABN-DATE-FIN NOT = ZERO
               COMPUTE ws-jours-restants =
                   FUNCTION INTEGER-OF-DATE (ABN-DATE-FIN)
                   - FUNCTION INTEGER-OF-DATE (ws-date-jour)
               IF ws-jours-restants <= ABN-PREAVIS
                   PERFORM EDITER-ECHEANCE
               END-IF
           END-IF.
           PERFORM LIRE-ABONNEMENT-SUIVANT.

       EDITER-ECHEANCE.
           ADD 1 TO ws-nb-a-renouveler.
           DISPLAY ABN-CODE " " ABN-TITRE " chez " ABN-FOURNISSEUR.
           IF ws-jours-restants < ZERO
               DISPLAY "   ECHU depuis le " ABN-DATE-FIN
                   " - prix annuel " ABN-PRIX-ANNUEL
           ELSE
               DISPLAY "   echeance " ABN-DATE-FIN " (dans "
                   ws-jours-restants " jour(s)) - prix annuel "
                   ABN-PRIX-ANNUEL
           END-IF.
           IF ABN-COMMANDE = ZERO
               ADD 1 TO ws-nb-a-commander
               DISPLAY "   a commander dans Acquisitions"
           ELSE
               DISPLAY "   renouvellement commande (commande "
                   ABN-COMMANDE ")"
           END-IF.

       COPY PERIODPROC.
