      *> l'achevement saisit les quantites reellement posees, et le
      *> rapport d'ecarts compare devis et reel chantier par chantier
      *> - pour apprendre ou les devis se trompent.
      *> Un chantier dont l'acompte (ACOMPTE.cpy) reste du ne se
      *> planifie pas : l'ordre se cree en attente d'acompte et se
      *> planifie une fois l'acompte encaisse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS STK-TYPE
               FILE STATUS IS ws-status-stock.

      *> Acomptes des devis (voir ACOMPTE.cpy) - lu seulement.
           SELECT acomptes-devis ASSIGN TO "acomptes-devis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACP-DEVIS
               FILE STATUS IS ws-status-acompte.

       DATA DIVISION.
       FILE SECTION.
       FD ordres-travaux.
       FD stock-materiaux.
           COPY STOCKMAT.

       FD acomptes-devis.
           COPY ACOMPTE.

       WORKING-STORAGE SECTION.
       01 ws-status-ordres PIC XX.
       01 ws-status-registre PIC XX.
       01 ws-status-stock PIC XX.
       01 ws-stock-flag PIC X VALUE 'N'.
           88 ws-stock-trouve VALUE 'O'.
       01 ws-status-acompte PIC XX.
       01 ws-acompte-flag PIC X VALUE 'N'.
           88 ws-acompte-regle VALUE 'O'.
       01 ws-nb-attente-acompte PIC 9(4) VALUE ZERO.

       01 Choix PIC 9 VALUE ZERO.
       01 ws-date-jour PIC 9(8).
           88 ws-fin-lecture-ordres VALUE 'O'.
       01 ws-plus-haut-id PIC 9(6) VALUE ZERO.
       01 ws-reponse PIC X.
       01 ws-equipe-saisie PIC X(10).
      *> Image de la ligne de registre retenue - le parcours continue
      *> apres un match pour que la version la plus recente d'un
      *> numero re-edite gagne, sans garder le tampon FD en l'etat.
       01 ws-ecart-poteaux PIC S9(5).
       01 ws-ecart-portails PIC S9(3).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "OrdresTravaux" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN I-O ordres-travaux.
           IF ws-status-ordres = '35'
               STOP RUN
           END-IF.

           PERFORM MENU-OPERATIONS UNTIL Choix = 6.

           CLOSE ordres-travaux.
           STOP RUN.
           DISPLAY "2. Planning de la semaine".
           DISPLAY "3. Saisir l'achevement d'un chantier".
           DISPLAY "4. Rapport d'ecarts devis/reel".
           DISPLAY "5. Planifier un ordre en attente d'acompte".
           DISPLAY "6. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM CREER-ORDRE
               WHEN 2 PERFORM PLANNING-SEMAINE
               WHEN 3 PERFORM SAISIR-ACHEVEMENT
               WHEN 4 PERFORM RAPPORT-ECARTS
               WHEN 5 PERFORM PLANIFIER-ORDRE
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

               MOVE ZERO TO OT-LONGUEUR-REELLE
               MOVE ZERO TO OT-POTEAUX-REELS
               MOVE ZERO TO OT-PORTAILS-REELS
               MOVE ZERO TO OT-DATE-ACHEVEMENT
               DISPLAY "Equipe: "
               ACCEPT OT-EQUIPE
               PERFORM RELEVER-ACOMPTE-DEVIS
               IF ws-acompte-regle
                   DISPLAY "Date d'intervention prevue (AAAAMMJJ): "
                   ACCEPT OT-DATE-PREVUE
                   MOVE 'O' TO OT-STATUT
               ELSE
                   MOVE ZERO TO OT-DATE-PREVUE
                   MOVE 'A' TO OT-STATUT
               END-IF
               WRITE ORDRE-TRAVAUX-RECORD
               IF OT-OUVERT
                   DISPLAY "Ordre de travaux " OT-NUMERO " cree pour "
                       "l'equipe " OT-EQUIPE " le " OT-DATE-PREVUE "."
               ELSE
                   DISPLAY "Acompte non regle : du " OT-ACOMPTE-DU
                       ", recu " OT-ACOMPTE-RECU "."
                   DISPLAY "Ordre de travaux " OT-NUMERO " cree EN "
                       "ATTENTE D'ACOMPTE - a planifier (option 5) "
                       "une fois l'acompte encaisse."
               END-IF
               END-IF
           END-IF
           END-IF.
               FUNCTION DATE-OF-INTEGER (ws-jour-entier).
           DISPLAY "--- Chantiers ouverts du " ws-semaine-debut
               " au " ws-semaine-fin " ---".
           MOVE ZERO TO ws-nb-attente-acompte.
           PERFORM PARCOURIR-ORDRES.
           IF ws-nb-attente-acompte > ZERO
               DISPLAY ws-nb-attente-acompte " ordre(s) en attente "
                   "d'acompte, non planifie(s)."
           END-IF.

       PARCOURIR-ORDRES.
           MOVE 'N' TO ws-fin-ordres.
                   OT-TYPE " " OT-LONGUEUR-PREVUE " m, "
                   OT-POTEAUX-PREVUS " poteaux, "
                   OT-PORTAILS-PREVUS " portail(s)"
               IF OT-ACOMPTE-DU > ZERO
                   DISPLAY "      acompte " OT-ACOMPTE-RECU
                       " recu sur " OT-ACOMPTE-DU
               END-IF
           END-IF.
           IF OT-ATTENTE-ACOMPTE
               ADD 1 TO ws-nb-attente-acompte
           END-IF.
           PERFORM LIRE-ORDRE-SUIVANT.

           IF NOT ws-ordre-trouve
               DISPLAY "Ordre introuvable."
           ELSE
               EVALUATE TRUE
                   WHEN OT-TERMINE
                       DISPLAY "Chantier deja acheve."
                   WHEN OT-ATTENTE-ACOMPTE
                       DISPLAY "Chantier jamais planifie - acompte "
                           "en attente."
                   WHEN OTHER
                       DISPLAY "Metres de cloture reellement poses: "
                       ACCEPT OT-LONGUEUR-REELLE
                       DISPLAY "Poteaux reellement poses: "
                       ACCEPT OT-POTEAUX-REELS
                       DISPLAY "Portails reellement poses: "
                       ACCEPT OT-PORTAILS-REELS
                       MOVE 'T' TO OT-STATUT
                       MOVE ws-date-jour TO OT-DATE-ACHEVEMENT
                       REWRITE ORDRE-TRAVAUX-RECORD
                       PERFORM CONSOMMER-STOCK-CHANTIER
                       DISPLAY "Chantier " OT-NUMERO " acheve."
               END-EVALUATE
           END-IF.

       RAPPORT-ECARTS.
               MOVE OT-NUMERO TO ws-plus-haut-id
           END-IF.
           PERFORM LIRE-ORDRE-SUIVANT.

      *> L'acompte du devis de l'ordre passe sur l'ordre.  Regle =
      *> aucun acompte demande (pas de record), paye en entier, ou
      *> deja deduit d'une facture.
       RELEVER-ACOMPTE-DEVIS.
           MOVE 'O' TO ws-acompte-flag.
           MOVE ZERO TO OT-ACOMPTE-DU.
           MOVE ZERO TO OT-ACOMPTE-RECU.
           OPEN INPUT acomptes-devis.
           IF ws-status-acompte = '00'
               MOVE OT-DEVIS TO ACP-DEVIS
               READ acomptes-devis KEY IS ACP-DEVIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACP-MONTANT-DU TO OT-ACOMPTE-DU
                       MOVE ACP-MONTANT-RECU TO OT-ACOMPTE-RECU
                       IF ACP-ATTENDU
                           MOVE 'N' TO ws-acompte-flag
                       END-IF
               END-READ
               CLOSE acomptes-devis
           END-IF.

      *> Un ordre en attente ne se planifie qu'une fois l'acompte
      *> encaisse - releve a nouveau au registre des acomptes.
       PLANIFIER-ORDRE.
           DISPLAY "Numero d'ordre de travaux: ".
           ACCEPT NumeroOrdre.
           MOVE NumeroOrdre TO OT-NUMERO.
           READ ordres-travaux KEY IS OT-NUMERO
               INVALID KEY
                   MOVE 'N' TO ws-ordre-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-ordre-flag
           END-READ.
           EVALUATE TRUE
               WHEN NOT ws-ordre-trouve
                   DISPLAY "Ordre introuvable."
               WHEN NOT OT-ATTENTE-ACOMPTE
                   DISPLAY "Ordre non en attente d'acompte (statut '"
                       OT-STATUT "')."
               WHEN OTHER
                   PERFORM RELEVER-ACOMPTE-DEVIS
                   IF NOT ws-acompte-regle
                       REWRITE ORDRE-TRAVAUX-RECORD
                       DISPLAY "Acompte toujours du : " OT-ACOMPTE-RECU
                           " recu sur " OT-ACOMPTE-DU " - chantier "
                           "non planifie."
                   ELSE
                       DISPLAY "Acompte regle (" OT-ACOMPTE-RECU
                           ") - equipe prevue " OT-EQUIPE
                       DISPLAY "Equipe (vide = inchangee): "
                       ACCEPT ws-equipe-saisie
                       IF ws-equipe-saisie NOT = SPACES
                           MOVE ws-equipe-saisie TO OT-EQUIPE
                       END-IF
                       DISPLAY "Date d'intervention prevue "
                           "(AAAAMMJJ): "
                       ACCEPT OT-DATE-PREVUE
                       MOVE 'O' TO OT-STATUT
                       REWRITE ORDRE-TRAVAUX-RECORD
                       DISPLAY "Ordre de travaux " OT-NUMERO
                           " planifie pour l'equipe " OT-EQUIPE
                           " le " OT-DATE-PREVUE "."
                   END-IF
           END-EVALUATE.

       COPY ACCESPROC.
