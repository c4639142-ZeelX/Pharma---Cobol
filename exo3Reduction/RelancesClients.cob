       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelancesClients.

      *> Passe de relance des factures impayees (encours-clients.dat,
      *> voir ENCCLI.cpy) : la balance agee de ComptesClients.cob
      *> montrait qui etait en retard, les lettres s'ecrivaient a la
      *> main.  Le retard se compte depuis l'echeance - FAC-DATE plus
      *> les conditions de paiement du client (CLIMAST.cpy) - et
      *> chaque facture monte d'un niveau a la fois, jamais plus
      *> souvent que l'intervalle configure (relances-config.dat,
      *> voir RELCFG.cpy) :
      *>   1 = rappel, 2 = mise en demeure, 3 = dernier avis, avec
      *>   des frais de retard postes en facture a l'encours.
      *> Une lettre par client, au plus haut niveau atteint par ses
      *> factures, listant TOUTES ses factures ouvertes avec le reste
      *> du.  Le niveau atteint par chaque facture est note dans
      *> relances-clients.dat (RELANCE.cpy) : pas deux fois la meme
      *> lettre.  Lettres dans relances-clients-AAAAMMJJ.txt, synthese
      *> par niveau a l'ecran et dans runlog.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT encours-clients ASSIGN TO "encours-clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUMERO
               FILE STATUS IS ws-status-encours.

           SELECT relances-clients ASSIGN TO "relances-clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLC-FACTURE
               FILE STATUS IS ws-status-relances.

      *> Conditions de paiement, nom et adresse de la lettre.
           SELECT clients-boutique ASSIGN TO "clients-boutique.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLB-CODE
               FILE STATUS IS ws-status-clients.

           SELECT relances-config ASSIGN TO "relances-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-config.

      *> La facture de frais prend son numero au meme compteur que
      *> reduction.cob.
           SELECT facture-seq ASSIGN TO "facture-seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-seq-facture.

           SELECT lettres-relance ASSIGN TO DYNAMIC ws-nom-lettres
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-lettres.

      *> Meme format de ligne que TraitementNocturne.cob - cette passe
      *> ajoute sa propre ligne de synthese au meme journal.
           SELECT run-log ASSIGN TO "runlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-journal.

           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD encours-clients.
           COPY ENCCLI.

       FD relances-clients.
           COPY RELANCE.

       FD clients-boutique.
           COPY CLIMAST.

       FD relances-config.
           COPY RELCFG.

       FD facture-seq.
       01 seq-facture-record.
           05 SEQF-VALEUR PIC 9(6).

       FD lettres-relance.
       01 ligne-lettre PIC X(80).

       FD run-log.
       01 run-log-record.
           05 RL-ETAPE PIC X(20).
           05 CSV-FILLER-ETAPE PIC X VALUE ",".
           05 RL-DEBUT PIC 9(6).
           05 CSV-FILLER-DEBUT PIC X VALUE ",".
           05 RL-FIN PIC 9(6).
           05 CSV-FILLER-FIN PIC X VALUE ",".
           05 RL-STATUT PIC X(10).

       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-status-encours PIC XX.
       01 ws-status-relances PIC XX.
       01 ws-status-clients PIC XX.
       01 ws-status-config PIC XX.
       01 ws-status-seq-facture PIC XX.
       01 ws-status-lettres PIC XX.
       01 ws-status-journal PIC XX.
       01 ws-nom-lettres PIC X(38).
       01 ws-fin-encours PIC X VALUE 'N'.
           88 ws-fin-lecture-encours VALUE 'O'.
       01 ws-clients-dispo PIC X VALUE 'N'.
           88 FichierClientsDisponible VALUE 'O'.
       01 ws-client-flag PIC X VALUE 'N'.
           88 ws-client-trouve VALUE 'O'.
       01 ws-relance-flag PIC X VALUE 'N'.
           88 ws-relance-trouvee VALUE 'O'.

       01 ws-date-jour PIC 9(8).
       01 ws-horodatage PIC 9(8).
       01 ws-heure PIC 9(6).

      *> Seuils (voir RELCFG.cpy) - valeurs par defaut si
      *> relances-config.dat est absent.
       01 ws-jours-rappel PIC 9(3).
       01 ws-jours-demeure PIC 9(3).
       01 ws-jours-dernier-avis PIC 9(3).
       01 ws-jours-entre-lettres PIC 9(3).
       01 ws-delai-defaut PIC 9(3).
       01 ws-frais-retard PIC 9(5)V99.

      *> Facture examinee.
       01 ws-client-lu PIC X(10) VALUE SPACES.
       01 ws-delai PIC 9(3).
       01 ws-reste-du PIC 9(10)V99.
       01 ws-jour-entier PIC 9(7).
       01 ws-date-echeance PIC 9(8).
       01 ws-jours-retard PIC S9(7).
       01 ws-jours-depuis-lettre PIC S9(7).
       01 ws-niveau-jours PIC 9.
       01 ws-niveau-actuel PIC 9.
       01 ws-niveau-cible PIC 9.

      *> Lettre en cours.
       01 ws-client-courant PIC X(10).
       01 ws-niveau-lettre PIC 9.
       01 ws-total-du PIC 9(10)V99.
       01 ws-numero-frais PIC 9(6).
       01 ws-montant-edite PIC Z(9)9.99.

       01 ws-nb-clients PIC 9(3) VALUE ZERO.
       01 ws-nb-lettres PIC 9(4) VALUE ZERO.
       01 ws-nb-frais PIC 9(4) VALUE ZERO.
       01 TABLE-NIVEAUX.
           05 ws-nb-lettres-niveau PIC 9(4) OCCURS 3 TIMES.

      *> Un element par client a relancer, avec le niveau de sa
      *> lettre - meme principe que la balance agee de
      *> ComptesClients.cob.
       01 TABLE-RELANCES.
           05 ENTREE-RELANCE OCCURS 200 TIMES
                   INDEXED BY Idx-Relance.
               10 TR-Client PIC X(10).
               10 TR-Niveau PIC 9.

      *> Fields expected by BATCHCTLPROC/BATCHFORCEPROC/SUPERVISEURPROC
      *> - see the contract comments there.
       01 ws-status-batchctl PIC XX.
       01 ws-fin-batchctl PIC X VALUE 'N'.
           88 ws-fin-lecture-batchctl VALUE 'O'.
       01 ws-ctl-job PIC X(20).
       01 ws-ctl-date PIC 9(8).
       01 ws-ctl-flag PIC X VALUE 'N'.
           88 ws-ctl-deja-fait VALUE 'O'.
       01 ws-ctl-autorisation PIC X VALUE 'N'.
           88 ws-ctl-autorise VALUE 'O'.
       01 ws-ctl-reponse PIC X.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Relance des factures impayees ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.

           MOVE "RelancesClients" TO ws-ctl-job.
           MOVE ws-date-jour TO ws-ctl-date.
           PERFORM CONTROLER-REEXECUTION.
           IF NOT ws-ctl-autorise
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CHARGER-CONFIG-RELANCES.
           MOVE ZERO TO ws-nb-lettres-niveau (1).
           MOVE ZERO TO ws-nb-lettres-niveau (2).
           MOVE ZERO TO ws-nb-lettres-niveau (3).

           OPEN I-O encours-clients.
           IF ws-status-encours NOT = '00'
               DISPLAY "Aucun fichier encours-clients.dat (statut "
                   ws-status-encours ")."
               PERFORM ENREGISTRER-CONTROLE-BATCH
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O relances-clients.
           IF ws-status-relances = '35'
               OPEN OUTPUT relances-clients
               CLOSE relances-clients
               OPEN I-O relances-clients
           END-IF.
           IF ws-status-relances NOT = '00'
               DISPLAY "Impossible d'ouvrir relances-clients.dat "
                   "(statut " ws-status-relances ")."
               CLOSE encours-clients
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT clients-boutique.
           IF ws-status-clients = '00'
               MOVE 'O' TO ws-clients-dispo
           ELSE
               DISPLAY "clients-boutique.dat absent - conditions par "
                   "defaut " ws-delai-defaut " jours, lettres sans "
                   "adresse."
           END-IF.

           STRING "relances-clients-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-lettres
           END-STRING.
           OPEN OUTPUT lettres-relance.

      *> Premier passage : quels clients recoivent une lettre, et a
      *> quel niveau.  Second passage : une lettre par client.
           PERFORM DEBUTER-PARCOURS-ENCOURS.
           PERFORM EXAMINER-FACTURE UNTIL ws-fin-lecture-encours.
           PERFORM EDITER-LETTRE-CLIENT
               VARYING Idx-Relance FROM 1 BY 1
               UNTIL Idx-Relance > ws-nb-clients.

           CLOSE lettres-relance.
           IF FichierClientsDisponible
               CLOSE clients-boutique
           END-IF.
           CLOSE relances-clients.
           CLOSE encours-clients.

           DISPLAY "Rappels          : " ws-nb-lettres-niveau (1).
           DISPLAY "Mises en demeure : " ws-nb-lettres-niveau (2).
           DISPLAY "Derniers avis    : " ws-nb-lettres-niveau (3)
               " (" ws-nb-frais " facture(s) de frais)".
           DISPLAY "Lettres produites : " ws-nb-lettres
               " (" ws-nom-lettres ")".
           PERFORM ECRIRE-SYNTHESE-JOURNAL.
           PERFORM ENREGISTRER-CONTROLE-BATCH.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       CHARGER-CONFIG-RELANCES.
           MOVE 1 TO ws-jours-rappel.
           MOVE 15 TO ws-jours-demeure.
           MOVE 30 TO ws-jours-dernier-avis.
           MOVE 10 TO ws-jours-entre-lettres.
           MOVE 30 TO ws-delai-defaut.
           MOVE 40.00 TO ws-frais-retard.
           OPEN INPUT relances-config.
           IF ws-status-config = '00'
               READ relances-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RLF-JOURS-RAPPEL TO ws-jours-rappel
                       MOVE RLF-JOURS-DEMEURE TO ws-jours-demeure
                       MOVE RLF-JOURS-DERNIER-AVIS
                           TO ws-jours-dernier-avis
                       MOVE RLF-JOURS-ENTRE-LETTRES
                           TO ws-jours-entre-lettres
                       MOVE RLF-DELAI-DEFAUT TO ws-delai-defaut
                       MOVE RLF-FRAIS-RETARD TO ws-frais-retard
               END-READ
               CLOSE relances-config
           ELSE
               DISPLAY "relances-config.dat absent - seuils par "
                   "defaut " ws-jours-rappel "/" ws-jours-demeure "/"
                   ws-jours-dernier-avis " jours."
           END-IF.

       DEBUTER-PARCOURS-ENCOURS.
           MOVE 'N' TO ws-fin-encours.
           MOVE ZERO TO FAC-NUMERO.
           START encours-clients KEY IS >= FAC-NUMERO
               INVALID KEY
                   MOVE 'O' TO ws-fin-encours
           END-START.
           PERFORM LIRE-FACTURE-SUIVANTE.

       LIRE-FACTURE-SUIVANTE.
           IF NOT ws-fin-lecture-encours
               READ encours-clients NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-encours
               END-READ
           END-IF.

      *> ------------------------------------------------------------
      *> Premier passage.
      *> ------------------------------------------------------------
       EXAMINER-FACTURE.
           IF FAC-OUVERTE AND FAC-MONTANT > FAC-REGLE
               PERFORM CALCULER-NIVEAU-CIBLE
               IF ws-niveau-cible > ZERO
                   PERFORM RETENIR-CLIENT
               END-IF
           END-IF.
           PERFORM LIRE-FACTURE-SUIVANTE.

      *> Niveau que la facture courante doit atteindre aujourd'hui :
      *> celui de son retard, mais un seul cran au-dessus du niveau
      *> deja envoye, et pas avant l'intervalle minimum depuis la
      *> derniere lettre.  Zero = rien a envoyer pour elle.
       CALCULER-NIVEAU-CIBLE.
           PERFORM LIRE-CONDITIONS-CLIENT.
           COMPUTE ws-jour-entier =
               FUNCTION INTEGER-OF-DATE (FAC-DATE) + ws-delai.
           COMPUTE ws-date-echeance =
               FUNCTION DATE-OF-INTEGER (ws-jour-entier).
           COMPUTE ws-jours-retard =
               FUNCTION INTEGER-OF-DATE (ws-date-jour) - ws-jour-entier.
           EVALUATE TRUE
               WHEN ws-jours-retard >= ws-jours-dernier-avis
                   MOVE 3 TO ws-niveau-jours
               WHEN ws-jours-retard >= ws-jours-demeure
                   MOVE 2 TO ws-niveau-jours
               WHEN ws-jours-retard >= ws-jours-rappel
                   MOVE 1 TO ws-niveau-jours
               WHEN OTHER
                   MOVE ZERO TO ws-niveau-jours
           END-EVALUATE.
           MOVE FAC-NUMERO TO RLC-FACTURE.
           READ relances-clients KEY IS RLC-FACTURE
               INVALID KEY
                   MOVE 'N' TO ws-relance-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-relance-flag
           END-READ.
           MOVE ZERO TO ws-niveau-actuel.
           MOVE 99 TO ws-jours-depuis-lettre.
           IF ws-relance-trouvee
               MOVE RLC-NIVEAU TO ws-niveau-actuel
               COMPUTE ws-jours-depuis-lettre =
                   FUNCTION INTEGER-OF-DATE (ws-date-jour)
                   - FUNCTION INTEGER-OF-DATE (RLC-DATE-LETTRE)
           END-IF.
           MOVE ZERO TO ws-niveau-cible.
           IF ws-niveau-jours > ws-niveau-actuel
               IF NOT ws-relance-trouvee
                       OR ws-jours-depuis-lettre
                           >= ws-jours-entre-lettres
                   COMPUTE ws-niveau-cible = ws-niveau-actuel + 1
               END-IF
           END-IF.

      *> Conditions du client de la facture courante - relu seulement
      *> quand le code change.  Un code absent du fichier clients
      *> (factures d'avant le fichier) prend les conditions par
      *> defaut.
       LIRE-CONDITIONS-CLIENT.
           IF FAC-CLIENT NOT = ws-client-lu
               MOVE FAC-CLIENT TO ws-client-lu
               MOVE 'N' TO ws-client-flag
               IF FichierClientsDisponible
                   MOVE FAC-CLIENT TO CLB-CODE
                   READ clients-boutique KEY IS CLB-CODE
                       INVALID KEY
                           MOVE 'N' TO ws-client-flag
                       NOT INVALID KEY
                           MOVE 'O' TO ws-client-flag
                   END-READ
               END-IF
               IF ws-client-trouve
                   MOVE CLB-DELAI-PAIEMENT TO ws-delai
               ELSE
                   MOVE ws-delai-defaut TO ws-delai
               END-IF
           END-IF.

       RETENIR-CLIENT.
           SET Idx-Relance TO 1.
           SEARCH ENTREE-RELANCE
               AT END
                   IF ws-nb-clients >= 200
                       DISPLAY "Trop de clients a relancer (limite "
                           "200 atteinte) - traitement annule."
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO ws-nb-clients
                   SET Idx-Relance TO ws-nb-clients
                   MOVE FAC-CLIENT TO TR-Client (Idx-Relance)
                   MOVE ws-niveau-cible TO TR-Niveau (Idx-Relance)
               WHEN TR-Client (Idx-Relance) = FAC-CLIENT
                   IF ws-niveau-cible > TR-Niveau (Idx-Relance)
                       MOVE ws-niveau-cible TO TR-Niveau (Idx-Relance)
                   END-IF
           END-SEARCH.

      *> ------------------------------------------------------------
      *> Second passage : la lettre.
      *> ------------------------------------------------------------
      *> Au dernier avis, les frais sont postes AVANT le parcours :
      *> leur facture sort dans la liste comme les autres, et les
      *> factures relancees gardent son numero.
       EDITER-LETTRE-CLIENT.
           MOVE TR-Client (Idx-Relance) TO ws-client-courant.
           MOVE TR-Niveau (Idx-Relance) TO ws-niveau-lettre.
           MOVE ZERO TO ws-numero-frais.
           MOVE ZERO TO ws-total-du.
           MOVE ws-client-courant TO FAC-CLIENT.
           PERFORM LIRE-CONDITIONS-CLIENT.
           PERFORM ECRIRE-ENTETE-LETTRE.
           IF ws-niveau-lettre = 3 AND ws-frais-retard > ZERO
               PERFORM POSTER-FRAIS-RETARD
           END-IF.
           PERFORM DEBUTER-PARCOURS-ENCOURS.
           PERFORM LISTER-FACTURE-CLIENT UNTIL ws-fin-lecture-encours.
           PERFORM ECRIRE-PIED-LETTRE.
           ADD 1 TO ws-nb-lettres.
           ADD 1 TO ws-nb-lettres-niveau (ws-niveau-lettre).

       ECRIRE-ENTETE-LETTRE.
           MOVE ALL "-" TO ligne-lettre.
           WRITE ligne-lettre.
           MOVE SPACES TO ligne-lettre.
           IF ws-client-trouve
               STRING "Client " DELIMITED BY SIZE
                   ws-client-courant DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   CLB-NOM DELIMITED BY SIZE
                   INTO ligne-lettre
               END-STRING
               WRITE ligne-lettre
               MOVE CLB-ADRESSE-1 TO ligne-lettre
               WRITE ligne-lettre
               IF CLB-ADRESSE-2 NOT = SPACES
                   MOVE CLB-ADRESSE-2 TO ligne-lettre
                   WRITE ligne-lettre
               END-IF
               MOVE SPACES TO ligne-lettre
               STRING CLB-CODE-POSTAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CLB-VILLE DELIMITED BY SIZE
                   INTO ligne-lettre
               END-STRING
               WRITE ligne-lettre
           ELSE
               STRING "Client " DELIMITED BY SIZE
                   ws-client-courant DELIMITED BY SIZE
                   INTO ligne-lettre
               END-STRING
               WRITE ligne-lettre
           END-IF.
           MOVE SPACES TO ligne-lettre.
           WRITE ligne-lettre.
           EVALUATE ws-niveau-lettre
               WHEN 1
                   MOVE "RAPPEL - factures restees impayees"
                       TO ligne-lettre
               WHEN 2
                   MOVE "MISE EN DEMEURE DE PAYER" TO ligne-lettre
               WHEN OTHER
                   MOVE "DERNIER AVIS AVANT RECOUVREMENT"
                       TO ligne-lettre
           END-EVALUATE.
           WRITE ligne-lettre.
           MOVE SPACES TO ligne-lettre.
           STRING "Sauf erreur de notre part, au " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               " les factures suivantes restent dues :"
                   DELIMITED BY SIZE
               INTO ligne-lettre
           END-STRING.
           WRITE ligne-lettre.

      *> Toutes les factures ouvertes du client sortent sur la
      *> lettre; celles dont le niveau monte aujourd'hui le notent au
      *> registre des relances.
       LISTER-FACTURE-CLIENT.
           IF FAC-CLIENT = ws-client-courant
                   AND FAC-OUVERTE AND FAC-MONTANT > FAC-REGLE
               COMPUTE ws-reste-du = FAC-MONTANT - FAC-REGLE
               ADD ws-reste-du TO ws-total-du
               PERFORM CALCULER-NIVEAU-CIBLE
               MOVE ws-reste-du TO ws-montant-edite
               MOVE SPACES TO ligne-lettre
               STRING "  Facture " DELIMITED BY SIZE
                   FAC-NUMERO DELIMITED BY SIZE
                   " du " DELIMITED BY SIZE
                   FAC-DATE DELIMITED BY SIZE
                   " echue le " DELIMITED BY SIZE
                   ws-date-echeance DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   INTO ligne-lettre
               END-STRING
               WRITE ligne-lettre
               IF ws-niveau-cible > ZERO
                   PERFORM ENREGISTRER-NIVEAU
               END-IF
           END-IF.
           PERFORM LIRE-FACTURE-SUIVANTE.

      *> Le record de relance de la facture vient d'etre lu par
      *> CALCULER-NIVEAU-CIBLE.
       ENREGISTRER-NIVEAU.
           MOVE FAC-NUMERO TO RLC-FACTURE.
           MOVE FAC-CLIENT TO RLC-CLIENT.
           MOVE ws-niveau-cible TO RLC-NIVEAU.
           MOVE ws-date-jour TO RLC-DATE-LETTRE.
           IF ws-niveau-cible = 3
               MOVE ws-numero-frais TO RLC-FACTURE-FRAIS
           ELSE
               IF NOT ws-relance-trouvee
                   MOVE ZERO TO RLC-FACTURE-FRAIS
               END-IF
           END-IF.
           IF ws-relance-trouvee
               REWRITE RELANCE-CLIENT-RECORD
           ELSE
               WRITE RELANCE-CLIENT-RECORD
           END-IF.
           IF ws-status-relances NOT = '00'
               DISPLAY "ERREUR E/S sur relances-clients.dat"
               DISPLAY "Code statut: " ws-status-relances
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       ECRIRE-PIED-LETTRE.
           MOVE ws-total-du TO ws-montant-edite.
           MOVE SPACES TO ligne-lettre.
           STRING "  TOTAL DU                          : "
                   DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-lettre
           END-STRING.
           WRITE ligne-lettre.
           MOVE SPACES TO ligne-lettre.
           WRITE ligne-lettre.
           EVALUATE ws-niveau-lettre
               WHEN 1
                   MOVE "Merci de regulariser ce solde a reception."
                       TO ligne-lettre
                   WRITE ligne-lettre
               WHEN 2
                   MOVE "Nous vous mettons en demeure de regler ce "
                       TO ligne-lettre
                   WRITE ligne-lettre
                   MOVE "solde sous huit jours." TO ligne-lettre
                   WRITE ligne-lettre
               WHEN OTHER
                   IF ws-numero-frais NOT = ZERO
                       MOVE ws-frais-retard TO ws-montant-edite
                       MOVE SPACES TO ligne-lettre
                       STRING "Frais de retard (facture "
                               DELIMITED BY SIZE
                           ws-numero-frais DELIMITED BY SIZE
                           ") inclus : " DELIMITED BY SIZE
                           ws-montant-edite DELIMITED BY SIZE
                           INTO ligne-lettre
                       END-STRING
                       WRITE ligne-lettre
                   END-IF
                   MOVE "Sans reglement sous huit jours, le dossier "
                       TO ligne-lettre
                   WRITE ligne-lettre
                   MOVE "sera transmis au recouvrement." TO ligne-lettre
                   WRITE ligne-lettre
           END-EVALUATE.
           MOVE SPACES TO ligne-lettre.
           WRITE ligne-lettre.

      *> Les frais entrent a l'encours comme une facture du client,
      *> hors remise et hors TVA; leur record de relance est cree
      *> d'emblee au niveau 3 pour qu'ils ne se relancent pas
      *> eux-memes.
       POSTER-FRAIS-RETARD.
           PERFORM PROCHAIN-NUMERO-FACTURE.
           MOVE ws-numero-frais TO FAC-NUMERO.
           MOVE ws-client-courant TO FAC-CLIENT.
           MOVE ws-date-jour TO FAC-DATE.
           IF ws-client-trouve
               MOVE CLB-TIER TO FAC-TIER
           ELSE
               MOVE 1 TO FAC-TIER
           END-IF.
           MOVE ws-frais-retard TO FAC-MONTANT.
           MOVE ZERO TO FAC-REGLE.
           MOVE ZERO TO FAC-TAUX-REMISE.
           MOVE ZERO TO FAC-TAUX-FIDELITE.
           MOVE 'N' TO FAC-PROMO-TYPE.
           MOVE ZERO TO FAC-PROMO-VALEUR.
           MOVE ZERO TO FAC-TAUX-TVA.
           MOVE 'O' TO FAC-STATUT.
           WRITE ENCOURS-CLIENT-RECORD.
           IF ws-status-encours NOT = '00'
               DISPLAY "ERREUR E/S sur encours-clients.dat"
               DISPLAY "Code statut: " ws-status-encours
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ws-numero-frais TO RLC-FACTURE.
           MOVE ws-client-courant TO RLC-CLIENT.
           MOVE 3 TO RLC-NIVEAU.
           MOVE ws-date-jour TO RLC-DATE-LETTRE.
           MOVE ws-numero-frais TO RLC-FACTURE-FRAIS.
           WRITE RELANCE-CLIENT-RECORD.
           IF ws-status-relances NOT = '00'
               DISPLAY "ERREUR E/S sur relances-clients.dat"
               DISPLAY "Code statut: " ws-status-relances
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO ws-nb-frais.

      *> Meme cycle lire-incrementer-reecrire que reduction.cob, sur
      *> le meme facture-seq.dat.
       PROCHAIN-NUMERO-FACTURE.
           OPEN INPUT facture-seq.
           IF ws-status-seq-facture = '00'
               READ facture-seq
               MOVE SEQF-VALEUR TO ws-numero-frais
           ELSE
               MOVE ZERO TO ws-numero-frais
           END-IF.
           CLOSE facture-seq.
           ADD 1 TO ws-numero-frais.
           MOVE ws-numero-frais TO SEQF-VALEUR.
           OPEN OUTPUT facture-seq.
           WRITE seq-facture-record.
           CLOSE facture-seq.

       ECRIRE-SYNTHESE-JOURNAL.
           OPEN EXTEND run-log.
           IF ws-status-journal = '35'
               OPEN OUTPUT run-log
           END-IF.
           ACCEPT ws-horodatage FROM TIME.
           MOVE ws-horodatage (1:6) TO ws-heure.
           MOVE "RelancesClients" TO RL-ETAPE.
           MOVE ws-heure TO RL-DEBUT.
           MOVE ws-heure TO RL-FIN.
           MOVE ws-nb-lettres TO RL-STATUT.
           WRITE run-log-record.
           CLOSE run-log.

       COPY BATCHCTLPROC.

       COPY BATCHFORCEPROC.

       COPY SUPERVISEURPROC.
