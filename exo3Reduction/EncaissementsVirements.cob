       IDENTIFICATION DIVISION.
       PROGRAM-ID. EncaissementsVirements.

      *> Imputation automatique des virements clients : les clients
      *> reglent leurs factures par virement sur le compte bancaire de
      *> la boutique (encaissements-config.dat, voir ENCCFG.cpy), et
      *> chaque credit se ressaisissait a la main dans ComptesClients.
      *> Ici, pour chaque credit du jour sur ce compte dans
      *> historique.txt ("E" virement recu d'une autre banque, "V"
      *> virement interne, hors credits extournes par un "X") :
      *>   - la reference du donneur d'ordre est retrouvee dans
      *>     virements-entrants-traites.dat, comme le fait
      *>     ApurementAttente.cob pour le compte d'attente;
      *>   - le premier nombre de 1 a 6 chiffres de la reference qui
      *>     est un numero de facture (FAC-NUMERO) designe la facture;
      *>   - un reglement egal ou inferieur au reste du s'impute sur
      *>     encours-clients.dat (la facture passe soldee quand tout
      *>     est regle);
      *>   - une reference qui porte "DEVIS" ou "ACOMPTE" designe
      *>     par son nombre un devis de cloture : le credit s'impute
      *>     sur l'acompte attendu de acomptes-devis.dat (ACOMPTE.cpy),
      *>     jamais au-dela du reste du;
      *>   - sans facture reconnue, sur une facture deja soldee, ou
      *>     au-dela du reste du, rien n'est impute : le credit entier
      *>     passe sur la liste des encaissements non affectes, a
      *>     traiter dans ComptesClients.
      *> Chaque credit vu est note dans encaissements-virements.dat
      *> (ENCVIR.cpy) : la passe peut se relancer dans la journee sans
      *> rien imputer deux fois.  Un credit au-dela de la table du
      *> jour n'est pas impute : il entre au registre en non affecte
      *> (motif T) des la lecture - une relance ne le perd donc pas.
      *> Compte rendu et liste des non affectes encore ouverts dans
      *> encaissements-AAAAMMJJ.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Lu seulement, et referme avant les imputations.
           SELECT historique ASSIGN TO "historique.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

      *> L'audit des remises importees - c'est la que la reference
      *> d'un virement recu se retrouve.
           SELECT virements-traites
               ASSIGN TO "virements-entrants-traites.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-traites.

           SELECT encours-clients ASSIGN TO "encours-clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUMERO
               FILE STATUS IS ws-status-encours.

           SELECT encaissements-virements
               ASSIGN TO "encaissements-virements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-SEQ
               FILE STATUS IS ws-status-encaissements.

      *> Acomptes des devis de cloture (copybook de exo1Jardin).
           SELECT acomptes-devis ASSIGN TO "acomptes-devis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACP-DEVIS
               FILE STATUS IS ws-status-acompte.

           SELECT encaissements-config
               ASSIGN TO "encaissements-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-config.

           SELECT rapport-encaissements ASSIGN TO DYNAMIC ws-nom-rapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

      *> Meme format de ligne que TraitementNocturne.cob - cette passe
      *> ajoute sa propre ligne de synthese au meme journal.
           SELECT run-log ASSIGN TO "runlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-journal.

       DATA DIVISION.
       FILE SECTION.
       FD historique.
           COPY HISTREC.

       FD virements-traites.
           COPY VIRENT.

       FD encours-clients.
           COPY ENCCLI.

       FD encaissements-virements.
           COPY ENCVIR.

       FD acomptes-devis.
           COPY ACOMPTE.

       FD encaissements-config.
           COPY ENCCFG.

       FD rapport-encaissements.
       01 ligne-rapport PIC X(100).

       FD run-log.
       01 run-log-record.
           05 RL-ETAPE PIC X(20).
           05 CSV-FILLER-ETAPE PIC X VALUE ",".
           05 RL-DEBUT PIC 9(6).
           05 CSV-FILLER-DEBUT PIC X VALUE ",".
           05 RL-FIN PIC 9(6).
           05 CSV-FILLER-FIN PIC X VALUE ",".
           05 RL-STATUT PIC X(10).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-status-traites PIC XX.
       01 ws-status-encours PIC XX.
       01 ws-status-encaissements PIC XX.
       01 ws-status-config PIC XX.
       01 ws-status-acompte PIC XX.
       01 ws-acomptes-ouverts PIC X VALUE 'N'.
           88 AcomptesOuverts VALUE 'O'.
       01 ws-status-rapport PIC XX.
       01 ws-status-journal PIC XX.
       01 ws-nom-rapport PIC X(36).

       01 ws-date-jour PIC 9(8).
       01 ws-horodatage PIC 9(8).
       01 ws-heure PIC 9(6).
       01 ws-compte-boutique PIC 9(6).

       01 ws-fin-historique PIC X VALUE 'N'.
           88 ws-fin-lecture-historique VALUE 'O'.
       01 ws-fin-traites PIC X VALUE 'N'.
           88 ws-fin-lecture-traites VALUE 'O'.
       01 ws-fin-encaissements PIC X VALUE 'N'.
           88 ws-fin-lecture-encaissements VALUE 'O'.
       01 ws-facture-flag PIC X VALUE 'N'.
           88 ws-facture-trouvee VALUE 'O'.
       01 ws-deja-vu-flag PIC X VALUE 'N'.
           88 ws-credit-deja-vu VALUE 'O'.
       01 ws-acompte-flag PIC X VALUE 'N'.
           88 ws-acompte-trouve VALUE 'O'.
      *> La reference parle-t-elle d'un devis ?  Ses nombres sont
      *> alors des numeros de devis, pas de facture.
       01 ws-reference-flag PIC X VALUE 'F'.
           88 ReferenceFacture VALUE 'F'.
           88 ReferenceDevis VALUE 'D'.
       01 ws-nb-mots-devis PIC 9(2).

       01 ws-idx PIC 9(4).
       01 ws-nb-credits PIC 9(4) VALUE ZERO.
       01 ws-nb-hors-table PIC 9(4) VALUE ZERO.
      *> Premier credit hors table ecrit par cette passe - ceux d'une
      *> passe precedente ont tous un H-Seq inferieur.
       01 ws-premier-hors-table PIC 9(9) VALUE ZERO.

      *> Les credits du jour sur le compte de la boutique.
       01 TABLE-CREDITS.
           05 ENTREE-CREDIT OCCURS 1000 TIMES.
               10 TC-Seq PIC 9(9).
               10 TC-Action PIC X.
               10 TC-Montant PIC 9(9)V99.
               10 TC-Annule PIC X.
               10 TC-Reference PIC X(20).

      *> Lecture de la reference caractere par caractere : chaque
      *> suite de chiffres est un numero de facture possible.
       01 ws-reference PIC X(20).
       01 ws-pos PIC 9(2).
       01 ws-car PIC X.
       01 ws-chiffre REDEFINES ws-car PIC 9.
       01 ws-nombre PIC 9(6).
       01 ws-nb-chiffres PIC 9(2).

       01 ws-reste-du PIC 9(10)V99.
       01 ws-montant-edite PIC Z(8)9.99.
       01 ws-libelle PIC X(30).

       01 ws-nb-deja-vus PIC 9(4) VALUE ZERO.
       01 ws-nb-soldes PIC 9(4) VALUE ZERO.
       01 ws-nb-partiels PIC 9(4) VALUE ZERO.
       01 ws-nb-non-affectes PIC 9(4) VALUE ZERO.
       01 ws-nb-acomptes PIC 9(4) VALUE ZERO.
       01 ws-nb-en-suspens PIC 9(4) VALUE ZERO.
       01 ws-total-impute PIC 9(11)V99 VALUE ZERO.
       01 ws-total-non-affecte PIC 9(11)V99 VALUE ZERO.

       77 F-Virement PIC X VALUE "V".
       77 F-Virement-Externe-Recu PIC X VALUE "E".
       77 F-Annul-Credit PIC X VALUE "X".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Imputation des virements clients ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.

           OPEN INPUT encaissements-config.
           IF ws-status-config NOT = '00'
               DISPLAY "encaissements-config.dat absent - compte de la "
                   "boutique inconnu, rien n'est impute."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           READ encaissements-config
               AT END
                   MOVE ZERO TO ENF-COMPTE-BOUTIQUE
           END-READ.
           MOVE ENF-COMPTE-BOUTIQUE TO ws-compte-boutique.
           CLOSE encaissements-config.

      *> Le registre s'ouvre avant la lecture des credits : ceux qui
      *> debordent de la table y entrent aussitot.
           OPEN I-O encaissements-virements.
           IF ws-status-encaissements = '35'
               OPEN OUTPUT encaissements-virements
               CLOSE encaissements-virements
               OPEN I-O encaissements-virements
           END-IF.
           IF ws-status-encaissements NOT = '00'
               DISPLAY "Impossible d'ouvrir encaissements-virements.dat"
                   " (statut " ws-status-encaissements ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CHARGER-CREDITS.
           PERFORM GARNIR-REFERENCES.

           OPEN I-O encours-clients.
           IF ws-status-encours = '35'
               OPEN OUTPUT encours-clients
               CLOSE encours-clients
               OPEN I-O encours-clients
           END-IF.
           IF ws-status-encours NOT = '00'
               DISPLAY "Impossible d'ouvrir encours-clients.dat "
                   "(statut " ws-status-encours ")."
               CLOSE encaissements-virements
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Pas de registre des acomptes = aucun acompte demande : une
      *> reference DEVIS passe alors en non affecte.
           OPEN I-O acomptes-devis.
           IF ws-status-acompte = '00'
               MOVE 'O' TO ws-acomptes-ouverts
           END-IF.

           STRING "encaissements-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-rapport
           END-STRING.
           OPEN OUTPUT rapport-encaissements.
           MOVE SPACES TO ligne-rapport.
           STRING "IMPUTATION DES VIREMENTS DU " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               " - COMPTE " DELIMITED BY SIZE
               ws-compte-boutique DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           IF ws-nb-hors-table > ZERO
               MOVE SPACES TO ligne-rapport
               STRING "  " DELIMITED BY SIZE
                   ws-nb-hors-table DELIMITED BY SIZE
                   " credit(s) au-dela de la table - non affectes,"
                       DELIMITED BY SIZE
                   " motif T" DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
               WRITE ligne-rapport
           END-IF.

           PERFORM TRAITER-CREDIT
               VARYING ws-idx FROM 1 BY 1
               UNTIL ws-idx > ws-nb-credits.
           PERFORM LISTER-NON-AFFECTES.

           CLOSE rapport-encaissements.
           IF AcomptesOuverts
               CLOSE acomptes-devis
           END-IF.
           CLOSE encaissements-virements.
           CLOSE encours-clients.

           DISPLAY "Credits du jour      : " ws-nb-credits.
           DISPLAY "Deja traites         : " ws-nb-deja-vus.
           IF ws-nb-hors-table > ZERO
               DISPLAY "Hors table (motif T) : " ws-nb-hors-table
           END-IF.
           DISPLAY "Factures soldees     : " ws-nb-soldes.
           DISPLAY "Reglements partiels  : " ws-nb-partiels.
           DISPLAY "Acomptes de devis    : " ws-nb-acomptes.
           DISPLAY "Total impute         : " ws-total-impute.
           DISPLAY "Non affectes du jour : " ws-nb-non-affectes
               " pour " ws-total-non-affecte.
           DISPLAY "Non affectes a traiter (tous jours) : "
               ws-nb-en-suspens " (" ws-nom-rapport ")".
           PERFORM ECRIRE-SYNTHESE-JOURNAL.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      *> Une passe des ecritures du compte de la boutique (cle
      *> alternee H-Compte) : les credits du jour entrent en table,
      *> les "X" marquent leur cible extournee via H-Ref.  Au-dela
      *> de 1000 credits, la lecture continue : le surplus passe au
      *> registre en non affecte, et un "X" retire de la liste un
      *> credit hors table qu'il extourne.
       CHARGER-CREDITS.
           MOVE 'N' TO ws-fin-historique.
           OPEN INPUT historique.
           IF ws-file-status NOT = '00'
               DISPLAY "Aucun historique disponible (statut "
                   ws-file-status ")."
               CLOSE historique
           ELSE
               MOVE ws-compte-boutique TO H-Compte
               START historique KEY IS = H-Compte
                   INVALID KEY
                       MOVE 'O' TO ws-fin-historique
               END-START
               PERFORM LIRE-ECRITURE-SUIVANTE
               PERFORM COLLECTER-CREDIT
                   UNTIL ws-fin-lecture-historique
                       OR H-Compte NOT = ws-compte-boutique
               CLOSE historique
           END-IF.

       LIRE-ECRITURE-SUIVANTE.
           IF NOT ws-fin-lecture-historique
               READ historique NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-historique
               END-READ
           END-IF.

       COLLECTER-CREDIT.
           IF H-Date = ws-date-jour
                   AND (H-Action = F-Virement-Externe-Recu
                       OR H-Action = F-Virement)
               IF ws-nb-credits >= 1000
                   PERFORM ECARTER-CREDIT-HORS-TABLE
               ELSE
                   ADD 1 TO ws-nb-credits
                   MOVE H-Seq TO TC-Seq (ws-nb-credits)
                   MOVE H-Action TO TC-Action (ws-nb-credits)
                   MOVE H-Montant TO TC-Montant (ws-nb-credits)
                   MOVE 'N' TO TC-Annule (ws-nb-credits)
                   MOVE SPACES TO TC-Reference (ws-nb-credits)
               END-IF
           END-IF.
           IF H-Action = F-Annul-Credit
               PERFORM MARQUER-CREDIT-EXTOURNE
                   VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-nb-credits
               PERFORM RETIRER-CREDIT-HORS-TABLE
           END-IF.
           PERFORM LIRE-ECRITURE-SUIVANTE.

       MARQUER-CREDIT-EXTOURNE.
           IF TC-Seq (ws-idx) = H-Ref
               MOVE 'O' TO TC-Annule (ws-idx)
           END-IF.

      *> Un credit hors table deja au registre a ete vu par une passe
      *> precedente - il y reste tel quel.
       ECARTER-CREDIT-HORS-TABLE.
           MOVE H-Seq TO ENV-SEQ.
           READ encaissements-virements KEY IS ENV-SEQ
               INVALID KEY
                   MOVE 'N' TO ws-deja-vu-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-deja-vu-flag
           END-READ.
           IF ws-credit-deja-vu
               ADD 1 TO ws-nb-deja-vus
           ELSE
               MOVE H-Seq TO ENV-SEQ
               MOVE ws-date-jour TO ENV-DATE
               MOVE H-Montant TO ENV-MONTANT
               MOVE SPACES TO ENV-REFERENCE
               MOVE ZERO TO ENV-FACTURE
               MOVE ZERO TO ENV-DEVIS
               MOVE H-Montant TO ENV-NON-AFFECTE
               MOVE 'N' TO ENV-STATUT
               MOVE 'T' TO ENV-MOTIF
               WRITE ENCAISSEMENT-VIREMENT-RECORD
               IF ws-status-encaissements NOT = '00'
                   DISPLAY "ERREUR E/S sur encaissements-virements.dat"
                   DISPLAY "Code statut: " ws-status-encaissements
                   CLOSE historique
                   CLOSE encaissements-virements
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               IF ws-premier-hors-table = ZERO
                   MOVE H-Seq TO ws-premier-hors-table
               END-IF
               ADD 1 TO ws-nb-hors-table
               ADD 1 TO ws-nb-non-affectes
               ADD H-Montant TO ws-total-non-affecte
           END-IF.

      *> Seul un credit hors table encore a traiter sort du registre :
      *> un credit impute ou affecte a la main n'y est pas touche.
       RETIRER-CREDIT-HORS-TABLE.
           MOVE H-Ref TO ENV-SEQ.
           READ encaissements-virements KEY IS ENV-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENV-HORS-TABLE AND ENV-A-TRAITER
                       PERFORM SUPPRIMER-CREDIT-HORS-TABLE
                   END-IF
           END-READ.

       SUPPRIMER-CREDIT-HORS-TABLE.
           DELETE encaissements-virements RECORD.
           IF ws-status-encaissements NOT = '00'
               DISPLAY "ERREUR E/S sur encaissements-virements.dat"
                   " (statut " ws-status-encaissements ") - Seq "
                   ENV-SEQ
           ELSE
               IF ws-premier-hors-table NOT = ZERO
                       AND ENV-SEQ >= ws-premier-hors-table
                   SUBTRACT 1 FROM ws-nb-hors-table
                   SUBTRACT 1 FROM ws-nb-non-affectes
                   SUBTRACT ENV-MONTANT FROM ws-total-non-affecte
               END-IF
           END-IF.

      *> Premiere ligne -traites du jour, du compte et du montant d'un
      *> virement "E" encore sans reference - chaque ligne ne sert
      *> qu'un credit.  Sans ligne d'audit, le credit reste sans
      *> reference et passe en non affecte.
       GARNIR-REFERENCES.
           MOVE 'N' TO ws-fin-traites.
           OPEN INPUT virements-traites.
           IF ws-status-traites = '00'
               PERFORM LIRE-TRAITE-SUIVANT
               PERFORM APPARIER-REFERENCE
                   UNTIL ws-fin-lecture-traites
               CLOSE virements-traites
           END-IF.

       LIRE-TRAITE-SUIVANT.
           READ virements-traites
               AT END
                   MOVE 'O' TO ws-fin-traites
           END-READ.

       APPARIER-REFERENCE.
           IF VEN-COMPTE = ws-compte-boutique
                   AND VEN-DATE = ws-date-jour
               PERFORM PRENDRE-REFERENCE
                   VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-nb-credits
           END-IF.
           PERFORM LIRE-TRAITE-SUIVANT.

       PRENDRE-REFERENCE.
           IF TC-Action (ws-idx) = F-Virement-Externe-Recu
                   AND TC-Montant (ws-idx) = VEN-MONTANT
                   AND TC-Reference (ws-idx) = SPACES
               MOVE VEN-REFERENCE TO TC-Reference (ws-idx)
               MOVE ws-nb-credits TO ws-idx
           END-IF.

      *> Un credit deja au registre a ete traite par une passe
      *> precedente - il ne se reimpute pas.
       TRAITER-CREDIT.
           MOVE TC-Seq (ws-idx) TO ENV-SEQ.
           READ encaissements-virements KEY IS ENV-SEQ
               INVALID KEY
                   MOVE 'N' TO ws-deja-vu-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-deja-vu-flag
           END-READ.
           IF ws-credit-deja-vu
               ADD 1 TO ws-nb-deja-vus
           ELSE
               IF TC-Annule (ws-idx) = 'N'
                   PERFORM IMPUTER-CREDIT
               END-IF
           END-IF.

       IMPUTER-CREDIT.
           MOVE TC-Seq (ws-idx) TO ENV-SEQ.
           MOVE ws-date-jour TO ENV-DATE.
           MOVE TC-Montant (ws-idx) TO ENV-MONTANT.
           MOVE TC-Reference (ws-idx) TO ENV-REFERENCE.
           MOVE ZERO TO ENV-FACTURE.
           MOVE ZERO TO ENV-DEVIS.
           MOVE SPACE TO ENV-MOTIF.
           MOVE TC-Reference (ws-idx) TO ws-reference.
           INSPECT ws-reference CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO ws-nb-mots-devis.
           INSPECT ws-reference TALLYING ws-nb-mots-devis
               FOR ALL "DEVIS" ALL "ACOMPTE".
           IF ws-nb-mots-devis > ZERO
               MOVE 'D' TO ws-reference-flag
               PERFORM CONTROLER-ACOMPTE-REFERENCE
           ELSE
               MOVE 'F' TO ws-reference-flag
               PERFORM CONTROLER-FACTURE-REFERENCE
           END-IF.
           IF ENV-MOTIF = SPACE
               IF ReferenceDevis
                   PERFORM REGLER-ACOMPTE
               ELSE
                   PERFORM REGLER-FACTURE
               END-IF
           ELSE
               MOVE TC-Montant (ws-idx) TO ENV-NON-AFFECTE
               MOVE 'N' TO ENV-STATUT
               ADD 1 TO ws-nb-non-affectes
               ADD TC-Montant (ws-idx) TO ws-total-non-affecte
               PERFORM ECRIRE-LIGNE-NON-AFFECTE
           END-IF.
           WRITE ENCAISSEMENT-VIREMENT-RECORD.
           IF ws-status-encaissements NOT = '00'
               DISPLAY "ERREUR E/S sur encaissements-virements.dat"
               DISPLAY "Code statut: " ws-status-encaissements
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       CONTROLER-FACTURE-REFERENCE.
           PERFORM CHERCHER-FACTURE-REFERENCE.
           EVALUATE TRUE
               WHEN NOT ws-facture-trouvee
                   MOVE 'I' TO ENV-MOTIF
               WHEN FAC-SOLDEE
                   MOVE 'S' TO ENV-MOTIF
               WHEN OTHER
                   COMPUTE ws-reste-du = FAC-MONTANT - FAC-REGLE
                   IF TC-Montant (ws-idx) > ws-reste-du
                       MOVE 'X' TO ENV-MOTIF
                   END-IF
           END-EVALUATE.

      *> Meme plafond qu'une facture : rien au-dela du reste du de
      *> l'acompte, et un acompte paye ou deja deduit ne recoit plus
      *> rien.
       CONTROLER-ACOMPTE-REFERENCE.
           MOVE 'N' TO ws-acompte-flag.
           IF AcomptesOuverts
               PERFORM CHERCHER-FACTURE-REFERENCE
           END-IF.
           EVALUATE TRUE
               WHEN NOT ws-acompte-trouve
                   MOVE 'D' TO ENV-MOTIF
               WHEN NOT ACP-ATTENDU
                   MOVE ACP-DEVIS TO ENV-DEVIS
                   MOVE 'R' TO ENV-MOTIF
               WHEN OTHER
                   MOVE ACP-DEVIS TO ENV-DEVIS
                   COMPUTE ws-reste-du =
                       ACP-MONTANT-DU - ACP-MONTANT-RECU
                   IF TC-Montant (ws-idx) > ws-reste-du
                       MOVE 'X' TO ENV-MOTIF
                   END-IF
           END-EVALUATE.

      *> Meme regle que l'encaissement manuel de ComptesClients : la
      *> facture passe soldee quand tout est regle.
       REGLER-FACTURE.
           ADD TC-Montant (ws-idx) TO FAC-REGLE.
           IF FAC-REGLE >= FAC-MONTANT
               MOVE 'S' TO FAC-STATUT
               ADD 1 TO ws-nb-soldes
               MOVE "solde la facture" TO ws-libelle
           ELSE
               ADD 1 TO ws-nb-partiels
               MOVE "reglement partiel" TO ws-libelle
           END-IF.
           REWRITE ENCOURS-CLIENT-RECORD.
           IF ws-status-encours NOT = '00'
               DISPLAY "ERREUR E/S sur encours-clients.dat"
               DISPLAY "Code statut: " ws-status-encours
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FAC-NUMERO TO ENV-FACTURE.
           MOVE ZERO TO ENV-NON-AFFECTE.
           MOVE 'A' TO ENV-STATUT.
           ADD TC-Montant (ws-idx) TO ws-total-impute.
           MOVE TC-Montant (ws-idx) TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "  Seq " DELIMITED BY SIZE
               TC-Seq (ws-idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               " facture " DELIMITED BY SIZE
               FAC-NUMERO DELIMITED BY SIZE
               " client " DELIMITED BY SIZE
               FAC-CLIENT DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               ws-libelle DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

      *> L'acompte passe paye quand tout le montant demande est recu -
      *> OrdresTravaux peut alors planifier le chantier.
       REGLER-ACOMPTE.
           ADD TC-Montant (ws-idx) TO ACP-MONTANT-RECU.
           MOVE ws-date-jour TO ACP-DATE-RECU.
           MOVE 'V' TO ACP-ORIGINE.
           IF ACP-MONTANT-RECU >= ACP-MONTANT-DU
               MOVE 'P' TO ACP-STATUT
               MOVE "acompte paye" TO ws-libelle
           ELSE
               MOVE "acompte partiel" TO ws-libelle
           END-IF.
           REWRITE ACOMPTE-DEVIS-RECORD.
           IF ws-status-acompte NOT = '00'
               DISPLAY "ERREUR E/S sur acomptes-devis.dat"
               DISPLAY "Code statut: " ws-status-acompte
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO ws-nb-acomptes.
           MOVE ZERO TO ENV-NON-AFFECTE.
           MOVE 'A' TO ENV-STATUT.
           ADD TC-Montant (ws-idx) TO ws-total-impute.
           MOVE TC-Montant (ws-idx) TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "  Seq " DELIMITED BY SIZE
               TC-Seq (ws-idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               " devis " DELIMITED BY SIZE
               ACP-DEVIS DELIMITED BY SIZE
               " client " DELIMITED BY SIZE
               ACP-CLIENT DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               ws-libelle DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

       ECRIRE-LIGNE-NON-AFFECTE.
           EVALUATE TRUE
               WHEN ENV-FACTURE-SOLDEE
                   MOVE "facture deja soldee" TO ws-libelle
               WHEN ENV-EXCEDENT
                   MOVE "au-dela du reste du" TO ws-libelle
               WHEN ENV-SANS-ACOMPTE
                   MOVE "aucun acompte attendu reconnu" TO ws-libelle
               WHEN ENV-ACOMPTE-REGLE
                   MOVE "acompte deja regle" TO ws-libelle
               WHEN OTHER
                   MOVE "aucune facture reconnue" TO ws-libelle
           END-EVALUATE.
           MOVE TC-Montant (ws-idx) TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "  Seq " DELIMITED BY SIZE
               TC-Seq (ws-idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               " NON AFFECTE : " DELIMITED BY SIZE
               ws-libelle DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

      *> Cherche dans ws-reference le premier nombre de 1 a 6
      *> chiffres qui est un numero de facture connu (ou de devis a
      *> acompte, si la reference parle d'un devis) - le record
      *> reste alors en zone.  La position 21 ferme un nombre qui
      *> finit la reference.
       CHERCHER-FACTURE-REFERENCE.
           MOVE 'N' TO ws-facture-flag.
           MOVE 'N' TO ws-acompte-flag.
           MOVE ZERO TO ws-nombre.
           MOVE ZERO TO ws-nb-chiffres.
           PERFORM EXAMINER-CARACTERE
               VARYING ws-pos FROM 1 BY 1
               UNTIL ws-pos > 21 OR ws-facture-trouvee
                   OR ws-acompte-trouve.

       EXAMINER-CARACTERE.
           IF ws-pos > 20
               MOVE SPACE TO ws-car
           ELSE
               MOVE ws-reference (ws-pos:1) TO ws-car
           END-IF.
           IF ws-car IS NUMERIC
               ADD 1 TO ws-nb-chiffres
               IF ws-nb-chiffres <= 6
                   COMPUTE ws-nombre = ws-nombre * 10 + ws-chiffre
               END-IF
           ELSE
               IF ws-nb-chiffres > ZERO
                   IF ws-nb-chiffres <= 6 AND ws-nombre > ZERO
                       IF ReferenceDevis
                           PERFORM LIRE-ACOMPTE-CANDIDAT
                       ELSE
                           PERFORM LIRE-FACTURE-CANDIDATE
                       END-IF
                   END-IF
                   MOVE ZERO TO ws-nombre
                   MOVE ZERO TO ws-nb-chiffres
               END-IF
           END-IF.

       LIRE-FACTURE-CANDIDATE.
           MOVE ws-nombre TO FAC-NUMERO.
           READ encours-clients KEY IS FAC-NUMERO
               INVALID KEY
                   MOVE 'N' TO ws-facture-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-facture-flag
           END-READ.

       LIRE-ACOMPTE-CANDIDAT.
           MOVE ws-nombre TO ACP-DEVIS.
           READ acomptes-devis KEY IS ACP-DEVIS
               INVALID KEY
                   MOVE 'N' TO ws-acompte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-acompte-flag
           END-READ.

      *> La liste de travail : tout ce qui reste a affecter, quel que
      *> soit le jour du credit.
       LISTER-NON-AFFECTES.
           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.
           MOVE "ENCAISSEMENTS NON AFFECTES A TRAITER (ComptesClients)"
               TO ligne-rapport.
           WRITE ligne-rapport.
           MOVE 'N' TO ws-fin-encaissements.
           MOVE ZERO TO ENV-SEQ.
           START encaissements-virements KEY IS >= ENV-SEQ
               INVALID KEY
                   MOVE 'O' TO ws-fin-encaissements
           END-START.
           PERFORM LIRE-ENCAISSEMENT-SUIVANT.
           PERFORM EDITER-NON-AFFECTE
               UNTIL ws-fin-lecture-encaissements.
           IF ws-nb-en-suspens = ZERO
               MOVE "  Aucun." TO ligne-rapport
               WRITE ligne-rapport
           END-IF.

       LIRE-ENCAISSEMENT-SUIVANT.
           IF NOT ws-fin-lecture-encaissements
               READ encaissements-virements NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-encaissements
               END-READ
           END-IF.

       EDITER-NON-AFFECTE.
           IF ENV-A-TRAITER
               ADD 1 TO ws-nb-en-suspens
               MOVE ENV-NON-AFFECTE TO ws-montant-edite
               MOVE SPACES TO ligne-rapport
               STRING "  Seq " DELIMITED BY SIZE
                   ENV-SEQ DELIMITED BY SIZE
                   " du " DELIMITED BY SIZE
                   ENV-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-montant-edite DELIMITED BY SIZE
                   " ref " DELIMITED BY SIZE
                   ENV-REFERENCE DELIMITED BY SIZE
                   " motif " DELIMITED BY SIZE
                   ENV-MOTIF DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
               WRITE ligne-rapport
           END-IF.
           PERFORM LIRE-ENCAISSEMENT-SUIVANT.

       ECRIRE-SYNTHESE-JOURNAL.
           OPEN EXTEND run-log.
           IF ws-status-journal = '35'
               OPEN OUTPUT run-log
           END-IF.
           ACCEPT ws-horodatage FROM TIME.
           MOVE ws-horodatage (1:6) TO ws-heure.
           MOVE "EncaissVirements" TO RL-ETAPE.
           MOVE ws-heure TO RL-DEBUT.
           MOVE ws-heure TO RL-FIN.
           MOVE ws-nb-non-affectes TO RL-STATUT.
           WRITE run-log-record.
           CLOSE run-log.
