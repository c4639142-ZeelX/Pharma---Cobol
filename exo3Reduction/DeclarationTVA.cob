       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeclarationTVA.

      *> Declaration de TVA pour une plage de dates (le trimestre) :
      *> la TVA se declarait depuis le total de pricing-audit.dat,
      *> sans le detail par categorie de taxe que la declaration
      *> demande.  Ce rapport cumule ventilation-tva.dat (voir
      *> TVAVENT.cpy) par categorie d'article (ART-CATEGORIE-TAXE) et
      *> par taux : base taxable et TVA collectee, les avoirs
      *> (TVV-SENS = A) retranches de la facture qu'ils annulent.
      *> Puis il rapproche chaque facture de la plage de son total au
      *> grand livre des encours (encours-clients.dat) et de la TVA
      *> de sa ligne d'audit, et liste toute facture dont la TVA ne
      *> retombe pas juste.
      *> Les factures anterieures a la ventilation n'ont pas de ligne
      *> ici : listees "sans ventilation", hors declaration.  Une
      *> facture a taux zero (frais de retard de RelancesClients.cob)
      *> est hors champ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ventilation-tva ASSIGN TO "ventilation-tva.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-ventilation.

           SELECT encours-clients ASSIGN TO "encours-clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUMERO
               FILE STATUS IS ws-status-encours.

           SELECT pricing-audit ASSIGN TO "pricing-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-audit.

       DATA DIVISION.
       FILE SECTION.
       FD ventilation-tva.
           COPY TVAVENT.

       FD encours-clients.
           COPY ENCCLI.

       FD pricing-audit.
           COPY AUDITPRC.

       WORKING-STORAGE SECTION.
       01 ws-status-ventilation PIC XX.
       01 ws-status-encours PIC XX.
       01 ws-status-audit PIC XX.
       01 ws-fin-ventilation PIC X VALUE 'N'.
           88 ws-fin-lecture-ventilation VALUE 'O'.
       01 ws-fin-encours PIC X VALUE 'N'.
           88 ws-fin-lecture-encours VALUE 'O'.
       01 ws-fin-audit PIC X VALUE 'N'.
           88 ws-fin-lecture-audit VALUE 'O'.

       01 ws-date-debut PIC 9(8).
       01 ws-date-fin PIC 9(8).
       01 ws-nb-categories PIC 9(2) VALUE ZERO.
       01 ws-nb-factures PIC 9(4) VALUE ZERO.
       01 ws-nb-rapprochees PIC 9(4) VALUE ZERO.
       01 ws-nb-anomalies PIC 9(4) VALUE ZERO.
       01 ws-nb-sans-ventilation PIC 9(4) VALUE ZERO.
       01 ws-nb-hors-champ PIC 9(4) VALUE ZERO.
       01 ws-anomalie-flag PIC X.
           88 ws-facture-en-anomalie VALUE 'O'.

       01 ws-base-nette PIC S9(13)V99.
       01 ws-tva-nette PIC S9(13)V99.
       01 ws-total-base PIC S9(13)V99 VALUE ZERO.
       01 ws-total-tva PIC S9(13)V99 VALUE ZERO.
       01 ws-total-encours PIC 9(13)V99 VALUE ZERO.
       01 ws-total-ventile PIC 9(13)V99 VALUE ZERO.
       01 ws-montant-ventile PIC 9(10)V99.
       01 ws-tva-attendue PIC 9(10)V99.
       01 ws-ecart PIC S9(10)V99.
       01 ws-montant-edite PIC -Z(12)9.99.
       01 ws-libelle-categorie PIC X(12).

      *> Un element par couple categorie / taux rencontre - meme
      *> principe que les tranches d'AnalyseRemises.cob.  Factures et
      *> avoirs se cumulent a part, la base nette est leur difference.
       01 TABLE-CATEGORIES.
           05 ENTREE-CATEGORIE OCCURS 20 TIMES
                   INDEXED BY Idx-Categorie.
               10 TC-Categorie PIC X.
               10 TC-Taux PIC 9(3)V99.
               10 TC-Nb-Factures PIC 9(6).
               10 TC-Nb-Avoirs PIC 9(6).
               10 TC-Base-Factures PIC 9(13)V99.
               10 TC-Tva-Factures PIC 9(13)V99.
               10 TC-Base-Avoirs PIC 9(13)V99.
               10 TC-Tva-Avoirs PIC 9(13)V99.

      *> Base et TVA ventilees de chaque facture de la plage, pour le
      *> rapprochement avec encours-clients.dat et pricing-audit.dat.
       01 TABLE-FACTURES.
           05 ENTREE-FACTURE OCCURS 2000 TIMES
                   INDEXED BY Idx-Facture.
               10 TF-Facture PIC 9(6).
               10 TF-Base PIC 9(10)V99.
               10 TF-Tva PIC 9(10)V99.
               10 TF-Tva-Audit PIC 9(10)V99.
               10 TF-Audit-Flag PIC X.
                   88 TF-Auditee VALUE 'O'.
               10 TF-Encours-Flag PIC X.
                   88 TF-Au-Grand-Livre VALUE 'O'.

       77 F-Max-Factures PIC 9(4) VALUE 2000.
       77 F-Tolerance PIC 9V99 VALUE 0.01.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "DeclarationTVA" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "=== Declaration de TVA ===".
           DISPLAY "Date de debut (AAAAMMJJ): ".
           ACCEPT ws-date-debut.
           DISPLAY "Date de fin (AAAAMMJJ): ".
           ACCEPT ws-date-fin.

           OPEN INPUT ventilation-tva.
           IF ws-status-ventilation NOT = '00'
               DISPLAY "Aucun ventilation-tva.dat (statut "
                   ws-status-ventilation ")."
               STOP RUN
           END-IF.
           PERFORM LIRE-VENTILATION-SUIVANTE.
           PERFORM CUMULER-VENTILATION UNTIL ws-fin-lecture-ventilation.
           CLOSE ventilation-tva.

           PERFORM EDITER-DECLARATION.
           PERFORM RELEVER-TVA-AUDIT.
           PERFORM RAPPROCHER-ENCOURS.
           PERFORM EDITER-RAPPROCHEMENT.
           STOP RUN.

       LIRE-VENTILATION-SUIVANTE.
           READ ventilation-tva
               AT END
                   MOVE 'O' TO ws-fin-ventilation
           END-READ.

      *> Une ligne d'avoir se cumule a part et se retranche a
      *> l'edition; seules les lignes de facture entrent au
      *> rapprochement.
       CUMULER-VENTILATION.
           IF TVV-DATE >= ws-date-debut AND TVV-DATE <= ws-date-fin
               PERFORM TROUVER-OU-CREER-CATEGORIE
               IF TVV-SENS = 'A'
                   ADD 1 TO TC-Nb-Avoirs (Idx-Categorie)
                   ADD TVV-BASE TO TC-Base-Avoirs (Idx-Categorie)
                   ADD TVV-TVA TO TC-Tva-Avoirs (Idx-Categorie)
               ELSE
                   ADD 1 TO TC-Nb-Factures (Idx-Categorie)
                   ADD TVV-BASE TO TC-Base-Factures (Idx-Categorie)
                   ADD TVV-TVA TO TC-Tva-Factures (Idx-Categorie)
                   PERFORM TROUVER-OU-CREER-FACTURE
                   ADD TVV-BASE TO TF-Base (Idx-Facture)
                   ADD TVV-TVA TO TF-Tva (Idx-Facture)
               END-IF
           END-IF.
           PERFORM LIRE-VENTILATION-SUIVANTE.

       TROUVER-OU-CREER-CATEGORIE.
           SET Idx-Categorie TO 1.
           SEARCH ENTREE-CATEGORIE
               AT END
                   DISPLAY "Trop de categories / taux distincts "
                       "(limite 20 atteinte) - traitement annule."
                   STOP RUN
               WHEN Idx-Categorie > ws-nb-categories
                   ADD 1 TO ws-nb-categories
                   MOVE TVV-CATEGORIE TO TC-Categorie (Idx-Categorie)
                   MOVE TVV-TAUX TO TC-Taux (Idx-Categorie)
                   MOVE ZERO TO TC-Nb-Factures (Idx-Categorie)
                   MOVE ZERO TO TC-Nb-Avoirs (Idx-Categorie)
                   MOVE ZERO TO TC-Base-Factures (Idx-Categorie)
                   MOVE ZERO TO TC-Tva-Factures (Idx-Categorie)
                   MOVE ZERO TO TC-Base-Avoirs (Idx-Categorie)
                   MOVE ZERO TO TC-Tva-Avoirs (Idx-Categorie)
               WHEN TC-Categorie (Idx-Categorie) = TVV-CATEGORIE
                       AND TC-Taux (Idx-Categorie) = TVV-TAUX
                   CONTINUE
           END-SEARCH.

       TROUVER-OU-CREER-FACTURE.
           SET Idx-Facture TO 1.
           SEARCH ENTREE-FACTURE
               AT END
                   DISPLAY "Plus de " F-Max-Factures " factures dans "
                       "la plage - traitement annule, reduire la "
                       "plage de dates."
                   STOP RUN
               WHEN Idx-Facture > ws-nb-factures
                   ADD 1 TO ws-nb-factures
                   MOVE TVV-FACTURE TO TF-Facture (Idx-Facture)
                   MOVE ZERO TO TF-Base (Idx-Facture)
                   MOVE ZERO TO TF-Tva (Idx-Facture)
                   MOVE ZERO TO TF-Tva-Audit (Idx-Facture)
                   MOVE 'N' TO TF-Audit-Flag (Idx-Facture)
                   MOVE 'N' TO TF-Encours-Flag (Idx-Facture)
               WHEN TF-Facture (Idx-Facture) = TVV-FACTURE
                   CONTINUE
           END-SEARCH.

      *> Recherche seule, sans creation - Idx-Facture au-dela de
      *> ws-nb-factures si la facture n'a pas ete ventilee.
       CHERCHER-FACTURE-VENTILEE.
           SET Idx-Facture TO 1.
           SEARCH ENTREE-FACTURE
               AT END
                   CONTINUE
               WHEN Idx-Facture > ws-nb-factures
                   CONTINUE
               WHEN TF-Facture (Idx-Facture) = FAC-NUMERO
                   CONTINUE
           END-SEARCH.

       EDITER-DECLARATION.
           DISPLAY " ".
           DISPLAY "Periode du " ws-date-debut " au " ws-date-fin.
           IF ws-nb-categories = ZERO
               DISPLAY "Aucune ligne ventilee dans la plage."
           END-IF.
           PERFORM EDITER-CATEGORIE
               VARYING Idx-Categorie FROM 1 BY 1
               UNTIL Idx-Categorie > ws-nb-categories.
           DISPLAY " ".
           DISPLAY "Total a declarer :".
           MOVE ws-total-base TO ws-montant-edite.
           DISPLAY "  Base taxable nette    : " ws-montant-edite.
           MOVE ws-total-tva TO ws-montant-edite.
           DISPLAY "  TVA collectee nette   : " ws-montant-edite.

       EDITER-CATEGORIE.
           EVALUATE TC-Categorie (Idx-Categorie)
               WHEN 'N'
                   MOVE "normale" TO ws-libelle-categorie
               WHEN 'R'
                   MOVE "reduite" TO ws-libelle-categorie
               WHEN OTHER
                   MOVE TC-Categorie (Idx-Categorie)
                       TO ws-libelle-categorie
           END-EVALUATE.
           COMPUTE ws-base-nette =
               TC-Base-Factures (Idx-Categorie)
               - TC-Base-Avoirs (Idx-Categorie).
           COMPUTE ws-tva-nette =
               TC-Tva-Factures (Idx-Categorie)
               - TC-Tva-Avoirs (Idx-Categorie).
           ADD ws-base-nette TO ws-total-base.
           ADD ws-tva-nette TO ws-total-tva.
           DISPLAY " ".
           DISPLAY "Categorie " ws-libelle-categorie " au taux "
               TC-Taux (Idx-Categorie) " :".
           DISPLAY "  Factures              : "
               TC-Nb-Factures (Idx-Categorie).
           MOVE TC-Base-Factures (Idx-Categorie) TO ws-montant-edite.
           DISPLAY "    base                : " ws-montant-edite.
           MOVE TC-Tva-Factures (Idx-Categorie) TO ws-montant-edite.
           DISPLAY "    TVA                 : " ws-montant-edite.
           DISPLAY "  Avoirs                : "
               TC-Nb-Avoirs (Idx-Categorie).
           MOVE TC-Base-Avoirs (Idx-Categorie) TO ws-montant-edite.
           DISPLAY "    base                : " ws-montant-edite.
           MOVE TC-Tva-Avoirs (Idx-Categorie) TO ws-montant-edite.
           DISPLAY "    TVA                 : " ws-montant-edite.
           MOVE ws-base-nette TO ws-montant-edite.
           DISPLAY "  Base taxable nette    : " ws-montant-edite.
           MOVE ws-tva-nette TO ws-montant-edite.
           DISPLAY "  TVA collectee nette   : " ws-montant-edite.

      *> La TVA que la tarification a posee sur chaque facture - une
      *> ligne d'avant l'elargissement de l'audit (detail a espaces)
      *> ne se rapproche pas.  Sans pricing-audit.dat, le rapprochement
      *> se fait sur le grand livre seul.
       RELEVER-TVA-AUDIT.
           OPEN INPUT pricing-audit.
           IF ws-status-audit = '00'
               PERFORM LIRE-AUDIT-SUIVANT
               PERFORM RELEVER-LIGNE-AUDIT UNTIL ws-fin-lecture-audit
               CLOSE pricing-audit
           ELSE
               DISPLAY " "
               DISPLAY "Aucun pricing-audit.dat (statut "
                   ws-status-audit ") - TVA non rapprochee de l'audit."
           END-IF.

       LIRE-AUDIT-SUIVANT.
           READ pricing-audit
               AT END
                   MOVE 'O' TO ws-fin-audit
           END-READ.

       RELEVER-LIGNE-AUDIT.
           IF AUD-SENS NOT = 'A' AND AUD-FACTURE NUMERIC
                   AND AUD-MONTANT-TVA NUMERIC
               IF AUD-FACTURE > ZERO
                   MOVE AUD-FACTURE TO FAC-NUMERO
                   PERFORM CHERCHER-FACTURE-VENTILEE
                   IF Idx-Facture NOT > ws-nb-factures
                       MOVE AUD-MONTANT-TVA
                           TO TF-Tva-Audit (Idx-Facture)
                       MOVE 'O' TO TF-Audit-Flag (Idx-Facture)
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-AUDIT-SUIVANT.

      *> Chaque facture du grand livre datee dans la plage : base +
      *> TVA ventilees = net de la facture, TVA = base x taux fige de
      *> la facture (a l'arrondi pres), TVA = celle de l'audit.
       RAPPROCHER-ENCOURS.
           DISPLAY " ".
           DISPLAY "=== Rapprochement avec le grand livre ===".
           OPEN INPUT encours-clients.
           IF ws-status-encours NOT = '00'
               DISPLAY "encours-clients.dat indisponible (statut "
                   ws-status-encours ") - rapprochement impossible."
           ELSE
               MOVE ZERO TO FAC-NUMERO
               START encours-clients KEY IS >= FAC-NUMERO
                   INVALID KEY
                       MOVE 'O' TO ws-fin-encours
               END-START
               IF NOT ws-fin-lecture-encours
                   PERFORM LIRE-ENCOURS-SUIVANT
               END-IF
               PERFORM RAPPROCHER-FACTURE UNTIL ws-fin-lecture-encours
               CLOSE encours-clients
           END-IF.
           PERFORM LISTER-VENTILEE-SANS-FACTURE
               VARYING Idx-Facture FROM 1 BY 1
               UNTIL Idx-Facture > ws-nb-factures.

       LIRE-ENCOURS-SUIVANT.
           READ encours-clients NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-encours
           END-READ.

       RAPPROCHER-FACTURE.
           IF FAC-DATE >= ws-date-debut AND FAC-DATE <= ws-date-fin
               ADD FAC-MONTANT TO ws-total-encours
               PERFORM CHERCHER-FACTURE-VENTILEE
               IF Idx-Facture > ws-nb-factures
                   IF FAC-TAUX-TVA = ZERO
                       ADD 1 TO ws-nb-hors-champ
                   ELSE
                       ADD 1 TO ws-nb-sans-ventilation
                       MOVE FAC-MONTANT TO ws-montant-edite
                       DISPLAY "  Facture " FAC-NUMERO
                           " sans ventilation - net " ws-montant-edite
                   END-IF
               ELSE
                   MOVE 'O' TO TF-Encours-Flag (Idx-Facture)
                   PERFORM CONTROLER-FACTURE
               END-IF
           END-IF.
           PERFORM LIRE-ENCOURS-SUIVANT.

       CONTROLER-FACTURE.
           MOVE 'N' TO ws-anomalie-flag.
           COMPUTE ws-montant-ventile =
               TF-Base (Idx-Facture) + TF-Tva (Idx-Facture).
           ADD ws-montant-ventile TO ws-total-ventile.
           IF ws-montant-ventile NOT = FAC-MONTANT
               MOVE 'O' TO ws-anomalie-flag
               DISPLAY "  Facture " FAC-NUMERO " : base + TVA "
                   ws-montant-ventile " <> net au grand livre "
                   FAC-MONTANT
           END-IF.
           COMPUTE ws-tva-attendue ROUNDED =
               TF-Base (Idx-Facture) * FAC-TAUX-TVA.
           COMPUTE ws-ecart = TF-Tva (Idx-Facture) - ws-tva-attendue.
           IF ws-ecart > F-Tolerance OR ws-ecart < - F-Tolerance
               MOVE 'O' TO ws-anomalie-flag
               DISPLAY "  Facture " FAC-NUMERO " : TVA "
                   TF-Tva (Idx-Facture) " <> base x taux "
                   FAC-TAUX-TVA " = " ws-tva-attendue
           END-IF.
           IF TF-Auditee (Idx-Facture)
                   AND TF-Tva-Audit (Idx-Facture)
                       NOT = TF-Tva (Idx-Facture)
               MOVE 'O' TO ws-anomalie-flag
               DISPLAY "  Facture " FAC-NUMERO " : TVA ventilee "
                   TF-Tva (Idx-Facture) " <> TVA de l'audit "
                   TF-Tva-Audit (Idx-Facture)
           END-IF.
           IF ws-facture-en-anomalie
               ADD 1 TO ws-nb-anomalies
           ELSE
               ADD 1 TO ws-nb-rapprochees
           END-IF.

       LISTER-VENTILEE-SANS-FACTURE.
           IF NOT TF-Au-Grand-Livre (Idx-Facture)
               ADD 1 TO ws-nb-anomalies
               DISPLAY "  Facture " TF-Facture (Idx-Facture)
                   " ventilee mais absente du grand livre "
                   "(ou datee hors plage)"
           END-IF.

       EDITER-RAPPROCHEMENT.
           DISPLAY " ".
           MOVE ws-total-encours TO ws-montant-edite.
           DISPLAY "Net des factures au grand livre : "
               ws-montant-edite.
           MOVE ws-total-ventile TO ws-montant-edite.
           DISPLAY "Dont ventile (base + TVA)      : " ws-montant-edite.
           DISPLAY "Factures rapprochees           : "
               ws-nb-rapprochees.
           DISPLAY "Factures en anomalie           : " ws-nb-anomalies.
           DISPLAY "Factures sans ventilation      : "
               ws-nb-sans-ventilation.
           DISPLAY "Factures hors champ (taux 0)   : " ws-nb-hors-champ.

       COPY ACCESPROC.
