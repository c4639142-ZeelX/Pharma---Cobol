      *> image-imprimante que la facture), la ligne d'audit part dans
      *> pricing-audit.dat marquee AUD-SENS 'A' (AnalyseRemises et la
      *> fin de journee la retranchent), et l'avoir s'impute sur
      *> l'encours de la facture comme un reglement.  Les quantites
      *> reprises d'un article du tarif reviennent en stock.
      *> Une promotion a montant FIXE ne se reprorate pas sur une
      *> reprise partielle : elle n'est pas re-rendue, avec message -
      *> plutot un avoir legerement favorable au client qu'une regle
               RECORD KEY IS FAC-NUMERO
               FILE STATUS IS ws-status-encours.

      *> Les designations des lignes reprises viennent du tarif, et
      *> les quantites reprises y retournent en stock.
           SELECT articles ASSIGN TO "articles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-audit.

      *> L'avoir ventile sa TVA comme la facture (voir TVAVENT.cpy),
      *> en sens A, pour se retrancher dans la declaration de TVA.
           SELECT ventilation-tva ASSIGN TO "ventilation-tva.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-ventilation.

       DATA DIVISION.
       FILE SECTION.
       FD encours-clients.
       FD pricing-audit.
           COPY AUDITPRC.

       FD ventilation-tva.
           COPY TVAVENT.

       WORKING-STORAGE SECTION.
       01 ws-status-encours PIC XX.
       01 ws-status-articles PIC XX.
       01 ws-status-avoir PIC XX.
       01 ws-status-seq-avoir PIC XX.
       01 ws-status-audit PIC XX.
       01 ws-status-ventilation PIC XX.

       01 ws-date-jour PIC 9(8).
       01 NumeroFacture PIC 9(6).
               10 TR-Designation PIC X(20).
               10 TR-Quantite PIC 9(5).
               10 TR-Montant PIC 9(10)V99.
               10 TR-Categorie PIC X.

      *> Brut repris par categorie de taxe (voir TVAVENTPROC.cpy).
       01 ws-vent-nb PIC 9(2) VALUE ZERO.
       01 TABLE-VENTILATION-TVA.
           05 ENTREE-VENT OCCURS 10 TIMES INDEXED BY Idx-Vent.
               10 TVC-Categorie PIC X.
               10 TVC-Brut PIC 9(10)V99.
       01 ws-vent-categorie PIC X.
       01 ws-vent-montant PIC 9(10)V99.
       01 ws-vent-brut PIC 9(10)V99.
       01 ws-vent-ht PIC 9(10)V99.
       01 ws-vent-tva PIC 9(10)V99.
       01 ws-vent-date PIC 9(8).
       01 ws-vent-facture PIC 9(6).
       01 ws-vent-avoir PIC 9(6).
       01 ws-vent-sens PIC X.
       01 ws-vent-taux PIC 9(3)V99.
       01 ws-vent-base-cumul PIC 9(10)V99.
       01 ws-vent-tva-cumul PIC 9(10)V99.
       01 ws-vent-reste PIC S9(10)V99.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "AvoirClient" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "=== Avoir sur facture ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.

           PERFORM PROCHAIN-NUMERO-AVOIR.
           PERFORM EDITER-DOCUMENT-AVOIR.
           PERFORM POSER-AUDIT-AVOIR.
           PERFORM VENTILER-TVA-AVOIR.
           PERFORM IMPUTER-SUR-ENCOURS.
           CLOSE encours-clients.
           PERFORM REMETTRE-EN-STOCK.
           DISPLAY "Avoir " ws-numero-avoir " emis pour "
               ws-net-avoir " sur la facture " NumeroFacture ".".
           STOP RUN.
               END-IF
           END-IF.

      *> Un code absent du tarif reprend au taux normal.
       CHERCHER-DESIGNATION.
           MOVE ws-code-saisi TO TR-Designation (ws-nb-lignes).
           MOVE 'N' TO TR-Categorie (ws-nb-lignes).
           IF ws-status-articles = '00'
               MOVE ws-code-saisi TO ART-CODE
               READ articles KEY IS ART-CODE
                   NOT INVALID KEY
                       MOVE ART-DESIGNATION
                           TO TR-Designation (ws-nb-lignes)
                       MOVE ART-CATEGORIE-TAXE
                           TO TR-Categorie (ws-nb-lignes)
               END-READ
           END-IF.

           MOVE FAC-CLIENT TO AUD-CLIENT.
           MOVE ZERO TO AUD-DEROGATIONS.
           MOVE 'A' TO AUD-SENS.
           MOVE ZERO TO AUD-DATE-COMMANDE.
           WRITE audit-record.
           IF ws-status-audit NOT = '00'
               DISPLAY "ERREUR E/S sur pricing-audit.dat"
           COMPUTE ws-reste-facture = FAC-MONTANT - FAC-REGLE.
           REWRITE ENCOURS-CLIENT-RECORD.
           DISPLAY "Reste du sur la facture : " ws-reste-facture.

      *> Une ligne dont le code n'est pas au tarif ne revient pas en
      *> stock - signale, l'avoir reste emis.
       REMETTRE-EN-STOCK.
           OPEN I-O articles.
           IF ws-status-articles NOT = '00'
               DISPLAY "articles.dat indisponible (statut "
                   ws-status-articles ") - retours non remis en stock."
           ELSE
               PERFORM REMETTRE-LIGNE-EN-STOCK
                   VARYING ws-i FROM 1 BY 1
                   UNTIL ws-i > ws-nb-lignes
               CLOSE articles
           END-IF.

       REMETTRE-LIGNE-EN-STOCK.
           MOVE TR-Code (ws-i) TO ART-CODE.
           READ articles KEY IS ART-CODE
               INVALID KEY
                   DISPLAY "Code " TR-Code (ws-i) " absent du tarif - "
                       "non remis en stock."
               NOT INVALID KEY
                   IF ART-STOCKE
                       ADD TR-Quantite (ws-i) TO ART-STOCK
                       REWRITE ARTICLE-RECORD
                       IF ws-status-articles NOT = '00'
                           DISPLAY "ERREUR E/S sur articles.dat"
                           DISPLAY "Code statut: " ws-status-articles
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

      *> Meme prorata que la facture : le net hors taxe de l'avoir se
      *> repartit sur les categories des lignes reprises, rattache a
      *> la facture d'origine.
       VENTILER-TVA-AVOIR.
           PERFORM INITIALISER-VENTILATION-TVA.
           PERFORM CUMULER-LIGNE-REPRISE
               VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-nb-lignes.
           MOVE ws-date-jour TO ws-vent-date.
           MOVE NumeroFacture TO ws-vent-facture.
           MOVE ws-numero-avoir TO ws-vent-avoir.
           MOVE 'A' TO ws-vent-sens.
           MOVE FAC-TAUX-TVA TO ws-vent-taux.
           MOVE ws-brut-reprise TO ws-vent-brut.
           COMPUTE ws-vent-ht = ws-net-avoir - ws-montant-tva.
           MOVE ws-montant-tva TO ws-vent-tva.
           PERFORM ECRIRE-VENTILATION-TVA.

       CUMULER-LIGNE-REPRISE.
           MOVE TR-Categorie (ws-i) TO ws-vent-categorie.
           MOVE TR-Montant (ws-i) TO ws-vent-montant.
           PERFORM CUMULER-VENTILATION-TVA.

       COPY TVAVENTPROC.

       COPY ACCESPROC.
