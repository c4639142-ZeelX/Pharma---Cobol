      *> Commande complete a tarifer : une ligne par article (code,
      *> designation, quantite, prix unitaire) - fini le calcul a la
      *> calculette puis la retape du total dans TRAITER-PRIX-UNIQUE.
               SELECT commande ASSIGN TO DYNAMIC ws-nom-commande
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-status-commande.

      *> Facture image-imprimante produite pour la commande - en-tete,
      *> lignes, remise, taxe, net a payer - au lieu d'une retape dans
      *> un document traitement de texte.
               SELECT facture ASSIGN TO DYNAMIC ws-nom-facture
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-status-facture.


      *> Tarif articles (voir ARTICLE.cpy) : la tarification de
      *> commande prend prix et designation ICI, plus dans le fichier
      *> tape - tenu par GestionArticles.cob.  Ouvert en mise a jour
      *> en mode commande : la facture sort les quantites du stock.
               SELECT articles ASSIGN TO "articles.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ART-CODE
                   FILE STATUS IS ws-status-articles.

      *> Historique des prix a date d'effet (voir ARTPRIX.cpy) : une
      *> commande se tarife au prix en vigueur a SA date.
               SELECT articles-prix ASSIGN TO "articles-prix.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS APX-CLE
                   FILE STATUS IS ws-status-prix.

      *> Contrats de fourniture periodique (voir CONTRAT.cpy) : le
      *> mode contrats facture chaque echeance arrivee comme une
      *> commande - ses lignes passent par commande-contrat.dat et la
      *> facture sort dans facture-NNNNNN.txt.
               SELECT contrats ASSIGN TO "contrats.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-NUMERO
                   FILE STATUS IS ws-status-contrats.

      *> Acomptes des devis de cloture (voir ACOMPTE.cpy, cote
      *> jardin) : la ligne ACOMPTE d'un devis exporte fait deduire
      *> de la facture l'acompte recu, qui passe alors deduit.
               SELECT acomptes-devis ASSIGN TO "acomptes-devis.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACP-DEVIS
                   FILE STATUS IS ws-status-acompte.

      *> Taux de change a date d'effet et leur plafond d'age
      *> (copybooks de exo4 - la boutique tient deja ces taux pour la
      *> banque, voir TAUXCHG.cpy / TAUXCHGPROC.cpy) : une facture en
      *> devise se convertit au dernier taux valide, jamais sur un
      *> taux perime ni en 1:1 silencieux - meme refus que
      *> CONVERTIR-VIREMENT.
      *> Fichier clients de la boutique (voir CLIMAST.cpy) : la
      *> commande ne se facture qu'a un code connu, au palier et dans
      *> le plafond de credit tenus par GestionClientele.cob.
               SELECT clients-boutique ASSIGN TO "clients-boutique.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLB-CODE
                   FILE STATUS IS ws-status-clients.

               SELECT taux-change ASSIGN TO "taux-change.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-status-taux.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-status-taux-config.

      *> Ventilation de la TVA de chaque facture par categorie de
      *> taxe des articles (voir TVAVENT.cpy) - la declaration de TVA
      *> (DeclarationTVA.cob) se monte dessus.
               SELECT ventilation-tva ASSIGN TO "ventilation-tva.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-status-ventilation.

      *> Sorties de stock des factures (voir MVTSTOCK.cpy), par
      *> numero de facture et ligne.
               SELECT mouvements-stock ASSIGN TO "mouvements-stock.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MVS-CLE
                   FILE STATUS IS ws-status-mouvements.

           DATA DIVISION.
           FILE SECTION.
           FD rate-table.
           FD articles.
               COPY ARTICLE.

           FD articles-prix.
               COPY ARTPRIX.

           FD contrats.
               COPY CONTRAT.

           FD clients-boutique.
               COPY CLIMAST.

           FD acomptes-devis.
               COPY ACOMPTE.

           FD taux-change.
               COPY TAUXCHG.

           FD taux-config.
               COPY TAUXCFG.

           FD ventilation-tva.
               COPY TVAVENT.

           FD mouvements-stock.
               COPY MVTSTOCK.

           WORKING-STORAGE SECTION.
           01 ws-file-status PIC XX.
           01 ws-fin-fichier PIC X VALUE 'N'.
           01 taux-tva PIC 9(3)V99 VALUE 0.20.
           01 ws-montant-tva PIC 9(10)V99 VALUE ZERO.

      *> Brut des lignes par categorie de taxe (voir TVAVENTPROC.cpy).
           01 ws-status-ventilation PIC XX.
           01 ws-vent-nb PIC 9(2) VALUE ZERO.
           01 TABLE-VENTILATION-TVA.
               02 ENTREE-VENT OCCURS 10 TIMES INDEXED BY Idx-Vent.
                   03 TVC-Categorie PIC X.
                   03 TVC-Brut PIC 9(10)V99.
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

           01 ws-tier PIC 9 VALUE 1.
           01 taux-fidelite PIC 9(3)V99 VALUE ZERO.
           01 ws-montant-fidelite PIC 9(10)V99 VALUE ZERO.
           01 ws-marque-derogation PIC XX.
           01 ws-nb-derogations PIC 9(3) VALUE ZERO.
           01 ws-nb-lignes-rejetees PIC 9(4) VALUE ZERO.
           01 ws-nb-ruptures PIC 9(3) VALUE ZERO.

      *> Prix a la date de la commande (voir ARTPRIXPROC.cpy).
           01 ws-status-prix PIC XX.
           01 ws-historique-prix PIC X VALUE 'N'.
               88 HistoriquePrixOuvert VALUE 'O'.
           01 ws-fin-prix PIC X VALUE 'N'.
               88 ws-fin-lecture-prix VALUE 'O'.
           01 ws-date-prix PIC 9(8).
           01 ws-prix-date PIC 9(8)V99.
           01 ws-date-effet-prix PIC 9(8).
           01 ws-date-commande PIC 9(8) VALUE ZERO.
           01 ws-date-commande-flag PIC X VALUE 'N'.
               88 DateCommandeOk VALUE 'O'.

           01 ws-nom-commande PIC X(40) VALUE "commande.dat".
           01 ws-nom-facture PIC X(40) VALUE "facture.txt".
           01 ws-facture-emise PIC X VALUE 'N'.
               88 FactureEmise VALUE 'O'.

      *> Mode contrats : pas de saisie ni d'accord de responsable en
      *> cours de passe - une echeance qui en demanderait un reste en
      *> attente, a facturer en mode commande.
           01 ws-mode-contrat PIC X VALUE 'N'.
               88 ModeContrat VALUE 'O'.
           01 ws-status-contrats PIC XX.
           01 ws-fin-contrats PIC X VALUE 'N'.
               88 ws-fin-lecture-contrats VALUE 'O'.
           01 ws-echeance-flag PIC X VALUE 'N'.
               88 EcheanceBloquee VALUE 'O'.
           01 ws-facture-postee PIC X VALUE 'N'.
               88 FactureDejaPostee VALUE 'O'.
      *> Reprise d'une facture dont le numero etait deja reserve sur
      *> le contrat : chaque ecriture se cherche d'abord sous ce
      *> numero.
           01 ws-reprise-flag PIC X VALUE 'N'.
               88 FactureReprise VALUE 'O'.
           01 ws-audit-flag PIC X VALUE 'N'.
               88 AuditDejaEcrit VALUE 'O'.
           01 ws-fin-audit PIC X VALUE 'N'.
               88 ws-fin-lecture-audit VALUE 'O'.
           01 ws-ventilation-flag PIC X VALUE 'N'.
               88 VentilationDejaEcrite VALUE 'O'.
           01 ws-fin-ventilation PIC X VALUE 'N'.
               88 ws-fin-lecture-ventilation VALUE 'O'.
           01 ws-status-mouvements PIC XX.
           01 ws-ligne-contrat PIC 9(2).
           01 ws-nb-contrats-factures PIC 9(5) VALUE ZERO.
           01 ws-nb-contrats-attente PIC 9(5) VALUE ZERO.
           01 ws-nb-contrats-repris PIC 9(5) VALUE ZERO.
           01 ws-nb-contrats-termines PIC 9(5) VALUE ZERO.
           01 ws-date-travail.
               05 ws-dt-annee PIC 9(4).
               05 ws-dt-mois PIC 9(2).
               05 ws-dt-jour PIC 9(2).
           01 ws-date-travail-n REDEFINES ws-date-travail PIC 9(8).
           01 ws-mois-absolu PIC 9(7).
           01 ws-nb-mois PIC 9(2).
           01 ws-stock-flag PIC X VALUE 'N'.
               88 StockAccorde VALUE 'O'.

      *> Acompte du devis a deduire de la facture - le recu au
      *> registre, plafonne au net a payer.
           01 ws-status-acompte PIC XX.
           01 ws-acompte-devis PIC 9(6) VALUE ZERO.
           01 ws-acompte-recu PIC 9(10)V99 VALUE ZERO.
           01 ws-acompte-deduit PIC 9(10)V99 VALUE ZERO.
           01 ws-reste-a-payer PIC 9(10)V99 VALUE ZERO.

           01 ws-status-clients PIC XX.
           01 ws-client-flag PIC X VALUE 'N'.
               88 ws-client-trouve VALUE 'O'.
           01 ws-fin-encours PIC X VALUE 'N'.
               88 ws-fin-lecture-encours VALUE 'O'.
           01 ws-encours-client PIC 9(10)V99.
           01 ws-encours-projete PIC 9(10)V99.
           01 ws-credit-flag PIC X VALUE 'N'.
               88 CreditAccorde VALUE 'O'.
           01 ws-delai-edite PIC ZZ9.

      *> Fields expected by SUPERVISEURPROC.
           01 ws-superviseur-ok PIC X VALUE 'N'.
               88 SuperviseurOk VALUE 'O'.

      *> Fields expected by TAUXCHGPROC.cpy - see the contract comment
      *> there.
           01 total PIC 9(10)V99 VALUE ZERO.
           01 applicable-reduction PIC 9(3)V99 VALUE ZERO.
           01 final-price PIC 9(10)V99 VALUE ZERO.
           77 F-Code-Acompte PIC X(10) VALUE "ACOMPTE".

      *> Operateur de la session (voir ACCESPROC.cpy).
           COPY ACCESDEM.

           PROCEDURE DIVISION.
           TRAITEMENT-PRINCIPAL.
               MOVE "reduction" TO ACD-PROGRAMME.
               PERFORM OUVRIR-SESSION-OPERATEUR.

               PERFORM CHARGER-TABLE-TAUX.
               PERFORM CHARGER-TAUX-TVA.

               DISPLAY "1. Price a single item".
               DISPLAY "2. Batch-price items from a file".
               DISPLAY "3. Price a whole order (invoice)".
               DISPLAY "4. Invoice recurring contracts due".
               ACCEPT ws-mode-choix.
               EVALUATE ws-mode-choix
                   WHEN 1 PERFORM TRAITER-PRIX-UNIQUE
                   WHEN 2 PERFORM TRAITER-LOT
                   WHEN 3 PERFORM TRAITER-COMMANDE
                   WHEN 4 PERFORM TRAITER-CONTRATS
                   WHEN OTHER DISPLAY "Invalid choice."
               END-EVALUATE.
               STOP RUN.
      *> net a payer part aussi dans pricing-audit.dat via la chaine
      *> de calcul habituelle.
           TRAITER-COMMANDE.
               OPEN I-O articles.
               IF ws-status-articles NOT = '00'
                   DISPLAY "articles.dat absent (statut "
                       ws-status-articles ") - impossible de "
                       "valider les lignes, tarification refusee."
                   DISPLAY "Tenir le tarif via GestionArticles."
               ELSE
                   OPEN INPUT clients-boutique
                   IF ws-status-clients NOT = '00'
                       DISPLAY "clients-boutique.dat absent (statut "
                           ws-status-clients ") - facturation refusee."
                       DISPLAY "Tenir les clients via GestionClientele."
                   ELSE
                       PERFORM OUVRIR-HISTORIQUE-PRIX
                       PERFORM TRAITER-COMMANDE-VALIDEE
                       IF HistoriquePrixOuvert
                           CLOSE articles-prix
                       END-IF
                       CLOSE clients-boutique
                   END-IF
                   CLOSE articles
               END-IF.

               IF ws-status-commande NOT = '00'
                   DISPLAY "No commande.dat file found."
               ELSE
                   PERFORM IDENTIFIER-CLIENT
                   IF NOT ws-client-trouve
                       DISPLAY "Facturation abandonnee."
                       CLOSE commande
                   ELSE
                       DISPLAY "Devise de facturation (vide = EUR): "
                       ACCEPT ws-devise-facture
                       PERFORM CONTROLER-DEVISE-FACTURE
                       IF NOT DeviseFactureOk
                           DISPLAY "Facturation abandonnee."
                           CLOSE commande
                       ELSE
                           PERFORM SAISIR-DATE-COMMANDE
                           IF DateCommandeOk
                               PERFORM SOUMETTRE-COMMANDE
                           ELSE
                               DISPLAY "Facturation abandonnee."
                               CLOSE commande
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *> Pas d'historique = aucun prix n'a encore change : le prix de
      *> la fiche article vaut a toute date.
           OUVRIR-HISTORIQUE-PRIX.
               MOVE 'N' TO ws-historique-prix.
               OPEN INPUT articles-prix.
               IF ws-status-prix = '00'
                   MOVE 'O' TO ws-historique-prix
               END-IF.

      *> La commande se tarife au prix en vigueur a sa date - une
      *> commande d'avant une hausse garde l'ancien prix.  Une date
      *> future est refusee : un changement programme ne joue qu'a
      *> sa date d'effet.  Une date passee reprend un ancien prix :
      *> elle ne se facture qu'avec l'accord d'un responsable (droit
      *> DATE-PRIX), et la date part sur la facture et dans l'audit.
           SAISIR-DATE-COMMANDE.
               MOVE 'O' TO ws-date-commande-flag.
               ACCEPT ws-date-jour FROM DATE YYYYMMDD.
               DISPLAY "Date de la commande (AAAAMMJJ, 0 = ce jour): ".
               ACCEPT ws-date-commande.
               IF ws-date-commande = ZERO
                   MOVE ws-date-jour TO ws-date-commande
               END-IF.
               IF ws-date-commande > ws-date-jour
                   MOVE 'N' TO ws-date-commande-flag
                   DISPLAY "Date de commande " ws-date-commande
                       " dans le futur - refusee."
               END-IF.
               IF ws-date-commande < ws-date-jour
                   DISPLAY "Commande datee du " ws-date-commande
                       " - tarif en vigueur a cette date."
                   MOVE "DATE-PRIX" TO ACD-FONCTION
                   PERFORM DEMANDER-ACCORD-RESPONSABLE
                   IF SuperviseurOk
                       DISPLAY "Tarif au " ws-date-commande
                           " accorde par " ACD-AUTORISANT "."
                   ELSE
                       MOVE 'N' TO ws-date-commande-flag
                   END-IF
               END-IF.
               MOVE ws-date-commande TO ws-date-prix.

      *> Seul un client du fichier se facture - le code tape devient
      *> la reference de la facture et de l'audit, le palier de
      *> fidelite vient de sa fiche.  Un client ferme ne se facture
      *> plus.
           IDENTIFIER-CLIENT.
               DISPLAY "Code client: ".
               ACCEPT ws-client-ref.
               MOVE ws-client-ref TO CLB-CODE.
               READ clients-boutique KEY IS CLB-CODE
                   INVALID KEY
                       MOVE 'N' TO ws-client-flag
                   NOT INVALID KEY
                       MOVE 'O' TO ws-client-flag
               END-READ.
               EVALUATE TRUE
                   WHEN NOT ws-client-trouve
                       DISPLAY "Client '" ws-client-ref "' inconnu - "
                           "a creer dans GestionClientele."
                   WHEN CLB-FERME
                       MOVE 'N' TO ws-client-flag
                       DISPLAY "Client " CLB-CODE " ferme - "
                           "facturation refusee."
                   WHEN OTHER
                       MOVE CLB-TIER TO ws-tier
                       DISPLAY "Client " CLB-CODE " " CLB-NOM
                           " (palier " CLB-TIER ")"
               END-EVALUATE.

      *> Avant tout numero de facture : la commande est chiffree a
      *> blanc.  Une ligne au-dela du stock de l'article, ou un net
      *> qui porte l'encours ouvert du client au-dela de son plafond,
      *> ne se facture qu'avec l'accord d'un responsable (droits
      *> RUPTURE-STK et HORS-PLAFOND).  Sans accord la commande reste
      *> en attente - commande.dat intact, a relancer.
      *> Une reprise ne redemande pas ces accords : le numero n'a ete
      *> reserve qu'une fois accordes, et le stock comme l'encours
      *> portent deja tout ou partie de la facture interrompue.
           SOUMETTRE-COMMANDE.
               IF NOT ModeContrat
                   PERFORM DEMANDER-CODE-PROMO
               END-IF.
               PERFORM CHIFFRER-COMMANDE.
               IF FactureReprise
                   MOVE 'O' TO ws-stock-flag
                   MOVE 'O' TO ws-credit-flag
               ELSE
                   PERFORM CONTROLER-RUPTURES
                   IF StockAccorde
                       PERFORM CONTROLER-PLAFOND-CREDIT
                   ELSE
                       MOVE 'N' TO ws-credit-flag
                   END-IF
               END-IF.
               IF CreditAccorde
                   PERFORM FACTURER-COMMANDE
               ELSE
                   IF NOT ModeContrat
                       DISPLAY "Commande EN ATTENTE - non facturee, "
                           "commande.dat conserve pour reprise."
                   END-IF
                   CLOSE commande
               END-IF.

      *> Meme prix de ligne que TRAITER-LIGNE-COMMANDE (tarif, ou prix
      *> tape en derogation), sans facture ni rejet; le fichier est
      *> ensuite rembobine pour la facturation.
           CHIFFRER-COMMANDE.
               MOVE ZERO TO total.
               MOVE ZERO TO ws-nb-ruptures.
               PERFORM LIRE-COMMANDE-SUIVANTE.
               PERFORM CHIFFRER-LIGNE-COMMANDE
                   UNTIL ws-fin-lecture-commande.
               CLOSE commande.
               OPEN INPUT commande.
               MOVE 'N' TO ws-fin-commande.
               PERFORM DETERMINER-TAUX.
               PERFORM DETERMINER-FIDELITE.
               PERFORM CALCULER-NET-A-PAYER.

           CHIFFRER-LIGNE-COMMANDE.
               IF CMD-CODE = F-Code-Acompte
                   MOVE 'N' TO ws-article-flag
               ELSE
                   PERFORM CHERCHER-ARTICLE
               END-IF.
               IF ws-article-trouve
                   IF CMD-PRIX-UNITAIRE = ZERO
                       MOVE ws-prix-date TO ws-prix-ligne
                   ELSE
                       MOVE CMD-PRIX-UNITAIRE TO ws-prix-ligne
                   END-IF
                   COMPUTE ws-montant-ligne =
                       CMD-QUANTITE * ws-prix-ligne
                   ADD ws-montant-ligne TO total
                   IF ART-STOCKE AND CMD-QUANTITE > ART-STOCK
                       ADD 1 TO ws-nb-ruptures
                       DISPLAY "RUPTURE DE STOCK sur " CMD-CODE " "
                           ART-DESIGNATION " : " CMD-QUANTITE
                           " commande(s), " ART-STOCK " en stock"
                   END-IF
               END-IF.
               PERFORM LIRE-COMMANDE-SUIVANTE.

           CONTROLER-RUPTURES.
               MOVE 'O' TO ws-stock-flag.
               IF ws-nb-ruptures > ZERO
                   DISPLAY ws-nb-ruptures " ligne(s) au-dela du stock."
                   MOVE "RUPTURE-STK" TO ACD-FONCTION
                   PERFORM DEMANDER-ACCORD-RESPONSABLE
                   IF SuperviseurOk
                       DISPLAY "Facturation hors stock accordee par "
                           ACD-AUTORISANT "."
                   ELSE
                       MOVE 'N' TO ws-stock-flag
                   END-IF
               END-IF.

           CONTROLER-PLAFOND-CREDIT.
               MOVE 'O' TO ws-credit-flag.
               PERFORM CALCULER-ENCOURS-CLIENT.
               COMPUTE ws-encours-projete =
                   ws-encours-client + final-price.
               IF ws-encours-projete > CLB-PLAFOND-CREDIT
                   DISPLAY "PLAFOND DE CREDIT DEPASSE : encours "
                       ws-encours-client " + commande " final-price
                       " = " ws-encours-projete " pour un plafond de "
                       CLB-PLAFOND-CREDIT
                   MOVE "HORS-PLAFOND" TO ACD-FONCTION
                   PERFORM DEMANDER-ACCORD-RESPONSABLE
                   IF SuperviseurOk
                       DISPLAY "Depassement accorde par "
                           ACD-AUTORISANT "."
                   ELSE
                       MOVE 'N' TO ws-credit-flag
                   END-IF
               END-IF.

      *> Reste du des factures ouvertes du client - le meme calcul
      *> que la balance agee de ComptesClients.cob.
           CALCULER-ENCOURS-CLIENT.
               MOVE ZERO TO ws-encours-client.
               OPEN INPUT encours-clients.
               IF ws-status-encours = '00'
                   MOVE 'N' TO ws-fin-encours
                   PERFORM LIRE-ENCOURS-SUIVANT
                   PERFORM CUMULER-ENCOURS-CLIENT
                       UNTIL ws-fin-lecture-encours
                   CLOSE encours-clients
               END-IF.

           LIRE-ENCOURS-SUIVANT.
               READ encours-clients NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-encours
               END-READ.

           CUMULER-ENCOURS-CLIENT.
               IF FAC-OUVERTE AND FAC-CLIENT = ws-client-ref
                       AND FAC-MONTANT > FAC-REGLE
                   COMPUTE ws-encours-client =
                       ws-encours-client + FAC-MONTANT - FAC-REGLE
               END-IF.
               PERFORM LIRE-ENCOURS-SUIVANT.

           FACTURER-COMMANDE.
                   MOVE 'N' TO ws-facture-emise
                   PERFORM NUMEROTER-FACTURE
                   OPEN OUTPUT facture
                   OPEN OUTPUT batch-rejects
                   PERFORM ECRIRE-ENTETE-FACTURE
                   MOVE ZERO TO ws-nb-lignes-commande
                   MOVE ZERO TO ws-nb-derogations
                   MOVE ZERO TO ws-nb-lignes-rejetees
                   MOVE ZERO TO ws-acompte-devis
                   MOVE ZERO TO ws-acompte-recu
                   MOVE ZERO TO ws-acompte-deduit
                   PERFORM INITIALISER-VENTILATION-TVA
                   PERFORM LIRE-COMMANDE-SUIVANTE
                   PERFORM TRAITER-LIGNE-COMMANDE
                       UNTIL ws-fin-lecture-commande
                       PERFORM DETERMINER-TAUX
                       PERFORM DETERMINER-FIDELITE
                       PERFORM CALCULER-PRIX-FINAL
                       PERFORM CALCULER-ACOMPTE-DEDUIT
                       PERFORM ECRIRE-TOTAUX-FACTURE
                       CLOSE facture
                       IF FactureDejaPostee
                           DISPLAY "Facture " ws-numero-facture
                               " deja au grand livre."
                       ELSE
                           PERFORM POSTER-ENCOURS-CLIENT
                       END-IF
                       PERFORM DEDUIRE-ACOMPTE-DEVIS
                       PERFORM VENTILER-TVA-FACTURE
                       MOVE 'O' TO ws-facture-emise
                       IF NOT ModeContrat
                           DISPLAY "Invoice " ws-numero-facture
                               " written to facture.txt - total due "
                               final-price
                           IF ws-acompte-deduit > ZERO
                               DISPLAY "Acompte devis "
                                   ws-acompte-devis " deduit : "
                                   ws-acompte-deduit
                                   " - reste a payer "
                                   ws-reste-a-payer
                           END-IF
                       END-IF
                   END-IF.

      *> Devise de facturation : vide ou EUR = rien a convertir; toute
                       MOVE 'O' TO ws-fin-commande
               END-READ.

      *> La ligne ACOMPTE d'un devis de cloture n'est pas un article :
      *> elle designe l'acompte a deduire.
           TRAITER-LIGNE-COMMANDE.
               IF CMD-CODE = F-Code-Acompte
                   PERFORM RETENIR-ACOMPTE-COMMANDE
               ELSE
                   PERFORM TARIFER-LIGNE-COMMANDE
               END-IF.
               PERFORM LIRE-COMMANDE-SUIVANTE.

      *> Chaque ligne se valide contre le tarif : code inconnu =
      *> rejet motive (la commande continue), prix tape a zero = prix
      *> du tarif, prix tape different = DEROGATION signalee sur la
      *> facture (*) et comptee dans l'audit.
           TARIFER-LIGNE-COMMANDE.
               PERFORM CHERCHER-ARTICLE.
               IF NOT ws-article-trouve
                   MOVE "CI" TO REJ-CODE
                   MOVE ART-DESIGNATION TO ws-designation-ligne
                   MOVE SPACES TO ws-marque-derogation
                   IF CMD-PRIX-UNITAIRE = ZERO OR
                           CMD-PRIX-UNITAIRE = ws-prix-date
                       MOVE ws-prix-date TO ws-prix-ligne
                   ELSE
                       MOVE CMD-PRIX-UNITAIRE TO ws-prix-ligne
                       MOVE " *" TO ws-marque-derogation
                       ADD 1 TO ws-nb-derogations
                       DISPLAY "DEROGATION tarif sur " CMD-CODE
                           " : " CMD-PRIX-UNITAIRE " au lieu de "
                           ws-prix-date
                   END-IF
                   COMPUTE ws-montant-ligne =
                       CMD-QUANTITE * ws-prix-ligne
                   ADD ws-montant-ligne TO total
                   ADD 1 TO ws-nb-lignes-commande
                   MOVE ART-CATEGORIE-TAXE TO ws-vent-categorie
                   MOVE ws-montant-ligne TO ws-vent-montant
                   PERFORM CUMULER-VENTILATION-TVA
                   PERFORM ECRIRE-LIGNE-FACTURE
                   IF ART-STOCKE
                       PERFORM SORTIR-DU-STOCK
                   END-IF
               END-IF.

      *> Le montant deduit est celui RECU au registre des acomptes,
      *> pas celui de la ligne - un acompte deja deduit d'une autre
      *> facture ne se deduit pas deux fois.  Deduit de CETTE facture
      *> (reprise sous le meme numero), il reste retenu.
           RETENIR-ACOMPTE-COMMANDE.
               OPEN INPUT acomptes-devis.
               IF ws-status-acompte NOT = '00'
                   DISPLAY "acomptes-devis.dat absent (statut "
                       ws-status-acompte ") - acompte du devis "
                       CMD-DEVIS-ACOMPTE " NON deduit."
               ELSE
                   MOVE CMD-DEVIS-ACOMPTE TO ACP-DEVIS
                   READ acomptes-devis KEY IS ACP-DEVIS
                       INVALID KEY
                           DISPLAY "Aucun acompte au registre pour le "
                               "devis " CMD-DEVIS-ACOMPTE
                               " - rien deduit."
                       NOT INVALID KEY
                           IF ACP-DEDUIT AND
                                   ACP-FACTURE NOT = ws-numero-facture
                               DISPLAY "Acompte du devis " ACP-DEVIS
                                   " deja deduit de la facture "
                                   ACP-FACTURE " - rien deduit."
                           ELSE
                               MOVE ACP-DEVIS TO ws-acompte-devis
                               MOVE ACP-MONTANT-RECU
                                   TO ws-acompte-recu
                           END-IF
                   END-READ
                   CLOSE acomptes-devis
               END-IF.

      *> La quantite facturee sort du stock - negatif si la rupture
      *> a ete accordee, a regulariser a la livraison.  La sortie est
      *> journalisee sous le numero de facture et la ligne : une ligne
      *> deja sortie sous ce numero (reprise) ne ressort pas.
           SORTIR-DU-STOCK.
               OPEN I-O mouvements-stock.
               IF ws-status-mouvements = '35'
                   OPEN OUTPUT mouvements-stock
                   CLOSE mouvements-stock
                   OPEN I-O mouvements-stock
               END-IF.
               IF ws-status-mouvements NOT = '00'
                   DISPLAY "ERREUR E/S sur mouvements-stock.dat"
                   DISPLAY "Code statut: ", ws-status-mouvements
                   DISPLAY "Traitement annule."
                   STOP RUN
               END-IF.
               MOVE ws-numero-facture TO MVS-FACTURE.
               MOVE ws-nb-lignes-commande TO MVS-LIGNE.
               READ mouvements-stock KEY IS MVS-CLE
                   INVALID KEY
                       PERFORM JOURNALISER-SORTIE-STOCK
                   NOT INVALID KEY
                       DISPLAY "Facture " ws-numero-facture " ligne "
                           MVS-LIGNE " : " MVS-ARTICLE
                           " deja sorti du stock."
               END-READ.
               CLOSE mouvements-stock.

           JOURNALISER-SORTIE-STOCK.
               MOVE ws-numero-facture TO MVS-FACTURE.
               MOVE ws-nb-lignes-commande TO MVS-LIGNE.
               MOVE CMD-CODE TO MVS-ARTICLE.
               MOVE CMD-QUANTITE TO MVS-QUANTITE.
               MOVE ws-date-jour TO MVS-DATE.
               WRITE MOUVEMENT-STOCK-RECORD.
               IF ws-status-mouvements NOT = '00'
                   DISPLAY "ERREUR E/S sur mouvements-stock.dat"
                   DISPLAY "Code statut: ", ws-status-mouvements
                   DISPLAY "Traitement annule."
                   CLOSE mouvements-stock
                   STOP RUN
               END-IF.
               SUBTRACT CMD-QUANTITE FROM ART-STOCK.
               REWRITE ARTICLE-RECORD.
               IF ws-status-articles NOT = '00'
                   DISPLAY "ERREUR E/S sur articles.dat"
                   DISPLAY "Code statut: ", ws-status-articles
                   DISPLAY "Traitement annule."
                   STOP RUN
               END-IF.

           CHERCHER-ARTICLE.
               MOVE CMD-CODE TO ART-CODE.
                       MOVE 'N' TO ws-article-flag
                   NOT INVALID KEY
                       MOVE 'O' TO ws-article-flag
                       PERFORM CHERCHER-PRIX-A-DATE
               END-READ.

      *> Meme fichier de rejets que le mode lot - la reference est le
                   ws-numero-facture DELIMITED BY SIZE
                   "  DU " DELIMITED BY SIZE
                   ws-date-jour DELIMITED BY SIZE
                   "  COMMANDE DU " DELIMITED BY SIZE
                   ws-date-commande DELIMITED BY SIZE
                   INTO ligne-facture
               END-STRING.
               WRITE ligne-facture.
               MOVE SPACES TO ligne-facture.
               STRING "CLIENT : " DELIMITED BY SIZE
                   ws-client-ref DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CLB-NOM DELIMITED BY SIZE
                   INTO ligne-facture
               END-STRING.
               WRITE ligne-facture.
               MOVE SPACES TO ligne-facture.
               STRING "         " DELIMITED BY SIZE
                   CLB-ADRESSE-1 DELIMITED BY SIZE
                   INTO ligne-facture
               END-STRING.
               WRITE ligne-facture.
               IF CLB-ADRESSE-2 NOT = SPACES
                   MOVE SPACES TO ligne-facture
                   STRING "         " DELIMITED BY SIZE
                       CLB-ADRESSE-2 DELIMITED BY SIZE
                       INTO ligne-facture
                   END-STRING
                   WRITE ligne-facture
               END-IF.
               MOVE SPACES TO ligne-facture.
               STRING "         " DELIMITED BY SIZE
                   CLB-CODE-POSTAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CLB-VILLE DELIMITED BY SIZE
                   INTO ligne-facture
               END-STRING.
               WRITE ligne-facture.
               MOVE CLB-DELAI-PAIEMENT TO ws-delai-edite.
               MOVE SPACES TO ligne-facture.
               STRING "Paiement a " DELIMITED BY SIZE
                   ws-delai-edite DELIMITED BY SIZE
                   " jours" DELIMITED BY SIZE
                   INTO ligne-facture
               END-STRING.
               WRITE ligne-facture.
               IF ModeContrat
                   MOVE SPACES TO ligne-facture
                   STRING "CONTRAT No " DELIMITED BY SIZE
                       CTR-NUMERO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CTR-LIBELLE DELIMITED BY SIZE
                       " ECHEANCE DU " DELIMITED BY SIZE
                       CTR-PROCHAINE-ECHEANCE DELIMITED BY SIZE
                       INTO ligne-facture
                   END-STRING
                   WRITE ligne-facture
               END-IF.
               MOVE ALL "-" TO ligne-facture.
               WRITE ligne-facture.
               MOVE SPACES TO ligne-facture.
                   INTO ligne-facture
               END-STRING.
               WRITE ligne-facture.
               IF ws-acompte-deduit > ZERO
                   MOVE ws-acompte-deduit TO ws-montant-edite
                   MOVE SPACES TO ligne-facture
                   STRING "Acompte devis " DELIMITED BY SIZE
                       ws-acompte-devis DELIMITED BY SIZE
                       " : -" DELIMITED BY SIZE
                       ws-montant-edite DELIMITED BY SIZE
                       INTO ligne-facture
                   END-STRING
                   WRITE ligne-facture
                   MOVE ws-reste-a-payer TO ws-montant-edite
                   MOVE SPACES TO ligne-facture
                   STRING "RESTE A PAYER        :  " DELIMITED BY SIZE
                       ws-montant-edite DELIMITED BY SIZE
                       INTO ligne-facture
                   END-STRING
                   WRITE ligne-facture
               END-IF.
               IF ws-nb-derogations > ZERO
                   MOVE SPACES TO ligne-facture
                   STRING "* " DELIMITED BY SIZE
               MOVE 'N' TO ws-promo-etat.
               DISPLAY "Code promo (vide = aucun): ".
               ACCEPT ws-code-promo.
               PERFORM VALIDER-CODE-PROMO.

      *> Aussi pour le code promo d'un contrat, sans saisie.
           VALIDER-CODE-PROMO.
               IF ws-code-promo NOT = SPACES
                   PERFORM CHERCHER-PROMO
                   EVALUATE TRUE
               END-EVALUATE.

           CALCULER-PRIX-FINAL.
               PERFORM CALCULER-NET-A-PAYER.
               MOVE 'N' TO ws-audit-flag.
               IF FactureReprise
                   PERFORM CHERCHER-AUDIT-FACTURE
               END-IF.
               IF AuditDejaEcrit
                   DISPLAY "Facture " ws-numero-facture
                       " deja dans pricing-audit.dat."
               ELSE
                   PERFORM ENREGISTRER-AUDIT
               END-IF.

      *> La chaine de remises et la TVA, sans trace d'audit - le
      *> chiffrage a blanc d'une commande s'en sert seul.
           CALCULER-NET-A-PAYER.
               IF applicable-reduction > ZERO
                   MULTIPLY total BY applicable-reduction
                       GIVING ws-montant-remise
               PERFORM APPLIQUER-FIDELITE.
               PERFORM APPLIQUER-PROMO.
               PERFORM APPLIQUER-TVA.

      *> Stacked on top of the amount-based discount: taken off
      *> whatever final-price is after CALCULER-PRIX-FINAL's own
               MOVE ws-client-ref TO AUD-CLIENT.
               MOVE ws-nb-derogations TO AUD-DEROGATIONS.
               MOVE SPACE TO AUD-SENS.
               MOVE ws-date-commande TO AUD-DATE-COMMANDE.
               WRITE audit-record.
               IF ws-status-audit NOT = '00'
                   DISPLAY "ERREUR E/S sur pricing-audit.dat"
               END-IF.
               CLOSE pricing-audit.

      *> La ligne d'audit de la facture reprise a-t-elle ete ecrite
      *> avant l'incident ?  Les lignes sans numero (prix unique, lot,
      *> lignes d'avant) et celles des avoirs ne comptent pas.
           CHERCHER-AUDIT-FACTURE.
               OPEN INPUT pricing-audit.
               IF ws-status-audit = '00'
                   MOVE 'N' TO ws-fin-audit
                   PERFORM LIRE-AUDIT-SUIVANT
                   PERFORM EXAMINER-AUDIT-FACTURE
                       UNTIL ws-fin-lecture-audit OR AuditDejaEcrit
                   CLOSE pricing-audit
               END-IF.

           LIRE-AUDIT-SUIVANT.
               READ pricing-audit
                   AT END
                       MOVE 'O' TO ws-fin-audit
               END-READ.

           EXAMINER-AUDIT-FACTURE.
               IF AUD-FACTURE NUMERIC AND
                       AUD-FACTURE = ws-numero-facture AND
                       AUD-SENS = SPACE
                   MOVE 'O' TO ws-audit-flag
               ELSE
                   PERFORM LIRE-AUDIT-SUIVANT
               END-IF.

      *> Meme cycle lire-incrementer-reecrire que les autres
      *> compteurs de la maison, sur facture-seq.dat.
           PROCHAIN-NUMERO-FACTURE.
               MOVE ws-date-jour TO FAC-DATE.
               MOVE ws-tier TO FAC-TIER.
               MOVE final-price TO FAC-MONTANT.
      *> L'acompte deduit est deja encaisse - il compte comme regle.
               MOVE ws-acompte-deduit TO FAC-REGLE.
               MOVE applicable-reduction TO FAC-TAUX-REMISE.
               MOVE taux-fidelite TO FAC-TAUX-FIDELITE.
      *> Seule une promo qui a REELLEMENT joue se fige - un code
               END-IF.
               MOVE taux-tva TO FAC-TAUX-TVA.
               MOVE 'O' TO FAC-STATUT.
               IF ws-acompte-deduit > ZERO
                       AND ws-acompte-deduit >= final-price
                   MOVE 'S' TO FAC-STATUT
               END-IF.
               WRITE ENCOURS-CLIENT-RECORD.
               IF ws-status-encours NOT = '00'
                   DISPLAY "ERREUR E/S sur encours-clients.dat"
               END-IF.
               CLOSE encours-clients.

      *> L'acompte se deduit du net a payer TTC, sans toucher la TVA :
      *> c'est un reglement anticipe, pas une remise.  Un acompte
      *> superieur au net ne se deduit qu'a hauteur du net.
           CALCULER-ACOMPTE-DEDUIT.
               MOVE ws-acompte-recu TO ws-acompte-deduit.
               IF ws-acompte-deduit > final-price
                   MOVE final-price TO ws-acompte-deduit
                   DISPLAY "ATTENTION: acompte recu " ws-acompte-recu
                       " au-dela du net a payer - trop-percu a "
                       "rembourser au client."
               END-IF.
               COMPUTE ws-reste-a-payer =
                   final-price - ws-acompte-deduit.

      *> Une fois la facture au grand livre, l'acompte passe deduit
      *> avec son numero de facture - un nouvel export du devis ne
      *> le deduira plus.
           DEDUIRE-ACOMPTE-DEVIS.
               IF ws-acompte-devis NOT = ZERO
                   OPEN I-O acomptes-devis
                   IF ws-status-acompte NOT = '00'
                       DISPLAY "ERREUR E/S sur acomptes-devis.dat"
                       DISPLAY "Code statut: ", ws-status-acompte
                       DISPLAY "Traitement annule."
                       STOP RUN
                   END-IF
                   MOVE ws-acompte-devis TO ACP-DEVIS
                   READ acomptes-devis KEY IS ACP-DEVIS
                       INVALID KEY
                           DISPLAY "Acompte du devis " ws-acompte-devis
                               " disparu du registre."
                       NOT INVALID KEY
                           IF ACP-DEDUIT AND
                                   ACP-FACTURE = ws-numero-facture
                               DISPLAY "Acompte du devis " ACP-DEVIS
                                   " deja deduit de cette facture."
                           ELSE
                               MOVE 'D' TO ACP-STATUT
                               MOVE ws-numero-facture TO ACP-FACTURE
                               REWRITE ACOMPTE-DEVIS-RECORD
                           END-IF
                   END-READ
                   CLOSE acomptes-devis
               END-IF.

      *> Le net hors taxe de la facture (apres toutes les remises)
      *> se repartit sur les categories au prorata de leur brut.
      *> Une facture reprise deja ventilee ne l'est pas deux fois.
           VENTILER-TVA-FACTURE.
               MOVE 'N' TO ws-ventilation-flag.
               IF FactureReprise
                   PERFORM CHERCHER-VENTILATION-FACTURE
               END-IF.
               IF VentilationDejaEcrite
                   DISPLAY "Facture " ws-numero-facture
                       " deja dans ventilation-tva.dat."
               ELSE
                   MOVE ws-date-jour TO ws-vent-date
                   MOVE ws-numero-facture TO ws-vent-facture
                   MOVE ZERO TO ws-vent-avoir
                   MOVE SPACE TO ws-vent-sens
                   MOVE taux-tva TO ws-vent-taux
                   MOVE total TO ws-vent-brut
                   COMPUTE ws-vent-ht = final-price - ws-montant-tva
                   MOVE ws-montant-tva TO ws-vent-tva
                   PERFORM ECRIRE-VENTILATION-TVA
               END-IF.

           CHERCHER-VENTILATION-FACTURE.
               OPEN INPUT ventilation-tva.
               IF ws-status-ventilation = '00'
                   MOVE 'N' TO ws-fin-ventilation
                   PERFORM LIRE-VENTILATION-SUIVANTE
                   PERFORM EXAMINER-VENTILATION-FACTURE
                       UNTIL ws-fin-lecture-ventilation
                           OR VentilationDejaEcrite
                   CLOSE ventilation-tva
               END-IF.

           LIRE-VENTILATION-SUIVANTE.
               READ ventilation-tva
                   AT END
                       MOVE 'O' TO ws-fin-ventilation
               END-READ.

           EXAMINER-VENTILATION-FACTURE.
               IF TVV-FACTURE = ws-numero-facture AND TVV-SENS = SPACE
                   MOVE 'O' TO ws-ventilation-flag
               ELSE
                   PERFORM LIRE-VENTILATION-SUIVANTE
               END-IF.

      *> Hors mode contrats, un responsable s'identifie; en mode
      *> contrats personne n'est la pour le faire - refus d'office.
           DEMANDER-ACCORD-RESPONSABLE.
               IF ModeContrat
                   MOVE 'N' TO ws-superviseur-ok
               ELSE
                   PERFORM CONTROLER-SUPERVISEUR
               END-IF.

      *> Une echeance de contrat reprend le numero qu'elle avait
      *> reserve avant l'incident - pas de trou dans la numerotation.
      *> Le numero est reserve sur le contrat AVANT toute ecriture au
      *> grand livre.
           NUMEROTER-FACTURE.
               IF ModeContrat AND CTR-FACTURE-EN-COURS NOT = ZERO
                   MOVE CTR-FACTURE-EN-COURS TO ws-numero-facture
               ELSE
                   PERFORM PROCHAIN-NUMERO-FACTURE
               END-IF.
               IF ModeContrat
                   MOVE ws-numero-facture TO CTR-FACTURE-EN-COURS
                   PERFORM REECRIRE-CONTRAT
                   MOVE SPACES TO ws-nom-facture
                   STRING "facture-" DELIMITED BY SIZE
                       ws-numero-facture DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO ws-nom-facture
                   END-STRING
               END-IF.

      *> Facturation des echeances de contrat arrivees : chaque contrat
      *> actif est facture autant de fois qu'il a d'echeances passees,
      *> par la meme chaine que le mode commande.  Relancer apres un
      *> incident ne facture jamais deux fois la meme echeance (voir
      *> CTR-FACTURE-EN-COURS).
           TRAITER-CONTRATS.
               OPEN I-O articles.
               IF ws-status-articles NOT = '00'
                   DISPLAY "articles.dat absent (statut "
                       ws-status-articles ") - contrats non factures."
               ELSE
                   OPEN INPUT clients-boutique
                   IF ws-status-clients NOT = '00'
                       DISPLAY "clients-boutique.dat absent (statut "
                           ws-status-clients ") - contrats non "
                           "factures."
                   ELSE
                       PERFORM OUVRIR-HISTORIQUE-PRIX
                       PERFORM TRAITER-CONTRATS-VALIDES
                       IF HistoriquePrixOuvert
                           CLOSE articles-prix
                       END-IF
                       CLOSE clients-boutique
                   END-IF
                   CLOSE articles
               END-IF.

           TRAITER-CONTRATS-VALIDES.
               OPEN I-O contrats.
               IF ws-status-contrats NOT = '00'
                   DISPLAY "Aucun contrats.dat (statut "
                       ws-status-contrats ") - tenir les contrats via "
                       "GestionContrats."
               ELSE
                   MOVE 'O' TO ws-mode-contrat
                   MOVE "commande-contrat.dat" TO ws-nom-commande
                   ACCEPT ws-date-jour FROM DATE YYYYMMDD
                   MOVE ZERO TO CTR-NUMERO
                   START contrats KEY IS >= CTR-NUMERO
                       INVALID KEY
                           MOVE 'O' TO ws-fin-contrats
                   END-START
                   PERFORM LIRE-CONTRAT-SUIVANT
                   PERFORM EXAMINER-CONTRAT
                       UNTIL ws-fin-lecture-contrats
                   CLOSE contrats
                   DISPLAY "Contrats factures   : "
                       ws-nb-contrats-factures
                   DISPLAY "Reprises d'incident : "
                       ws-nb-contrats-repris
                   DISPLAY "Echeances en attente: "
                       ws-nb-contrats-attente
                   DISPLAY "Contrats termines   : "
                       ws-nb-contrats-termines
               END-IF.

           LIRE-CONTRAT-SUIVANT.
               IF NOT ws-fin-lecture-contrats
                   READ contrats NEXT RECORD
                       AT END
                           MOVE 'O' TO ws-fin-contrats
                   END-READ
               END-IF.

      *> Une echeance en attente bloque les suivantes du contrat : elles
      *> se factureront dans l'ordre a la prochaine passe.
           EXAMINER-CONTRAT.
               MOVE 'N' TO ws-echeance-flag.
               PERFORM FACTURER-ECHEANCE-CONTRAT
                   UNTIL NOT CTR-ACTIF
                       OR CTR-PROCHAINE-ECHEANCE > ws-date-jour
                       OR EcheanceBloquee.
               PERFORM LIRE-CONTRAT-SUIVANT.

      *> Un numero deja reserve sur le contrat signale une facture
      *> interrompue : elle repasse toute la chaine sous ce meme
      *> numero, et chaque ecriture - sortie de stock, audit, grand
      *> livre, acompte, ventilation TVA - se cherche d'abord sous
      *> lui; seules les manquantes sont passees.
           FACTURER-ECHEANCE-CONTRAT.
               MOVE 'N' TO ws-facture-postee.
               MOVE 'N' TO ws-reprise-flag.
               IF CTR-FACTURE-EN-COURS NOT = ZERO
                   MOVE 'O' TO ws-reprise-flag
                   PERFORM CHERCHER-FACTURE-RESERVEE
                   DISPLAY "Contrat " CTR-NUMERO " : reprise de la "
                       "facture " CTR-FACTURE-EN-COURS " - seules "
                       "les ecritures manquantes sont passees."
               END-IF.
               PERFORM TARIFER-ECHEANCE-CONTRAT.

      *> La facture reservee a-t-elle atteint le grand livre avant
      *> l'incident ?
           CHERCHER-FACTURE-RESERVEE.
               OPEN INPUT encours-clients.
               IF ws-status-encours = '00'
                   MOVE CTR-FACTURE-EN-COURS TO FAC-NUMERO
                   READ encours-clients KEY IS FAC-NUMERO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'O' TO ws-facture-postee
                   END-READ
                   CLOSE encours-clients
               END-IF.

      *> Le prix du tarif est celui en vigueur a la date d'echeance;
      *> la facture passe par SOUMETTRE-COMMANDE comme une commande.
           TARIFER-ECHEANCE-CONTRAT.
               PERFORM ECRIRE-COMMANDE-CONTRAT.
               PERFORM CHARGER-CLIENT-CONTRAT.
               IF NOT ws-client-trouve
                   MOVE 'O' TO ws-echeance-flag
               ELSE
                   MOVE CTR-PROCHAINE-ECHEANCE TO ws-date-prix
                   MOVE CTR-PROCHAINE-ECHEANCE TO ws-date-commande
                   MOVE SPACES TO ws-devise-facture
                   PERFORM CONTROLER-DEVISE-FACTURE
                   MOVE 'N' TO ws-promo-etat
                   MOVE CTR-CODE-PROMO TO ws-code-promo
                   PERFORM VALIDER-CODE-PROMO
                   MOVE 'N' TO ws-fin-commande
                   MOVE 'N' TO ws-facture-emise
                   OPEN INPUT commande
                   PERFORM SOUMETTRE-COMMANDE
                   IF FactureEmise
                       DISPLAY "Contrat " CTR-NUMERO " echeance "
                           CTR-PROCHAINE-ECHEANCE " : facture "
                           ws-numero-facture " - net " final-price
                       PERFORM AVANCER-ECHEANCE-CONTRAT
                       IF FactureReprise
                           ADD 1 TO ws-nb-contrats-repris
                       ELSE
                           ADD 1 TO ws-nb-contrats-factures
                       END-IF
                   ELSE
                       MOVE 'O' TO ws-echeance-flag
                   END-IF
               END-IF.
               IF EcheanceBloquee
                   ADD 1 TO ws-nb-contrats-attente
                   DISPLAY "Contrat " CTR-NUMERO " echeance "
                       CTR-PROCHAINE-ECHEANCE " EN ATTENTE - non "
                       "facturee."
               END-IF.

           ECRIRE-COMMANDE-CONTRAT.
               OPEN OUTPUT commande.
               IF ws-status-commande NOT = '00'
                   DISPLAY "ERREUR E/S sur commande-contrat.dat"
                   DISPLAY "Code statut: " ws-status-commande
                   STOP RUN
               END-IF.
               PERFORM ECRIRE-LIGNE-CONTRAT
                   VARYING ws-ligne-contrat FROM 1 BY 1
                   UNTIL ws-ligne-contrat > CTR-NB-LIGNES.
               CLOSE commande.

           ECRIRE-LIGNE-CONTRAT.
               MOVE CTL-CODE (ws-ligne-contrat) TO CMD-CODE.
               MOVE SPACES TO CMD-DESIGNATION.
               MOVE CTL-QUANTITE (ws-ligne-contrat) TO CMD-QUANTITE.
               MOVE CTL-PRIX-UNITAIRE (ws-ligne-contrat)
                   TO CMD-PRIX-UNITAIRE.
               WRITE commande-record.

      *> Meme controle qu'IDENTIFIER-CLIENT, sur le code du contrat.
           CHARGER-CLIENT-CONTRAT.
               MOVE CTR-CLIENT TO ws-client-ref.
               MOVE CTR-CLIENT TO CLB-CODE.
               READ clients-boutique KEY IS CLB-CODE
                   INVALID KEY
                       MOVE 'N' TO ws-client-flag
                       DISPLAY "Contrat " CTR-NUMERO " : client "
                           CTR-CLIENT " inconnu."
                   NOT INVALID KEY
                       MOVE 'O' TO ws-client-flag
               END-READ.
               IF ws-client-trouve
                   IF CLB-FERME
                       MOVE 'N' TO ws-client-flag
                       DISPLAY "Contrat " CTR-NUMERO " : client "
                           CTR-CLIENT " ferme."
                   ELSE
                       MOVE CLB-TIER TO ws-tier
                   END-IF
               END-IF.

      *> L'echeance facturee passe en derniere, la suivante avance
      *> d'une periode; au-dela de la date de fin le contrat est
      *> termine.  Le numero reserve se libere dans la meme reecriture.
           AVANCER-ECHEANCE-CONTRAT.
               MOVE ws-numero-facture TO CTR-DERNIERE-FACTURE.
               MOVE CTR-PROCHAINE-ECHEANCE TO CTR-DERNIERE-ECHEANCE.
               MOVE ZERO TO CTR-FACTURE-EN-COURS.
               PERFORM AVANCER-ECHEANCE-PERIODE.
               IF CTR-DATE-FIN NOT = ZERO AND
                       CTR-PROCHAINE-ECHEANCE > CTR-DATE-FIN
                   MOVE 'T' TO CTR-STATUT
                   ADD 1 TO ws-nb-contrats-termines
                   DISPLAY "Contrat " CTR-NUMERO " termine."
               END-IF.
               PERFORM REECRIRE-CONTRAT.

           AVANCER-ECHEANCE-PERIODE.
               MOVE CTR-PROCHAINE-ECHEANCE TO ws-date-travail-n.
               EVALUATE TRUE
                   WHEN CTR-TRIMESTRIEL
                       MOVE 3 TO ws-nb-mois
                   WHEN CTR-SEMESTRIEL
                       MOVE 6 TO ws-nb-mois
                   WHEN CTR-ANNUEL
                       MOVE 12 TO ws-nb-mois
                   WHEN OTHER
                       MOVE 1 TO ws-nb-mois
               END-EVALUATE.
               IF ws-dt-jour > 28
                   MOVE 28 TO ws-dt-jour
               END-IF.
               COMPUTE ws-mois-absolu =
                   ws-dt-annee * 12 + ws-dt-mois - 1 + ws-nb-mois.
               DIVIDE ws-mois-absolu BY 12 GIVING ws-dt-annee
                   REMAINDER ws-dt-mois.
               ADD 1 TO ws-dt-mois.
               MOVE ws-date-travail-n TO CTR-PROCHAINE-ECHEANCE.

           REECRIRE-CONTRAT.
               REWRITE CONTRAT-RECORD.
               IF ws-status-contrats NOT = '00'
                   DISPLAY "ERREUR E/S sur contrats.dat"
                   DISPLAY "Code statut: " ws-status-contrats
                   DISPLAY "Traitement annule."
                   STOP RUN
               END-IF.

               COPY TVAVENTPROC.

               COPY ARTPRIXPROC.

               COPY TAUXCHGPROC.

               COPY SUPERVISEURPROC.

               COPY ACCESPROC.
