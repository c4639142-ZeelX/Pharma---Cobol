      *> livraison contre la commande, cree les exemplaires au
      *> registre et met BM-COPIES a jour en une seule operation, en
      *> signalant court-livre et sur-livre.
      *> Budget (voir FONDS.cpy) : la commande engage son montant sur
      *> un fonds de l'exercice - au-dela du disponible il faut le
      *> droit DEPASS-FONDS -, la reception transforme l'engagement en
      *> depense.  La facture fournisseur est rapprochee de la
      *> commande et des quantites recues (voir FACTFOURN.cpy); un
      *> ecart la met en attente de validation (droit VALIDER-FACT).
      *> Creation des fonds et dotations : droit DOTER-FONDS.  L'etat
      *> des fonds s'edite avec EtatFonds.cob.
      *> Periodiques (voir ABONNEMENT.cpy) : le renouvellement d'un
      *> abonnement se commande ici, depuis la liste des echeances;
      *> sa reception prolonge l'abonnement au lieu d'entrer des
      *> exemplaires en stock.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EX-CLE
               FILE STATUS IS ws-status-exemplaires.

           SELECT fonds-acquisitions
               ASSIGN TO "fonds-acquisitions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDS-CLE
               FILE STATUS IS ws-status-fonds.

           SELECT factures-fournisseurs
               ASSIGN TO "factures-fournisseurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FF-ID
               FILE STATUS IS ws-status-factures.

           SELECT abonnements ASSIGN TO "abonnements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABN-CODE
               FILE STATUS IS ws-status-abonnements.

      *> Salle de lecture du poste (voir SITEPOSTE.cpy) : le nouvel
      *> exemplaire est attache au site ou il entre en stock.
           SELECT site-poste ASSIGN TO "site-poste.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-site.

       DATA DIVISION.
       FILE SECTION.
       FD commandes-fournisseurs.
       FD exemplaires.
           COPY EXEMPLAIRE.

       FD fonds-acquisitions.
           COPY FONDS.

       FD factures-fournisseurs.
           COPY FACTFOURN.

       FD abonnements.
           COPY ABONNEMENT.

       FD site-poste.
           COPY SITEPOSTE.

       WORKING-STORAGE SECTION.
       01 ws-status-commandes PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-exemplaires PIC XX.
       01 ws-status-site PIC XX.
      *> Site du poste (voir SITEPROC.cpy).
       01 ws-site-poste PIC X(3).
       01 ws-site-libelle PIC X(20).
       01 ws-status-fonds PIC XX.
       01 ws-status-factures PIC XX.

       01 Choix PIC 9 VALUE ZERO.
       01 ws-date-jour PIC 9(8).
       01 ws-reste-a-livrer PIC S9(3).
       01 ws-reponse PIC X.

      *> Budget et factures.
       01 ws-exercice PIC 9(4).
       01 ws-code-fonds PIC X(6).
       01 ws-fonds-flag PIC X VALUE 'N'.
           88 ws-fonds-trouve VALUE 'O'.
       01 ws-imputation-flag PIC X VALUE 'N'.
           88 ws-imputation-acceptee VALUE 'O'.
       01 ws-montant PIC 9(7)V99.
       01 ws-liberation PIC 9(7)V99.
       01 ws-disponible PIC S9(8)V99.
       01 ws-ajustement PIC S9(7)V99.
       01 ws-a-facturer PIC S9(4).
       01 ws-qte-rapprochee PIC 9(3).
       01 NumeroFacture PIC 9(6).
       01 ws-numero-saisi PIC X(15).
       01 ws-plus-haute-facture PIC 9(6).
       01 ws-fin-factures PIC X VALUE 'N'.
           88 ws-fin-lecture-factures VALUE 'O'.
       01 ws-facture-flag PIC X VALUE 'N'.
           88 ws-facture-trouvee VALUE 'O'.
       01 ws-double-flag PIC X VALUE 'N'.
           88 FactureDejaSaisie VALUE 'O'.
       01 ws-nb-attente PIC 9(4).

      *> Renouvellement des abonnements.
       01 ws-status-abonnements PIC XX.
       01 ws-code-saisi PIC X(13).
       01 ws-abonnement-flag PIC X VALUE 'N'.
           88 ws-abonnement-trouve VALUE 'O'.
       01 ws-fin-abonnements PIC X VALUE 'N'.
           88 ws-fin-lecture-abonnements VALUE 'O'.
       01 ws-jours-restants PIC S9(7).
       01 ws-nb-echeances PIC 9(4).
       01 ws-date-base PIC 9(8).
       01 ws-date-travail.
           05 ws-dt-annee PIC 9(4).
           05 ws-dt-mois PIC 9(2).
           05 ws-dt-jour PIC 9(2).
       01 ws-date-travail-n REDEFINES ws-date-travail PIC 9(8).

      *> Fields expected by SUPERVISEURPROC.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "Acquisitions" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM CHARGER-SITE-POSTE.
           MOVE ws-date-jour (1:4) TO ws-exercice.
           OPEN I-O commandes-fournisseurs.
           IF ws-status-commandes = '35'
               OPEN OUTPUT commandes-fournisseurs
               OPEN I-O exemplaires
           END-IF.

           OPEN I-O fonds-acquisitions.
           IF ws-status-fonds = '35'
               OPEN OUTPUT fonds-acquisitions
               CLOSE fonds-acquisitions
               OPEN I-O fonds-acquisitions
           END-IF.
           IF ws-status-fonds NOT = '00'
               DISPLAY "Impossible d'ouvrir "
                   "fonds-acquisitions.dat (statut "
                   ws-status-fonds ")."
               STOP RUN
           END-IF.

           OPEN I-O factures-fournisseurs.
           IF ws-status-factures = '35'
               OPEN OUTPUT factures-fournisseurs
               CLOSE factures-fournisseurs
               OPEN I-O factures-fournisseurs
           END-IF.
           IF ws-status-factures NOT = '00'
               DISPLAY "Impossible d'ouvrir "
                   "factures-fournisseurs.dat (statut "
                   ws-status-factures ")."
               STOP RUN
           END-IF.

           OPEN I-O abonnements.
           IF ws-status-abonnements = '35'
               OPEN OUTPUT abonnements
               CLOSE abonnements
               OPEN I-O abonnements
           END-IF.
           IF ws-status-abonnements NOT = '00'
               DISPLAY "Impossible d'ouvrir abonnements.dat (statut "
                   ws-status-abonnements ")."
               STOP RUN
           END-IF.

           PERFORM MENU-OPERATIONS UNTIL Choix = 8.

           CLOSE abonnements.
           CLOSE factures-fournisseurs.
           CLOSE fonds-acquisitions.
           CLOSE exemplaires.
           CLOSE book-master.
           CLOSE commandes-fournisseurs.
           DISPLAY "1. Passer une commande".
           DISPLAY "2. Commandes ouvertes".
           DISPLAY "3. Receptionner une livraison".
           DISPLAY "4. Saisir une facture fournisseur".
           DISPLAY "5. Factures en attente de validation".
           DISPLAY "6. Fonds budgetaires".
           DISPLAY "7. Renouveler un abonnement".
           DISPLAY "8. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM PASSER-COMMANDE
               WHEN 2 PERFORM LISTER-COMMANDES-OUVERTES
               WHEN 3 PERFORM RECEPTIONNER-LIVRAISON
               WHEN 4 PERFORM SAISIR-FACTURE
               WHEN 5 PERFORM TRAITER-FACTURES-ATTENTE
               WHEN 6 PERFORM GERER-FONDS
               WHEN 7 PERFORM RENOUVELER-ABONNEMENT
               WHEN 8 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

               ACCEPT CF-FOURNISSEUR
               DISPLAY "Quantite: "
               ACCEPT CF-QTE-COMMANDEE
               PERFORM SAISIR-IMPUTATION
           ELSE
               DISPLAY "Commande abandonnee."
           END-IF.

      *> Fonds et prix : la commande n'est ecrite que si son montant
      *> tient dans le disponible du fonds, ou si le depassement est
      *> autorise (droit DEPASS-FONDS).  Le montant est alors engage.
       SAISIR-IMPUTATION.
           MOVE 'N' TO ws-imputation-flag.
           DISPLAY "Fonds budgetaire: ".
           ACCEPT ws-code-fonds.
           MOVE ws-exercice TO FDS-EXERCICE.
           MOVE ws-code-fonds TO FDS-CODE.
           PERFORM LIRE-FONDS.
           IF NOT ws-fonds-trouve
               DISPLAY "Fonds " ws-code-fonds " inconnu pour "
                   "l'exercice " ws-exercice "."
           ELSE
               DISPLAY "Prix unitaire: "
               ACCEPT CF-PRIX-UNITAIRE
               COMPUTE ws-montant =
                   CF-QTE-COMMANDEE * CF-PRIX-UNITAIRE
               COMPUTE ws-disponible =
                   FDS-DOTATION - FDS-ENGAGE - FDS-DEPENSE
               IF ws-montant > ws-disponible
                   DISPLAY "ATTENTION: commande de " ws-montant
                       " pour un disponible de " ws-disponible
                       " sur le fonds " FDS-CODE "."
                   MOVE "DEPASS-FONDS" TO ACD-FONCTION
                   PERFORM CONTROLER-SUPERVISEUR
                   IF SuperviseurOk
                       MOVE 'O' TO ws-imputation-flag
                   ELSE
                       DISPLAY "Depassement du fonds refuse."
                   END-IF
               ELSE
                   MOVE 'O' TO ws-imputation-flag
               END-IF
           END-IF.
           IF ws-imputation-acceptee
               PERFORM ENREGISTRER-COMMANDE
           ELSE
               DISPLAY "Commande abandonnee."
           END-IF.

       ENREGISTRER-COMMANDE.
           MOVE FDS-CODE TO CF-FONDS.
           MOVE ws-montant TO CF-ENGAGEMENT.
           MOVE ZERO TO CF-QTE-RECUE.
           MOVE ZERO TO CF-QTE-FACTUREE.
           MOVE ws-date-jour TO CF-DATE-COMMANDE.
           DISPLAY "Livraison prevue (AAAAMMJJ): ".
           ACCEPT CF-DATE-PREVUE.
           MOVE 'O' TO CF-STATUT.
           WRITE COMMANDE-FOURNISSEUR-RECORD.
           IF ws-status-commandes NOT = '00'
               DISPLAY "ERREUR E/S sur commandes-fournisseurs.dat"
               DISPLAY "Code statut: " ws-status-commandes
               STOP RUN
           END-IF.
           ADD ws-montant TO FDS-ENGAGE.
           REWRITE FONDS-RECORD.
           IF ws-status-fonds NOT = '00'
               DISPLAY "ERREUR E/S sur fonds-acquisitions.dat"
               DISPLAY "Code statut: " ws-status-fonds
               STOP RUN
           END-IF.
           DISPLAY "Commande " CF-ID " passee chez "
               CF-FOURNISSEUR " - " ws-montant " engages sur le "
               "fonds " CF-FONDS ".".

       LIRE-FONDS.
           READ fonds-acquisitions KEY IS FDS-CLE
               INVALID KEY
                   MOVE 'N' TO ws-fonds-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-fonds-flag
           END-READ.

       CHERCHER-COMMANDE-OUVERTE-ISBN.
           MOVE 'N' TO ws-deja-ouverte.
           MOVE 'N' TO ws-fin-commandes.
               ELSE
                   DISPLAY "Quantite livree: "
                   ACCEPT ws-qte-livree
                   PERFORM CHERCHER-ABONNEMENT-COMMANDE
                   EVALUATE TRUE
                       WHEN ws-qte-livree = ZERO
                           DISPLAY "Rien a receptionner."
                       WHEN ws-abonnement-trouve
                           PERFORM PROLONGER-ABONNEMENT
                       WHEN OTHER
                           PERFORM ENTRER-LIVRAISON-EN-STOCK
                   END-EVALUATE
               END-IF
           END-IF.

           PERFORM IMMATRICULER-LIVRAISON.
           ADD ws-qte-livree TO BM-COPIES.
           REWRITE BOOK-MASTER-RECORD.
           PERFORM SOLDER-RECEPTION.
           DISPLAY ws-qte-livree " exemplaire(s) de " CF-ISBN
               " entres en stock.".

      *> Cumul recu, passage en depense et solde de la commande -
      *> communs a l'entree en stock et au renouvellement d'un
      *> abonnement.
       SOLDER-RECEPTION.
           ADD ws-qte-livree TO CF-QTE-RECUE.
           PERFORM IMPUTER-RECEPTION.
           COMPUTE ws-reste-a-livrer =
               CF-QTE-COMMANDEE - CF-QTE-RECUE.
           EVALUATE TRUE
                   DISPLAY "Commande " CF-ID " soldee."
           END-EVALUATE.
           REWRITE COMMANDE-FOURNISSEUR-RECORD.

      *> Ce qui est recu passe de l'engagement a la depense, au prix
      *> de la commande, sur le fonds de l'exercice de la commande.
      *> Un sur-livre depasse l'engagement : l'excedent va en
      *> depense sans engagement a liberer.
       IMPUTER-RECEPTION.
           IF CF-FONDS NOT = SPACES
               COMPUTE ws-montant = ws-qte-livree * CF-PRIX-UNITAIRE
               IF ws-montant > CF-ENGAGEMENT
                   MOVE CF-ENGAGEMENT TO ws-liberation
               ELSE
                   MOVE ws-montant TO ws-liberation
               END-IF
               SUBTRACT ws-liberation FROM CF-ENGAGEMENT
               MOVE CF-DATE-COMMANDE (1:4) TO FDS-EXERCICE
               MOVE CF-FONDS TO FDS-CODE
               PERFORM LIRE-FONDS
               IF ws-fonds-trouve
                   SUBTRACT ws-liberation FROM FDS-ENGAGE
                   ADD ws-montant TO FDS-DEPENSE
                   REWRITE FONDS-RECORD
                   IF ws-status-fonds NOT = '00'
                       DISPLAY "ERREUR E/S sur fonds-acquisitions.dat"
                       DISPLAY "Code statut: " ws-status-fonds
                       STOP RUN
                   END-IF
                   DISPLAY ws-montant " passes en depense sur le "
                       "fonds " CF-FONDS "."
               ELSE
                   DISPLAY "ATTENTION: fonds " CF-FONDS " de "
                       "l'exercice " FDS-EXERCICE " introuvable - "
                       "depense non imputee."
               END-IF
           END-IF.

       ASSURER-FICHE-CATALOGUE.
           MOVE CF-ISBN TO BM-ISBN.
               ACCEPT BM-AUTOR
               DISPLAY "Annee: "
               ACCEPT BM-YEAR
               PERFORM SAISIR-CLASSEMENT
               MOVE ZERO TO BM-COPIES
               WRITE BOOK-MASTER-RECORD
           END-IF.
               MOVE 'R' TO EX-STATUT
               MOVE ws-date-jour TO EX-DATE-ACQUISITION
               MOVE 'F' TO EX-ORIGINE
               MOVE ws-site-poste TO EX-SITE-ATTACHE
               MOVE ws-site-poste TO EX-SITE-ACTUEL
               MOVE SPACES TO EX-SITE-DESTINATION
               WRITE EXEMPLAIRE-RECORD
               IF ws-status-exemplaires NOT = '00'
                   DISPLAY "ERREUR E/S sur exemplaires.dat"
               MOVE CF-ID TO ws-plus-haut-id
           END-IF.
           PERFORM LIRE-COMMANDE-SUIVANTE.

      *> ------------------------------------------------------------
      *> Factures fournisseurs : rapprochement avec la commande.
      *> ------------------------------------------------------------
      *> Une facture pour moins que le recu non encore facture est
      *> une facture partielle normale; plus d'exemplaires factures
      *> que recus, ou un prix different de la commande, la met en
      *> attente.
       SAISIR-FACTURE.
           DISPLAY "Numero de commande: ".
           ACCEPT NumeroCommande.
           MOVE NumeroCommande TO CF-ID.
           PERFORM LIRE-COMMANDE.
           IF NOT ws-commande-trouvee
               DISPLAY "Commande introuvable."
           ELSE
               DISPLAY "Commande " CF-ID " chez " CF-FOURNISSEUR
                   " - " CF-QTE-RECUE " recue(s), "
                   CF-QTE-FACTUREE " facturee(s), prix "
                   CF-PRIX-UNITAIRE
               DISPLAY "Numero de facture du fournisseur: "
               ACCEPT ws-numero-saisi
               PERFORM PARCOURIR-FACTURES
               IF FactureDejaSaisie
                   DISPLAY "Facture " ws-numero-saisi " de "
                       CF-FOURNISSEUR " deja saisie - refusee."
               ELSE
                   PERFORM ENREGISTRER-FACTURE
               END-IF
           END-IF.

       LIRE-COMMANDE.
           READ commandes-fournisseurs KEY IS CF-ID
               INVALID KEY
                   MOVE 'N' TO ws-commande-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-commande-flag
           END-READ.

       ENREGISTRER-FACTURE.
           ADD 1 TO ws-plus-haute-facture.
           MOVE ws-plus-haute-facture TO FF-ID.
           MOVE ws-numero-saisi TO FF-NUMERO.
           MOVE CF-ID TO FF-COMMANDE.
           MOVE CF-FOURNISSEUR TO FF-FOURNISSEUR.
           DISPLAY "Date de facture (AAAAMMJJ): ".
           ACCEPT FF-DATE-FACTURE.
           DISPLAY "Quantite facturee: ".
           ACCEPT FF-QTE.
           DISPLAY "Prix unitaire facture: ".
           ACCEPT FF-PRIX-UNITAIRE.
           COMPUTE FF-MONTANT = FF-QTE * FF-PRIX-UNITAIRE.
           MOVE ws-date-jour TO FF-DATE-SAISIE.
           COMPUTE ws-a-facturer = CF-QTE-RECUE - CF-QTE-FACTUREE.
           COMPUTE FF-ECART-QTE = FF-QTE - ws-a-facturer.
           COMPUTE FF-ECART-PRIX =
               FF-PRIX-UNITAIRE - CF-PRIX-UNITAIRE.
           MOVE ACD-OPERATEUR TO FF-SAISI-PAR.
           MOVE SPACES TO FF-DECIDE-PAR.
           MOVE ZERO TO FF-DATE-DECISION.
           IF FF-ECART-QTE > ZERO OR FF-ECART-PRIX NOT = ZERO
               MOVE 'A' TO FF-STATUT
           ELSE
               MOVE 'R' TO FF-STATUT
               ADD FF-QTE TO CF-QTE-FACTUREE
               REWRITE COMMANDE-FOURNISSEUR-RECORD
               IF ws-status-commandes NOT = '00'
                   DISPLAY "ERREUR E/S sur commandes-fournisseurs.dat"
                   DISPLAY "Code statut: " ws-status-commandes
                   STOP RUN
               END-IF
           END-IF.
           WRITE FACTURE-FOURNISSEUR-RECORD.
           IF ws-status-factures NOT = '00'
               DISPLAY "ERREUR E/S sur factures-fournisseurs.dat"
               DISPLAY "Code statut: " ws-status-factures
               STOP RUN
           END-IF.
           IF FF-RAPPROCHEE
               DISPLAY "Facture " FF-ID " rapprochee - "
                   FF-MONTANT " bon a payer."
           ELSE
               DISPLAY "Facture " FF-ID " EN ATTENTE de validation :"
               IF FF-ECART-QTE > ZERO
                   DISPLAY "  " FF-ECART-QTE " exemplaire(s) "
                       "factures de plus que recus"
               END-IF
               IF FF-ECART-PRIX NOT = ZERO
                   DISPLAY "  ecart de prix unitaire " FF-ECART-PRIX
                       " sur le prix commande " CF-PRIX-UNITAIRE
               END-IF
           END-IF.

      *> Un seul passage : plus haut numero interne, et meme numero
      *> de facture deja saisi chez le meme fournisseur (hors
      *> factures rejetees).
       PARCOURIR-FACTURES.
           MOVE ZERO TO ws-plus-haute-facture.
           MOVE 'N' TO ws-double-flag.
           MOVE 'N' TO ws-fin-factures.
           MOVE ZERO TO FF-ID.
           START factures-fournisseurs KEY IS >= FF-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-factures
           END-START.
           PERFORM LIRE-FACTURE-SUIVANTE.
           PERFORM EXAMINER-FACTURE UNTIL ws-fin-lecture-factures.

       LIRE-FACTURE-SUIVANTE.
           IF NOT ws-fin-lecture-factures
               READ factures-fournisseurs NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-factures
               END-READ
           END-IF.

       EXAMINER-FACTURE.
           IF FF-ID > ws-plus-haute-facture
               MOVE FF-ID TO ws-plus-haute-facture
           END-IF.
           IF FF-NUMERO = ws-numero-saisi
                   AND FF-FOURNISSEUR = CF-FOURNISSEUR
                   AND NOT FF-REJETEE
               MOVE 'O' TO ws-double-flag
           END-IF.
           PERFORM LIRE-FACTURE-SUIVANTE.

       TRAITER-FACTURES-ATTENTE.
           MOVE ZERO TO ws-nb-attente.
           MOVE 'N' TO ws-fin-factures.
           MOVE ZERO TO FF-ID.
           START factures-fournisseurs KEY IS >= FF-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-factures
           END-START.
           PERFORM LIRE-FACTURE-SUIVANTE.
           PERFORM AFFICHER-FACTURE-ATTENTE
               UNTIL ws-fin-lecture-factures.
           IF ws-nb-attente = ZERO
               DISPLAY "Aucune facture en attente."
           ELSE
               DISPLAY "Facture a traiter (0 = retour): "
               ACCEPT NumeroFacture
               IF NumeroFacture NOT = ZERO
                   PERFORM DECIDER-FACTURE
               END-IF
           END-IF.

       AFFICHER-FACTURE-ATTENTE.
           IF FF-EN-ATTENTE
               ADD 1 TO ws-nb-attente
               DISPLAY "Facture " FF-ID " (" FF-NUMERO ") commande "
                   FF-COMMANDE " chez " FF-FOURNISSEUR
               DISPLAY "   " FF-QTE " x " FF-PRIX-UNITAIRE " = "
                   FF-MONTANT " - ecart qte " FF-ECART-QTE
                   " ecart prix " FF-ECART-PRIX
                   " - saisie par " FF-SAISI-PAR
           END-IF.
           PERFORM LIRE-FACTURE-SUIVANTE.

      *> Validation reservee (droit VALIDER-FACT) et jamais par la
      *> personne qui a saisi la facture - meme regle que
      *> DECIDER-DEMANDE dans GestionPrets.cob.
       DECIDER-FACTURE.
           MOVE "VALIDER-FACT" TO ACD-FONCTION.
           PERFORM CONTROLER-SUPERVISEUR.
           IF NOT SuperviseurOk
               DISPLAY "Autorisation refusee - facture laissee en "
                   "attente."
           ELSE
               MOVE NumeroFacture TO FF-ID
               READ factures-fournisseurs KEY IS FF-ID
                   INVALID KEY
                       MOVE 'N' TO ws-facture-flag
                   NOT INVALID KEY
                       MOVE 'O' TO ws-facture-flag
               END-READ
               EVALUATE TRUE
                   WHEN NOT ws-facture-trouvee
                       DISPLAY "Facture introuvable."
                   WHEN NOT FF-EN-ATTENTE
                       DISPLAY "Facture deja traitee (statut "
                           FF-STATUT ")."
                   WHEN FF-SAISI-PAR = ACD-AUTORISANT
                       DISPLAY "La facture doit etre validee par une "
                           "autre personne que sa saisie."
                   WHEN OTHER
                       DISPLAY "V = valider, J = rejeter, "
                           "autre = laisser en attente: "
                       ACCEPT ws-reponse
                       EVALUATE ws-reponse
                           WHEN 'V'
                           WHEN 'v'
                               PERFORM VALIDER-FACTURE
                           WHEN 'J'
                           WHEN 'j'
                               PERFORM REJETER-FACTURE
                           WHEN OTHER
                               DISPLAY "Facture laissee en attente."
                       END-EVALUATE
               END-EVALUATE
           END-IF.

      *> La reception a passe en depense les exemplaires recus au
      *> prix commande et libere leur engagement; la validation n'y
      *> ajoute que l'ecart de prix sur ces exemplaires recus.  Des
      *> exemplaires factures au-dela du recu restent en litige : la
      *> facture attend en l'etat que la reception les rattrape (ils
      *> passeront alors en depense a la reception, une seule fois),
      *> ou se rejette.
       VALIDER-FACTURE.
           MOVE FF-COMMANDE TO CF-ID.
           PERFORM LIRE-COMMANDE.
           IF NOT ws-commande-trouvee
               DISPLAY "Commande " FF-COMMANDE " introuvable - "
                   "facture laissee en attente."
           ELSE
               COMPUTE ws-a-facturer =
                   CF-QTE-RECUE - CF-QTE-FACTUREE
               IF ws-a-facturer < ZERO
                   MOVE ZERO TO ws-a-facturer
               END-IF
               IF FF-QTE > ws-a-facturer
                   DISPLAY "Facture " FF-ID " : " FF-QTE
                       " exemplaire(s) factures pour " ws-a-facturer
                       " recu(s) non factures - laissee en attente "
                       "jusqu'a la reception."
               ELSE
                   PERFORM VALIDER-FACTURE-RECUE
               END-IF
           END-IF.

       VALIDER-FACTURE-RECUE.
           MOVE FF-QTE TO ws-qte-rapprochee.
           COMPUTE ws-ajustement = ws-qte-rapprochee
               * (FF-PRIX-UNITAIRE - CF-PRIX-UNITAIRE).
           ADD FF-QTE TO CF-QTE-FACTUREE.
           REWRITE COMMANDE-FOURNISSEUR-RECORD.
           IF ws-status-commandes NOT = '00'
               DISPLAY "ERREUR E/S sur commandes-fournisseurs.dat"
               DISPLAY "Code statut: " ws-status-commandes
               STOP RUN
           END-IF.
           IF CF-FONDS NOT = SPACES AND ws-ajustement NOT = ZERO
               PERFORM AJUSTER-DEPENSE-FONDS
           END-IF.
           MOVE 'V' TO FF-STATUT.
           PERFORM ENREGISTRER-DECISION-FACTURE.
           DISPLAY "Facture " FF-ID " validee - " FF-MONTANT
               " bon a payer.".

       AJUSTER-DEPENSE-FONDS.
           MOVE CF-DATE-COMMANDE (1:4) TO FDS-EXERCICE.
           MOVE CF-FONDS TO FDS-CODE.
           PERFORM LIRE-FONDS.
           IF ws-fonds-trouve
               ADD ws-ajustement TO FDS-DEPENSE
               REWRITE FONDS-RECORD
               IF ws-status-fonds NOT = '00'
                   DISPLAY "ERREUR E/S sur fonds-acquisitions.dat"
                   DISPLAY "Code statut: " ws-status-fonds
                   STOP RUN
               END-IF
               DISPLAY "Depense du fonds " CF-FONDS " corrigee de "
                   ws-ajustement "."
           ELSE
               DISPLAY "ATTENTION: fonds " CF-FONDS " de l'exercice "
                   FDS-EXERCICE " introuvable - ecart non impute."
           END-IF.

       REJETER-FACTURE.
           MOVE 'J' TO FF-STATUT.
           PERFORM ENREGISTRER-DECISION-FACTURE.
           DISPLAY "Facture " FF-ID " rejetee - a retourner au "
               "fournisseur.".

       ENREGISTRER-DECISION-FACTURE.
           MOVE ACD-AUTORISANT TO FF-DECIDE-PAR.
           MOVE ws-date-jour TO FF-DATE-DECISION.
           REWRITE FACTURE-FOURNISSEUR-RECORD.
           IF ws-status-factures NOT = '00'
               DISPLAY "ERREUR E/S sur factures-fournisseurs.dat"
               DISPLAY "Code statut: " ws-status-factures
               STOP RUN
           END-IF.

      *> ------------------------------------------------------------
      *> Fonds budgetaires de l'exercice en cours : consultation,
      *> creation et dotation (droit DOTER-FONDS).
      *> ------------------------------------------------------------
       GERER-FONDS.
           DISPLAY "Code du fonds: ".
           ACCEPT ws-code-fonds.
           MOVE ws-exercice TO FDS-EXERCICE.
           MOVE ws-code-fonds TO FDS-CODE.
           PERFORM LIRE-FONDS.
           IF ws-fonds-trouve
               COMPUTE ws-disponible =
                   FDS-DOTATION - FDS-ENGAGE - FDS-DEPENSE
               DISPLAY "Fonds " FDS-CODE " " FDS-LIBELLE
                   " - exercice " FDS-EXERCICE
               DISPLAY "  Dotation   : " FDS-DOTATION
               DISPLAY "  Engage     : " FDS-ENGAGE
               DISPLAY "  Depense    : " FDS-DEPENSE
               DISPLAY "  Disponible : " ws-disponible
               DISPLAY "Modifier la dotation ? (O/N): "
               ACCEPT ws-reponse
               IF ws-reponse = 'O' OR ws-reponse = 'o'
                   PERFORM DOTER-FONDS
               END-IF
           ELSE
               DISPLAY "Fonds inconnu pour l'exercice " ws-exercice
                   " - le creer ? (O/N): "
               ACCEPT ws-reponse
               IF ws-reponse = 'O' OR ws-reponse = 'o'
                   PERFORM CREER-FONDS
               END-IF
           END-IF.

       DOTER-FONDS.
           MOVE "DOTER-FONDS" TO ACD-FONCTION.
           PERFORM CONTROLER-SUPERVISEUR.
           IF NOT SuperviseurOk
               DISPLAY "Autorisation refusee - dotation inchangee."
           ELSE
               DISPLAY "Nouvelle dotation: "
               ACCEPT FDS-DOTATION
               REWRITE FONDS-RECORD
               IF ws-status-fonds NOT = '00'
                   DISPLAY "ERREUR E/S sur fonds-acquisitions.dat"
                   DISPLAY "Code statut: " ws-status-fonds
                   STOP RUN
               END-IF
               COMPUTE ws-disponible =
                   FDS-DOTATION - FDS-ENGAGE - FDS-DEPENSE
               DISPLAY "Dotation enregistree - disponible "
                   ws-disponible "."
           END-IF.

       CREER-FONDS.
           MOVE "DOTER-FONDS" TO ACD-FONCTION.
           PERFORM CONTROLER-SUPERVISEUR.
           IF NOT SuperviseurOk
               DISPLAY "Autorisation refusee - fonds non cree."
           ELSE
               MOVE ws-exercice TO FDS-EXERCICE
               MOVE ws-code-fonds TO FDS-CODE
               DISPLAY "Libelle: "
               ACCEPT FDS-LIBELLE
               DISPLAY "Dotation annuelle: "
               ACCEPT FDS-DOTATION
               MOVE ZERO TO FDS-ENGAGE
               MOVE ZERO TO FDS-DEPENSE
               WRITE FONDS-RECORD
               IF ws-status-fonds NOT = '00'
                   DISPLAY "ERREUR E/S sur fonds-acquisitions.dat"
                   DISPLAY "Code statut: " ws-status-fonds
                   STOP RUN
               END-IF
               DISPLAY "Fonds " FDS-CODE " cree pour l'exercice "
                   FDS-EXERCICE "."
           END-IF.

      *> ------------------------------------------------------------
      *> Renouvellement des abonnements aux periodiques.
      *> ------------------------------------------------------------
      *> Les echeances dans le preavis (voir SuiviPeriodiques.cob)
      *> sont rappelees; la commande se passe chez le fournisseur de
      *> l'abonnement, une annee a la fois, avec le meme garde-fou
      *> anti double commande et la meme imputation sur un fonds
      *> qu'une commande de livres.
       RENOUVELER-ABONNEMENT.
           PERFORM LISTER-ECHEANCES.
           DISPLAY "ISSN a renouveler (vide = retour): ".
           MOVE SPACES TO ws-code-saisi.
           ACCEPT ws-code-saisi.
           IF ws-code-saisi NOT = SPACES
               MOVE ws-code-saisi TO ABN-CODE
               READ abonnements KEY IS ABN-CODE
                   INVALID KEY
                       MOVE 'N' TO ws-abonnement-flag
                   NOT INVALID KEY
                       MOVE 'O' TO ws-abonnement-flag
               END-READ
               EVALUATE TRUE
                   WHEN NOT ws-abonnement-trouve
                       DISPLAY "Aucun abonnement pour ce titre."
                   WHEN ABN-COMMANDE NOT = ZERO
                       DISPLAY "Renouvellement deja commande "
                           "(commande " ABN-COMMANDE ")."
                   WHEN OTHER
                       PERFORM COMMANDER-RENOUVELLEMENT
               END-EVALUATE
           END-IF.

       LISTER-ECHEANCES.
           MOVE ZERO TO ws-nb-echeances.
           MOVE 'N' TO ws-fin-abonnements.
           MOVE LOW-VALUES TO ABN-CODE.
           START abonnements KEY IS >= ABN-CODE
               INVALID KEY
                   MOVE 'O' TO ws-fin-abonnements
           END-START.
           PERFORM LIRE-ABONNEMENT-SUIVANT.
           PERFORM AFFICHER-ECHEANCE UNTIL ws-fin-lecture-abonnements.
           IF ws-nb-echeances = ZERO
               DISPLAY "Aucun abonnement dans son preavis."
           END-IF.

       LIRE-ABONNEMENT-SUIVANT.
           IF NOT ws-fin-lecture-abonnements
               READ abonnements NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-abonnements
               END-READ
           END-IF.

       AFFICHER-ECHEANCE.
           IF ABN-ACTIF AND ABN-DATE-FIN NOT = ZERO
               COMPUTE ws-jours-restants =
                   FUNCTION INTEGER-OF-DATE (ABN-DATE-FIN)
                   - FUNCTION INTEGER-OF-DATE (ws-date-jour)
               IF ws-jours-restants <= ABN-PREAVIS
                   ADD 1 TO ws-nb-echeances
                   IF ABN-COMMANDE = ZERO
                       DISPLAY ABN-CODE " " ABN-TITRE " - echeance "
                           ABN-DATE-FIN " - " ABN-PRIX-ANNUEL
                           " chez " ABN-FOURNISSEUR
                   ELSE
                       DISPLAY ABN-CODE " " ABN-TITRE " - echeance "
                           ABN-DATE-FIN " - commande " ABN-COMMANDE
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-ABONNEMENT-SUIVANT.

       COMMANDER-RENOUVELLEMENT.
           MOVE ABN-CODE TO ws-isbn-saisi.
           PERFORM CHERCHER-COMMANDE-OUVERTE-ISBN.
           MOVE 'O' TO ws-reponse.
           IF CommandeOuverteSurIsbn
               DISPLAY "ATTENTION: la commande " CF-ID " sur ce "
                   "titre est encore ouverte. Commander quand meme ? "
                   "(O/N): "
               ACCEPT ws-reponse
           END-IF.
           IF ws-reponse = 'O' OR ws-reponse = 'o'
               DISPLAY "Renouvellement de " ABN-TITRE " chez "
                   ABN-FOURNISSEUR " - prix annuel actuel "
                   ABN-PRIX-ANNUEL
               PERFORM CHERCHER-PLUS-HAUT-ID
               ADD 1 TO ws-plus-haut-id
               MOVE ws-plus-haut-id TO CF-ID
               MOVE ABN-CODE TO CF-ISBN
               MOVE ABN-FOURNISSEUR TO CF-FOURNISSEUR
               MOVE 1 TO CF-QTE-COMMANDEE
               PERFORM SAISIR-IMPUTATION
               IF ws-imputation-acceptee
                   MOVE CF-ID TO ABN-COMMANDE
                   MOVE CF-PRIX-UNITAIRE TO ABN-PRIX-ANNUEL
                   REWRITE ABONNEMENT-RECORD
                   IF ws-status-abonnements NOT = '00'
                       DISPLAY "ERREUR E/S sur abonnements.dat"
                       DISPLAY "Code statut: " ws-status-abonnements
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               DISPLAY "Commande abandonnee."
           END-IF.

      *> Seule la commande de renouvellement inscrite sur
      *> l'abonnement le prolonge - une commande ordinaire sous
      *> l'ISSN (numeros anciens, second exemplaire) entre en stock.
       CHERCHER-ABONNEMENT-COMMANDE.
           MOVE CF-ISBN TO ABN-CODE.
           READ abonnements KEY IS ABN-CODE
               INVALID KEY
                   MOVE 'N' TO ws-abonnement-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-abonnement-flag
           END-READ.
           IF ws-abonnement-trouve AND ABN-COMMANDE NOT = CF-ID
               MOVE 'N' TO ws-abonnement-flag
           END-IF.

      *> Une annee par unite recue, a partir de l'echeance - ou
      *> d'aujourd'hui si l'abonnement a deja expire -, jour plafonne
      *> a 28 comme la reconduction d'adhesion de GestionMembres.cob.
      *> Aucun exemplaire n'est cree : les numeros s'immatriculent au
      *> bulletinage (Periodiques.cob).
       PROLONGER-ABONNEMENT.
           IF ABN-DATE-FIN > ws-date-jour
               MOVE ABN-DATE-FIN TO ws-date-base
           ELSE
               MOVE ws-date-jour TO ws-date-base
           END-IF.
           MOVE ws-date-base TO ws-date-travail-n.
           IF ws-dt-jour > 28
               MOVE 28 TO ws-dt-jour
           END-IF.
           ADD ws-qte-livree TO ws-dt-annee.
           MOVE ws-date-travail-n TO ABN-DATE-FIN.
           MOVE ZERO TO ABN-COMMANDE.
           MOVE 'A' TO ABN-STATUT.
           REWRITE ABONNEMENT-RECORD.
           IF ws-status-abonnements NOT = '00'
               DISPLAY "ERREUR E/S sur abonnements.dat"
               DISPLAY "Code statut: " ws-status-abonnements
               STOP RUN
           END-IF.
           PERFORM SOLDER-RECEPTION.
           DISPLAY "Abonnement " ABN-TITRE " prolonge jusqu'au "
               ABN-DATE-FIN ".".

       COPY CLASSEPROC.

       COPY SUPERVISEURPROC.

       COPY SITEPROC.

       COPY ACCESPROC.
