      *> facturable et imprime un journal des frais date
      *> (journal-frais-AAAAMMJJ.txt).  Lance par TraitementNocturne
      *> et soumis au calendrier batchctl.dat comme les autres jobs.
      *> Un compte dont le produit (voir PRODUIT.cpy) porte un profil
      *> de frais est facture aux lignes de ce profil, la ou le bareme
      *> en a; la ligne generale vaut pour le reste.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-bareme.

      *> Catalogue des produits - lu seulement, pour le profil de
      *> frais de chaque compte.  Absent : bareme general pour tous.
           SELECT produits ASSIGN TO 'produits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE
               FILE STATUS IS ws-status-produits.

           SELECT journal-frais ASSIGN TO DYNAMIC ws-nom-journal
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-journal-frais.

      *> Calendrier de controle batch + accord superviseur (voir
      *> BATCHCTL.cpy / BATCHFORCEPROC.cpy) : une deuxieme passe le
      *> meme soir facturerait chaque compte deux fois.
           SELECT batch-control ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-batchctl.

       DATA DIVISION.
       FILE SECTION.
       FD account-master.
       FD frais-bareme.
           COPY FRAISBAR.

       FD produits.
           COPY PRODUIT.

       FD journal-frais.
       01 ligne-journal PIC X(80).

       FD batch-control.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-bareme PIC XX.
       01 ws-status-journal-frais PIC XX.
       01 ws-status-produits PIC XX.
       01 ws-catalogue-flag PIC X VALUE 'N'.
           88 ws-catalogue-ouvert VALUE 'O'.
       01 ws-nom-journal PIC X(30).

       01 ws-fin-comptes PIC X VALUE 'N'.
       01 ws-releve-montant PIC 9(5)V99.
       01 ws-releve-devise PIC X(3).

      *> Lignes de bareme propres a un profil de frais (FRB-PROFIL
      *> renseigne) - chacune remplace, pour les comptes du profil, la
      *> ligne generale de son type.
       01 ws-nb-profils PIC 9(3) VALUE ZERO.
       01 TABLE-PROFILS.
           05 ENTREE-PROFIL OCCURS 50 TIMES
                   INDEXED BY Idx-Profil.
               10 TP-Profil PIC X(8).
               10 TP-Type PIC X(8).
               10 TP-Montant PIC 9(5)V99.
               10 TP-Devise PIC X(3).
               10 TP-Franchise PIC 9(3).

      *> Bareme retenu pour le compte en cours : la ligne generale,
      *> remplacee par celle de son profil quand elle existe.
       01 ws-profil-compte PIC X(8).
       01 ws-cpt-tenue-montant PIC 9(5)V99.
       01 ws-cpt-tenue-devise PIC X(3).
       01 ws-cpt-retrait-montant PIC 9(5)V99.
       01 ws-cpt-retrait-devise PIC X(3).
       01 ws-cpt-retrait-franchise PIC 9(3).
       01 ws-cpt-releve-montant PIC 9(5)V99.
       01 ws-cpt-releve-devise PIC X(3).

       01 ws-nb-comptes-retraits PIC 9(4) VALUE ZERO.
       01 ws-nb-retraits-factures PIC 9(3).
       01 ws-frais-compte PIC 9(7)V99.
       01 ws-ctl-autorisation PIC X VALUE 'N'.
           88 ws-ctl-autorise VALUE 'O'.
       01 ws-ctl-reponse PIC X.
       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

       77 F-Frais PIC X VALUE "G".
      *> Comptes techniques hors serie - jamais factures : l'attente
      *> interbancaire (ImportVirementsEntrants.cob), les impots dus
      *> (InteretNocturne.cob), la position de change
      *> (ReevaluationChange.cob), les recettes de la bibliotheque
      *> (PrelevementsBibliotheque.cob) et les provisions sur prets
      *> (ProvisionsPrets.cob) ne sont pas des clients - les
      *> facturer viderait la retenue due au fisc et fausserait la
      *> position.  Meme liste que ComptesDormants.cob.
       77 F-Compte-Attente PIC 9(6) VALUE 999999.
       77 F-Compte-Impots PIC 9(6) VALUE 999998.
       77 F-Compte-Position PIC 9(6) VALUE 999997.
       77 F-Compte-Bibliotheque PIC 9(6) VALUE 999996.
       77 F-Compte-Provisions PIC 9(6) VALUE 999995.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
               GOBACK
           END-IF.

           OPEN INPUT produits.
           IF ws-status-produits = '00'
               MOVE 'O' TO ws-catalogue-flag
           END-IF.

           STRING "journal-frais-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE

           PERFORM ECRIRE-PIED-JOURNAL.
           CLOSE journal-frais.
           IF ws-catalogue-ouvert
               CLOSE produits
           END-IF.
           CLOSE account-master.

           PERFORM ENREGISTRER-CONTROLE-BATCH.

       RETENIR-LIGNE-BAREME.
           EVALUATE TRUE
               WHEN FRB-PROFIL NOT = SPACES
                   PERFORM RETENIR-LIGNE-PROFIL
               WHEN FRB-TENUE
                   MOVE FRB-MONTANT TO ws-tenue-montant
                   MOVE FRB-DEVISE TO ws-tenue-devise
           END-EVALUATE.
           PERFORM LIRE-BAREME-SUIVANT.

       RETENIR-LIGNE-PROFIL.
           IF ws-nb-profils >= 50
               DISPLAY "Trop de lignes de profil dans frais-bareme.dat "
                   "(limite 50) - ligne " FRB-PROFIL " " FRB-TYPE
                   " ignoree."
           ELSE
               ADD 1 TO ws-nb-profils
               SET Idx-Profil TO ws-nb-profils
               MOVE FRB-PROFIL TO TP-Profil (Idx-Profil)
               MOVE FRB-TYPE TO TP-Type (Idx-Profil)
               MOVE FRB-MONTANT TO TP-Montant (Idx-Profil)
               MOVE FRB-DEVISE TO TP-Devise (Idx-Profil)
               MOVE FRB-FRANCHISE TO TP-Franchise (Idx-Profil)
           END-IF.

      *> Une passe du journal pour compter les retraits "R" du mois
      *> par compte - l'historique est referme avant toute ecriture.
       COMPTER-RETRAITS-DU-MOIS.
           IF NOT ACCT-FERME AND
                   ACCT-NUMBER NOT = F-Compte-Attente AND
                   ACCT-NUMBER NOT = F-Compte-Impots AND
                   ACCT-NUMBER NOT = F-Compte-Position AND
                   ACCT-NUMBER NOT = F-Compte-Bibliotheque AND
                   ACCT-NUMBER NOT = F-Compte-Provisions
               PERFORM CALCULER-FRAIS-COMPTE
               IF ws-frais-compte > ZERO
                   SUBTRACT ws-frais-compte FROM ACCT-BALANCE
           MOVE ZERO TO ws-frais-compte.
           MOVE ZERO TO ws-frais-retraits.
           MOVE ZERO TO ws-nb-retraits-factures.
           PERFORM CHOISIR-BAREME-COMPTE.
           IF ws-cpt-tenue-devise = "ALL" OR
                   ws-cpt-tenue-devise = ACCT-CURRENCY
               ADD ws-cpt-tenue-montant TO ws-frais-compte
           END-IF.
           IF ws-cpt-releve-devise = "ALL" OR
                   ws-cpt-releve-devise = ACCT-CURRENCY
               ADD ws-cpt-releve-montant TO ws-frais-compte
           END-IF.
           IF ws-cpt-retrait-devise = "ALL" OR
                   ws-cpt-retrait-devise = ACCT-CURRENCY
               PERFORM CHERCHER-RETRAITS-COMPTE
               IF ws-nb-retraits-factures > ws-cpt-retrait-franchise
                   COMPUTE ws-frais-retraits =
                       (ws-nb-retraits-factures
                        - ws-cpt-retrait-franchise)
                       * ws-cpt-retrait-montant
                   ADD ws-frais-retraits TO ws-frais-compte
               END-IF
           END-IF.

      *> Bareme general, puis les lignes du profil de frais du produit
      *> du compte par-dessus.  Compte sans produit, produit absent du
      *> catalogue ou produit sans profil : bareme general.
       CHOISIR-BAREME-COMPTE.
           MOVE ws-tenue-montant TO ws-cpt-tenue-montant.
           MOVE ws-tenue-devise TO ws-cpt-tenue-devise.
           MOVE ws-retrait-montant TO ws-cpt-retrait-montant.
           MOVE ws-retrait-devise TO ws-cpt-retrait-devise.
           MOVE ws-retrait-franchise TO ws-cpt-retrait-franchise.
           MOVE ws-releve-montant TO ws-cpt-releve-montant.
           MOVE ws-releve-devise TO ws-cpt-releve-devise.
           MOVE SPACES TO ws-profil-compte.
           IF ws-catalogue-ouvert AND ACCT-PRODUIT NOT = SPACES
               MOVE ACCT-PRODUIT TO PRD-CODE
               READ produits KEY IS PRD-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRD-PROFIL-FRAIS TO ws-profil-compte
               END-READ
           END-IF.
           IF ws-profil-compte NOT = SPACES
               PERFORM APPLIQUER-LIGNE-PROFIL
                   VARYING Idx-Profil FROM 1 BY 1
                   UNTIL Idx-Profil > ws-nb-profils
           END-IF.

       APPLIQUER-LIGNE-PROFIL.
           IF TP-Profil (Idx-Profil) = ws-profil-compte
               EVALUATE TP-Type (Idx-Profil)
                   WHEN "TENUE"
                       MOVE TP-Montant (Idx-Profil)
                           TO ws-cpt-tenue-montant
                       MOVE TP-Devise (Idx-Profil)
                           TO ws-cpt-tenue-devise
                   WHEN "RETRAIT"
                       MOVE TP-Montant (Idx-Profil)
                           TO ws-cpt-retrait-montant
                       MOVE TP-Devise (Idx-Profil)
                           TO ws-cpt-retrait-devise
                       MOVE TP-Franchise (Idx-Profil)
                           TO ws-cpt-retrait-franchise
                   WHEN "RELEVE"
                       MOVE TP-Montant (Idx-Profil)
                           TO ws-cpt-releve-montant
                       MOVE TP-Devise (Idx-Profil)
                           TO ws-cpt-releve-devise
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHERCHER-RETRAITS-COMPTE.
           SET Idx-Retrait TO 1.
           SEARCH ENTREE-RETRAIT
