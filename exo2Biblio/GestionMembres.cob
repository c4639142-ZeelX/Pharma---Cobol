      *> numero, mise a jour, consultation.  Les prets et retours de
      *> Librairy.cob sont desormais cles sur MB-ID - fini les prets
      *> orphelins parce qu'un retour a ete saisi sous une autre
      *> orthographe du nom.  Le guichet y enregistre aussi
      *> l'autorisation de prelevement d'un membre sur son compte
      *> bancaire (voir AUTPRLV.cpy) : amendes et cotisations sont
      *> alors debitees la nuit par PrelevementsBibliotheque.cob.
      *> Le compte doit etre au membre - proprietaire ou titulaire
      *> actif rattache a la meme partie (parties-liens.dat), ou
      *> client du meme nom.
      *> Il pose enfin le code libre-service du membre (voir
      *> CODEMEMB.cpy) - et le repose quand la borne l'a bloque.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-recettes.

      *> Autorisations de prelevement (voir AUTPRLV.cpy) et comptes
      *> de la banque, lus seulement pour verifier le compte indique.
           SELECT autorisations-prlv
               ASSIGN TO "prelevements-membres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APM-MEMBRE
               FILE STATUS IS ws-status-autorisations.

           SELECT account-master ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

      *> Codes libre-service (voir CODEMEMB.cpy).
           SELECT codes-membres ASSIGN TO "codes-membres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDM-MEMBRE
               FILE STATUS IS ws-status-codes.

      *> Fichiers de la banque lus pour reconnaitre le membre parmi
      *> les titulaires du compte a debiter (voir
      *> CONTROLER-TITULAIRE-MEMBRE).
           SELECT parties-liens ASSIGN TO "parties-liens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTL-IDENTITE
               ALTERNATE RECORD KEY IS PTL-PARTIE WITH DUPLICATES
               FILE STATUS IS ws-status-liens.

           SELECT titulaires ASSIGN TO "titulaires.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLE
               FILE STATUS IS ws-status-titulaires.

           SELECT customer-master ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS ws-status-client.

       DATA DIVISION.
       FILE SECTION.
       FD member-master.
       FD recettes-adhesions.
           COPY RECADH.

       FD autorisations-prlv.
           COPY AUTPRLV.

       FD account-master.
           COPY ACCTMAST.

       FD codes-membres.
           COPY CODEMEMB.

       FD parties-liens.
           COPY PARTIE.

       FD titulaires.
           COPY TITULAIRE.

       FD customer-master.
           COPY CUSTMAST.

       WORKING-STORAGE SECTION.
       01 ws-status-membres PIC XX.
       01 Choix PIC 9 VALUE ZERO.
           05 ws-dt-jour PIC 9(2).
       01 ws-date-travail-n REDEFINES ws-date-travail PIC 9(8).

       01 ws-status-autorisations PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-autorisation-flag PIC X VALUE 'N'.
           88 ws-autorisation-trouvee VALUE 'O'.
       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.
       01 ws-compte-saisi PIC 9(6).
       01 ws-reponse PIC X.
       01 ws-mode-reglement PIC X VALUE SPACE.
           88 ws-reglement-prelevement VALUE 'P'.

       01 ws-status-codes PIC XX.
       01 ws-code-flag PIC X VALUE 'N'.
           88 ws-code-trouve VALUE 'O'.
      *> Code saisi et son empreinte (voir PINMEMBPROC.cpy).
       01 ws-pin-clair PIC 9(4).
       01 ws-pin-hash PIC 9(9).
       01 ws-hash-travail PIC 9(18).
       01 ws-pin-confirme PIC 9(4).

      *> Le membre parmi les titulaires du compte a debiter.
       01 ws-status-liens PIC XX.
       01 ws-status-titulaires PIC XX.
       01 ws-status-client PIC XX.
       01 ws-liens-flag PIC X VALUE 'N'.
           88 LiensOuverts VALUE 'O'.
       01 ws-clients-flag PIC X VALUE 'N'.
           88 ClientsOuverts VALUE 'O'.
       01 ws-fin-titulaires PIC X VALUE 'N'.
           88 ws-fin-lecture-titulaires VALUE 'O'.
       01 ws-partie-flag PIC X VALUE 'N'.
           88 ws-partie-membre-trouvee VALUE 'O'.
       01 ws-partie-membre PIC 9(6).
       01 ws-client-examine PIC 9(6).
       01 ws-nom-membre-norme PIC X(40).
       01 ws-titulaire-flag PIC X VALUE 'N'.
           88 ws-titulaire-reconnu VALUE 'O'.
      *> Normalisation des noms (NORMALISER-NOM).
       COPY CRIBLAGE.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionMembres" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O member-master.
           IF ws-status-membres = '35'
               OPEN OUTPUT member-master
               OPEN I-O amendes
           END-IF.

           OPEN I-O autorisations-prlv.
           IF ws-status-autorisations = '35'
               OPEN OUTPUT autorisations-prlv
               CLOSE autorisations-prlv
               OPEN I-O autorisations-prlv
           END-IF.

           OPEN I-O codes-membres.
           IF ws-status-codes = '35'
               OPEN OUTPUT codes-membres
               CLOSE codes-membres
               OPEN I-O codes-membres
           END-IF.

           PERFORM MENU-OPERATIONS UNTIL Choix = 9.

           CLOSE codes-membres.
           CLOSE autorisations-prlv.
           CLOSE amendes.
           CLOSE member-master.
           STOP RUN.
           DISPLAY "4. Encaisser une amende".
           DISPLAY "5. Solde d'amendes d'un membre".
           DISPLAY "6. Renouveler une adhesion".
           DISPLAY "7. Autorisation de prelevement".
           DISPLAY "8. Code libre-service".
           DISPLAY "9. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM INSCRIRE-MEMBRE
               WHEN 4 PERFORM ENCAISSER-AMENDE
               WHEN 5 PERFORM SOLDE-AMENDES-MEMBRE
               WHEN 6 PERFORM RENOUVELER-ADHESION
               WHEN 7 PERFORM GERER-AUTORISATION
               WHEN 8 PERFORM POSER-CODE-MEMBRE
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

               ACCEPT ws-date-jour FROM DATE YYYYMMDD
               DISPLAY "Membre " MB-ID " - " MB-NOM
               DISPLAY "Expiration actuelle : " MB-EXPIRATION
               PERFORM CHOISIR-MODE-REGLEMENT
               IF ws-reglement-prelevement
                   DISPLAY "Cotisation a prelever: "
               ELSE
                   DISPLAY "Cotisation encaissee: "
               END-IF
               ACCEPT ws-montant-adhesion
               IF MB-EXPIRATION > ws-date-jour
                   MOVE MB-EXPIRATION TO ws-date-base
               PERFORM ECRIRE-RECU-ADHESION
               DISPLAY "--- RECU ---"
               DISPLAY "Membre " MB-ID " - " MB-NOM
               IF ws-reglement-prelevement
                   DISPLAY "Cotisation a prelever : "
                       ws-montant-adhesion
                   DISPLAY "  sur le compte " APM-COMPTE
               ELSE
                   DISPLAY "Cotisation percue : " ws-montant-adhesion
               END-IF
               DISPLAY "Adhesion valable jusqu'au " MB-EXPIRATION
               DISPLAY "------------"
           END-IF.
           MOVE MB-ID TO RAD-MEMBRE.
           MOVE ws-montant-adhesion TO RAD-MONTANT.
           MOVE MB-EXPIRATION TO RAD-NOUVELLE-EXPIR.
           MOVE ws-mode-reglement TO RAD-MODE.
           MOVE "," TO CSV-FILLER-RAD-1.
           MOVE "," TO CSV-FILLER-RAD-2.
           MOVE "," TO CSV-FILLER-RAD-3.
           MOVE "," TO CSV-FILLER-RAD-4.
           WRITE recette-adhesion-record.
           CLOSE recettes-adhesions.

      *> Un membre sous autorisation active choisit : prelevement sur
      *> son compte (la cotisation part la nuit) ou paiement au
      *> guichet.  Sans autorisation, c'est le guichet.
       CHOISIR-MODE-REGLEMENT.
           MOVE SPACE TO ws-mode-reglement.
           PERFORM LIRE-AUTORISATION.
           IF ws-autorisation-trouvee AND APM-ACTIVE
               DISPLAY "Prelever sur le compte " APM-COMPTE
                   " (O/N) ? "
               ACCEPT ws-reponse
               IF ws-reponse = 'O' OR ws-reponse = 'o'
                   MOVE 'P' TO ws-mode-reglement
               END-IF
           END-IF.

       LIRE-AUTORISATION.
           MOVE ws-membre-cherche TO APM-MEMBRE.
           READ autorisations-prlv KEY IS APM-MEMBRE
               INVALID KEY
                   MOVE 'N' TO ws-autorisation-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-autorisation-flag
           END-READ.

      *> Autorisation de prelevement : le membre signe pour un compte
      *> de la banque, qui doit exister et etre actif; une nouvelle
      *> signature remplace la precedente.  La revocation garde
      *> l'autorisation au fichier avec sa date - les amendes et
      *> cotisations encore dues reviennent au guichet.
       GERER-AUTORISATION.
           DISPLAY "Numero de membre: ".
           ACCEPT ws-membre-cherche.
           PERFORM LIRE-MEMBRE.
           IF NOT ws-membre-trouve
               DISPLAY "Membre introuvable."
           ELSE
               DISPLAY "Membre " MB-ID " - " MB-NOM
               PERFORM LIRE-AUTORISATION
               IF ws-autorisation-trouvee
                   PERFORM AFFICHER-AUTORISATION
               ELSE
                   DISPLAY "Aucune autorisation de prelevement."
               END-IF
               DISPLAY "S = signer une autorisation, R = revoquer, "
                   "autre = retour: "
               ACCEPT ws-reponse
               EVALUATE TRUE
                   WHEN ws-reponse = 'S' OR ws-reponse = 's'
                       PERFORM SIGNER-AUTORISATION
                   WHEN ws-reponse = 'R' OR ws-reponse = 'r'
                       PERFORM REVOQUER-AUTORISATION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       AFFICHER-AUTORISATION.
           IF APM-ACTIVE
               DISPLAY "Autorisation active - compte " APM-COMPTE
                   " signee le " APM-DATE-SIGNATURE
           ELSE
               DISPLAY "Autorisation revoquee le "
                   APM-DATE-REVOCATION " (compte " APM-COMPTE ")"
           END-IF.

       SIGNER-AUTORISATION.
           DISPLAY "Compte a debiter: ".
           ACCEPT ws-compte-saisi.
           PERFORM LIRE-COMPTE-BANCAIRE.
           MOVE 'N' TO ws-titulaire-flag.
           IF ws-compte-trouve AND ACCT-ACTIF
               PERFORM CONTROLER-TITULAIRE-MEMBRE
           END-IF.
           EVALUATE TRUE
               WHEN NOT ws-compte-trouve
                   DISPLAY "Compte introuvable - autorisation "
                       "refusee."
               WHEN NOT ACCT-ACTIF
                   DISPLAY "Compte non actif - autorisation refusee."
               WHEN NOT ws-titulaire-reconnu
                   DISPLAY "Le membre n'est pas titulaire du compte "
                       ws-compte-saisi " - autorisation refusee."
               WHEN OTHER
                   ACCEPT ws-date-jour FROM DATE YYYYMMDD
                   MOVE ws-membre-cherche TO APM-MEMBRE
                   MOVE ws-compte-saisi TO APM-COMPTE
                   MOVE ws-date-jour TO APM-DATE-SIGNATURE
                   MOVE ACD-OPERATEUR TO APM-SAISI-PAR
                   MOVE 'A' TO APM-STATUT
                   MOVE ZERO TO APM-DATE-REVOCATION
                   IF ws-autorisation-trouvee
                       REWRITE AUTORISATION-PRLV-RECORD
                   ELSE
                       WRITE AUTORISATION-PRLV-RECORD
                   END-IF
                   IF ws-status-autorisations NOT = '00'
                       DISPLAY "ERREUR E/S sur prelevements-membres.dat"
                       DISPLAY "Code statut: " ws-status-autorisations
                       STOP RUN
                   END-IF
                   DISPLAY "Autorisation enregistree - compte "
                       APM-COMPTE "."
           END-EVALUATE.

       REVOQUER-AUTORISATION.
           IF NOT ws-autorisation-trouvee OR NOT APM-ACTIVE
               DISPLAY "Aucune autorisation active a revoquer."
           ELSE
               ACCEPT ws-date-jour FROM DATE YYYYMMDD
               MOVE 'R' TO APM-STATUT
               MOVE ws-date-jour TO APM-DATE-REVOCATION
               REWRITE AUTORISATION-PRLV-RECORD
               IF ws-status-autorisations NOT = '00'
                   DISPLAY "ERREUR E/S sur prelevements-membres.dat"
                   DISPLAY "Code statut: " ws-status-autorisations
                   STOP RUN
               END-IF
               DISPLAY "Autorisation revoquee."
           END-IF.

      *> acctmast.dat appartient a la banque : ouvert en lecture le
      *> temps de la verification, referme aussitot.
       LIRE-COMPTE-BANCAIRE.
           MOVE 'N' TO ws-compte-flag.
           OPEN INPUT account-master.
           IF ws-status-compte = '00'
               MOVE ws-compte-saisi TO ACCT-NUMBER
               READ account-master KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-compte-flag
               END-READ
               CLOSE account-master
           END-IF.

      *> Le membre doit etre l'un des titulaires du compte : le
      *> proprietaire (ACCT-CUST-ID) ou un titulaire actif de
      *> titulaires.dat.  Un titulaire est reconnu s'il est rattache a
      *> la meme partie que le membre dans parties-liens.dat, ou a
      *> defaut si son nom de client, normalise comme pour le
      *> criblage, est celui du membre.  Fichier banque absent : rien
      *> n'y est reconnu - la signature est refusee.
       CONTROLER-TITULAIRE-MEMBRE.
           MOVE 'N' TO ws-titulaire-flag.
           MOVE MB-NOM TO ws-crib-texte.
           PERFORM NORMALISER-NOM.
           MOVE ws-crib-norme TO ws-nom-membre-norme.
           MOVE 'N' TO ws-liens-flag.
           MOVE 'N' TO ws-partie-flag.
           OPEN INPUT parties-liens.
           IF ws-status-liens = '00'
               MOVE 'O' TO ws-liens-flag
               PERFORM CHERCHER-PARTIE-MEMBRE
           END-IF.
           MOVE 'N' TO ws-clients-flag.
           OPEN INPUT customer-master.
           IF ws-status-client = '00'
               MOVE 'O' TO ws-clients-flag
           END-IF.
           MOVE ACCT-CUST-ID TO ws-client-examine.
           PERFORM RAPPROCHER-CLIENT-MEMBRE.
           IF NOT ws-titulaire-reconnu
               PERFORM PARCOURIR-TITULAIRES-COMPTE
           END-IF.
           IF ClientsOuverts
               CLOSE customer-master
           END-IF.
           IF LiensOuverts
               CLOSE parties-liens
           END-IF.

       CHERCHER-PARTIE-MEMBRE.
           MOVE 'M' TO PTL-DOMAINE.
           MOVE SPACES TO PTL-IDENT.
           MOVE MB-ID TO PTL-IDENT-NUMERO.
           READ parties-liens KEY IS PTL-IDENTITE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO ws-partie-flag
                   MOVE PTL-PARTIE TO ws-partie-membre
           END-READ.

      *> ws-client-examine est-il le membre ?  Meme partie d'abord,
      *> meme nom ensuite.
       RAPPROCHER-CLIENT-MEMBRE.
           IF ws-partie-membre-trouvee
               MOVE 'B' TO PTL-DOMAINE
               MOVE SPACES TO PTL-IDENT
               MOVE ws-client-examine TO PTL-IDENT-NUMERO
               READ parties-liens KEY IS PTL-IDENTITE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PTL-PARTIE = ws-partie-membre
                           MOVE 'O' TO ws-titulaire-flag
                       END-IF
               END-READ
           END-IF.
           IF NOT ws-titulaire-reconnu AND ClientsOuverts
               MOVE ws-client-examine TO CUST-ID
               READ customer-master KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NOM TO ws-crib-texte
                       PERFORM NORMALISER-NOM
                       IF ws-crib-norme NOT = SPACES
                           AND ws-crib-norme = ws-nom-membre-norme
                           MOVE 'O' TO ws-titulaire-flag
                       END-IF
               END-READ
           END-IF.

      *> Les lignes du compte se suivent dans titulaires.dat (cle
      *> compte + client) : lecture a partir du compte, arretee au
      *> compte suivant.
       PARCOURIR-TITULAIRES-COMPTE.
           MOVE 'N' TO ws-fin-titulaires.
           OPEN INPUT titulaires.
           IF ws-status-titulaires = '00'
               MOVE ws-compte-saisi TO TIT-COMPTE
               MOVE ZERO TO TIT-CLIENT
               START titulaires KEY IS >= TIT-CLE
                   INVALID KEY
                       MOVE 'O' TO ws-fin-titulaires
               END-START
               PERFORM LIRE-TITULAIRE-SUIVANT
               PERFORM EXAMINER-TITULAIRE-COMPTE
                   UNTIL ws-fin-lecture-titulaires
                       OR ws-titulaire-reconnu
               CLOSE titulaires
           END-IF.

       LIRE-TITULAIRE-SUIVANT.
           IF NOT ws-fin-lecture-titulaires
               READ titulaires NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-titulaires
               END-READ
           END-IF.
           IF NOT ws-fin-lecture-titulaires
               AND TIT-COMPTE NOT = ws-compte-saisi
               MOVE 'O' TO ws-fin-titulaires
           END-IF.

       EXAMINER-TITULAIRE-COMPTE.
           IF TIT-ACTIF
               MOVE TIT-CLIENT TO ws-client-examine
               PERFORM RAPPROCHER-CLIENT-MEMBRE
           END-IF.
           PERFORM LIRE-TITULAIRE-SUIVANT.

      *> Code libre-service : pose ou reposee au guichet, le membre
      *> present.  Le compteur d'erreurs repart a zero, ce qui
      *> debloque la borne.
       POSER-CODE-MEMBRE.
           DISPLAY "Numero de membre: ".
           ACCEPT ws-membre-cherche.
           PERFORM LIRE-MEMBRE.
           IF NOT ws-membre-trouve
               DISPLAY "Membre introuvable."
           ELSE
               DISPLAY "Membre " MB-ID " - " MB-NOM
               MOVE ws-membre-cherche TO CDM-MEMBRE
               READ codes-membres KEY IS CDM-MEMBRE
                   INVALID KEY
                       MOVE 'N' TO ws-code-flag
                   NOT INVALID KEY
                       MOVE 'O' TO ws-code-flag
               END-READ
               IF ws-code-trouve AND CDM-BLOQUE
                   DISPLAY "Code actuellement bloque (trois "
                       "erreurs)."
               END-IF
               DISPLAY "Nouveau code (4 chiffres, tape par le "
                   "membre): "
               ACCEPT ws-pin-clair
               DISPLAY "Confirmer le code: "
               ACCEPT ws-pin-confirme
               IF ws-pin-clair NOT = ws-pin-confirme
                   DISPLAY "Les deux saisies different - code non "
                       "enregistre."
               ELSE
                   PERFORM ENREGISTRER-CODE-MEMBRE
               END-IF
           END-IF.

       ENREGISTRER-CODE-MEMBRE.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           MOVE ws-membre-cherche TO CDM-MEMBRE.
           PERFORM CALCULER-EMPREINTE-MEMBRE.
           MOVE ws-pin-hash TO CDM-PIN-HASH.
           MOVE ZERO TO CDM-ESSAIS.
           MOVE ws-date-jour TO CDM-DATE-POSE.
           IF ws-code-trouve
               REWRITE CODE-MEMBRE-RECORD
           ELSE
               WRITE CODE-MEMBRE-RECORD
           END-IF.
           IF ws-status-codes NOT = '00'
               DISPLAY "ERREUR E/S sur codes-membres.dat"
               DISPLAY "Code statut: " ws-status-codes
               STOP RUN
           END-IF.
           DISPLAY "Code libre-service enregistre.".

      *> Prochain numero = plus haut numero du fichier + 1 - meme
      *> principe que OrdresPermanents.cob, le fichier reste petit.
       CHERCHER-PLUS-HAUT-ID.
               MOVE MB-ID TO ws-plus-haut-id
           END-IF.
           PERFORM LIRE-MEMBRE-SUIVANT.

       COPY PINMEMBPROC.

       COPY NORMNOMPROC.

       COPY ACCESPROC.
