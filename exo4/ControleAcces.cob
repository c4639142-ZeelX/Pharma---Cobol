       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleAcces.

      *> Controle d'acces commun a tous les programmes de l'atelier -
      *> guichet, bibliotheque, tarification, cloture.  Appele comme
      *> SubProgram (CALL "ControleAcces" USING acces-demande, voir
      *> ACCESDEM.cpy) :
      *>   - a l'ouverture de session, l'operateur s'identifie contre
      *>     operateurs.dat (voir OPERATEUR.cpy) et son droit de lancer
      *>     le programme est lu dans droits-acces.dat (DROITACC.cpy);
      *>   - avant une fonction reservee (deblocage, extourne, re-
      *>     execution forcee d'un job...), le droit de l'operateur de
      *>     la session est controle, et s'il ne l'a pas une seconde
      *>     personne habilitee s'identifie avec son propre code - il
      *>     n'y a plus de code superviseur partage.
      *> Tout refus (identifiant ou code faux, droit manquant) laisse
      *> sa ligne dans securite.log avec l'operateur, le programme et
      *> la fonction en cause.
      *> Premier appel sur une installation sans operateurs.dat : le
      *> fichier est cree en reprenant les guichetiers de
      *> guichetiers.dat (role guichetier) et un superviseur S001 qui
      *> prend le code de l'ancien superviseur.dat - a completer
      *> ensuite par GestionOperateurs.cob.  Sans superviseur.dat,
      *> aucun superviseur n'est cree : jamais de code par defaut.
      *> droits-acces.dat absent est cree avec la table par defaut
      *> ci-dessous.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT operateurs ASSIGN TO 'operateurs.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS ws-status-operateurs.

           SELECT droits-acces ASSIGN TO "droits-acces.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-droits.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

      *> Lus une seule fois, a la creation de operateurs.dat.
           SELECT guichetiers ASSIGN TO "guichetiers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-guichetiers.

           SELECT code-superviseur ASSIGN TO "superviseur.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-superviseur.

       DATA DIVISION.
       FILE SECTION.
       FD operateurs.
           COPY OPERATEUR.

       FD droits-acces.
           COPY DROITACC.

       FD securite-journal.
           COPY SECULOG.

       FD guichetiers.
           COPY GUICHETIER.

       FD code-superviseur.
           COPY SUPERVISEUR.

       WORKING-STORAGE SECTION.
       01 ws-status-operateurs PIC XX.
       01 ws-status-droits PIC XX.
       01 ws-status-secu PIC XX.
       01 ws-status-guichetiers PIC XX.
       01 ws-status-superviseur PIC XX.
       01 ws-heure-secu PIC 9(8).

       01 ws-id-saisi PIC X(4).
       01 ws-code-saisi PIC 9(6).
       01 ws-identifie-flag PIC X VALUE 'N'.
           88 ws-operateur-identifie VALUE 'O'.
      *> Roles de l'operateur examine, dans l'ordre de OPR-ROLES
      *> (G S B V E) - 'O' = role tenu.
       01 ws-roles-courants PIC X(5).
       01 ws-fonction-demandee PIC X(12).
       01 ws-evenement PIC X(12).

       01 ws-fin-droits PIC X VALUE 'N'.
           88 ws-fin-lecture-droits VALUE 'O'.
       01 ws-ligne-propre-flag PIC X VALUE 'N'.
           88 ws-ligne-propre VALUE 'O'.
       01 ws-droit-propre PIC X VALUE 'N'.
       01 ws-droit-general PIC X VALUE 'N'.
       01 ws-ligne-accorde PIC X VALUE 'N'.
           88 ws-ligne-accordee VALUE 'O'.
       01 ws-droit-flag PIC X VALUE 'N'.
           88 ws-droit-accorde VALUE 'O'.
       01 ws-i PIC 9.
       01 ws-pos-role PIC 9.

       01 ws-fin-guichetiers PIC X VALUE 'N'.
           88 ws-fin-lecture-guichetiers VALUE 'O'.
       01 ws-code-s001 PIC 9(6).
       01 ws-s001-flag PIC X VALUE 'N'.
           88 ws-code-s001-fourni VALUE 'O'.
       01 ws-nb-defaut PIC 9(3).

      *> Table par defaut de droits-acces.dat - un programme par
      *> ligne (fonction a blanc) puis les fonctions reservees, valables
      *> pour tout programme ("*").
       01 ws-droits-defaut.
           05 FILLER PIC X(43) VALUE
               "CycleDevis              ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "CalculePerimetre        ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "OrdresTravaux           ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "StockMateriaux          ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "CoutsChantiers          ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "ServiceApresVente       ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "AnalyseRemises          ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "DeclarationTVA          ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "GestionContrats         ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "AvoirClient             ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "ComptesClients          ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "GestionArticles         ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "GestionClientele        ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "RemisesVolume           ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "reduction               ,            ,V    ".
           05 FILLER PIC X(43) VALUE
               "Acquisitions            ,            ,B    ".
           05 FILLER PIC X(43) VALUE
               "GestionMembres          ,            ,B    ".
           05 FILLER PIC X(43) VALUE
               "Inventaire              ,            ,B    ".
           05 FILLER PIC X(43) VALUE
               "Librairy                ,            ,B    ".
           05 FILLER PIC X(43) VALUE
               "LibrairyTwo             ,            ,B    ".
           05 FILLER PIC X(43) VALUE
               "MaintenanceCatalogue    ,            ,B    ".
           05 FILLER PIC X(43) VALUE
               "PretsInterBiblio        ,            ,B    ".
           05 FILLER PIC X(43) VALUE
               "Periodiques             ,            ,B    ".
           05 FILLER PIC X(43) VALUE
               "StatistiquesPrets       ,            ,B    ".
           05 FILLER PIC X(43) VALUE
               "GestionCompteBancaire   ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "GestionComptes          ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "GestionClients          ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "GestionChequiers        ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "GestionBeneficiaires    ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "GestionMandats          ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "OrdresPermanents        ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "GestionDepotsTerme      ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "GestionPrets            ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "GestionBalayages        ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "GestionLitiges          ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "PositionClient          ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "PositionPartie          ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "RechercheGlobale        ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "RechercheArchive        ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "RelevePeriode           ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "CertificatsFiscaux      ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "SuccessionClient        ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "EntrainementBanque      ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "JourneeBancaire         ,            ,GS   ".
           05 FILLER PIC X(43) VALUE
               "CorrectionSuperviseur   ,            ,S    ".
           05 FILLER PIC X(43) VALUE
               "RevueCriblage           ,            ,S    ".
           05 FILLER PIC X(43) VALUE
               "ValidationOperations    ,            ,S    ".
           05 FILLER PIC X(43) VALUE
               "ApurementAttente        ,            ,S    ".
           05 FILLER PIC X(43) VALUE
               "GestionProduits         ,            ,S    ".
           05 FILLER PIC X(43) VALUE
               "MaintenanceTaux         ,            ,S    ".
           05 FILLER PIC X(43) VALUE
               "RentabiliteClients      ,            ,S    ".
           05 FILLER PIC X(43) VALUE
               "GestionParties          ,            ,S    ".
           05 FILLER PIC X(43) VALUE
               "RapprochementParties    ,            ,S    ".
           05 FILLER PIC X(43) VALUE
               "GestionOperateurs       ,            ,S    ".
           05 FILLER PIC X(43) VALUE
               "PeriodeComptable        ,            ,SE   ".
           05 FILLER PIC X(43) VALUE
               "ArchiverHistorique      ,            ,SE   ".
           05 FILLER PIC X(43) VALUE
               "RetentionClients        ,            ,SE   ".
           05 FILLER PIC X(43) VALUE
               "*                       ,DEBLOCAGE   ,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,REACTIVATION,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,CREDIT-PROV ,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,RESOLUTION  ,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,REGLEMENT   ,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,REAFFECTER  ,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,REOUVERTURE ,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,OUVRIR-JOUR ,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,CLOTURE-JOUR,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,RESTAURATION,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,FORCE-BATCH ,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,DECIDER-PRET,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,DEPASS-FONDS,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,VALIDER-FACT,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,DOTER-FONDS ,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,HORS-PLAFOND,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,PLAFOND-CLI ,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,RUPTURE-STK ,S    ".
           05 FILLER PIC X(43) VALUE
               "*                       ,DATE-PRIX   ,S    ".
       01 ws-droits-defaut-table REDEFINES ws-droits-defaut.
           05 ws-droit-defaut PIC X(43) OCCURS 76 TIMES.

       77 F-Nb-Droits-Defaut PIC 9(3) VALUE 76.

       LINKAGE SECTION.
       COPY ACCESDEM.

       PROCEDURE DIVISION USING acces-demande.
       TRAITEMENT-PRINCIPAL.
           MOVE 'N' TO ACD-RESULTAT.
           PERFORM OUVRIR-OPERATEURS.
           IF ws-status-operateurs NOT = '00'
               DISPLAY "operateurs.dat indisponible (statut "
                   ws-status-operateurs ") - acces refuse."
               GOBACK
           END-IF.
           PERFORM ASSURER-TABLE-DROITS.

           EVALUATE TRUE
               WHEN ACD-SESSION
                   PERFORM OUVRIR-SESSION
               WHEN ACD-AUTORISATION
                   PERFORM AUTORISER-FONCTION
               WHEN OTHER
                   DISPLAY "ControleAcces: mode '" ACD-MODE
                       "' inconnu - acces refuse."
           END-EVALUATE.

           CLOSE operateurs.
           GOBACK.

      *> ------------------------------------------------------------
      *> Ouverture de session : identification puis droit de lancer
      *> le programme (fonction a blanc).
      *> ------------------------------------------------------------
       OUVRIR-SESSION.
           DISPLAY "Identifiant operateur: ".
           ACCEPT ws-id-saisi.
           DISPLAY "Code operateur: ".
           ACCEPT ws-code-saisi.
           PERFORM IDENTIFIER-OPERATEUR.
           IF NOT ws-operateur-identifie
               DISPLAY "Identifiant ou code operateur invalide."
               MOVE SPACES TO ws-fonction-demandee
               MOVE "CONNEX-ECHEC" TO ws-evenement
               PERFORM ECRIRE-REFUS
           ELSE
               MOVE SPACES TO ws-fonction-demandee
               PERFORM CONTROLER-DROIT
               IF ws-droit-accorde
                   MOVE OPR-ID TO ACD-OPERATEUR
                   MOVE OPR-NOM TO ACD-NOM
                   MOVE OPR-AGENCE TO ACD-AGENCE
                   MOVE OPR-ROLES TO ACD-ROLES
                   MOVE 'O' TO ACD-RESULTAT
               ELSE
                   DISPLAY "Operateur " ws-id-saisi " non habilite a "
                       "lancer " ACD-PROGRAMME "."
                   MOVE "ACCES-REFUSE" TO ws-evenement
                   PERFORM ECRIRE-REFUS
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> Fonction reservee : l'operateur de la session d'abord (relu,
      *> il a pu etre retire depuis), sinon une seconde personne.
      *> ------------------------------------------------------------
       AUTORISER-FONCTION.
           MOVE ACD-FONCTION TO ws-fonction-demandee.
           MOVE SPACES TO ACD-AUTORISANT.
           MOVE 'N' TO ws-droit-flag.
           IF ACD-OPERATEUR NOT = SPACES
               MOVE ACD-OPERATEUR TO OPR-ID
               READ operateurs KEY IS OPR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPR-ACTIF
                           MOVE OPR-ROLES TO ws-roles-courants
                           PERFORM CONTROLER-DROIT
                       END-IF
               END-READ
           END-IF.
           IF ws-droit-accorde
               MOVE ACD-OPERATEUR TO ACD-AUTORISANT
               MOVE 'O' TO ACD-RESULTAT
           ELSE
               PERFORM AUTORISER-PAR-TIERS
           END-IF.

       AUTORISER-PAR-TIERS.
           DISPLAY "Fonction " ws-fonction-demandee " reservee - "
               "identification d'un operateur habilite.".
           DISPLAY "Identifiant operateur: ".
           ACCEPT ws-id-saisi.
           DISPLAY "Code operateur: ".
           ACCEPT ws-code-saisi.
           PERFORM IDENTIFIER-OPERATEUR.
           IF NOT ws-operateur-identifie
               DISPLAY "Identifiant ou code operateur invalide."
               MOVE "CONNEX-ECHEC" TO ws-evenement
               PERFORM ECRIRE-REFUS
           ELSE
               PERFORM CONTROLER-DROIT
               IF ws-droit-accorde
                   MOVE ws-id-saisi TO ACD-AUTORISANT
                   MOVE 'O' TO ACD-RESULTAT
               ELSE
                   DISPLAY "Operateur " ws-id-saisi " non habilite "
                       "pour " ws-fonction-demandee "."
                   MOVE "ACCES-REFUSE" TO ws-evenement
                   PERFORM ECRIRE-REFUS
               END-IF
           END-IF.

      *> Identifiant connu, operateur actif et code juste.
       IDENTIFIER-OPERATEUR.
           MOVE 'N' TO ws-identifie-flag.
           MOVE ws-id-saisi TO OPR-ID.
           READ operateurs KEY IS OPR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPR-ACTIF AND OPR-CODE = ws-code-saisi
                       MOVE 'O' TO ws-identifie-flag
                       MOVE OPR-ROLES TO ws-roles-courants
                   END-IF
           END-READ.

      *> ------------------------------------------------------------
      *> Droit de ws-roles-courants sur ACD-PROGRAMME /
      *> ws-fonction-demandee.  Les lignes propres au programme
      *> l'emportent; a defaut, les lignes "*".  Aucune ligne : refus.
      *> ------------------------------------------------------------
       CONTROLER-DROIT.
           MOVE 'N' TO ws-droit-flag.
           MOVE 'N' TO ws-ligne-propre-flag.
           MOVE 'N' TO ws-droit-propre.
           MOVE 'N' TO ws-droit-general.
           MOVE 'N' TO ws-fin-droits.
           OPEN INPUT droits-acces.
           IF ws-status-droits = '00'
               PERFORM LIRE-DROIT-SUIVANT
               PERFORM EXAMINER-DROIT UNTIL ws-fin-lecture-droits
               CLOSE droits-acces
           ELSE
               DISPLAY "droits-acces.dat indisponible (statut "
                   ws-status-droits ")."
           END-IF.
           IF ws-ligne-propre
               MOVE ws-droit-propre TO ws-droit-flag
           ELSE
               MOVE ws-droit-general TO ws-droit-flag
           END-IF.

       LIRE-DROIT-SUIVANT.
           READ droits-acces
               AT END
                   MOVE 'O' TO ws-fin-droits
           END-READ.

       EXAMINER-DROIT.
           IF DRA-FONCTION = ws-fonction-demandee
               IF DRA-PROGRAMME = ACD-PROGRAMME
                   MOVE 'O' TO ws-ligne-propre-flag
                   PERFORM COMPARER-ROLES
                   IF ws-ligne-accordee
                       MOVE 'O' TO ws-droit-propre
                   END-IF
               END-IF
               IF DRA-PROGRAMME = "*"
                   PERFORM COMPARER-ROLES
                   IF ws-ligne-accordee
                       MOVE 'O' TO ws-droit-general
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-DROIT-SUIVANT.

       COMPARER-ROLES.
           MOVE 'N' TO ws-ligne-accorde.
           PERFORM COMPARER-UN-ROLE
               VARYING ws-i FROM 1 BY 1 UNTIL ws-i > 5.

       COMPARER-UN-ROLE.
           EVALUATE DRA-ROLES (ws-i:1)
               WHEN 'G' MOVE 1 TO ws-pos-role
               WHEN 'S' MOVE 2 TO ws-pos-role
               WHEN 'B' MOVE 3 TO ws-pos-role
               WHEN 'V' MOVE 4 TO ws-pos-role
               WHEN 'E' MOVE 5 TO ws-pos-role
               WHEN OTHER MOVE 0 TO ws-pos-role
           END-EVALUATE.
           IF ws-pos-role > 0
               IF ws-roles-courants (ws-pos-role:1) = 'O'
                   MOVE 'O' TO ws-ligne-accorde
               END-IF
           END-IF.

      *> SEC-COMPTE a zero : un refus d'acces ne touche aucun compte.
       ECRIRE-REFUS.
           OPEN EXTEND securite-journal.
           IF ws-status-secu = '35'
               OPEN OUTPUT securite-journal
           END-IF.
           ACCEPT SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT ws-heure-secu FROM TIME.
           MOVE ws-heure-secu (1:6) TO SEC-HEURE.
           MOVE ZERO TO SEC-COMPTE.
           MOVE ws-evenement TO SEC-EVENEMENT.
           MOVE ws-id-saisi TO SEC-OPERATEUR.
           MOVE ACD-PROGRAMME TO SEC-PROGRAMME.
           MOVE ws-fonction-demandee TO SEC-FONCTION.
           WRITE securite-record.
           CLOSE securite-journal.

      *> ------------------------------------------------------------
      *> Creation des fichiers au premier appel.
      *> ------------------------------------------------------------
       OUVRIR-OPERATEURS.
           OPEN INPUT operateurs.
           IF ws-status-operateurs = '35'
               PERFORM CREER-OPERATEURS
               OPEN INPUT operateurs
           END-IF.

      *> guichetiers.dat est en ajout seul : la derniere ligne d'un
      *> identifiant l'emporte, d'ou le REWRITE sur cle en double.
       CREER-OPERATEURS.
           OPEN OUTPUT operateurs.
           CLOSE operateurs.
           OPEN I-O operateurs.
           MOVE 'N' TO ws-s001-flag.
           OPEN INPUT code-superviseur.
           IF ws-status-superviseur = '00'
               READ code-superviseur
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SUP-CODE TO ws-code-s001
                       MOVE 'O' TO ws-s001-flag
               END-READ
               CLOSE code-superviseur
           END-IF.
      *> Comme le voulait superviseur.dat : un fichier absent refuse
      *> les fonctions de superviseur, il ne donne pas de code.
           IF ws-code-s001-fourni
               MOVE "S001" TO OPR-ID
               MOVE "Superviseur" TO OPR-NOM
               MOVE ws-code-s001 TO OPR-CODE
               MOVE "000" TO OPR-AGENCE
               MOVE "NONNO" TO OPR-ROLES
               MOVE 'A' TO OPR-STATUT
               WRITE operateur-record
           END-IF.

           MOVE 'N' TO ws-fin-guichetiers.
           OPEN INPUT guichetiers.
           IF ws-status-guichetiers = '00'
               PERFORM LIRE-GUICHETIER-SUIVANT
               PERFORM REPRENDRE-GUICHETIER
                   UNTIL ws-fin-lecture-guichetiers
               CLOSE guichetiers
           ELSE
               MOVE "T001" TO OPR-ID
               MOVE "Guichetier de demonstration" TO OPR-NOM
               MOVE 123456 TO OPR-CODE
               MOVE "001" TO OPR-AGENCE
               MOVE "ONNNN" TO OPR-ROLES
               MOVE 'A' TO OPR-STATUT
               WRITE operateur-record
           END-IF.
           CLOSE operateurs.
           IF ws-code-s001-fourni
               DISPLAY "operateurs.dat cree (superviseur S001) - "
                   "completer par GestionOperateurs."
           ELSE
               DISPLAY "operateurs.dat cree SANS superviseur : "
                   "superviseur.dat absent."
               DISPLAY "Le superviseur est a installer par "
                   "GestionOperateurs - deposer superviseur.dat et "
                   "recreer operateurs.dat pour son premier acces."
           END-IF.

       LIRE-GUICHETIER-SUIVANT.
           READ guichetiers
               AT END
                   MOVE 'O' TO ws-fin-guichetiers
           END-READ.

       REPRENDRE-GUICHETIER.
           MOVE GUI-ID TO OPR-ID.
           MOVE GUI-NOM TO OPR-NOM.
           MOVE GUI-CODE TO OPR-CODE.
           MOVE GUI-AGENCE TO OPR-AGENCE.
           MOVE "ONNNN" TO OPR-ROLES.
           MOVE 'A' TO OPR-STATUT.
           WRITE operateur-record
               INVALID KEY
                   REWRITE operateur-record
           END-WRITE.
           PERFORM LIRE-GUICHETIER-SUIVANT.

       ASSURER-TABLE-DROITS.
           OPEN INPUT droits-acces.
           IF ws-status-droits = '35'
               OPEN OUTPUT droits-acces
               PERFORM ECRIRE-DROIT-DEFAUT
                   VARYING ws-nb-defaut FROM 1 BY 1
                   UNTIL ws-nb-defaut > F-Nb-Droits-Defaut
               CLOSE droits-acces
               DISPLAY "droits-acces.dat cree avec la table par "
                   "defaut."
           ELSE
               IF ws-status-droits = '00'
                   CLOSE droits-acces
               END-IF
           END-IF.

       ECRIRE-DROIT-DEFAUT.
           WRITE droit-acces-record
               FROM ws-droit-defaut (ws-nb-defaut).
