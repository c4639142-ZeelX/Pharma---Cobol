       IDENTIFICATION DIVISION.
       PROGRAM-ID. Periodiques.

      *> Periodiques : abonnements et bulletinage (voir
      *> ABONNEMENT.cpy).  Creation d'un abonnement - avec sa fiche au
      *> catalogue sous l'ISSN -, bulletinage de chaque numero recu,
      *> consultation et resiliation.  Le numero bulletine devient un
      *> exemplaire du titre au registre : en rayon s'il arrive a la
      *> salle de l'abonnement, au bac des transferts vers elle sinon
      *> (voir ListeTransferts.cob).  Un numero plus loin que
      *> l'attendu enregistre un a un les numeros sautes, a reclamer
      *> (numeros-manquants.dat, voir NUMMANQ.cpy); chacun en sort a
      *> son arrivee.  Reclamations et echeances :
      *> SuiviPeriodiques.cob; renouvellement : Acquisitions.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT abonnements ASSIGN TO "abonnements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABN-CODE
               FILE STATUS IS ws-status-abonnements.

           SELECT book-master ASSIGN TO "bookmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-ISBN
               FILE STATUS IS ws-file-status.

           SELECT exemplaires ASSIGN TO "exemplaires.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CLE
               FILE STATUS IS ws-status-exemplaires.

           SELECT numeros-manquants ASSIGN TO "numeros-manquants.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMQ-CLE
               FILE STATUS IS ws-status-manquants.

      *> Salle de lecture du poste (voir SITEPOSTE.cpy) : un numero
      *> recu ailleurs qu'a la salle de l'abonnement part au bac des
      *> transferts.
           SELECT site-poste ASSIGN TO "site-poste.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-site.

       DATA DIVISION.
       FILE SECTION.
       FD abonnements.
           COPY ABONNEMENT.

       FD book-master.
           COPY BOOKMAST.

       FD exemplaires.
           COPY EXEMPLAIRE.

       FD numeros-manquants.
           COPY NUMMANQ.

       FD site-poste.
           COPY SITEPOSTE.

       WORKING-STORAGE SECTION.
       01 ws-status-abonnements PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-exemplaires PIC XX.
       01 ws-status-manquants PIC XX.
       01 ws-status-site PIC XX.
      *> Site du poste (voir SITEPROC.cpy).
       01 ws-site-poste PIC X(3).
       01 ws-site-libelle PIC X(20).

       77 F-Delai-Reclamation PIC 9(3) VALUE 15.
       77 F-Preavis PIC 9(3) VALUE 60.
      *> Au-dela de ce saut, le numero recu est a confirmer - une
      *> faute de frappe ecrirait des milliers de numeros manquants.
       77 F-Max-Saut PIC 9(3) VALUE 12.

       01 Choix PIC 9 VALUE ZERO.
       01 ws-date-jour PIC 9(8).
       01 ws-code-saisi PIC X(13).
       01 ws-reponse PIC X.
       01 ws-abonnement-flag PIC X VALUE 'N'.
           88 ws-abonnement-trouve VALUE 'O'.
       01 ws-livre-flag PIC X VALUE 'N'.
           88 ws-livre-trouve VALUE 'O'.
       01 ws-fin-abonnements PIC X VALUE 'N'.
           88 ws-fin-lecture-abonnements VALUE 'O'.
       01 ws-fin-exemplaires PIC X VALUE 'N'.
           88 ws-fin-lecture-exemplaires VALUE 'O'.
       01 ws-bulletin-flag PIC X VALUE 'N'.
           88 ws-bulletin-accepte VALUE 'O'.
       01 ws-numero-recu PIC 9(5).
       01 ws-numero-manquant PIC 9(5).
       01 ws-nb-sautes PIC 9(5).
       01 ws-nb-manquants PIC 9(5).
       01 ws-fin-manquants PIC X VALUE 'N'.
           88 ws-fin-lecture-manquants VALUE 'O'.
       01 ws-manquant-flag PIC X VALUE 'N'.
           88 ws-numero-manquant-trouve VALUE 'O'.
       01 ws-nb-periodes PIC 9(5).
       01 ws-copie-maxi PIC 9(3).
       01 ws-nb-abonnements PIC 9(4).

      *> Zones attendues par PERIODPROC.cpy.
       01 ws-date-travail.
           05 ws-dt-annee PIC 9(4).
           05 ws-dt-mois PIC 9(2).
           05 ws-dt-jour PIC 9(2).
       01 ws-date-travail-n REDEFINES ws-date-travail PIC 9(8).
       01 ws-jour-entier PIC 9(7).
       01 ws-mois-absolu PIC 9(7).
       01 ws-nb-mois PIC 9(2).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "Periodiques" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM CHARGER-SITE-POSTE.

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

           OPEN I-O book-master.
           IF ws-file-status = '35'
               OPEN OUTPUT book-master
               CLOSE book-master
               OPEN I-O book-master
           END-IF.
           IF ws-file-status NOT = '00'
               DISPLAY "Impossible d'ouvrir bookmast.dat (statut "
                   ws-file-status ")."
               STOP RUN
           END-IF.

           OPEN I-O exemplaires.
           IF ws-status-exemplaires = '35'
               OPEN OUTPUT exemplaires
               CLOSE exemplaires
               OPEN I-O exemplaires
           END-IF.
           IF ws-status-exemplaires NOT = '00'
               DISPLAY "Impossible d'ouvrir exemplaires.dat (statut "
                   ws-status-exemplaires ")."
               STOP RUN
           END-IF.

           OPEN I-O numeros-manquants.
           IF ws-status-manquants = '35'
               OPEN OUTPUT numeros-manquants
               CLOSE numeros-manquants
               OPEN I-O numeros-manquants
           END-IF.
           IF ws-status-manquants NOT = '00'
               DISPLAY "Impossible d'ouvrir numeros-manquants.dat "
                   "(statut " ws-status-manquants ")."
               STOP RUN
           END-IF.

           PERFORM MENU-OPERATIONS UNTIL Choix = 5.

           CLOSE numeros-manquants.
           CLOSE exemplaires.
           CLOSE book-master.
           CLOSE abonnements.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** PERIODIQUES ******".
           DISPLAY "1. Nouvel abonnement".
           DISPLAY "2. Bulletiner un numero".
           DISPLAY "3. Liste des abonnements".
           DISPLAY "4. Resilier un abonnement".
           DISPLAY "5. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM CREER-ABONNEMENT
               WHEN 2 PERFORM BULLETINER-NUMERO
               WHEN 3 PERFORM LISTER-ABONNEMENTS
               WHEN 4 PERFORM RESILIER-ABONNEMENT
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       LIRE-ABONNEMENT.
           MOVE ws-code-saisi TO ABN-CODE.
           READ abonnements KEY IS ABN-CODE
               INVALID KEY
                   MOVE 'N' TO ws-abonnement-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-abonnement-flag
           END-READ.

      *> ------------------------------------------------------------
      *> Creation : l'abonnement et, s'il n'existe pas encore, le
      *> titre au catalogue sous l'ISSN - c'est sous cette cle que
      *> les numeros s'immatriculent et se pretent.
      *> ------------------------------------------------------------
       CREER-ABONNEMENT.
           DISPLAY "ISSN du titre: ".
           ACCEPT ws-code-saisi.
           PERFORM LIRE-ABONNEMENT.
           IF ws-abonnement-trouve
               DISPLAY "Abonnement deja enregistre pour ce titre ("
                   ABN-TITRE ")."
           ELSE
               PERFORM SAISIR-ABONNEMENT
               PERFORM ASSURER-FICHE-PERIODIQUE
               WRITE ABONNEMENT-RECORD
               IF ws-status-abonnements NOT = '00'
                   DISPLAY "ERREUR E/S sur abonnements.dat"
                   DISPLAY "Code statut: " ws-status-abonnements
                   STOP RUN
               END-IF
               DISPLAY "Abonnement " ABN-CODE " enregistre - numero "
                   ABN-NUMERO-ATTENDU " attendu le "
                   ABN-DATE-ATTENDUE "."
           END-IF.

       SAISIR-ABONNEMENT.
           MOVE ws-code-saisi TO ABN-CODE.
           DISPLAY "Titre: ".
           ACCEPT ABN-TITRE.
           DISPLAY "Fournisseur: ".
           ACCEPT ABN-FOURNISSEUR.
           MOVE SPACE TO ABN-FREQUENCE.
           PERFORM SAISIR-FREQUENCE UNTIL ABN-FREQUENCE-VALIDE.
           DISPLAY "Premier numero attendu: ".
           ACCEPT ABN-NUMERO-ATTENDU.
           DISPLAY "Date de parution attendue (AAAAMMJJ): ".
           ACCEPT ABN-DATE-ATTENDUE.
           DISPLAY "Jours de tolerance avant reclamation (0 = "
               F-Delai-Reclamation "): ".
           ACCEPT ABN-DELAI-RECLAMATION.
           IF ABN-DELAI-RECLAMATION = ZERO
               MOVE F-Delai-Reclamation TO ABN-DELAI-RECLAMATION
           END-IF.
           DISPLAY "Debut de l'abonnement (AAAAMMJJ, "
               "0 = aujourd'hui): ".
           ACCEPT ABN-DATE-DEBUT.
           IF ABN-DATE-DEBUT = ZERO
               MOVE ws-date-jour TO ABN-DATE-DEBUT
           END-IF.
           DISPLAY "Echeance de l'abonnement (AAAAMMJJ): ".
           ACCEPT ABN-DATE-FIN.
           DISPLAY "Preavis de renouvellement en jours (0 = "
               F-Preavis "): ".
           ACCEPT ABN-PREAVIS.
           IF ABN-PREAVIS = ZERO
               MOVE F-Preavis TO ABN-PREAVIS
           END-IF.
           DISPLAY "Prix annuel: ".
           ACCEPT ABN-PRIX-ANNUEL.
           DISPLAY "Salle de rangement (vide = " ws-site-poste "): ".
           ACCEPT ABN-SITE.
           IF ABN-SITE = SPACES
               MOVE ws-site-poste TO ABN-SITE
           END-IF.
           MOVE ZERO TO ABN-NB-RECUS.
           MOVE ZERO TO ABN-COMMANDE.
           MOVE 'A' TO ABN-STATUT.

       SAISIR-FREQUENCE.
           DISPLAY "Periodicite (H hebdo, Q quinzaine, M mensuel, "
               "B bimestriel, T trimestriel, S semestriel, A annuel): ".
           ACCEPT ABN-FREQUENCE.
           IF NOT ABN-FREQUENCE-VALIDE
               DISPLAY "Periodicite inconnue."
           END-IF.

      *> La fiche du periodique porte l'editeur en auteur et l'annee
      *> de debut; le classement est exige comme pour tout titre
      *> (CLASSEPROC.cpy).  BM-COPIES compte les numeros en rayon.
       ASSURER-FICHE-PERIODIQUE.
           MOVE ABN-CODE TO BM-ISBN.
           READ book-master KEY IS BM-ISBN
               INVALID KEY
                   MOVE 'N' TO ws-livre-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-livre-flag
           END-READ.
           IF ws-livre-trouve
               DISPLAY "Titre deja au catalogue : " BM-TITLE
           ELSE
               MOVE ABN-CODE TO BM-ISBN
               MOVE ABN-TITRE TO BM-TITLE
               DISPLAY "Editeur: "
               ACCEPT BM-AUTOR
               MOVE ABN-DATE-DEBUT (1:4) TO BM-YEAR
               PERFORM SAISIR-CLASSEMENT
               MOVE ZERO TO BM-COPIES
               WRITE BOOK-MASTER-RECORD
               IF ws-file-status NOT = '00'
                   DISPLAY "ERREUR E/S sur bookmast.dat"
                   DISPLAY "Code statut: " ws-file-status
                   STOP RUN
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> Bulletinage d'un numero.
      *> ------------------------------------------------------------
      *> Le numero attendu arrive : l'attente avance d'une periode.
      *> Un numero plus loin : chaque numero intermediaire est
      *> enregistre manquant (a reclamer) et l'attente repart apres le
      *> numero recu - au-dela de F-Max-Saut numeros sautes, apres
      *> confirmation.  Un numero anterieur a l'attendu sort des
      *> manquants s'il y est; sinon c'est un doublon probable - a
      *> confirmer.
       BULLETINER-NUMERO.
           DISPLAY "ISSN du titre: ".
           ACCEPT ws-code-saisi.
           PERFORM LIRE-ABONNEMENT.
           EVALUATE TRUE
               WHEN NOT ws-abonnement-trouve
                   DISPLAY "Aucun abonnement pour ce titre."
               WHEN ABN-RESILIE
                   DISPLAY "Abonnement resilie - numero non bulletine."
               WHEN OTHER
                   PERFORM SAISIR-NUMERO-RECU
           END-EVALUATE.

       SAISIR-NUMERO-RECU.
           DISPLAY ABN-TITRE " - numero attendu " ABN-NUMERO-ATTENDU
               " le " ABN-DATE-ATTENDUE.
           PERFORM LISTER-NUMEROS-MANQUANTS.
           DISPLAY "Numero recu (0 = l'attendu): ".
           ACCEPT ws-numero-recu.
           IF ws-numero-recu = ZERO
               MOVE ABN-NUMERO-ATTENDU TO ws-numero-recu
           END-IF.
           MOVE 'O' TO ws-bulletin-flag.
           EVALUATE TRUE
               WHEN ws-numero-recu = ABN-NUMERO-ATTENDU
                   MOVE 1 TO ws-nb-periodes
                   PERFORM AVANCER-ATTENTE
               WHEN ws-numero-recu > ABN-NUMERO-ATTENDU
                   PERFORM CONTROLER-SAUT
                   IF ws-bulletin-accepte
                       PERFORM ENREGISTRER-LACUNE
                       COMPUTE ws-nb-periodes =
                           ws-numero-recu - ABN-NUMERO-ATTENDU + 1
                       PERFORM AVANCER-ATTENTE
                   END-IF
               WHEN OTHER
                   PERFORM COMBLER-LACUNE
           END-EVALUATE.
           IF ws-bulletin-accepte
               PERFORM IMMATRICULER-NUMERO
           ELSE
               DISPLAY "Numero non bulletine."
           END-IF.

       CONTROLER-SAUT.
           COMPUTE ws-nb-sautes = ws-numero-recu - ABN-NUMERO-ATTENDU.
           IF ws-nb-sautes > F-Max-Saut
               DISPLAY "Numero " ws-numero-recu " : " ws-nb-sautes
                   " numeros sautes - confirmer ? (O/N): "
               ACCEPT ws-reponse
               IF ws-reponse NOT = 'O' AND ws-reponse NOT = 'o'
                   MOVE 'N' TO ws-bulletin-flag
               END-IF
           END-IF.

       ENREGISTRER-LACUNE.
           PERFORM ENREGISTRER-NUMERO-MANQUANT
               VARYING ws-numero-manquant FROM ABN-NUMERO-ATTENDU BY 1
               UNTIL ws-numero-manquant NOT < ws-numero-recu.
           COMPUTE ws-numero-manquant = ws-numero-recu - 1.
           DISPLAY "ATTENTION: numeros " ABN-NUMERO-ATTENDU " a "
               ws-numero-manquant " non recus - a reclamer au "
               "fournisseur.".

      *> Un numero deja manquant (statut 22) le reste - pas d'erreur.
       ENREGISTRER-NUMERO-MANQUANT.
           MOVE ABN-CODE TO NMQ-ABONNEMENT.
           MOVE ws-numero-manquant TO NMQ-NUMERO.
           MOVE ws-date-jour TO NMQ-DATE-CONSTAT.
           MOVE ACD-OPERATEUR TO NMQ-CONSTATE-PAR.
           WRITE NUMERO-MANQUANT-RECORD.
           IF ws-status-manquants NOT = '00'
                   AND ws-status-manquants NOT = '22'
               DISPLAY "ERREUR E/S sur numeros-manquants.dat"
               DISPLAY "Code statut: " ws-status-manquants
               STOP RUN
           END-IF.

       AVANCER-ATTENTE.
           MOVE ABN-DATE-ATTENDUE TO ws-date-travail-n.
           PERFORM AVANCER-DATE-PERIODE ws-nb-periodes TIMES.
           MOVE ws-date-travail-n TO ABN-DATE-ATTENDUE.
           COMPUTE ABN-NUMERO-ATTENDU = ws-numero-recu + 1.

       COMBLER-LACUNE.
           MOVE ABN-CODE TO NMQ-ABONNEMENT.
           MOVE ws-numero-recu TO NMQ-NUMERO.
           READ numeros-manquants KEY IS NMQ-CLE
               INVALID KEY
                   MOVE 'N' TO ws-manquant-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-manquant-flag
           END-READ.
           IF ws-numero-manquant-trouve
               DELETE numeros-manquants RECORD
               IF ws-status-manquants NOT = '00'
                   DISPLAY "ERREUR E/S sur numeros-manquants.dat"
                   DISPLAY "Code statut: " ws-status-manquants
                   STOP RUN
               END-IF
               DISPLAY "Numero manquant " ws-numero-recu " recu."
           ELSE
               DISPLAY "Numero " ws-numero-recu " anterieur a "
                   "l'attendu et pas manquant - deja recu ? "
                   "Bulletiner quand meme ? (O/N): "
               ACCEPT ws-reponse
               IF ws-reponse NOT = 'O' AND ws-reponse NOT = 'o'
                   MOVE 'N' TO ws-bulletin-flag
               END-IF
           END-IF.

      *> Les numeros manquants d'un abonnement se suivent dans
      *> numeros-manquants.dat (cle abonnement + numero).
       LISTER-NUMEROS-MANQUANTS.
           PERFORM DEBUTER-NUMEROS-MANQUANTS.
           PERFORM AFFICHER-NUMERO-MANQUANT
               UNTIL ws-fin-lecture-manquants.

       DEBUTER-NUMEROS-MANQUANTS.
           MOVE ZERO TO ws-nb-manquants.
           MOVE 'N' TO ws-fin-manquants.
           MOVE ABN-CODE TO NMQ-ABONNEMENT.
           MOVE ZERO TO NMQ-NUMERO.
           START numeros-manquants KEY IS >= NMQ-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-manquants
           END-START.
           PERFORM LIRE-NUMERO-MANQUANT.

       LIRE-NUMERO-MANQUANT.
           IF NOT ws-fin-lecture-manquants
               READ numeros-manquants NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-manquants
               END-READ
           END-IF.
           IF NOT ws-fin-lecture-manquants
                   AND NMQ-ABONNEMENT NOT = ABN-CODE
               MOVE 'O' TO ws-fin-manquants
           END-IF.

       AFFICHER-NUMERO-MANQUANT.
           ADD 1 TO ws-nb-manquants.
           DISPLAY "   manquant : numero " NMQ-NUMERO
               " (saut constate le " NMQ-DATE-CONSTAT ")".
           PERFORM LIRE-NUMERO-MANQUANT.

       COMPTER-NUMERO-MANQUANT.
           ADD 1 TO ws-nb-manquants.
           PERFORM LIRE-NUMERO-MANQUANT.

      *> Le numero entre au registre comme exemplaire du titre,
      *> attache a la salle de l'abonnement.  Recu a cette salle, il
      *> va en rayon et compte dans BM-COPIES; recu dans l'autre, il
      *> part au bac des transferts et ne comptera qu'a sa reception.
       IMMATRICULER-NUMERO.
           PERFORM CHERCHER-COPIE-MAXI.
           IF ws-copie-maxi = 999
               DISPLAY "Registre plein pour ce titre (999 exemplaires)"
                   " - retirer d'anciens numeros avant de bulletiner."
           ELSE
               MOVE ABN-CODE TO EX-ISBN
               COMPUTE EX-COPIE = ws-copie-maxi + 1
               MOVE ws-date-jour TO EX-DATE-ACQUISITION
               MOVE 'F' TO EX-ORIGINE
               MOVE ABN-SITE TO EX-SITE-ATTACHE
               MOVE ws-site-poste TO EX-SITE-ACTUEL
               IF ws-site-poste = ABN-SITE
                   MOVE 'R' TO EX-STATUT
                   MOVE SPACES TO EX-SITE-DESTINATION
               ELSE
                   MOVE 'S' TO EX-STATUT
                   MOVE ABN-SITE TO EX-SITE-DESTINATION
               END-IF
               WRITE EXEMPLAIRE-RECORD
               IF ws-status-exemplaires NOT = '00'
                   DISPLAY "ERREUR E/S sur exemplaires.dat"
                   DISPLAY "Code statut: " ws-status-exemplaires
                   STOP RUN
               END-IF
               IF EX-EN-RAYON
                   PERFORM COMPTER-NUMERO-EN-RAYON
               END-IF
               ADD 1 TO ABN-NB-RECUS
               REWRITE ABONNEMENT-RECORD
               IF ws-status-abonnements NOT = '00'
                   DISPLAY "ERREUR E/S sur abonnements.dat"
                   DISPLAY "Code statut: " ws-status-abonnements
                   STOP RUN
               END-IF
               DISPLAY "Numero " ws-numero-recu " bulletine - "
                   "exemplaire " EX-COPIE
               IF EX-A-EXPEDIER
                   DISPLAY "A deposer au bac des transferts vers "
                       EX-SITE-DESTINATION "."
               END-IF
               DISPLAY "Prochain numero attendu : " ABN-NUMERO-ATTENDU
                   " le " ABN-DATE-ATTENDUE
           END-IF.

       COMPTER-NUMERO-EN-RAYON.
           MOVE ABN-CODE TO BM-ISBN.
           READ book-master KEY IS BM-ISBN
               INVALID KEY
                   MOVE 'N' TO ws-livre-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-livre-flag
           END-READ.
           IF ws-livre-trouve
               ADD 1 TO BM-COPIES
               REWRITE BOOK-MASTER-RECORD
               IF ws-file-status NOT = '00'
                   DISPLAY "ERREUR E/S sur bookmast.dat"
                   DISPLAY "Code statut: " ws-file-status
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "ATTENTION: titre absent du catalogue - a "
                   "recreer dans librairyTwo sous " ABN-CODE "."
           END-IF.

      *> Meme sonde que dans librairyTwo.cob.
       CHERCHER-COPIE-MAXI.
           MOVE ZERO TO ws-copie-maxi.
           MOVE 'N' TO ws-fin-exemplaires.
           MOVE ABN-CODE TO EX-ISBN.
           MOVE ZERO TO EX-COPIE.
           START exemplaires KEY IS >= EX-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-exemplaires
           END-START.
           PERFORM LIRE-EXEMPLAIRE-SUIVANT.
           PERFORM RETENIR-COPIE-MAXI
               UNTIL ws-fin-lecture-exemplaires
                   OR EX-ISBN NOT = ABN-CODE.

       LIRE-EXEMPLAIRE-SUIVANT.
           IF NOT ws-fin-lecture-exemplaires
               READ exemplaires NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-exemplaires
               END-READ
           END-IF.

       RETENIR-COPIE-MAXI.
           IF EX-COPIE > ws-copie-maxi
               MOVE EX-COPIE TO ws-copie-maxi
           END-IF.
           PERFORM LIRE-EXEMPLAIRE-SUIVANT.

      *> ------------------------------------------------------------
      *> Consultation et resiliation.
      *> ------------------------------------------------------------
       LISTER-ABONNEMENTS.
           MOVE ZERO TO ws-nb-abonnements.
           MOVE 'N' TO ws-fin-abonnements.
           MOVE LOW-VALUES TO ABN-CODE.
           START abonnements KEY IS >= ABN-CODE
               INVALID KEY
                   MOVE 'O' TO ws-fin-abonnements
           END-START.
           PERFORM LIRE-ABONNEMENT-SUIVANT.
           PERFORM AFFICHER-ABONNEMENT
               UNTIL ws-fin-lecture-abonnements.
           IF ws-nb-abonnements = ZERO
               DISPLAY "Aucun abonnement."
           END-IF.

       LIRE-ABONNEMENT-SUIVANT.
           IF NOT ws-fin-lecture-abonnements
               READ abonnements NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-abonnements
               END-READ
           END-IF.

       AFFICHER-ABONNEMENT.
           ADD 1 TO ws-nb-abonnements.
           DISPLAY ABN-CODE " " ABN-TITRE " (" ABN-FREQUENCE ") chez "
               ABN-FOURNISSEUR.
           IF ABN-RESILIE
               DISPLAY "   RESILIE - " ABN-NB-RECUS " numero(s) recus"
           ELSE
               DISPLAY "   attendu no " ABN-NUMERO-ATTENDU " le "
                   ABN-DATE-ATTENDUE " - echeance " ABN-DATE-FIN
                   " - salle " ABN-SITE " - " ABN-NB-RECUS
                   " recu(s)"
               PERFORM DEBUTER-NUMEROS-MANQUANTS
               PERFORM COMPTER-NUMERO-MANQUANT
                   UNTIL ws-fin-lecture-manquants
               IF ws-nb-manquants NOT = ZERO
                   DISPLAY "   " ws-nb-manquants
                       " numero(s) manquant(s) a reclamer"
               END-IF
               IF ABN-COMMANDE NOT = ZERO
                   DISPLAY "   renouvellement commande ("
                       ABN-COMMANDE ")"
               END-IF
           END-IF.
           PERFORM LIRE-ABONNEMENT-SUIVANT.

      *> Les numeros deja bulletines restent au catalogue; seul le
      *> suivi (reclamations, echeance) s'arrete.
       RESILIER-ABONNEMENT.
           DISPLAY "ISSN du titre: ".
           ACCEPT ws-code-saisi.
           PERFORM LIRE-ABONNEMENT.
           EVALUATE TRUE
               WHEN NOT ws-abonnement-trouve
                   DISPLAY "Aucun abonnement pour ce titre."
               WHEN ABN-RESILIE
                   DISPLAY "Abonnement deja resilie."
               WHEN OTHER
                   DISPLAY "Resilier " ABN-TITRE " (echeance "
                       ABN-DATE-FIN ") ? (O/N): "
                   ACCEPT ws-reponse
                   IF ws-reponse = 'O' OR ws-reponse = 'o'
                       MOVE 'C' TO ABN-STATUT
                       REWRITE ABONNEMENT-RECORD
                       IF ws-status-abonnements NOT = '00'
                           DISPLAY "ERREUR E/S sur abonnements.dat"
                           DISPLAY "Code statut: "
                               ws-status-abonnements
                           STOP RUN
                       END-IF
                       DISPLAY "Abonnement resilie."
                       IF ABN-COMMANDE NOT = ZERO
                           DISPLAY "ATTENTION: la commande de "
                               "renouvellement " ABN-COMMANDE
                               " est encore ouverte dans Acquisitions."
                       END-IF
                   END-IF
           END-EVALUATE.

       COPY PERIODPROC.

       COPY CLASSEPROC.

       COPY SITEPROC.

       COPY ACCESPROC.
