       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionParties.

      *> Tenue des rattachements d'identites a une partie (voir
      *> PARTIE.cpy) : la banque, la bibliotheque, la boutique et les
      *> clotures connaissent chacune le meme client sous son propre
      *> numero, et rien ne les reliait.
      *>   - lier : l'identite doit exister dans son metier (client
      *>     custmast.dat, membre membres.dat, client de la boutique
      *>     clients-boutique.dat, ou au moins un devis du registre a
      *>     ce DEV-CLIENT), et n'etre rattachee a aucune autre partie
      *>     - partie 0 en ouvre une nouvelle (plus haut numero + 1);
      *>   - delier : retire une identite de sa partie, apres
      *>     confirmation - la partie disparait avec sa derniere
      *>     identite;
      *>   - consulter : les identites d'une partie, par son numero ou
      *>     par l'une de ses identites.
      *> Les rapprochements a examiner viennent de
      *> RapprochementParties.cob; la position tous metiers d'une
      *> partie est PositionPartie.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parties-liens ASSIGN TO "parties-liens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTL-IDENTITE
               ALTERNATE RECORD KEY IS PTL-PARTIE WITH DUPLICATES
               FILE STATUS IS ws-status-liens.

           SELECT customer-master ASSIGN TO 'custmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS ws-status-client.

           SELECT member-master ASSIGN TO "membres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-ID
               FILE STATUS IS ws-status-membres.

           SELECT clients-boutique ASSIGN TO "clients-boutique.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLB-CODE
               FILE STATUS IS ws-status-boutique.

           SELECT devis-registre ASSIGN TO "devis-registre.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-registre.

       DATA DIVISION.
       FILE SECTION.
       FD parties-liens.
           COPY PARTIE.

       FD customer-master.
           COPY CUSTMAST.

       FD member-master.
           COPY MEMBMAST.

       FD clients-boutique.
           COPY CLIMAST.

       FD devis-registre.
           COPY DEVISREG.

       WORKING-STORAGE SECTION.
       01 ws-status-liens PIC XX.
       01 ws-status-client PIC XX.
       01 ws-status-membres PIC XX.
       01 ws-status-boutique PIC XX.
       01 ws-status-registre PIC XX.

       01 Choix PIC 9 VALUE ZERO.
       01 ws-date-jour PIC 9(8).
       01 ws-reponse PIC X.

      *> Identite saisie, dans le format de la cle de parties-liens.
       01 ws-identite.
           05 ws-domaine PIC X.
               88 DomaineBanque VALUE 'B'.
               88 DomaineBibliotheque VALUE 'M'.
               88 DomaineBoutique VALUE 'F'.
               88 DomaineCloture VALUE 'C'.
               88 DomaineValide VALUE 'B' 'M' 'F' 'C'.
           05 ws-ident PIC X(10).
           05 ws-ident-num REDEFINES ws-ident.
               10 ws-ident-numero PIC 9(6).
               10 FILLER PIC X(4).
       01 ws-numero-saisi PIC 9(6).
       01 ws-nom-identite PIC X(30).
       01 ws-identite-flag PIC X VALUE 'N'.
           88 ws-identite-connue VALUE 'O'.
       01 ws-lien-flag PIC X VALUE 'N'.
           88 ws-lien-trouve VALUE 'O'.
       01 ws-fin-registre PIC X VALUE 'N'.
           88 ws-fin-lecture-registre VALUE 'O'.

       01 NumeroPartie PIC 9(6).
       01 ws-partie-flag PIC X VALUE 'N'.
           88 ws-partie-existe VALUE 'O'.
       01 ws-fin-liens PIC X VALUE 'N'.
           88 ws-fin-lecture-liens VALUE 'O'.
       01 ws-plus-haut-id PIC 9(6) VALUE ZERO.
       01 ws-nb-identites PIC 9(3) VALUE ZERO.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionParties" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN I-O parties-liens.
           IF ws-status-liens = '35'
               OPEN OUTPUT parties-liens
               CLOSE parties-liens
               OPEN I-O parties-liens
           END-IF.
           IF ws-status-liens NOT = '00'
               DISPLAY "Impossible d'ouvrir parties-liens.dat "
                   "(statut " ws-status-liens ")."
               STOP RUN
           END-IF.

           PERFORM MENU-OPERATIONS UNTIL Choix = 4.

           CLOSE parties-liens.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** PARTIES - IDENTITES TOUS METIERS ******".
           DISPLAY "1. Lier une identite a une partie".
           DISPLAY "2. Delier une identite".
           DISPLAY "3. Consulter une partie".
           DISPLAY "4. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM LIER-IDENTITE
               WHEN 2 PERFORM DELIER-IDENTITE
               WHEN 3 PERFORM CONSULTER-PARTIE
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> Domaine puis identifiant : numero a six chiffres pour la
      *> banque et la bibliotheque, code client sinon.
       SAISIR-IDENTITE.
           DISPLAY "Metier - B banque, M bibliotheque, F boutique, "
               "C devis de cloture: ".
           ACCEPT ws-domaine.
           INSPECT ws-domaine CONVERTING "bmfc" TO "BMFC".
           MOVE SPACES TO ws-ident.
           EVALUATE TRUE
               WHEN DomaineBanque
                   DISPLAY "Numero de client (CUST-ID): "
                   ACCEPT ws-numero-saisi
                   MOVE ws-numero-saisi TO ws-ident-numero
               WHEN DomaineBibliotheque
                   DISPLAY "Numero de membre (MB-ID): "
                   ACCEPT ws-numero-saisi
                   MOVE ws-numero-saisi TO ws-ident-numero
               WHEN DomaineBoutique
                   DISPLAY "Code client boutique: "
                   ACCEPT ws-ident
               WHEN DomaineCloture
                   DISPLAY "Reference client des devis: "
                   ACCEPT ws-ident
               WHEN OTHER
                   DISPLAY "Metier inconnu."
           END-EVALUATE.

       LIRE-LIEN.
           MOVE ws-identite TO PTL-IDENTITE.
           READ parties-liens KEY IS PTL-IDENTITE
               INVALID KEY
                   MOVE 'N' TO ws-lien-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-lien-flag
           END-READ.

       LIER-IDENTITE.
           PERFORM SAISIR-IDENTITE.
           IF DomaineValide
               PERFORM LIRE-LIEN
               IF ws-lien-trouve
                   DISPLAY "Identite deja rattachee a la partie "
                       PTL-PARTIE " - la delier d'abord."
               ELSE
                   PERFORM VERIFIER-IDENTITE
                   IF NOT ws-identite-connue
                       DISPLAY "Identite inconnue dans son metier - "
                           "lien refuse."
                   ELSE
                       DISPLAY "Identite : " ws-domaine " " ws-ident
                           " " ws-nom-identite
                       PERFORM RATTACHER-IDENTITE
                   END-IF
               END-IF
           END-IF.

       RATTACHER-IDENTITE.
           DISPLAY "Numero de partie (0 = nouvelle partie): ".
           ACCEPT NumeroPartie.
           IF NumeroPartie = ZERO
               PERFORM CHERCHER-PLUS-HAUT-ID
               COMPUTE NumeroPartie = ws-plus-haut-id + 1
               MOVE 'O' TO ws-partie-flag
           ELSE
               PERFORM VERIFIER-PARTIE
           END-IF.
           IF NOT ws-partie-existe
               DISPLAY "Partie " NumeroPartie " inconnue - lien "
                   "refuse."
           ELSE
               MOVE ws-identite TO PTL-IDENTITE
               MOVE NumeroPartie TO PTL-PARTIE
               MOVE ws-nom-identite TO PTL-NOM
               MOVE ws-date-jour TO PTL-DATE-LIEN
               MOVE ACD-OPERATEUR TO PTL-OPERATEUR
               WRITE PARTIE-LIEN-RECORD
               IF ws-status-liens NOT = '00'
                   DISPLAY "ERREUR E/S sur parties-liens.dat"
                   DISPLAY "Code statut: " ws-status-liens
                   STOP RUN
               END-IF
               DISPLAY "Identite " ws-domaine " " ws-ident
                   " rattachee a la partie " NumeroPartie "."
           END-IF.

      *> L'identite doit exister dans le fichier de son metier; son
      *> nom est retenu dans le lien.  Un fichier de metier absent
      *> ne permet pas de verifier : le lien est refuse.
       VERIFIER-IDENTITE.
           MOVE 'N' TO ws-identite-flag.
           MOVE SPACES TO ws-nom-identite.
           EVALUATE TRUE
               WHEN DomaineBanque
                   PERFORM VERIFIER-CLIENT-BANQUE
               WHEN DomaineBibliotheque
                   PERFORM VERIFIER-MEMBRE
               WHEN DomaineBoutique
                   PERFORM VERIFIER-CLIENT-BOUTIQUE
               WHEN DomaineCloture
                   PERFORM VERIFIER-CLIENT-DEVIS
           END-EVALUATE.

       VERIFIER-CLIENT-BANQUE.
           OPEN INPUT customer-master.
           IF ws-status-client NOT = '00'
               DISPLAY "custmast.dat indisponible (statut "
                   ws-status-client ")."
           ELSE
               MOVE ws-ident-numero TO CUST-ID
               READ customer-master KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-identite-flag
                       MOVE CUST-NOM TO ws-nom-identite
               END-READ
               CLOSE customer-master
           END-IF.

       VERIFIER-MEMBRE.
           OPEN INPUT member-master.
           IF ws-status-membres NOT = '00'
               DISPLAY "membres.dat indisponible (statut "
                   ws-status-membres ")."
           ELSE
               MOVE ws-ident-numero TO MB-ID
               READ member-master KEY IS MB-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-identite-flag
                       MOVE MB-NOM TO ws-nom-identite
               END-READ
               CLOSE member-master
           END-IF.

       VERIFIER-CLIENT-BOUTIQUE.
           OPEN INPUT clients-boutique.
           IF ws-status-boutique NOT = '00'
               DISPLAY "clients-boutique.dat indisponible (statut "
                   ws-status-boutique ")."
           ELSE
               MOVE ws-ident TO CLB-CODE
               READ clients-boutique KEY IS CLB-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-identite-flag
                       MOVE CLB-NOM TO ws-nom-identite
               END-READ
               CLOSE clients-boutique
           END-IF.

      *> Le registre des devis n'a pas de fiche client : la reference
      *> existe si au moins une ligne la porte.
       VERIFIER-CLIENT-DEVIS.
           OPEN INPUT devis-registre.
           IF ws-status-registre NOT = '00'
               DISPLAY "devis-registre.dat indisponible (statut "
                   ws-status-registre ")."
           ELSE
               MOVE 'N' TO ws-fin-registre
               PERFORM LIRE-REGISTRE-SUIVANT
               PERFORM EXAMINER-LIGNE-REGISTRE
                   UNTIL ws-fin-lecture-registre
                       OR ws-identite-connue
               CLOSE devis-registre
           END-IF.

       LIRE-REGISTRE-SUIVANT.
           READ devis-registre
               AT END
                   MOVE 'O' TO ws-fin-registre
           END-READ.

       EXAMINER-LIGNE-REGISTRE.
           IF DEV-CLIENT = ws-ident
               MOVE 'O' TO ws-identite-flag
           ELSE
               PERFORM LIRE-REGISTRE-SUIVANT
           END-IF.

      *> Une partie existe tant qu'au moins une identite la porte.
       VERIFIER-PARTIE.
           MOVE 'N' TO ws-partie-flag.
           MOVE NumeroPartie TO PTL-PARTIE.
           START parties-liens KEY IS = PTL-PARTIE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO ws-partie-flag
           END-START.

       DELIER-IDENTITE.
           PERFORM SAISIR-IDENTITE.
           IF DomaineValide
               PERFORM LIRE-LIEN
               IF NOT ws-lien-trouve
                   DISPLAY "Identite rattachee a aucune partie."
               ELSE
                   DISPLAY "Identite " PTL-DOMAINE " " PTL-IDENT " "
                       PTL-NOM " - partie " PTL-PARTIE
                   DISPLAY "Delier cette identite ? (O/N): "
                   ACCEPT ws-reponse
                   IF ws-reponse = 'O' OR ws-reponse = 'o'
                       DELETE parties-liens RECORD
                       IF ws-status-liens NOT = '00'
                           DISPLAY "ERREUR E/S sur parties-liens.dat"
                           DISPLAY "Code statut: " ws-status-liens
                           STOP RUN
                       END-IF
                       DISPLAY "Identite deliee."
                   ELSE
                       DISPLAY "Lien conserve."
                   END-IF
               END-IF
           END-IF.

       CONSULTER-PARTIE.
           DISPLAY "Numero de partie (0 = par une identite): ".
           ACCEPT NumeroPartie.
           IF NumeroPartie = ZERO
               PERFORM SAISIR-IDENTITE
               IF DomaineValide
                   PERFORM LIRE-LIEN
                   IF ws-lien-trouve
                       MOVE PTL-PARTIE TO NumeroPartie
                   END-IF
               END-IF
           END-IF.
           IF NumeroPartie = ZERO
               DISPLAY "Identite rattachee a aucune partie."
           ELSE
               PERFORM LISTER-IDENTITES-PARTIE
           END-IF.

       LISTER-IDENTITES-PARTIE.
           DISPLAY "--- Partie " NumeroPartie " ---".
           MOVE ZERO TO ws-nb-identites.
           MOVE 'N' TO ws-fin-liens.
           MOVE NumeroPartie TO PTL-PARTIE.
           START parties-liens KEY IS = PTL-PARTIE
               INVALID KEY
                   MOVE 'O' TO ws-fin-liens
           END-START.
           PERFORM LIRE-LIEN-SUIVANT.
           PERFORM EDITER-IDENTITE
               UNTIL ws-fin-lecture-liens
                   OR PTL-PARTIE NOT = NumeroPartie.
           IF ws-nb-identites = ZERO
               DISPLAY "Partie inconnue."
           END-IF.

       LIRE-LIEN-SUIVANT.
           IF NOT ws-fin-lecture-liens
               READ parties-liens NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-liens
               END-READ
           END-IF.

       EDITER-IDENTITE.
           ADD 1 TO ws-nb-identites.
           EVALUATE TRUE
               WHEN PTL-BANQUE
                   DISPLAY "  Banque        client " PTL-IDENT-NUMERO
                       "     " PTL-NOM
               WHEN PTL-BIBLIOTHEQUE
                   DISPLAY "  Bibliotheque  membre " PTL-IDENT-NUMERO
                       "     " PTL-NOM
               WHEN PTL-BOUTIQUE
                   DISPLAY "  Boutique      client " PTL-IDENT " "
                       PTL-NOM
               WHEN OTHER
                   DISPLAY "  Clotures      client " PTL-IDENT
           END-EVALUATE.
           DISPLAY "      lie le " PTL-DATE-LIEN " par "
               PTL-OPERATEUR.
           PERFORM LIRE-LIEN-SUIVANT.

      *> Prochaine partie = plus haut numero du fichier + 1, lu dans
      *> l'ordre de la cle alternee.
       CHERCHER-PLUS-HAUT-ID.
           MOVE ZERO TO ws-plus-haut-id.
           MOVE 'N' TO ws-fin-liens.
           MOVE ZERO TO PTL-PARTIE.
           START parties-liens KEY IS >= PTL-PARTIE
               INVALID KEY
                   MOVE 'O' TO ws-fin-liens
           END-START.
           PERFORM LIRE-LIEN-SUIVANT.
           PERFORM RETENIR-ID UNTIL ws-fin-lecture-liens.

       RETENIR-ID.
           IF PTL-PARTIE > ws-plus-haut-id
               MOVE PTL-PARTIE TO ws-plus-haut-id
           END-IF.
           PERFORM LIRE-LIEN-SUIVANT.

       COPY ACCESPROC.
