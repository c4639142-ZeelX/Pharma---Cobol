       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionPartie.

      *> Position tous metiers d'une partie (voir PARTIE.cpy) : ce que
      *> la personne a chez nous dans les quatre maisons, en une
      *> interrogation, au lieu de PositionClient a la banque, de la
      *> fiche membre a la bibliotheque, de la balance agee a la
      *> boutique et du registre des devis aux clotures.  Pour chaque
      *> identite rattachee a la partie :
      *>   - banque : les comptes dont le client est proprietaire
      *>     (ACCT-CUST-ID) ou titulaire actif (titulaires.dat), avec
      *>     solde, devise et statut, et les prets actifs de ces
      *>     comptes (prets.dat);
      *>   - bibliotheque : les prets ouverts (retard signale) et les
      *>     amendes non soldees;
      *>   - boutique : les factures ouvertes de encours-clients.dat et
      *>     ce qui en reste du;
      *>   - clotures : les devis encore emis (derniere ligne du
      *>     registre) et les ordres de travaux non acheves.
      *> Un fichier de metier absent est signale et saute - la
      *> position des autres metiers sort quand meme.

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

           SELECT account-master ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

      *> Titulaires multiples (voir TITULAIRE.cpy) : meme regle que
      *> PositionClient.cob.
           SELECT titulaires ASSIGN TO 'titulaires.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLE
               FILE STATUS IS ws-status-titulaires.

           SELECT prets-banque ASSIGN TO 'prets.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-ID
               FILE STATUS IS ws-status-prets-banque.

           SELECT member-master ASSIGN TO "membres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-ID
               FILE STATUS IS ws-status-membres.

           SELECT prets-ouverts ASSIGN TO "pretsouverts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRL-CLE
               FILE STATUS IS ws-status-prets.

           SELECT amendes ASSIGN TO "amendes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMD-ID
               FILE STATUS IS ws-status-amendes.

           SELECT clients-boutique ASSIGN TO "clients-boutique.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLB-CODE
               FILE STATUS IS ws-status-boutique.

           SELECT encours-clients ASSIGN TO "encours-clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUMERO
               FILE STATUS IS ws-status-encours.

           SELECT devis-registre ASSIGN TO "devis-registre.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-registre.

           SELECT ordres-travaux ASSIGN TO "ordres-travaux.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-NUMERO
               FILE STATUS IS ws-status-ordres.

       DATA DIVISION.
       FILE SECTION.
       FD parties-liens.
           COPY PARTIE.

       FD customer-master.
           COPY CUSTMAST.

       FD account-master.
           COPY ACCTMAST.

       FD titulaires.
           COPY TITULAIRE.

       FD prets-banque.
           COPY PRET.

       FD member-master.
           COPY MEMBMAST.

       FD prets-ouverts.
           COPY PRETOUVERT.

       FD amendes.
           COPY AMENDE.

       FD clients-boutique.
           COPY CLIMAST.

       FD encours-clients.
           COPY ENCCLI.

       FD devis-registre.
           COPY DEVISREG.

       FD ordres-travaux.
           COPY OTRAV.

       WORKING-STORAGE SECTION.
       01 ws-status-liens PIC XX.
       01 ws-status-client PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-status-titulaires PIC XX.
       01 ws-status-prets-banque PIC XX.
       01 ws-status-membres PIC XX.
       01 ws-status-prets PIC XX.
       01 ws-status-amendes PIC XX.
       01 ws-status-boutique PIC XX.
       01 ws-status-encours PIC XX.
       01 ws-status-registre PIC XX.
       01 ws-status-ordres PIC XX.

       01 ws-date-jour PIC 9(8).
       01 NumeroPartie PIC 9(6).
       01 ws-identite.
           05 ws-domaine PIC X.
               88 DomaineValide VALUE 'B' 'M' 'F' 'C'.
           05 ws-ident PIC X(10).
           05 ws-ident-num REDEFINES ws-ident.
               10 ws-ident-numero PIC 9(6).
               10 FILLER PIC X(4).
       01 ws-numero-saisi PIC 9(6).
       01 ws-fin-liens PIC X VALUE 'N'.
           88 ws-fin-lecture-liens VALUE 'O'.
       01 ws-fin-lecture PIC X VALUE 'N'.
           88 ws-fin-fichier VALUE 'O'.
       01 ws-nb-identites PIC 9(3) VALUE ZERO.
       01 ws-fin-titulaires PIC X VALUE 'N'.
           88 ws-fin-lecture-titulaires VALUE 'O'.

      *> Comptes du client banque examine - les siens et ceux dont il
      *> est titulaire actif - pour ne pas les compter deux fois et
      *> pour y rattacher ses prets.
       01 ws-nb-comptes-client PIC 9(2).
       01 ws-idx PIC 9(2).
       01 ws-compte-cherche PIC 9(6).
       01 ws-compte-du-client PIC X VALUE 'N'.
           88 CompteDuClient VALUE 'O'.
       01 TABLE-COMPTES-CLIENT.
           05 TCC-Numero PIC 9(6) OCCURS 50 TIMES.

      *> Compteurs de la position, remis a zero par identite.
       01 ws-nb-lignes PIC 9(4).
       01 ws-reste-du PIC 9(10)V99.
       01 ws-solde-disponible PIC S9(11)V99.

      *> Totaux de la partie, tous metiers.
       01 ws-nb-comptes PIC 9(4) VALUE ZERO.
       01 ws-nb-prets PIC 9(4) VALUE ZERO.
       01 ws-nb-prets-retard PIC 9(4) VALUE ZERO.
       01 ws-nb-prets-banque PIC 9(4) VALUE ZERO.
       01 ws-total-capital-du PIC 9(11)V99 VALUE ZERO.
       01 ws-total-amendes PIC 9(7)V99 VALUE ZERO.
       01 ws-total-factures PIC 9(10)V99 VALUE ZERO.
       01 ws-nb-devis-ouverts PIC 9(4) VALUE ZERO.
       01 ws-nb-ordres-ouverts PIC 9(4) VALUE ZERO.

      *> Derniere ligne de chaque devis du client - le registre est en
      *> ajout seul et la derniere ligne d'un numero fait foi.
       01 ws-nb-devis PIC 9(3) VALUE ZERO.
       01 ws-devis-ignores PIC 9(3) VALUE ZERO.
       01 TABLE-DEVIS.
           05 ENTREE-DEVIS OCCURS 200 TIMES INDEXED BY Idx-Devis.
               10 TD-Numero PIC 9(6).
               10 TD-Date PIC 9(8).
               10 TD-Type PIC X(10).
               10 TD-Total PIC 9(10)V99.
               10 TD-Statut PIC X.
               10 TD-Expiration PIC 9(8).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "PositionPartie" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN INPUT parties-liens.
           IF ws-status-liens NOT = '00'
               DISPLAY "Impossible d'ouvrir parties-liens.dat "
                   "(statut " ws-status-liens ")."
               STOP RUN
           END-IF.

           DISPLAY "****** POSITION TOUS METIERS ******".
           DISPLAY "Numero de partie (0 = par une identite): ".
           ACCEPT NumeroPartie.
           IF NumeroPartie = ZERO
               PERFORM CHERCHER-PARTIE-PAR-IDENTITE
           END-IF.
           IF NumeroPartie = ZERO
               DISPLAY "Identite rattachee a aucune partie - voir "
                   "GestionParties."
               CLOSE parties-liens
               STOP RUN
           END-IF.

           DISPLAY "Partie " NumeroPartie " au " ws-date-jour.
           MOVE 'N' TO ws-fin-liens.
           MOVE NumeroPartie TO PTL-PARTIE.
           START parties-liens KEY IS = PTL-PARTIE
               INVALID KEY
                   MOVE 'O' TO ws-fin-liens
           END-START.
           PERFORM LIRE-LIEN-SUIVANT.
           PERFORM EDITER-POSITION-IDENTITE
               UNTIL ws-fin-lecture-liens
                   OR PTL-PARTIE NOT = NumeroPartie.
           CLOSE parties-liens.

           IF ws-nb-identites = ZERO
               DISPLAY "Partie inconnue."
           ELSE
               PERFORM EDITER-SYNTHESE
           END-IF.
           STOP RUN.

       CHERCHER-PARTIE-PAR-IDENTITE.
           DISPLAY "Metier - B banque, M bibliotheque, F boutique, "
               "C devis de cloture: ".
           ACCEPT ws-domaine.
           INSPECT ws-domaine CONVERTING "bmfc" TO "BMFC".
           MOVE SPACES TO ws-ident.
           IF ws-domaine = 'B' OR ws-domaine = 'M'
               DISPLAY "Numero de client ou de membre: "
               ACCEPT ws-numero-saisi
               MOVE ws-numero-saisi TO ws-ident-numero
           ELSE
               DISPLAY "Code client: "
               ACCEPT ws-ident
           END-IF.
           IF DomaineValide
               MOVE ws-identite TO PTL-IDENTITE
               READ parties-liens KEY IS PTL-IDENTITE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PTL-PARTIE TO NumeroPartie
               END-READ
           END-IF.

       LIRE-LIEN-SUIVANT.
           IF NOT ws-fin-lecture-liens
               READ parties-liens NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-liens
               END-READ
           END-IF.

      *> La position de parties-liens survit aux lectures des
      *> fichiers de metier : ce sont d'autres fichiers.
       EDITER-POSITION-IDENTITE.
           ADD 1 TO ws-nb-identites.
           DISPLAY " ".
           EVALUATE TRUE
               WHEN PTL-BANQUE
                   PERFORM EDITER-POSITION-BANQUE
               WHEN PTL-BIBLIOTHEQUE
                   PERFORM EDITER-POSITION-BIBLIOTHEQUE
               WHEN PTL-BOUTIQUE
                   PERFORM EDITER-POSITION-BOUTIQUE
               WHEN OTHER
                   PERFORM EDITER-POSITION-CLOTURES
           END-EVALUATE.
           PERFORM LIRE-LIEN-SUIVANT.

      *> Banque : les comptes du client.
       EDITER-POSITION-BANQUE.
           DISPLAY "=== Banque - client " PTL-IDENT-NUMERO " ===".
           OPEN INPUT customer-master.
           IF ws-status-client = '00'
               MOVE PTL-IDENT-NUMERO TO CUST-ID
               READ customer-master KEY IS CUST-ID
                   INVALID KEY
                       DISPLAY "  Client absent de custmast.dat."
                   NOT INVALID KEY
                       DISPLAY "  " CUST-NOM " - " CUST-TELEPHONE
               END-READ
               CLOSE customer-master
           END-IF.
           OPEN INPUT account-master.
           IF ws-status-compte NOT = '00'
               DISPLAY "  acctmast.dat indisponible (statut "
                   ws-status-compte ")."
           ELSE
               MOVE ZERO TO ws-nb-lignes
               MOVE ZERO TO ws-nb-comptes-client
               MOVE 'N' TO ws-fin-lecture
               PERFORM LIRE-COMPTE-SUIVANT
               PERFORM EXAMINER-COMPTE UNTIL ws-fin-fichier
               PERFORM LISTER-COMPTES-COTITULAIRE
               CLOSE account-master
               IF ws-nb-lignes = ZERO
                   DISPLAY "  Aucun compte."
               ELSE
                   PERFORM LISTER-PRETS-BANQUE
               END-IF
           END-IF.

       LIRE-COMPTE-SUIVANT.
           READ account-master NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-lecture
           END-READ.

       EXAMINER-COMPTE.
           IF ACCT-CUST-ID = PTL-IDENT-NUMERO
               ADD 1 TO ws-nb-lignes
               ADD 1 TO ws-nb-comptes
               COMPUTE ws-solde-disponible =
                   ACCT-BALANCE - ACCT-HELD-AMOUNT
               DISPLAY "  Compte " ACCT-NUMBER " [" ACCT-STATUS
                   "] : solde " ACCT-BALANCE " " ACCT-CURRENCY
                   " (disponible " ws-solde-disponible ")"
               PERFORM RETENIR-COMPTE-CLIENT
           END-IF.
           PERFORM LIRE-COMPTE-SUIVANT.

       RETENIR-COMPTE-CLIENT.
           IF ws-nb-comptes-client < 50
               ADD 1 TO ws-nb-comptes-client
               MOVE ACCT-NUMBER TO TCC-Numero (ws-nb-comptes-client)
           ELSE
               DISPLAY "  (plus de 50 comptes - les prets des "
                   "suivants ne sont pas listes)"
           END-IF.

      *> Les comptes ou le client n'est pas proprietaire mais
      *> titulaire actif - cotitulaire ou signataire - comptent dans
      *> sa position comme les siens, comme dans PositionClient.cob.
       LISTER-COMPTES-COTITULAIRE.
           MOVE 'N' TO ws-fin-titulaires.
           OPEN INPUT titulaires.
           IF ws-status-titulaires = '00'
               PERFORM LIRE-TITULAIRE-SUIVANT
               PERFORM EXAMINER-TITULAIRE
                   UNTIL ws-fin-lecture-titulaires
               CLOSE titulaires
           END-IF.

       LIRE-TITULAIRE-SUIVANT.
           IF NOT ws-fin-lecture-titulaires
               READ titulaires NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-titulaires
               END-READ
           END-IF.

       EXAMINER-TITULAIRE.
           IF TIT-ACTIF AND TIT-CLIENT = PTL-IDENT-NUMERO
               MOVE TIT-COMPTE TO ws-compte-cherche
               PERFORM VERIFIER-COMPTE-DU-CLIENT
               IF NOT CompteDuClient
                   MOVE TIT-COMPTE TO ACCT-NUMBER
                   READ account-master KEY IS ACCT-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM EDITER-COMPTE-TITULAIRE
                   END-READ
               END-IF
           END-IF.
           PERFORM LIRE-TITULAIRE-SUIVANT.

       EDITER-COMPTE-TITULAIRE.
           ADD 1 TO ws-nb-lignes.
           ADD 1 TO ws-nb-comptes.
           COMPUTE ws-solde-disponible =
               ACCT-BALANCE - ACCT-HELD-AMOUNT.
           DISPLAY "  Compte " ACCT-NUMBER " [" ACCT-STATUS
               "] : solde " ACCT-BALANCE " " ACCT-CURRENCY
               " (disponible " ws-solde-disponible ") - role "
               TIT-ROLE.
           PERFORM RETENIR-COMPTE-CLIENT.

       VERIFIER-COMPTE-DU-CLIENT.
           MOVE 'N' TO ws-compte-du-client.
           PERFORM COMPARER-COMPTE-CLIENT
               VARYING ws-idx FROM 1 BY 1
               UNTIL ws-idx > ws-nb-comptes-client.

       COMPARER-COMPTE-CLIENT.
           IF TCC-Numero (ws-idx) = ws-compte-cherche
               MOVE 'O' TO ws-compte-du-client
           END-IF.

      *> Prets bancaires actifs sur l'un de ces comptes - prets.dat est
      *> cle numero de pret : parcours complet.
       LISTER-PRETS-BANQUE.
           OPEN INPUT prets-banque.
           IF ws-status-prets-banque NOT = '00'
               DISPLAY "  prets.dat indisponible (statut "
                   ws-status-prets-banque ")."
           ELSE
               MOVE 'N' TO ws-fin-lecture
               PERFORM LIRE-PRET-BANQUE-SUIVANT
               PERFORM EXAMINER-PRET-BANQUE UNTIL ws-fin-fichier
               CLOSE prets-banque
           END-IF.

       LIRE-PRET-BANQUE-SUIVANT.
           READ prets-banque NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-lecture
           END-READ.

       EXAMINER-PRET-BANQUE.
           IF PRT-ACTIF
               MOVE PRT-COMPTE TO ws-compte-cherche
               PERFORM VERIFIER-COMPTE-DU-CLIENT
               IF CompteDuClient
                   ADD 1 TO ws-nb-prets-banque
                   ADD PRT-CAPITAL-RESTANT TO ws-total-capital-du
                   DISPLAY "  Pret " PRT-ID " sur " PRT-COMPTE
                       " : capital restant " PRT-CAPITAL-RESTANT
                       " mensualite " PRT-MENSUALITE
                       " impayes " PRT-NB-IMPAYES
               END-IF
           END-IF.
           PERFORM LIRE-PRET-BANQUE-SUIVANT.

      *> Bibliotheque : prets ouverts et amendes non soldees.
       EDITER-POSITION-BIBLIOTHEQUE.
           DISPLAY "=== Bibliotheque - membre " PTL-IDENT-NUMERO
               " ===".
           OPEN INPUT member-master.
           IF ws-status-membres = '00'
               MOVE PTL-IDENT-NUMERO TO MB-ID
               READ member-master KEY IS MB-ID
                   INVALID KEY
                       DISPLAY "  Membre absent de membres.dat."
                   NOT INVALID KEY
                       DISPLAY "  " MB-NOM " - adhesion jusqu'au "
                           MB-EXPIRATION
               END-READ
               CLOSE member-master
           END-IF.
           PERFORM LISTER-PRETS-OUVERTS.
           PERFORM LISTER-AMENDES-DUES.

      *> Les prets du membre sont contigus dans la cle PRL-CLE.
       LISTER-PRETS-OUVERTS.
           OPEN INPUT prets-ouverts.
           IF ws-status-prets NOT = '00'
               DISPLAY "  pretsouverts.dat indisponible (statut "
                   ws-status-prets ")."
           ELSE
               MOVE ZERO TO ws-nb-lignes
               MOVE 'N' TO ws-fin-lecture
               MOVE PTL-IDENT-NUMERO TO PRL-MEMBRE
               MOVE LOW-VALUES TO PRL-TITRE
               MOVE ZERO TO PRL-COPIE
               START prets-ouverts KEY IS >= PRL-CLE
                   INVALID KEY
                       MOVE 'O' TO ws-fin-lecture
               END-START
               PERFORM LIRE-PRET-SUIVANT
               PERFORM EXAMINER-PRET
                   UNTIL ws-fin-fichier
                       OR PRL-MEMBRE NOT = PTL-IDENT-NUMERO
               CLOSE prets-ouverts
               IF ws-nb-lignes = ZERO
                   DISPLAY "  Aucun pret ouvert."
               END-IF
           END-IF.

       LIRE-PRET-SUIVANT.
           IF NOT ws-fin-fichier
               READ prets-ouverts NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-lecture
               END-READ
           END-IF.

       EXAMINER-PRET.
           ADD 1 TO ws-nb-lignes.
           ADD 1 TO ws-nb-prets.
           IF PRL-DATE-ECHEANCE < ws-date-jour
               ADD 1 TO ws-nb-prets-retard
               DISPLAY "  Pret " PRL-TITRE " du " PRL-DATE-PRET
                   " echeance " PRL-DATE-ECHEANCE " - EN RETARD"
           ELSE
               DISPLAY "  Pret " PRL-TITRE " du " PRL-DATE-PRET
                   " echeance " PRL-DATE-ECHEANCE
           END-IF.
           PERFORM LIRE-PRET-SUIVANT.

       LISTER-AMENDES-DUES.
           OPEN INPUT amendes.
           IF ws-status-amendes NOT = '00'
               DISPLAY "  amendes.dat indisponible (statut "
                   ws-status-amendes ")."
           ELSE
               MOVE ZERO TO ws-nb-lignes
               MOVE 'N' TO ws-fin-lecture
               PERFORM LIRE-AMENDE-SUIVANTE
               PERFORM EXAMINER-AMENDE UNTIL ws-fin-fichier
               CLOSE amendes
               IF ws-nb-lignes = ZERO
                   DISPLAY "  Aucune amende due."
               END-IF
           END-IF.

       LIRE-AMENDE-SUIVANTE.
           READ amendes NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-lecture
           END-READ.

       EXAMINER-AMENDE.
           IF AMD-MEMBRE = PTL-IDENT-NUMERO AND AMD-MONTANT > AMD-PAYE
               ADD 1 TO ws-nb-lignes
               COMPUTE ws-reste-du = AMD-MONTANT - AMD-PAYE
               ADD ws-reste-du TO ws-total-amendes
               DISPLAY "  Amende " AMD-ID " du " AMD-DATE " ("
                   AMD-TITRE ") : reste du " ws-reste-du
           END-IF.
           PERFORM LIRE-AMENDE-SUIVANTE.

      *> Boutique : factures ouvertes.
       EDITER-POSITION-BOUTIQUE.
           DISPLAY "=== Boutique - client " PTL-IDENT " ===".
           OPEN INPUT clients-boutique.
           IF ws-status-boutique = '00'
               MOVE PTL-IDENT TO CLB-CODE
               READ clients-boutique KEY IS CLB-CODE
                   INVALID KEY
                       DISPLAY "  Client absent de "
                           "clients-boutique.dat."
                   NOT INVALID KEY
                       DISPLAY "  " CLB-NOM " - plafond "
                           CLB-PLAFOND-CREDIT
               END-READ
               CLOSE clients-boutique
           END-IF.
           OPEN INPUT encours-clients.
           IF ws-status-encours NOT = '00'
               DISPLAY "  encours-clients.dat indisponible (statut "
                   ws-status-encours ")."
           ELSE
               MOVE ZERO TO ws-nb-lignes
               MOVE 'N' TO ws-fin-lecture
               PERFORM LIRE-FACTURE-SUIVANTE
               PERFORM EXAMINER-FACTURE UNTIL ws-fin-fichier
               CLOSE encours-clients
               IF ws-nb-lignes = ZERO
                   DISPLAY "  Aucune facture impayee."
               END-IF
           END-IF.

       LIRE-FACTURE-SUIVANTE.
           READ encours-clients NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-lecture
           END-READ.

       EXAMINER-FACTURE.
           IF FAC-CLIENT = PTL-IDENT AND FAC-OUVERTE
               ADD 1 TO ws-nb-lignes
               COMPUTE ws-reste-du = FAC-MONTANT - FAC-REGLE
               ADD ws-reste-du TO ws-total-factures
               DISPLAY "  Facture " FAC-NUMERO " du " FAC-DATE
                   " : " FAC-MONTANT " - reste du " ws-reste-du
           END-IF.
           PERFORM LIRE-FACTURE-SUIVANTE.

      *> Clotures : devis emis et ordres non acheves.
       EDITER-POSITION-CLOTURES.
           DISPLAY "=== Clotures - client " PTL-IDENT " ===".
           PERFORM CHARGER-DEVIS-CLIENT.
           MOVE ZERO TO ws-nb-lignes.
           PERFORM EDITER-DEVIS-OUVERT
               VARYING Idx-Devis FROM 1 BY 1
               UNTIL Idx-Devis > ws-nb-devis.
           IF ws-nb-lignes = ZERO
               DISPLAY "  Aucun devis en cours."
           END-IF.
           PERFORM LISTER-ORDRES-OUVERTS.

       CHARGER-DEVIS-CLIENT.
           MOVE ZERO TO ws-nb-devis.
           MOVE ZERO TO ws-devis-ignores.
           OPEN INPUT devis-registre.
           IF ws-status-registre NOT = '00'
               DISPLAY "  devis-registre.dat indisponible (statut "
                   ws-status-registre ")."
           ELSE
               MOVE 'N' TO ws-fin-lecture
               PERFORM LIRE-REGISTRE-SUIVANT
               PERFORM RETENIR-LIGNE-DEVIS UNTIL ws-fin-fichier
               CLOSE devis-registre
               IF ws-devis-ignores > ZERO
                   DISPLAY "  (plus de 200 devis - " ws-devis-ignores
                       " ligne(s) non reprise(s))"
               END-IF
           END-IF.

       LIRE-REGISTRE-SUIVANT.
           READ devis-registre
               AT END
                   MOVE 'O' TO ws-fin-lecture
           END-READ.

       RETENIR-LIGNE-DEVIS.
           IF DEV-CLIENT = PTL-IDENT
               SET Idx-Devis TO 1
               SEARCH ENTREE-DEVIS
                   AT END
                       ADD 1 TO ws-devis-ignores
                   WHEN Idx-Devis > ws-nb-devis
                       ADD 1 TO ws-nb-devis
                       MOVE DEV-NUMERO TO TD-Numero (Idx-Devis)
                       PERFORM RANGER-LIGNE-DEVIS
                   WHEN TD-Numero (Idx-Devis) = DEV-NUMERO
                       PERFORM RANGER-LIGNE-DEVIS
               END-SEARCH
           END-IF.
           PERFORM LIRE-REGISTRE-SUIVANT.

       RANGER-LIGNE-DEVIS.
           MOVE DEV-DATE TO TD-Date (Idx-Devis).
           MOVE DEV-TYPE TO TD-Type (Idx-Devis).
           MOVE DEV-TOTAL TO TD-Total (Idx-Devis).
           MOVE DEV-STATUT TO TD-Statut (Idx-Devis).
           MOVE DEV-DATE-EXPIRATION TO TD-Expiration (Idx-Devis).

      *> Un devis est en cours tant qu'il est emis (statut E, ou a
      *> blanc sur les lignes d'avant le cycle des devis).
       EDITER-DEVIS-OUVERT.
           IF TD-Statut (Idx-Devis) = 'E' OR
                   TD-Statut (Idx-Devis) = SPACE
               ADD 1 TO ws-nb-lignes
               ADD 1 TO ws-nb-devis-ouverts
               DISPLAY "  Devis " TD-Numero (Idx-Devis) " du "
                   TD-Date (Idx-Devis) " " TD-Type (Idx-Devis)
                   " : " TD-Total (Idx-Devis) " - valable jusqu'au "
                   TD-Expiration (Idx-Devis)
           END-IF.

       LISTER-ORDRES-OUVERTS.
           OPEN INPUT ordres-travaux.
           IF ws-status-ordres NOT = '00'
               DISPLAY "  ordres-travaux.dat indisponible (statut "
                   ws-status-ordres ")."
           ELSE
               MOVE ZERO TO ws-nb-lignes
               MOVE 'N' TO ws-fin-lecture
               PERFORM LIRE-ORDRE-SUIVANT
               PERFORM EXAMINER-ORDRE UNTIL ws-fin-fichier
               CLOSE ordres-travaux
               IF ws-nb-lignes = ZERO
                   DISPLAY "  Aucun ordre de travaux en cours."
               END-IF
           END-IF.

       LIRE-ORDRE-SUIVANT.
           READ ordres-travaux NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-lecture
           END-READ.

       EXAMINER-ORDRE.
           IF OT-CLIENT = PTL-IDENT AND NOT OT-TERMINE
               ADD 1 TO ws-nb-lignes
               ADD 1 TO ws-nb-ordres-ouverts
               IF OT-ATTENTE-ACOMPTE
                   DISPLAY "  Ordre " OT-NUMERO " (devis " OT-DEVIS
                       ") " OT-TYPE " - en attente d'acompte"
               ELSE
                   DISPLAY "  Ordre " OT-NUMERO " (devis " OT-DEVIS
                       ") " OT-TYPE " - equipe " OT-EQUIPE
                       " prevu le " OT-DATE-PREVUE
               END-IF
           END-IF.
           PERFORM LIRE-ORDRE-SUIVANT.

       EDITER-SYNTHESE.
           DISPLAY " ".
           DISPLAY "--- Synthese partie " NumeroPartie " ---".
           DISPLAY "  Identites rattachees   : " ws-nb-identites.
           DISPLAY "  Comptes bancaires      : " ws-nb-comptes.
           DISPLAY "  Prets bancaires        : " ws-nb-prets-banque
               " capital restant " ws-total-capital-du.
           DISPLAY "  Prets bibliotheque     : " ws-nb-prets
               " dont " ws-nb-prets-retard " en retard".
           DISPLAY "  Amendes dues           : " ws-total-amendes.
           DISPLAY "  Factures impayees      : " ws-total-factures.
           DISPLAY "  Devis en cours         : " ws-nb-devis-ouverts.
           DISPLAY "  Ordres de travaux      : " ws-nb-ordres-ouverts.

       COPY ACCESPROC.
