      *> Saisie et maintenance du fichier CUSTOMER-MASTER (custmast.dat,
      *> voir CUSTMAST.cpy) : creation d'un client avec attribution du
      *> prochain numero, mise a jour de ses coordonnees, consultation.
      *> Le nom saisi a la creation comme a la modification est crible
      *> contre la liste de sanctions (CRIBLAGEPROC.cpy); un nom trop
      *> proche part en revue conformite (RevueCriblage.cob).
      *> Chaque compte de ACCOUNT-MASTER pointe sur son proprietaire via
      *> ACCT-CUST-ID, donc c'est ici - et plus dans un classeur papier -
      *> que vivent le nom et l'adresse postale que ReleveClient imprime
               RECORD KEY IS PID-CLE
               FILE STATUS IS ws-status-pieces.

      *> Criblage sanctions (voir CRIBLAGEPROC.cpy) : la liste en
      *> vigueur, le seuil de score et la file de revue conformite.
           SELECT sanctions-liste ASSIGN TO "sanctions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-sanctions.

           SELECT criblage-config ASSIGN TO "criblage-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-crib-config.

           SELECT criblage-alertes ASSIGN TO DYNAMIC ws-nom-alertes-crib
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-NUMERO
               FILE STATUS IS ws-status-alertes-crib.

       DATA DIVISION.
       FILE SECTION.
       FD customer-master.
       FD pieces-identite.
           COPY PIECEID.

       FD sanctions-liste.
           COPY SANCTION.

       FD criblage-config.
           COPY CRIBCFG.

       FD criblage-alertes.
           COPY CRIBALRT.

       WORKING-STORAGE SECTION.
       01 ws-status-client PIC XX.
       01 ws-status-seq PIC XX.
       01 ws-nb-pieces PIC 9(2).
       01 ChoixPiece PIC 9 VALUE ZERO.
       COPY FILESTAT.
       COPY CRIBLAGE.

       01 Choix PIC 9 VALUE ZERO.
       01 NumeroClient PIC 9(6).
       01 ClientFlag PIC X VALUE 'N'.
           88 ClientTrouve VALUE 'O'.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionClients" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN I-O customer-master.
           IF ws-status-client = '35'
               OPEN OUTPUT customer-master
           MOVE 'custmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           DISPLAY "Client cree sous le numero " CUST-ID.
           PERFORM CRIBLER-CLIENT.

       MODIFIER-CLIENT.
           DISPLAY "Numero de client: ".
               MOVE 'custmast.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               DISPLAY "Client " CUST-ID " mis a jour."
               PERFORM CRIBLER-CLIENT
           ELSE
               DISPLAY "Erreur: Client introuvable"
           END-IF.
           DISPLAY "Telephone : " CUST-TELEPHONE.
           DISPLAY "Email     : " CUST-EMAIL.

      *> Le client est enregistre quoi qu'il arrive - seule la
      *> conformite tranche.  Un rapprochement deja leve comme faux
      *> positif ne se represente pas; une alerte ouverte ou
      *> confirmee est rappelee au guichetier.
       CRIBLER-CLIENT.
           PERFORM CHARGER-LISTE-SANCTIONS.
           MOVE CUST-NOM TO ws-crib-nom.
           PERFORM CRIBLER-NOM.
           IF ws-crib-touche
               MOVE 'C' TO ws-crib-source
               MOVE CUST-ID TO ws-crib-client
               MOVE ZERO TO ws-crib-compte
               MOVE "CLIENTS" TO ws-crib-origine
               PERFORM ENREGISTRER-ALERTE-CRIBLAGE
               EVALUATE TRUE
                   WHEN ws-crib-alerte-levee
                       CONTINUE
                   WHEN ws-crib-alerte-confirmee
                       DISPLAY "ATTENTION: client sous sanction "
                           "confirmee (alerte " ws-crib-numero
                           ") - comptes bloques"
                   WHEN OTHER
                       DISPLAY "ATTENTION: nom proche de la liste de "
                           "sanctions (" ws-crib-snc-id " "
                           ws-crib-nom-liste ")"
                       DISPLAY "Score " ws-crib-score " - alerte "
                           ws-crib-numero " en revue conformite."
               END-EVALUATE
           END-IF.

      *> Pieces d'identite du client : enregistrement (ou mise a jour,
      *> la cle etant client + type) et liste avec dates d'expiration.
       GERER-PIECES-IDENTITE.
           WRITE seq-client-record.
           CLOSE sequence-clients.

       COPY CRIBLAGEPROC.

       COPY VERIFSTATUT.

       COPY ACCESPROC.
