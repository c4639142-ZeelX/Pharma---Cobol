       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionClients.

      *> Anonymisation des clients partis : un client dont tous les
      *> comptes sont ACCT-FERME restait a vie dans custmast.dat,
      *> pieces-identite.dat et titulaires.dat avec nom, adresse,
      *> telephone et numeros de pieces.  Ce job retient les clients
      *> dont tous les comptes - en propre (ACCT-CUST-ID) ou comme
      *> titulaire actif (titulaires.dat) - sont clos, et dont la
      *> derniere ecriture, vivante ou archivee, date de plus de
      *> retention-config.dat annees (RETENCFG.cpy).  Leurs donnees
      *> personnelles sont remplacees par des valeurs neutres; le
      *> CUST-ID reste, pour que l'historique et les archives se
      *> rapprochent toujours.  Un litige ouvert, un pret ou un depot
      *> a terme actif sur un de ses comptes bloque l'anonymisation.
      *> Le certificat date (anonymisation-AAAAMMJJ.txt) liste les
      *> clients anonymises et les refus; chaque anonymisation laisse
      *> aussi sa trace ANONYMISE dans securite.log (CUST-ID dans le
      *> champ compte).  Le lien banque du client dans le referentiel
      *> des parties (parties-liens.dat) est supprime : il rattachait
      *> son CUST-ID a son nom et a ses fiches des autres metiers; ses
      *> alertes de criblage sur son nom (criblage-alertes.dat, source
      *> C) ne gardent plus que le nom neutre.
      *> Lance a la demande, comme l'archivage, par un operateur
      *> identifie (role superviseur ou exploitation) : c'est lui qui
      *> signe les traces ANONYMISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT titulaires ASSIGN TO 'titulaires.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLE
               FILE STATUS IS ws-status-titulaires.

           SELECT pieces-identite ASSIGN TO 'pieces-identite.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PID-CLE
               FILE STATUS IS ws-status-pieces.

           SELECT historique ASSIGN TO 'historique.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT archives-index ASSIGN TO "archives-index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-index.

      *> Chaque archive du catalogue s'ouvre a son tour sous ce nom
      *> dynamique - meme montage que RechercheGlobale.cob.
           SELECT archive-historique ASSIGN TO DYNAMIC ws-nom-archive
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-archive.

           SELECT litiges ASSIGN TO 'litiges.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIT-SEQ
               FILE STATUS IS ws-status-litiges.

           SELECT prets ASSIGN TO 'prets.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-ID
               FILE STATUS IS ws-status-prets.

           SELECT depots-terme ASSIGN TO 'depots-terme.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAT-ID
               FILE STATUS IS ws-status-depots.

           SELECT retention-config ASSIGN TO "retention-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-config.

           SELECT parties-liens ASSIGN TO "parties-liens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTL-IDENTITE
               ALTERNATE RECORD KEY IS PTL-PARTIE WITH DUPLICATES
               FILE STATUS IS ws-status-liens.

           SELECT criblage-alertes ASSIGN TO 'criblage-alertes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-NUMERO
               FILE STATUS IS ws-status-alertes-crib.

           SELECT certificat ASSIGN TO DYNAMIC ws-nom-certificat
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-certificat.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

       DATA DIVISION.
       FILE SECTION.
       FD customer-master.
           COPY CUSTMAST.

       FD account-master.
           COPY ACCTMAST.

       FD titulaires.
           COPY TITULAIRE.

       FD pieces-identite.
           COPY PIECEID.

       FD historique.
           COPY HISTREC.

       FD archives-index.
           COPY ARCHIDX.

      *> Les ecritures archivees gardent le format HISTREC - meme
      *> relecture que RechercheGlobale.cob.
       FD archive-historique.
       01 archive-entree-record.
           05 ARC-H-Date PIC 9(8).
           05 ARC-FILLER-1 PIC X.
           05 ARC-H-Heure PIC 9(6).
           05 ARC-FILLER-2 PIC X.
           05 ARC-H-Compte PIC 9(6).
           05 ARC-FILLER-3 PIC X.
           05 ARC-H-Action PIC X.
           05 ARC-FILLER-4 PIC X.
           05 ARC-H-Montant PIC 9(9)V99.
           05 ARC-FILLER-5 PIC X.
           05 ARC-H-Seq PIC 9(9).
           05 ARC-FILLER-6 PIC X.
           05 ARC-H-Ref PIC 9(9).
           05 ARC-FILLER-7 PIC X.
           05 ARC-H-Guichetier PIC X(4).
           05 ARC-FILLER-8 PIC X.
           05 ARC-H-Agence PIC X(3).

       FD litiges.
           COPY LITIGE.

       FD prets.
           COPY PRET.

       FD depots-terme.
           COPY DEPTERME.

       FD retention-config.
           COPY RETENCFG.

       FD parties-liens.
           COPY PARTIE.

       FD criblage-alertes.
           COPY CRIBALRT.

       FD certificat.
       01 ligne-certificat PIC X(132).

       FD securite-journal.
           COPY SECULOG.

       WORKING-STORAGE SECTION.
       01 ws-status-client PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-status-titulaires PIC XX.
       01 ws-status-pieces PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-index PIC XX.
       01 ws-status-archive PIC XX.
       01 ws-status-litiges PIC XX.
       01 ws-status-prets PIC XX.
       01 ws-status-depots PIC XX.
       01 ws-status-config PIC XX.
       01 ws-status-liens PIC XX.
       01 ws-status-alertes-crib PIC XX.
       01 ws-status-certificat PIC XX.
       01 ws-nom-archive PIC X(30).
       01 ws-nom-certificat PIC X(40).

       01 ws-status-secu PIC XX.
       01 ws-sec-compte PIC 9(6).
       01 ws-sec-evenement PIC X(12).
       01 ws-heure-secu PIC 9(8).
       COPY ACCESDEM.

       01 ws-fin-clients PIC X VALUE 'N'.
           88 ws-fin-lecture-clients VALUE 'O'.
       01 ws-fin-comptes PIC X VALUE 'N'.
           88 ws-fin-lecture-comptes VALUE 'O'.
       01 ws-fin-titulaires PIC X VALUE 'N'.
           88 ws-fin-lecture-titulaires VALUE 'O'.
       01 ws-fin-pieces PIC X VALUE 'N'.
           88 ws-fin-lecture-pieces VALUE 'O'.
       01 ws-fin-historique PIC X VALUE 'N'.
           88 ws-fin-lecture-historique VALUE 'O'.
       01 ws-fin-index PIC X VALUE 'N'.
           88 ws-fin-lecture-index VALUE 'O'.
       01 ws-fin-archive PIC X VALUE 'N'.
           88 ws-fin-lecture-archive VALUE 'O'.
       01 ws-fin-annexe PIC X VALUE 'N'.
           88 ws-fin-lecture-annexe VALUE 'O'.
       01 ws-fin-alertes PIC X VALUE 'N'.
           88 ws-fin-lecture-alertes VALUE 'O'.

       01 ws-date-jour PIC 9(8).
       01 ws-annees-retention PIC 9(2).
      *> Date limite : aujourd'hui moins la duree de retention - un
      *> client dont la derniere ecriture lui est anterieure est
      *> anonymisable.  Un 29 fevrier recule au 28.
       01 ws-date-limite.
           05 ws-dl-annee PIC 9(4).
           05 ws-dl-mois-jour PIC 9(4).
       01 ws-date-limite-n REDEFINES ws-date-limite PIC 9(8).

       01 ws-client-examine PIC 9(6).
       01 ws-derniere-ecriture PIC 9(8).
       01 ws-client-ouvert PIC X VALUE 'N'.
           88 ws-client-encore-ouvert VALUE 'O'.
       01 ws-historique-flag PIC X VALUE 'N'.
           88 ws-historique-ouvert VALUE 'O'.
       01 ws-archives-requises PIC X VALUE 'N'.
           88 ws-fouiller-archives VALUE 'O'.
       01 ws-motif-refus PIC X(30).
       01 ws-nb-pieces PIC 9(3).
       01 ws-nb-liens PIC 9(3).
       01 ws-nb-liens-partie PIC 9.
       01 ws-nb-alertes PIC 9(3).

      *> Comptes du client examine - en propre ou comme titulaire
      *> actif - et, pour chacun, s'il a encore des ecritures dans le
      *> grand livre vivant (sinon il faut fouiller les archives).
       01 ws-nb-comptes PIC 9(2) VALUE ZERO.
       01 ws-idx PIC 9(2).
       01 ws-compte-cherche PIC 9(6).
       01 ws-compte-du-client PIC X VALUE 'N'.
           88 CompteDuClient VALUE 'O'.
       01 TABLE-COMPTES-CLIENT.
           05 ENTREE-COMPTE-CLIENT OCCURS 50 TIMES.
               10 TCC-Numero PIC 9(6).
               10 TCC-Vivant PIC X.

       01 ws-nb-archives PIC 9(2) VALUE ZERO.
       01 ws-idx-archive PIC 9(2).
       01 ws-archive-connue PIC X.
       01 TABLE-ARCHIVES.
           05 TA-Nom OCCURS 50 TIMES PIC X(30).

       01 ws-nb-anonymises PIC 9(5) VALUE ZERO.
       01 ws-nb-refuses PIC 9(5) VALUE ZERO.
       01 ws-nb-inconnus PIC 9(5) VALUE ZERO.
       01 ws-nb-examines PIC 9(5) VALUE ZERO.

      *> Valeur neutre posee a la place du nom - le reste des
      *> coordonnees est blanchi.
       77 F-Nom-Anonyme PIC X(30) VALUE "CLIENT ANONYMISE".
       77 F-Report PIC X VALUE "S".
       77 F-Report-Debit PIC X VALUE "U".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "RetentionClients" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM CHARGER-DUREE-RETENTION.
           MOVE ws-date-jour TO ws-date-limite-n.
           SUBTRACT ws-annees-retention FROM ws-dl-annee.
           IF ws-dl-mois-jour = 0229
               MOVE 0228 TO ws-dl-mois-jour
           END-IF.
           PERFORM CHARGER-CATALOGUE-ARCHIVES.

           OPEN I-O customer-master.
           IF ws-status-client NOT = '00'
               DISPLAY "Impossible d'ouvrir custmast.dat (statut "
                   ws-status-client ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT account-master.
           IF ws-status-compte NOT = '00'
               DISPLAY "Impossible d'ouvrir acctmast.dat (statut "
                   ws-status-compte ")."
               CLOSE customer-master
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT historique.
           IF ws-file-status = '00'
               MOVE 'O' TO ws-historique-flag
           END-IF.

           STRING "anonymisation-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-certificat
           END-STRING.
           OPEN OUTPUT certificat.
           MOVE SPACES TO ligne-certificat.
           STRING "CERTIFICAT D'ANONYMISATION DU " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               INTO ligne-certificat
           END-STRING.
           WRITE ligne-certificat.
           MOVE SPACES TO ligne-certificat.
           STRING "Retention " DELIMITED BY SIZE
               ws-annees-retention DELIMITED BY SIZE
               " an(s) - derniere ecriture anterieure au "
                   DELIMITED BY SIZE
               ws-date-limite-n DELIMITED BY SIZE
               INTO ligne-certificat
           END-STRING.
           WRITE ligne-certificat.
           MOVE SPACES TO ligne-certificat.
           WRITE ligne-certificat.

           MOVE 'N' TO ws-fin-clients.
           MOVE ZERO TO CUST-ID.
           START customer-master KEY IS >= CUST-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-clients
           END-START.
           PERFORM LIRE-CLIENT-SUIVANT.
           PERFORM EXAMINER-CLIENT UNTIL ws-fin-lecture-clients.

           MOVE SPACES TO ligne-certificat.
           WRITE ligne-certificat.
           MOVE SPACES TO ligne-certificat.
           STRING "CLIENTS EXAMINES : " DELIMITED BY SIZE
               ws-nb-examines DELIMITED BY SIZE
               "   ANONYMISES : " DELIMITED BY SIZE
               ws-nb-anonymises DELIMITED BY SIZE
               "   REFUSES : " DELIMITED BY SIZE
               ws-nb-refuses DELIMITED BY SIZE
               "   SANS ECRITURE : " DELIMITED BY SIZE
               ws-nb-inconnus DELIMITED BY SIZE
               INTO ligne-certificat
           END-STRING.
           WRITE ligne-certificat.
           CLOSE certificat.

           IF ws-historique-ouvert
               CLOSE historique
           END-IF.
           CLOSE account-master.
           CLOSE customer-master.
           DISPLAY "Clients anonymises : " ws-nb-anonymises
               "   refuses : " ws-nb-refuses
               " (certificat " ws-nom-certificat ")".
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       CHARGER-DUREE-RETENTION.
           MOVE 10 TO ws-annees-retention.
           OPEN INPUT retention-config.
           IF ws-status-config = '00'
               READ retention-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RTC-ANNEES TO ws-annees-retention
               END-READ
               CLOSE retention-config
           ELSE
               DISPLAY "retention-config.dat absent - duree par "
                   "defaut " ws-annees-retention " ans."
           END-IF.

       LIRE-CLIENT-SUIVANT.
           IF NOT ws-fin-lecture-clients
               READ customer-master NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-clients
               END-READ
           END-IF.

      *> Un client deja anonymise ne se retraite pas; un client sans
      *> aucun compte n'est pas un client parti, il n'a jamais ouvert.
       EXAMINER-CLIENT.
           IF CUST-NOM NOT = F-Nom-Anonyme
               MOVE CUST-ID TO ws-client-examine
               PERFORM RELEVER-COMPTES-CLIENT
               IF ws-nb-comptes > ZERO AND NOT ws-client-encore-ouvert
                   ADD 1 TO ws-nb-examines
                   PERFORM EVALUER-RETENTION
               END-IF
           END-IF.
           PERFORM LIRE-CLIENT-SUIVANT.

       EVALUER-RETENTION.
           PERFORM CHERCHER-DERNIERE-ECRITURE.
           EVALUATE TRUE
               WHEN ws-derniere-ecriture = ZERO
                   ADD 1 TO ws-nb-inconnus
                   MOVE "AUCUNE ECRITURE TROUVEE" TO ws-motif-refus
                   PERFORM ECRIRE-LIGNE-REFUS
               WHEN ws-derniere-ecriture >= ws-date-limite-n
                   CONTINUE
               WHEN OTHER
                   PERFORM CONTROLER-ENGAGEMENTS
                   IF ws-motif-refus = SPACES
                       PERFORM ANONYMISER-CLIENT
                   ELSE
                       ADD 1 TO ws-nb-refuses
                       PERFORM ECRIRE-LIGNE-REFUS
                   END-IF
           END-EVALUATE.

      *> Comptes du client : ACCT-CUST-ID d'abord, puis ses liens
      *> titulaire actifs - meme montage que PositionClient.cob.  Un
      *> seul compte non clos suffit a le garder.
       RELEVER-COMPTES-CLIENT.
           MOVE ZERO TO ws-nb-comptes.
           MOVE 'N' TO ws-client-ouvert.
           MOVE 'N' TO ws-fin-comptes.
           MOVE ZERO TO ACCT-NUMBER.
           START account-master KEY IS >= ACCT-NUMBER
               INVALID KEY
                   MOVE 'O' TO ws-fin-comptes
           END-START.
           PERFORM LIRE-COMPTE-SUIVANT.
           PERFORM EXAMINER-COMPTE UNTIL ws-fin-lecture-comptes.
           PERFORM RELEVER-COMPTES-COTITULAIRE.

       LIRE-COMPTE-SUIVANT.
           IF NOT ws-fin-lecture-comptes
               READ account-master NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-comptes
               END-READ
           END-IF.

       EXAMINER-COMPTE.
           IF ACCT-CUST-ID = ws-client-examine
               PERFORM RETENIR-COMPTE
           END-IF.
           PERFORM LIRE-COMPTE-SUIVANT.

       RETENIR-COMPTE.
           IF NOT ACCT-FERME
               MOVE 'O' TO ws-client-ouvert
           END-IF.
           MOVE ACCT-NUMBER TO ws-compte-cherche.
           PERFORM VERIFIER-COMPTE-DU-CLIENT.
           IF NOT CompteDuClient
               IF ws-nb-comptes < 50
                   ADD 1 TO ws-nb-comptes
                   MOVE ACCT-NUMBER TO TCC-Numero (ws-nb-comptes)
                   MOVE 'N' TO TCC-Vivant (ws-nb-comptes)
               ELSE
      *> Au-dela de la table, on ne sait plus tout verifier : le
      *> client est garde.
                   MOVE 'O' TO ws-client-ouvert
               END-IF
           END-IF.

       RELEVER-COMPTES-COTITULAIRE.
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
           IF TIT-ACTIF AND TIT-CLIENT = ws-client-examine
               MOVE TIT-COMPTE TO ACCT-NUMBER
               READ account-master KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RETENIR-COMPTE
               END-READ
           END-IF.
           PERFORM LIRE-TITULAIRE-SUIVANT.

       VERIFIER-COMPTE-DU-CLIENT.
           MOVE 'N' TO ws-compte-du-client.
           PERFORM COMPARER-COMPTE-CLIENT
               VARYING ws-idx FROM 1 BY 1
               UNTIL ws-idx > ws-nb-comptes.

       COMPARER-COMPTE-CLIENT.
           IF TCC-Numero (ws-idx) = ws-compte-cherche
               MOVE 'O' TO ws-compte-du-client
           END-IF.

      *> Derniere ecriture sur l'un de ses comptes, reports d'archivage
      *> "S"/"U" exclus (ils portent la date de coupure, pas un geste
      *> du client).  La cle alternee H-Compte sert pour le vivant; un
      *> compte qui n'y a plus rien a ete archive en entier, et seules
      *> les archives du catalogue disent encore quand il a vecu.
       CHERCHER-DERNIERE-ECRITURE.
           MOVE ZERO TO ws-derniere-ecriture.
           MOVE 'N' TO ws-archives-requises.
           IF ws-historique-ouvert
               PERFORM CHERCHER-ECRITURES-VIVANTES
                   VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-nb-comptes
           END-IF.
           PERFORM NOTER-COMPTE-SANS-VIVANT
               VARYING ws-idx FROM 1 BY 1
               UNTIL ws-idx > ws-nb-comptes.
           IF ws-fouiller-archives
               PERFORM FOUILLER-UNE-ARCHIVE
                   VARYING ws-idx-archive FROM 1 BY 1
                   UNTIL ws-idx-archive > ws-nb-archives
           END-IF.

       CHERCHER-ECRITURES-VIVANTES.
           MOVE 'N' TO ws-fin-historique.
           MOVE TCC-Numero (ws-idx) TO H-Compte.
           START historique KEY IS = H-Compte
               INVALID KEY
                   MOVE 'O' TO ws-fin-historique
           END-START.
           PERFORM LIRE-ECRITURE-SUIVANTE.
           PERFORM EXAMINER-ECRITURE
               UNTIL ws-fin-lecture-historique
                   OR H-Compte NOT = TCC-Numero (ws-idx).

       LIRE-ECRITURE-SUIVANTE.
           IF NOT ws-fin-lecture-historique
               READ historique NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-historique
               END-READ
           END-IF.

       EXAMINER-ECRITURE.
           IF H-Action NOT = F-Report AND H-Action NOT = F-Report-Debit
               MOVE 'O' TO TCC-Vivant (ws-idx)
               IF H-Date > ws-derniere-ecriture
                   MOVE H-Date TO ws-derniere-ecriture
               END-IF
           END-IF.
           PERFORM LIRE-ECRITURE-SUIVANTE.

       NOTER-COMPTE-SANS-VIVANT.
           IF TCC-Vivant (ws-idx) = 'N'
               MOVE 'O' TO ws-archives-requises
           END-IF.

      *> Charge le catalogue en dedoublonnant, comme
      *> RechercheGlobale.cob.
       CHARGER-CATALOGUE-ARCHIVES.
           OPEN INPUT archives-index.
           IF ws-status-index = '00'
               PERFORM LIRE-INDEX-SUIVANT
               PERFORM RETENIR-ARCHIVE UNTIL ws-fin-lecture-index
               CLOSE archives-index
           END-IF.

       LIRE-INDEX-SUIVANT.
           READ archives-index
               AT END
                   MOVE 'O' TO ws-fin-index
           END-READ.

       RETENIR-ARCHIVE.
           MOVE 'N' TO ws-archive-connue.
           PERFORM COMPARER-ARCHIVE
               VARYING ws-idx-archive FROM 1 BY 1
               UNTIL ws-idx-archive > ws-nb-archives.
           IF ws-archive-connue = 'N'
               IF ws-nb-archives >= 50
                   DISPLAY "Plus de 50 archives au catalogue - les "
                       "suivantes ne sont pas fouillees."
               ELSE
                   ADD 1 TO ws-nb-archives
                   MOVE AIX-NOM TO TA-Nom (ws-nb-archives)
               END-IF
           END-IF.
           PERFORM LIRE-INDEX-SUIVANT.

       COMPARER-ARCHIVE.
           IF TA-Nom (ws-idx-archive) = AIX-NOM
               MOVE 'O' TO ws-archive-connue
           END-IF.

       FOUILLER-UNE-ARCHIVE.
           MOVE TA-Nom (ws-idx-archive) TO ws-nom-archive.
           MOVE 'N' TO ws-fin-archive.
           OPEN INPUT archive-historique.
           IF ws-status-archive = '00'
               PERFORM LIRE-ARCHIVE-SUIVANTE
               PERFORM EXAMINER-ENTREE-ARCHIVE
                   UNTIL ws-fin-lecture-archive
               CLOSE archive-historique
           END-IF.

       LIRE-ARCHIVE-SUIVANTE.
           READ archive-historique
               AT END
                   MOVE 'O' TO ws-fin-archive
           END-READ.

       EXAMINER-ENTREE-ARCHIVE.
           IF ARC-H-Action NOT = F-Report AND
                   ARC-H-Action NOT = F-Report-Debit AND
                   ARC-H-Date > ws-derniere-ecriture
               MOVE ARC-H-Compte TO ws-compte-cherche
               PERFORM VERIFIER-COMPTE-DU-CLIENT
               IF CompteDuClient
                   MOVE ARC-H-Date TO ws-derniere-ecriture
               END-IF
           END-IF.
           PERFORM LIRE-ARCHIVE-SUIVANTE.

      *> Litige ouvert au nom du client ou sur un de ses comptes, pret
      *> ou depot a terme encore actif sur un de ses comptes : le
      *> client a toujours une affaire en cours avec la banque.
       CONTROLER-ENGAGEMENTS.
           MOVE SPACES TO ws-motif-refus.
           MOVE 'N' TO ws-fin-annexe.
           OPEN INPUT litiges.
           IF ws-status-litiges = '00'
               PERFORM LIRE-LITIGE-SUIVANT
               PERFORM EXAMINER-LITIGE UNTIL ws-fin-lecture-annexe
               CLOSE litiges
           END-IF.
           IF ws-motif-refus = SPACES
               MOVE 'N' TO ws-fin-annexe
               OPEN INPUT prets
               IF ws-status-prets = '00'
                   PERFORM LIRE-PRET-SUIVANT
                   PERFORM EXAMINER-PRET UNTIL ws-fin-lecture-annexe
                   CLOSE prets
               END-IF
           END-IF.
           IF ws-motif-refus = SPACES
               MOVE 'N' TO ws-fin-annexe
               OPEN INPUT depots-terme
               IF ws-status-depots = '00'
                   PERFORM LIRE-DEPOT-SUIVANT
                   PERFORM EXAMINER-DEPOT UNTIL ws-fin-lecture-annexe
                   CLOSE depots-terme
               END-IF
           END-IF.

       LIRE-LITIGE-SUIVANT.
           READ litiges NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-annexe
           END-READ.

       EXAMINER-LITIGE.
           IF LIT-OUVERT
               MOVE LIT-COMPTE TO ws-compte-cherche
               PERFORM VERIFIER-COMPTE-DU-CLIENT
               IF CompteDuClient OR LIT-CLIENT = ws-client-examine
                   MOVE "LITIGE OUVERT" TO ws-motif-refus
                   MOVE 'O' TO ws-fin-annexe
               END-IF
           END-IF.
           IF NOT ws-fin-lecture-annexe
               PERFORM LIRE-LITIGE-SUIVANT
           END-IF.

       LIRE-PRET-SUIVANT.
           READ prets NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-annexe
           END-READ.

       EXAMINER-PRET.
           IF PRT-ACTIF
               MOVE PRT-COMPTE TO ws-compte-cherche
               PERFORM VERIFIER-COMPTE-DU-CLIENT
               IF CompteDuClient
                   MOVE "PRET ACTIF" TO ws-motif-refus
                   MOVE 'O' TO ws-fin-annexe
               END-IF
           END-IF.
           IF NOT ws-fin-lecture-annexe
               PERFORM LIRE-PRET-SUIVANT
           END-IF.

       LIRE-DEPOT-SUIVANT.
           READ depots-terme NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-annexe
           END-READ.

       EXAMINER-DEPOT.
           IF DAT-ACTIF
               MOVE DAT-COMPTE TO ws-compte-cherche
               PERFORM VERIFIER-COMPTE-DU-CLIENT
               IF CompteDuClient
                   MOVE "DEPOT A TERME ACTIF" TO ws-motif-refus
                   MOVE 'O' TO ws-fin-annexe
               END-IF
           END-IF.
           IF NOT ws-fin-lecture-annexe
               PERFORM LIRE-DEPOT-SUIVANT
           END-IF.

      *> Le CUST-ID, les liens titulaires et le type de chaque piece
      *> restent - seuls le nom, les coordonnees, les numeros et dates
      *> de pieces, les empreintes de PIN des titulaires, le lien
      *> banque au referentiel des parties et le nom crible dans ses
      *> alertes partent.
       ANONYMISER-CLIENT.
           MOVE F-Nom-Anonyme TO CUST-NOM.
           MOVE SPACES TO CUST-ADRESSE-1.
           MOVE SPACES TO CUST-ADRESSE-2.
           MOVE SPACES TO CUST-TELEPHONE.
           MOVE SPACES TO CUST-EMAIL.
           REWRITE CUSTOMER-MASTER-RECORD.
           IF ws-status-client NOT = '00'
               DISPLAY "ERREUR E/S sur custmast.dat"
               DISPLAY "Code statut: " ws-status-client
               CLOSE certificat
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ANONYMISER-PIECES.
           PERFORM ANONYMISER-TITULAIRES.
           PERFORM DELIER-PARTIE.
           PERFORM ANONYMISER-ALERTES.
           ADD 1 TO ws-nb-anonymises.
           MOVE ws-client-examine TO ws-sec-compte.
           MOVE "ANONYMISE" TO ws-sec-evenement.
           PERFORM ECRIRE-EVENEMENT-SECURITE.
           MOVE SPACES TO ligne-certificat.
           STRING "ANONYMISE  client " DELIMITED BY SIZE
               ws-client-examine DELIMITED BY SIZE
               "  derniere ecriture " DELIMITED BY SIZE
               ws-derniere-ecriture DELIMITED BY SIZE
               "  comptes " DELIMITED BY SIZE
               ws-nb-comptes DELIMITED BY SIZE
               "  pieces " DELIMITED BY SIZE
               ws-nb-pieces DELIMITED BY SIZE
               "  liens titulaire " DELIMITED BY SIZE
               ws-nb-liens DELIMITED BY SIZE
               "  lien partie " DELIMITED BY SIZE
               ws-nb-liens-partie DELIMITED BY SIZE
               "  alertes " DELIMITED BY SIZE
               ws-nb-alertes DELIMITED BY SIZE
               INTO ligne-certificat
           END-STRING.
           WRITE ligne-certificat.

       ANONYMISER-PIECES.
           MOVE ZERO TO ws-nb-pieces.
           MOVE 'N' TO ws-fin-pieces.
           OPEN I-O pieces-identite.
           IF ws-status-pieces = '00'
               MOVE ws-client-examine TO PID-CLIENT
               MOVE LOW-VALUES TO PID-TYPE
               START pieces-identite KEY IS >= PID-CLE
                   INVALID KEY
                       MOVE 'O' TO ws-fin-pieces
               END-START
               PERFORM LIRE-PIECE-SUIVANTE
               PERFORM BLANCHIR-PIECE
                   UNTIL ws-fin-lecture-pieces
                       OR PID-CLIENT NOT = ws-client-examine
               CLOSE pieces-identite
           END-IF.

       LIRE-PIECE-SUIVANTE.
           IF NOT ws-fin-lecture-pieces
               READ pieces-identite NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-pieces
               END-READ
           END-IF.

       BLANCHIR-PIECE.
           MOVE "ANONYMISE" TO PID-NUMERO.
           MOVE ZERO TO PID-DATE-EMISSION.
           MOVE ZERO TO PID-DATE-EXPIRATION.
           REWRITE PIECE-IDENTITE-RECORD.
           IF ws-status-pieces = '00'
               ADD 1 TO ws-nb-pieces
           ELSE
               DISPLAY "ERREUR E/S sur pieces-identite.dat (statut "
                   ws-status-pieces ") - client " ws-client-examine
           END-IF.
           PERFORM LIRE-PIECE-SUIVANTE.

      *> titulaires.dat est cle compte + client : parcours complet.
       ANONYMISER-TITULAIRES.
           MOVE ZERO TO ws-nb-liens.
           MOVE 'N' TO ws-fin-titulaires.
           OPEN I-O titulaires.
           IF ws-status-titulaires = '00'
               PERFORM LIRE-TITULAIRE-SUIVANT
               PERFORM BLANCHIR-TITULAIRE
                   UNTIL ws-fin-lecture-titulaires
               CLOSE titulaires
           END-IF.

       BLANCHIR-TITULAIRE.
           IF TIT-CLIENT = ws-client-examine
               MOVE ZERO TO TIT-PIN-HASH
               REWRITE TITULAIRE-RECORD
               IF ws-status-titulaires = '00'
                   ADD 1 TO ws-nb-liens
               ELSE
                   DISPLAY "ERREUR E/S sur titulaires.dat (statut "
                       ws-status-titulaires ") - client "
                       ws-client-examine
               END-IF
           END-IF.
           PERFORM LIRE-TITULAIRE-SUIVANT.

      *> Une identite n'appartient qu'a une partie : le lien banque du
      *> client se lit directement sur sa cle.  Sans referentiel des
      *> parties, rien a delier.
       DELIER-PARTIE.
           MOVE ZERO TO ws-nb-liens-partie.
           OPEN I-O parties-liens.
           IF ws-status-liens = '00'
               MOVE 'B' TO PTL-DOMAINE
               MOVE SPACES TO PTL-IDENT
               MOVE ws-client-examine TO PTL-IDENT-NUMERO
               READ parties-liens KEY IS PTL-IDENTITE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SUPPRIMER-LIEN-PARTIE
               END-READ
               CLOSE parties-liens
           END-IF.

       SUPPRIMER-LIEN-PARTIE.
           DELETE parties-liens RECORD.
           IF ws-status-liens = '00'
               ADD 1 TO ws-nb-liens-partie
           ELSE
               DISPLAY "ERREUR E/S sur parties-liens.dat (statut "
                   ws-status-liens ") - client " ws-client-examine
           END-IF.

      *> Alertes de criblage sur le nom du client (source C) : le nom
      *> crible devient le nom neutre; la decision, le score et
      *> l'entree de liste restent pour la conformite.  Le fichier est
      *> cle numero d'alerte : parcours complet.
       ANONYMISER-ALERTES.
           MOVE ZERO TO ws-nb-alertes.
           MOVE 'N' TO ws-fin-alertes.
           OPEN I-O criblage-alertes.
           IF ws-status-alertes-crib = '00'
               PERFORM LIRE-ALERTE-SUIVANTE
               PERFORM BLANCHIR-ALERTE
                   UNTIL ws-fin-lecture-alertes
               CLOSE criblage-alertes
           END-IF.

       LIRE-ALERTE-SUIVANTE.
           READ criblage-alertes NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-alertes
           END-READ.

       BLANCHIR-ALERTE.
           IF ALR-SOURCE-CLIENT AND ALR-CLIENT = ws-client-examine
                   AND ALR-NOM-CRIBLE NOT = F-Nom-Anonyme
               MOVE F-Nom-Anonyme TO ALR-NOM-CRIBLE
               REWRITE ALERTE-CRIBLAGE-RECORD
               IF ws-status-alertes-crib = '00'
                   ADD 1 TO ws-nb-alertes
               ELSE
                   DISPLAY "ERREUR E/S sur criblage-alertes.dat "
                       "(statut " ws-status-alertes-crib ") - client "
                       ws-client-examine
               END-IF
           END-IF.
           PERFORM LIRE-ALERTE-SUIVANTE.

       ECRIRE-LIGNE-REFUS.
           MOVE SPACES TO ligne-certificat.
           STRING "REFUSE     client " DELIMITED BY SIZE
               ws-client-examine DELIMITED BY SIZE
               "  derniere ecriture " DELIMITED BY SIZE
               ws-derniere-ecriture DELIMITED BY SIZE
               "  motif : " DELIMITED BY SIZE
               ws-motif-refus DELIMITED BY SIZE
               INTO ligne-certificat
           END-STRING.
           WRITE ligne-certificat.

       COPY SECULOGPROC.
       COPY ACCESPROC.
