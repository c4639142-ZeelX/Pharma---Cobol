
      *> Conversion unique des fichiers de la bibliotheque vers leur
      *> format courant - meme role que ConvertirFichiers.cob cote
      *> banque.  Huit passes, chacune sautee si son fichier
      *> -ancien n'est pas la :
      *>   - bookmast-ancien.dat (sequentiel) -> bookmast.dat indexe
      *>     sur BM-ISBN (voir BOOKMAST.cpy);
      *>   - bookmast-indexe-ancien.dat (indexe, format d'avant le
      *>     classement) -> bookmast.dat, classement et emplacement a
      *>     blanc - a completer dans MaintenanceCatalogue.cob;
      *>   - exemplaires-ancien.dat (format d'avant EX-ORIGINE) ->
      *>     exemplaires.dat, origine semee a F (fonds propre) et
      *>     sites semes a la salle principale - la longueur du
      *>     record indexe a change, l'ancien fichier ne se relit pas
      *>     en place;
      *>   - exemplaires-sites-ancien.dat (format d'avant les sites,
      *>     origine comprise) -> exemplaires.dat, site d'attache et
      *>     site actuel semes a la salle principale PRI;
      *>   - pretsouverts-ancien.dat (format d'avant le compteur de
      *>     prolongations) -> pretsouverts.dat, compteur seme a zero;
      *>   - commandes-fournisseurs-ancien.dat (format d'avant les
      *>     fonds budgetaires) -> commandes-fournisseurs.dat, fonds a
      *>     blanc (hors budget), prix et engagement a zero, reception
      *>     reputee facturee;
      *>   - reservations-ancien.dat (format d'avant le site de
      *>     retrait) -> reservations.dat, site seme a PRI;
      *>   - abonnements-ancien.dat (format a bornes de lacune) ->
      *>     abonnements.dat, chaque numero de la lacune ecrit dans
      *>     numeros-manquants.dat (voir NUMMANQ.cpy).
      *> Mode d'emploi :
      *>   1. arreter tous les programmes;
      *>   2. renommer chaque fichier a convertir en -ancien;
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-ancien.

           SELECT ancien-catalogue-indexe
               ASSIGN TO "bookmast-indexe-ancien.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-BMI-ISBN
               FILE STATUS IS ws-status-ancien-bmi.

           SELECT book-master ASSIGN TO "bookmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-PRL-CLE
               FILE STATUS IS ws-status-ancien-prl.

           SELECT ancien-exemplaires-sites
               ASSIGN TO "exemplaires-sites-ancien.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-EXS-CLE
               FILE STATUS IS ws-status-ancien-exs.

           SELECT ancien-reservations
               ASSIGN TO "reservations-ancien.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-RSV-ID
               FILE STATUS IS ws-status-ancien-rsv.

           SELECT reservations ASSIGN TO "reservations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-ID
               FILE STATUS IS ws-status-reservations.

           SELECT prets-ouverts ASSIGN TO "pretsouverts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRL-CLE
               FILE STATUS IS ws-status-ouverts.

           SELECT ancien-commandes
               ASSIGN TO "commandes-fournisseurs-ancien.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-CF-ID
               FILE STATUS IS ws-status-ancien-cf.

           SELECT commandes-fournisseurs
               ASSIGN TO "commandes-fournisseurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-ID
               FILE STATUS IS ws-status-commandes.

           SELECT ancien-abonnements
               ASSIGN TO "abonnements-ancien.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-ABN-CODE
               FILE STATUS IS ws-status-ancien-abn.

           SELECT abonnements ASSIGN TO "abonnements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABN-CODE
               FILE STATUS IS ws-status-abonnements.

           SELECT numeros-manquants ASSIGN TO "numeros-manquants.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMQ-CLE
               FILE STATUS IS ws-status-manquants.

       DATA DIVISION.
       FILE SECTION.
       FD ancien-book-master.
           05 ANC-BM-YEAR PIC 9(4).
           05 ANC-BM-COPIES PIC 9(3).

      *> Format du catalogue indexe tel qu'il etait avant le
      *> classement - il s'arrete au nombre d'exemplaires.
       FD ancien-catalogue-indexe.
       01 ANCIEN-CATALOGUE-RECORD.
           05 ANC-BMI-ISBN PIC X(13).
           05 ANC-BMI-TITLE PIC X(20).
           05 ANC-BMI-AUTOR PIC X(20).
           05 ANC-BMI-YEAR PIC 9(4).
           05 ANC-BMI-COPIES PIC 9(3).

       FD book-master.
           COPY BOOKMAST.

           05 ANC-EX-STATUT PIC X.
           05 ANC-EX-DATE-ACQUISITION PIC 9(8).

      *> Format du registre des exemplaires tel qu'il etait avant
      *> les deux salles de lecture - il s'arrete a l'origine.
       FD ancien-exemplaires-sites.
       01 ANCIEN-EXEMPLAIRE-SITES-RECORD.
           05 ANC-EXS-CLE.
               10 ANC-EXS-ISBN PIC X(13).
               10 ANC-EXS-COPIE PIC 9(3).
           05 ANC-EXS-STATUT PIC X.
           05 ANC-EXS-DATE-ACQUISITION PIC 9(8).
           05 ANC-EXS-ORIGINE PIC X.

       FD exemplaires.
           COPY EXEMPLAIRE.

      *> Format des reservations tel qu'il etait avant le site de
      *> retrait - il s'arrete au statut.
       FD ancien-reservations.
       01 ANCIENNE-RESERVATION-RECORD.
           05 ANC-RSV-ID PIC 9(6).
           05 ANC-RSV-TITRE PIC X(20).
           05 ANC-RSV-MEMBRE PIC 9(6).
           05 ANC-RSV-DATE-POSE PIC 9(8).
           05 ANC-RSV-DATE-TENUE PIC 9(8).
           05 ANC-RSV-COPIE PIC 9(3).
           05 ANC-RSV-STATUT PIC X.

       FD reservations.
           COPY RESERVATION.

      *> Format des prets en cours tel qu'il etait avant cette
      *> version - il s'arrete a l'echeance, sans compteur de
      *> prolongations.
       FD prets-ouverts.
           COPY PRETOUVERT.

      *> Format des commandes fournisseurs tel qu'il etait avant les
      *> fonds budgetaires - il s'arrete au statut.
       FD ancien-commandes.
       01 ANCIENNE-COMMANDE-RECORD.
           05 ANC-CF-ID PIC 9(6).
           05 ANC-CF-FOURNISSEUR PIC X(20).
           05 ANC-CF-ISBN PIC X(13).
           05 ANC-CF-QTE-COMMANDEE PIC 9(3).
           05 ANC-CF-QTE-RECUE PIC 9(3).
           05 ANC-CF-DATE-COMMANDE PIC 9(8).
           05 ANC-CF-DATE-PREVUE PIC 9(8).
           05 ANC-CF-STATUT PIC X.

       FD commandes-fournisseurs.
           COPY CMDFOURN.

      *> Format des abonnements tel qu'il etait avant les numeros
      *> manquants un par un - une seule lacune de ... a ... apres le
      *> delai de reclamation.
       FD ancien-abonnements.
       01 ANCIEN-ABONNEMENT-RECORD.
           05 ANC-ABN-CODE PIC X(13).
           05 ANC-ABN-TITRE PIC X(20).
           05 ANC-ABN-FOURNISSEUR PIC X(20).
           05 ANC-ABN-FREQUENCE PIC X.
           05 ANC-ABN-NUMERO-ATTENDU PIC 9(5).
           05 ANC-ABN-DATE-ATTENDUE PIC 9(8).
           05 ANC-ABN-DELAI-RECLAMATION PIC 9(3).
           05 ANC-ABN-LACUNE-DE PIC 9(5).
           05 ANC-ABN-LACUNE-A PIC 9(5).
           05 ANC-ABN-NB-RECUS PIC 9(5).
           05 ANC-ABN-DATE-DEBUT PIC 9(8).
           05 ANC-ABN-DATE-FIN PIC 9(8).
           05 ANC-ABN-PREAVIS PIC 9(3).
           05 ANC-ABN-PRIX-ANNUEL PIC 9(5)V99.
           05 ANC-ABN-SITE PIC X(3).
           05 ANC-ABN-COMMANDE PIC 9(6).
           05 ANC-ABN-STATUT PIC X.

       FD abonnements.
           COPY ABONNEMENT.

       FD numeros-manquants.
           COPY NUMMANQ.

       WORKING-STORAGE SECTION.
       01 ws-status-ancien PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-ancien-bmi PIC XX.
       01 ws-status-ancien-ex PIC XX.
       01 ws-status-exemplaires PIC XX.
       01 ws-status-ancien-prl PIC XX.
       01 ws-status-ouverts PIC XX.
       01 ws-status-ancien-cf PIC XX.
       01 ws-status-commandes PIC XX.
       01 ws-fin-fichier PIC X VALUE 'N'.
           88 ws-fin-lecture VALUE 'O'.
       01 ws-fin-exemplaires PIC X VALUE 'N'.
       01 ws-nb-livres PIC 9(5) VALUE ZERO.
       01 ws-nb-exemplaires PIC 9(5) VALUE ZERO.
       01 ws-nb-prets PIC 9(5) VALUE ZERO.
       01 ws-fin-commandes PIC X VALUE 'N'.
           88 ws-fin-lecture-commandes VALUE 'O'.
       01 ws-nb-commandes PIC 9(5) VALUE ZERO.
       01 ws-status-ancien-exs PIC XX.
       01 ws-status-ancien-rsv PIC XX.
       01 ws-status-reservations PIC XX.
       01 ws-fin-reservations PIC X VALUE 'N'.
           88 ws-fin-lecture-reservations VALUE 'O'.
       01 ws-nb-reservations PIC 9(5) VALUE ZERO.
       01 ws-status-ancien-abn PIC XX.
       01 ws-status-abonnements PIC XX.
       01 ws-status-manquants PIC XX.
       01 ws-fin-abonnements PIC X VALUE 'N'.
           88 ws-fin-lecture-abonnements VALUE 'O'.
       01 ws-nb-abonnements PIC 9(5) VALUE ZERO.
       01 ws-nb-manquants PIC 9(5) VALUE ZERO.
       01 ws-numero-manquant PIC 9(5).
       01 ws-date-jour PIC 9(8).

      *> Tout le fonds d'avant la seconde salle est a la salle
      *> principale.
       77 F-Site-Principal PIC X(3) VALUE "PRI".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Conversion des fichiers bibliotheque ===".
           PERFORM CONVERTIR-CATALOGUE.
           PERFORM CONVERTIR-CATALOGUE-INDEXE.
           PERFORM CONVERTIR-EXEMPLAIRES.
           PERFORM CONVERTIR-EXEMPLAIRES-SITES.
           PERFORM CONVERTIR-PRETS-OUVERTS.
           PERFORM CONVERTIR-COMMANDES.
           PERFORM CONVERTIR-RESERVATIONS.
           PERFORM CONVERTIR-ABONNEMENTS.
           STOP RUN.

       CONVERTIR-CATALOGUE.
           MOVE ANC-BM-AUTOR TO BM-AUTOR.
           MOVE ANC-BM-YEAR TO BM-YEAR.
           MOVE ANC-BM-COPIES TO BM-COPIES.
           MOVE SPACES TO BM-CLASSE.
           MOVE SPACES TO BM-EMPLACEMENT.
           WRITE BOOK-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ISBN en double ignore : " BM-ISBN
           END-IF.
           PERFORM LIRE-ANCIEN-LIVRE.

      *> La fiche s'est allongee du classement et de l'emplacement :
      *> un catalogue deja indexe se reconstruit lui aussi, titres
      *> non classes.
       CONVERTIR-CATALOGUE-INDEXE.
           MOVE 'N' TO ws-fin-fichier.
           MOVE ZERO TO ws-nb-livres.
           OPEN INPUT ancien-catalogue-indexe.
           IF ws-status-ancien-bmi NOT = '00'
               DISPLAY "Pas de bookmast-indexe-ancien.dat (statut "
                   ws-status-ancien-bmi ") - fiches non reclassees."
           ELSE
               OPEN OUTPUT book-master
               IF ws-file-status NOT = '00'
                   DISPLAY "Impossible de creer bookmast.dat "
                       "(statut " ws-file-status ")."
                   CLOSE ancien-catalogue-indexe
                   STOP RUN
               END-IF
               PERFORM LIRE-ANCIENNE-FICHE
               PERFORM RECOPIER-FICHE UNTIL ws-fin-lecture
               CLOSE book-master
               CLOSE ancien-catalogue-indexe
               DISPLAY "Fiches reconstruites : " ws-nb-livres
           END-IF.

       LIRE-ANCIENNE-FICHE.
           READ ancien-catalogue-indexe NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-fichier
           END-READ.

       RECOPIER-FICHE.
           MOVE ANC-BMI-ISBN TO BM-ISBN.
           MOVE ANC-BMI-TITLE TO BM-TITLE.
           MOVE ANC-BMI-AUTOR TO BM-AUTOR.
           MOVE ANC-BMI-YEAR TO BM-YEAR.
           MOVE ANC-BMI-COPIES TO BM-COPIES.
           MOVE SPACES TO BM-CLASSE.
           MOVE SPACES TO BM-EMPLACEMENT.
           WRITE BOOK-MASTER-RECORD.
           IF ws-file-status NOT = '00'
               DISPLAY "ERREUR E/S sur bookmast.dat"
               DISPLAY "Code statut: " ws-file-status
               STOP RUN
           END-IF.
           ADD 1 TO ws-nb-livres.
           PERFORM LIRE-ANCIENNE-FICHE.

      *> Le record du registre s'est allonge de EX-ORIGINE : l'ancien
      *> fichier indexe ne se relit pas en place, il se reconstruit -
      *> tout le vieux fonds est du fonds propre, origine F.
           MOVE ANC-EX-STATUT TO EX-STATUT.
           MOVE ANC-EX-DATE-ACQUISITION TO EX-DATE-ACQUISITION.
           MOVE 'F' TO EX-ORIGINE.
           MOVE F-Site-Principal TO EX-SITE-ATTACHE.
           MOVE F-Site-Principal TO EX-SITE-ACTUEL.
           MOVE SPACES TO EX-SITE-DESTINATION.
           WRITE EXEMPLAIRE-RECORD.
           IF ws-status-exemplaires NOT = '00'
               DISPLAY "ERREUR E/S sur exemplaires.dat"
           ADD 1 TO ws-nb-exemplaires.
           PERFORM LIRE-ANCIEN-EXEMPLAIRE.

      *> Le record du registre s'est allonge des sites : tout
      *> exemplaire deja immatricule est a la salle principale, chez
      *> lui.
       CONVERTIR-EXEMPLAIRES-SITES.
           MOVE 'N' TO ws-fin-exemplaires.
           MOVE ZERO TO ws-nb-exemplaires.
           OPEN INPUT ancien-exemplaires-sites.
           IF ws-status-ancien-exs NOT = '00'
               DISPLAY "Pas de exemplaires-sites-ancien.dat (statut "
                   ws-status-ancien-exs ") - sites non semes."
           ELSE
               OPEN OUTPUT exemplaires
               IF ws-status-exemplaires NOT = '00'
                   DISPLAY "Impossible de creer exemplaires.dat "
                       "(statut " ws-status-exemplaires ")."
                   CLOSE ancien-exemplaires-sites
                   STOP RUN
               END-IF
               PERFORM LIRE-ANCIEN-EXEMPLAIRE-SITES
               PERFORM RECOPIER-EXEMPLAIRE-SITES
                   UNTIL ws-fin-lecture-exemplaires
               CLOSE exemplaires
               CLOSE ancien-exemplaires-sites
               DISPLAY "Exemplaires places au site "
                   F-Site-Principal " : " ws-nb-exemplaires
           END-IF.

       LIRE-ANCIEN-EXEMPLAIRE-SITES.
           READ ancien-exemplaires-sites NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-exemplaires
           END-READ.

       RECOPIER-EXEMPLAIRE-SITES.
           MOVE ANC-EXS-ISBN TO EX-ISBN.
           MOVE ANC-EXS-COPIE TO EX-COPIE.
           MOVE ANC-EXS-STATUT TO EX-STATUT.
           MOVE ANC-EXS-DATE-ACQUISITION TO EX-DATE-ACQUISITION.
           MOVE ANC-EXS-ORIGINE TO EX-ORIGINE.
           MOVE F-Site-Principal TO EX-SITE-ATTACHE.
           MOVE F-Site-Principal TO EX-SITE-ACTUEL.
           MOVE SPACES TO EX-SITE-DESTINATION.
           WRITE EXEMPLAIRE-RECORD.
           IF ws-status-exemplaires NOT = '00'
               DISPLAY "ERREUR E/S sur exemplaires.dat"
               DISPLAY "Code statut: " ws-status-exemplaires
               STOP RUN
           END-IF.
           ADD 1 TO ws-nb-exemplaires.
           PERFORM LIRE-ANCIEN-EXEMPLAIRE-SITES.

      *> Le record des prets en cours s'est allonge du compteur de
      *> prolongations : meme reconstruction - aucun vieux pret n'a
      *> encore ete prolonge, le compteur part a zero.
           END-IF.
           ADD 1 TO ws-nb-prets.
           PERFORM LIRE-ANCIEN-PRET.

      *> Le record des commandes s'est allonge du fonds, du prix, de
      *> l'engagement et de la quantite facturee.  Une vieille
      *> commande n'a ni prix ni fonds : elle reste hors budget, et
      *> ce qui est deja recu est repute facture pour ne pas bloquer
      *> le rapprochement des factures a venir.
       CONVERTIR-COMMANDES.
           OPEN INPUT ancien-commandes.
           IF ws-status-ancien-cf NOT = '00'
               DISPLAY "Pas de commandes-fournisseurs-ancien.dat "
                   "(statut " ws-status-ancien-cf
                   ") - commandes non converties."
           ELSE
               OPEN OUTPUT commandes-fournisseurs
               IF ws-status-commandes NOT = '00'
                   DISPLAY "Impossible de creer "
                       "commandes-fournisseurs.dat (statut "
                       ws-status-commandes ")."
                   CLOSE ancien-commandes
                   STOP RUN
               END-IF
               PERFORM LIRE-ANCIENNE-COMMANDE
               PERFORM RECOPIER-COMMANDE
                   UNTIL ws-fin-lecture-commandes
               CLOSE commandes-fournisseurs
               CLOSE ancien-commandes
               DISPLAY "Commandes converties : " ws-nb-commandes
           END-IF.

       LIRE-ANCIENNE-COMMANDE.
           READ ancien-commandes NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-commandes
           END-READ.

       RECOPIER-COMMANDE.
           MOVE ANC-CF-ID TO CF-ID.
           MOVE ANC-CF-FOURNISSEUR TO CF-FOURNISSEUR.
           MOVE ANC-CF-ISBN TO CF-ISBN.
           MOVE ANC-CF-QTE-COMMANDEE TO CF-QTE-COMMANDEE.
           MOVE ANC-CF-QTE-RECUE TO CF-QTE-RECUE.
           MOVE ANC-CF-DATE-COMMANDE TO CF-DATE-COMMANDE.
           MOVE ANC-CF-DATE-PREVUE TO CF-DATE-PREVUE.
           MOVE ANC-CF-STATUT TO CF-STATUT.
           MOVE SPACES TO CF-FONDS.
           MOVE ZERO TO CF-PRIX-UNITAIRE.
           MOVE ZERO TO CF-ENGAGEMENT.
           MOVE ANC-CF-QTE-RECUE TO CF-QTE-FACTUREE.
           WRITE COMMANDE-FOURNISSEUR-RECORD.
           IF ws-status-commandes NOT = '00'
               DISPLAY "ERREUR E/S sur commandes-fournisseurs.dat"
               DISPLAY "Code statut: " ws-status-commandes
               STOP RUN
           END-IF.
           ADD 1 TO ws-nb-commandes.
           PERFORM LIRE-ANCIENNE-COMMANDE.

      *> Le record des reservations s'est allonge du site de retrait :
      *> toutes les reservations deja posees se retirent a la salle
      *> principale, la seule qui existait.
       CONVERTIR-RESERVATIONS.
           OPEN INPUT ancien-reservations.
           IF ws-status-ancien-rsv NOT = '00'
               DISPLAY "Pas de reservations-ancien.dat (statut "
                   ws-status-ancien-rsv ") - reservations non "
                   "converties."
           ELSE
               OPEN OUTPUT reservations
               IF ws-status-reservations NOT = '00'
                   DISPLAY "Impossible de creer reservations.dat "
                       "(statut " ws-status-reservations ")."
                   CLOSE ancien-reservations
                   STOP RUN
               END-IF
               PERFORM LIRE-ANCIENNE-RESERVATION
               PERFORM RECOPIER-RESERVATION
                   UNTIL ws-fin-lecture-reservations
               CLOSE reservations
               CLOSE ancien-reservations
               DISPLAY "Reservations converties : " ws-nb-reservations
           END-IF.

       LIRE-ANCIENNE-RESERVATION.
           READ ancien-reservations NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-reservations
           END-READ.

       RECOPIER-RESERVATION.
           MOVE ANC-RSV-ID TO RSV-ID.
           MOVE ANC-RSV-TITRE TO RSV-TITRE.
           MOVE ANC-RSV-MEMBRE TO RSV-MEMBRE.
           MOVE ANC-RSV-DATE-POSE TO RSV-DATE-POSE.
           MOVE ANC-RSV-DATE-TENUE TO RSV-DATE-TENUE.
           MOVE ANC-RSV-COPIE TO RSV-COPIE.
           MOVE ANC-RSV-STATUT TO RSV-STATUT.
           MOVE F-Site-Principal TO RSV-SITE.
           WRITE RESERVATION-RECORD.
           IF ws-status-reservations NOT = '00'
               DISPLAY "ERREUR E/S sur reservations.dat"
               DISPLAY "Code statut: " ws-status-reservations
               STOP RUN
           END-IF.
           ADD 1 TO ws-nb-reservations.
           PERFORM LIRE-ANCIENNE-RESERVATION.

      *> Les bornes de lacune ont quitte le record des abonnements :
      *> chaque numero de ANC-ABN-LACUNE-DE a ANC-ABN-LACUNE-A part
      *> dans numeros-manquants.dat, date du jour de la conversion.
      *> numeros-manquants.dat est cree s'il n'existe pas encore.
       CONVERTIR-ABONNEMENTS.
           OPEN INPUT ancien-abonnements.
           IF ws-status-ancien-abn NOT = '00'
               DISPLAY "Pas de abonnements-ancien.dat (statut "
                   ws-status-ancien-abn ") - abonnements non "
                   "convertis."
           ELSE
               OPEN OUTPUT abonnements
               IF ws-status-abonnements NOT = '00'
                   DISPLAY "Impossible de creer abonnements.dat "
                       "(statut " ws-status-abonnements ")."
                   CLOSE ancien-abonnements
                   STOP RUN
               END-IF
               OPEN I-O numeros-manquants
               IF ws-status-manquants = '35'
                   OPEN OUTPUT numeros-manquants
                   CLOSE numeros-manquants
                   OPEN I-O numeros-manquants
               END-IF
               IF ws-status-manquants NOT = '00'
                   DISPLAY "Impossible d'ouvrir numeros-manquants.dat "
                       "(statut " ws-status-manquants ")."
                   CLOSE abonnements
                   CLOSE ancien-abonnements
                   STOP RUN
               END-IF
               ACCEPT ws-date-jour FROM DATE YYYYMMDD
               PERFORM LIRE-ANCIEN-ABONNEMENT
               PERFORM RECOPIER-ABONNEMENT
                   UNTIL ws-fin-lecture-abonnements
               CLOSE numeros-manquants
               CLOSE abonnements
               CLOSE ancien-abonnements
               DISPLAY "Abonnements convertis : " ws-nb-abonnements
                   " - numeros manquants : " ws-nb-manquants
           END-IF.

       LIRE-ANCIEN-ABONNEMENT.
           READ ancien-abonnements NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-abonnements
           END-READ.

       RECOPIER-ABONNEMENT.
           MOVE ANC-ABN-CODE TO ABN-CODE.
           MOVE ANC-ABN-TITRE TO ABN-TITRE.
           MOVE ANC-ABN-FOURNISSEUR TO ABN-FOURNISSEUR.
           MOVE ANC-ABN-FREQUENCE TO ABN-FREQUENCE.
           MOVE ANC-ABN-NUMERO-ATTENDU TO ABN-NUMERO-ATTENDU.
           MOVE ANC-ABN-DATE-ATTENDUE TO ABN-DATE-ATTENDUE.
           MOVE ANC-ABN-DELAI-RECLAMATION TO ABN-DELAI-RECLAMATION.
           MOVE ANC-ABN-NB-RECUS TO ABN-NB-RECUS.
           MOVE ANC-ABN-DATE-DEBUT TO ABN-DATE-DEBUT.
           MOVE ANC-ABN-DATE-FIN TO ABN-DATE-FIN.
           MOVE ANC-ABN-PREAVIS TO ABN-PREAVIS.
           MOVE ANC-ABN-PRIX-ANNUEL TO ABN-PRIX-ANNUEL.
           MOVE ANC-ABN-SITE TO ABN-SITE.
           MOVE ANC-ABN-COMMANDE TO ABN-COMMANDE.
           MOVE ANC-ABN-STATUT TO ABN-STATUT.
           WRITE ABONNEMENT-RECORD.
           IF ws-status-abonnements NOT = '00'
               DISPLAY "ERREUR E/S sur abonnements.dat"
               DISPLAY "Code statut: " ws-status-abonnements
               STOP RUN
           END-IF.
           IF ANC-ABN-LACUNE-DE NOT = ZERO
               PERFORM ECLATER-LACUNE
                   VARYING ws-numero-manquant FROM ANC-ABN-LACUNE-DE
                   BY 1 UNTIL ws-numero-manquant > ANC-ABN-LACUNE-A
           END-IF.
           ADD 1 TO ws-nb-abonnements.
           PERFORM LIRE-ANCIEN-ABONNEMENT.

       ECLATER-LACUNE.
           MOVE ANC-ABN-CODE TO NMQ-ABONNEMENT.
           MOVE ws-numero-manquant TO NMQ-NUMERO.
           MOVE ws-date-jour TO NMQ-DATE-CONSTAT.
           MOVE SPACES TO NMQ-CONSTATE-PAR.
           WRITE NUMERO-MANQUANT-RECORD.
           IF ws-status-manquants NOT = '00'
                   AND ws-status-manquants NOT = '22'
               DISPLAY "ERREUR E/S sur numeros-manquants.dat"
               DISPLAY "Code statut: " ws-status-manquants
               STOP RUN
           END-IF.
           ADD 1 TO ws-nb-manquants.
