      *> avec son code motif et le chargement continue :
      *>   IC = ISBN non numerique ou cle de controle fausse,
      *>   TB = titre a blanc, AB = auteur a blanc,
      *>   AN = annee invraisemblable,
      *>   CL = titre nouveau sans classement valable (trois
      *>        chiffres en tete).
      *> Pour un titre deja au catalogue le classement du listing est
      *> facultatif; il complete seulement une fiche encore sans
      *> classement.
      *> Fini la retape de chaque titre dans librairyTwo.

       ENVIRONMENT DIVISION.
               RECORD KEY IS EX-CLE
               FILE STATUS IS ws-status-exemplaires.

      *> Salle de lecture du poste (voir SITEPOSTE.cpy) : le nouvel
      *> exemplaire est attache au site ou il entre en stock.
           SELECT site-poste ASSIGN TO "site-poste.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-site.

       DATA DIVISION.
       FILE SECTION.
       FD catalogue-fournisseur.
      *> batch-rejets.dat chez reduction.cob.
       FD catalogue-rejets.
       01 catalogue-rejet-record.
           05 CRJ-LIGNE PIC X(78).
           05 CSV-FILLER-CRJ PIC X VALUE ",".
           05 CRJ-CODE PIC XX.

       FD exemplaires.
           COPY EXEMPLAIRE.

       FD site-poste.
           COPY SITEPOSTE.

       WORKING-STORAGE SECTION.
       01 ws-status-catalogue PIC XX.
       01 ws-status-rejets PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-exemplaires PIC XX.
       01 ws-status-site PIC XX.
      *> Site du poste (voir SITEPROC.cpy).
       01 ws-site-poste PIC X(3).
       01 ws-site-libelle PIC X(20).

       01 ws-fin-catalogue PIC X VALUE 'N'.
           88 ws-fin-lecture-catalogue VALUE 'O'.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Import du catalogue fournisseur ===".
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM CHARGER-SITE-POSTE.
           MOVE ws-date-jour (1:4) TO ws-annee-jour.

           OPEN INPUT catalogue-fournisseur.
                       MOVE "AN" TO ws-code-rejet
               END-EVALUATE
           END-IF.
           IF ws-code-rejet = SPACES
               PERFORM VERIFIER-CLASSEMENT
           END-IF.

      *> Seul un titre nouveau exige son classement.
       VERIFIER-CLASSEMENT.
           MOVE CTF-ISBN TO BM-ISBN.
           READ book-master KEY IS BM-ISBN
               INVALID KEY
                   MOVE 'N' TO ws-livre-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-livre-flag
           END-READ.
           IF NOT ws-livre-trouve AND
                   CTF-CLASSE (1:3) IS NOT NUMERIC
               MOVE "CL" TO ws-code-rejet
           END-IF.

      *> ISBN-13 : treize chiffres et la cle de controle EAN - somme
      *> des chiffres ponderes 1,3,1,3... multiple de 10.
           END-READ.
           IF ws-livre-trouve
               ADD CTF-QTE TO BM-COPIES
               IF BM-CLASSE = SPACES AND
                       CTF-CLASSE (1:3) IS NUMERIC
                   MOVE CTF-CLASSE TO BM-CLASSE
                   MOVE CTF-EMPLACEMENT TO BM-EMPLACEMENT
               END-IF
               REWRITE BOOK-MASTER-RECORD
           ELSE
               MOVE CTF-ISBN TO BM-ISBN
               MOVE CTF-AUTEUR TO BM-AUTOR
               MOVE CTF-ANNEE TO BM-YEAR
               MOVE CTF-QTE TO BM-COPIES
               MOVE CTF-CLASSE TO BM-CLASSE
               MOVE CTF-EMPLACEMENT TO BM-EMPLACEMENT
               WRITE BOOK-MASTER-RECORD
           END-IF.
           PERFORM IMMATRICULER-EXEMPLAIRES.
               MOVE 'R' TO EX-STATUT
               MOVE ws-date-jour TO EX-DATE-ACQUISITION
               MOVE 'F' TO EX-ORIGINE
               MOVE ws-site-poste TO EX-SITE-ATTACHE
               MOVE ws-site-poste TO EX-SITE-ACTUEL
               MOVE SPACES TO EX-SITE-DESTINATION
               WRITE EXEMPLAIRE-RECORD
               IF ws-status-exemplaires NOT = '00'
                   DISPLAY "ERREUR E/S sur exemplaires.dat"
               STOP RUN
           END-IF.
           ADD 1 TO ws-nb-rejetes.

       COPY SITEPROC.
