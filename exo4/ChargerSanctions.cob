       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargerSanctions.

      *> Rechargement de la liste de sanctions et de surveillance.  Le
      *> fichier recu de la conformite (sanctions-import.txt, une ligne
      *> "identifiant;nom" par entree) remplace en bloc sanctions.dat
      *> (voir SANCTION.cpy), chaque nom y etant range avec sa forme
      *> normalisee (NORMNOMPROC.cpy).  La nouvelle version est datee
      *> dans sanctions-ctl.dat : le criblage nocturne de la clientele
      *> (CriblageClients.cob) la voit differente de la derniere
      *> criblee et repasse tous les clients.
      *> Un fichier recu vide, illisible ou trop long laisse la liste
      *> en place - mieux vaut l'ancienne liste que plus de liste.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sanctions-import ASSIGN TO "sanctions-import.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-import.

           SELECT sanctions-liste ASSIGN TO "sanctions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-sanctions.

           SELECT sanctions-ctl ASSIGN TO "sanctions-ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-ctl.

       DATA DIVISION.
       FILE SECTION.
       FD sanctions-import.
       01 ligne-import PIC X(80).

       FD sanctions-liste.
           COPY SANCTION.

       FD sanctions-ctl.
           COPY SANCTCTL.

       WORKING-STORAGE SECTION.
       01 ws-status-import PIC XX.
       01 ws-status-ctl PIC XX.
       COPY FILESTAT.
       COPY CRIBLAGE.

       01 ws-fin-import PIC X VALUE 'N'.
           88 ws-fin-lecture-import VALUE 'O'.
       01 ws-passe PIC X.
           88 ws-passe-comptage VALUE 'C'.
           88 ws-passe-ecriture VALUE 'E'.
       01 ws-imp-id PIC X(10).
       01 ws-imp-nom PIC X(40).
       01 ws-nb-valides PIC 9(5) VALUE ZERO.
       01 ws-nb-rejets PIC 9(5) VALUE ZERO.
       01 ws-nb-ecrits PIC 9(5) VALUE ZERO.
       01 ws-version-criblee PIC 9(14) VALUE ZERO.
       01 ws-horodatage.
           05 ws-horo-date PIC 9(8).
           05 ws-horo-heure PIC 9(6).
       01 ws-heure-systeme PIC 9(8).

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Chargement de la liste de sanctions ===".

      *> Premier passage : compter sans rien toucher.
           MOVE 'C' TO ws-passe.
           PERFORM PARCOURIR-IMPORT.
           IF ws-status-import NOT = '00'
               DISPLAY "sanctions-import.txt absent ou illisible "
                   "(statut " ws-status-import ") - liste inchangee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-nb-valides = ZERO
               DISPLAY "Aucune entree valable dans "
                   "sanctions-import.txt - liste inchangee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-nb-valides > ws-crib-max
               DISPLAY "Liste recue de " ws-nb-valides
                   " entrees, au-dela des " ws-crib-max
                   " que le criblage tient en memoire - liste "
                   "inchangee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Second passage : la liste est remplacee.
           OPEN OUTPUT sanctions-liste.
           MOVE ws-status-sanctions TO ws-verif-statut.
           MOVE 'sanctions.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE 'E' TO ws-passe.
           MOVE ZERO TO ws-nb-rejets.
           PERFORM PARCOURIR-IMPORT.
           CLOSE sanctions-liste.

           PERFORM DATER-VERSION.

           DISPLAY "Entrees chargees : " ws-nb-ecrits
               "   lignes rejetees : " ws-nb-rejets.
           DISPLAY "Version de la liste : " SCT-VERSION.
           IF ws-nb-rejets > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       PARCOURIR-IMPORT.
           MOVE ZERO TO ws-nb-valides.
           OPEN INPUT sanctions-import.
           IF ws-status-import = '00'
               MOVE 'N' TO ws-fin-import
               PERFORM LIRE-IMPORT-SUIVANT
               PERFORM TRAITER-LIGNE-IMPORT
                   UNTIL ws-fin-lecture-import
               CLOSE sanctions-import
               MOVE '00' TO ws-status-import
           END-IF.

       LIRE-IMPORT-SUIVANT.
           READ sanctions-import
               AT END
                   MOVE 'O' TO ws-fin-import
           END-READ.

      *> Lignes blanches et lignes de commentaire (#) ignorees; une
      *> ligne sans identifiant ou sans nom exploitable est rejetee.
       TRAITER-LIGNE-IMPORT.
           IF ligne-import NOT = SPACES AND
                   ligne-import (1:1) NOT = "#"
               MOVE SPACES TO ws-imp-id
               MOVE SPACES TO ws-imp-nom
               UNSTRING ligne-import DELIMITED BY ";"
                   INTO ws-imp-id ws-imp-nom
               END-UNSTRING
               MOVE ws-imp-nom TO ws-crib-texte
               PERFORM NORMALISER-NOM
               IF ws-imp-id = SPACES OR ws-crib-nb-mots = ZERO
                   ADD 1 TO ws-nb-rejets
                   IF ws-passe-ecriture
                       DISPLAY "Ligne rejetee : " ligne-import
                   END-IF
               ELSE
                   ADD 1 TO ws-nb-valides
                   IF ws-passe-ecriture
                       PERFORM ECRIRE-SANCTION
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-IMPORT-SUIVANT.

       ECRIRE-SANCTION.
           MOVE ws-imp-id TO SNC-ID.
           MOVE ws-imp-nom TO SNC-NOM.
           MOVE ws-crib-norme TO SNC-NOM-NORME.
           WRITE SANCTION-RECORD.
           MOVE ws-status-sanctions TO ws-verif-statut.
           MOVE 'sanctions.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           ADD 1 TO ws-nb-ecrits.

      *> La version criblee est reprise telle quelle : seul
      *> CriblageClients.cob l'avance, apres un criblage complet.
       DATER-VERSION.
           OPEN INPUT sanctions-ctl.
           IF ws-status-ctl = '00'
               READ sanctions-ctl
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SCT-VERSION-CRIBLEE TO ws-version-criblee
               END-READ
               CLOSE sanctions-ctl
           END-IF.
           ACCEPT ws-horo-date FROM DATE YYYYMMDD.
           ACCEPT ws-heure-systeme FROM TIME.
           MOVE ws-heure-systeme (1:6) TO ws-horo-heure.
           MOVE ws-horodatage TO SCT-VERSION.
           MOVE ws-nb-ecrits TO SCT-NB-NOMS.
           MOVE ws-version-criblee TO SCT-VERSION-CRIBLEE.
           OPEN OUTPUT sanctions-ctl.
           WRITE SANCTION-CTL-RECORD.
           MOVE ws-status-ctl TO ws-verif-statut.
           MOVE 'sanctions-ctl.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           CLOSE sanctions-ctl.

       COPY NORMNOMPROC.

       COPY VERIFSTATUT.
