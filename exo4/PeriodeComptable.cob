       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodeComptable.

      *> Consultation et reouverture de la periode comptable (voir
      *> PERIODE.cpy).  ClotureMensuelle verrouille le mois; seul le
      *> dernier mois clos peut etre rouvert, sous accord superviseur,
      *> et la reouverture laisse sa trace REOUV-MOIS dans
      *> securite.log.  Le mois rouvert redevient le prochain a clore :
      *> la cloture du soir suivant le reclot et refait son dossier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT periode-comptable ASSIGN TO "periode-comptable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-periode.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

       DATA DIVISION.
       FILE SECTION.
       FD periode-comptable.
           COPY PERIODE.

       FD securite-journal.
           COPY SECULOG.

       WORKING-STORAGE SECTION.
       01 ws-status-periode PIC XX.
       01 ws-dernier-clos PIC 9(6) VALUE ZERO.
       01 ws-date-cloture PIC 9(8) VALUE ZERO.
       01 ws-etat-periode PIC X VALUE 'V'.
           88 ws-cloture-en-cours VALUE 'C'.
       01 ws-periode-en-cours PIC 9(6) VALUE ZERO.

       COPY ACCESDEM.
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

       01 ws-status-secu PIC XX.
       01 ws-sec-compte PIC 9(6).
       01 ws-sec-evenement PIC X(12).
       01 ws-heure-secu PIC 9(8).

       01 Choix PIC 9 VALUE ZERO.
       01 ws-date-jour PIC 9(8).
       01 ws-reponse PIC X.
       01 ws-mois-rouvert PIC 9(6).
       01 ws-mois-precedent.
           05 ws-mp-annee PIC 9(4).
           05 ws-mp-mois PIC 99.
       01 ws-mois-precedent-n REDEFINES ws-mois-precedent PIC 9(6).

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "PeriodeComptable" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM LIRE-PERIODE.
           IF ws-dernier-clos = ZERO
               DISPLAY "Aucun mois clos pour l'instant."
           ELSE
               DISPLAY "Dernier mois clos : " ws-dernier-clos
                   " (periode mise a jour le " ws-date-cloture ")"
           END-IF.
           IF ws-cloture-en-cours
               DISPLAY "Cloture du mois " ws-periode-en-cours
                   " en cours ou interrompue."
           END-IF.

           DISPLAY "1. Rouvrir le dernier mois clos".
           DISPLAY "2. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM ROUVRIR-MOIS
               WHEN OTHER CONTINUE
           END-EVALUATE.
           STOP RUN.

      *> Le mois precedent celui qu'on rouvre redevient le dernier
      *> mois clos - on ne rouvre qu'en remontant, un mois a la fois.
       ROUVRIR-MOIS.
           IF ws-dernier-clos = ZERO
               DISPLAY "Erreur: aucun mois clos a rouvrir."
           ELSE
               IF ws-cloture-en-cours
                   DISPLAY "Erreur: cloture du mois "
                       ws-periode-en-cours " en cours - attendre "
                       "sa fin."
               ELSE
                   DISPLAY "Rouvrir le mois " ws-dernier-clos
                       " ? (O/N): "
                   ACCEPT ws-reponse
                   IF ws-reponse = 'O' OR ws-reponse = 'o'
                       MOVE "REOUVERTURE" TO ACD-FONCTION
                       PERFORM CONTROLER-SUPERVISEUR
                       IF NOT SuperviseurOk
                           DISPLAY "Erreur: Autorisation refusee "
                               "- reouverture refusee"
                       ELSE
                           PERFORM ENREGISTRER-REOUVERTURE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ENREGISTRER-REOUVERTURE.
           MOVE ws-dernier-clos TO ws-mois-rouvert.
           MOVE ws-dernier-clos TO ws-mois-precedent-n.
           IF ws-mp-mois = 1
               MOVE 12 TO ws-mp-mois
               SUBTRACT 1 FROM ws-mp-annee
           ELSE
               SUBTRACT 1 FROM ws-mp-mois
           END-IF.
           MOVE ws-mois-precedent-n TO PER-DERNIER-CLOS.
           MOVE ws-date-jour TO PER-DATE-CLOTURE.
           MOVE 'V' TO PER-ETAT.
           MOVE ZERO TO PER-EN-COURS.
           MOVE "," TO CSV-FILLER-PER-1.
           MOVE "," TO CSV-FILLER-PER-2.
           MOVE "," TO CSV-FILLER-PER-3.
           OPEN OUTPUT periode-comptable.
           WRITE periode-comptable-record.
           CLOSE periode-comptable.
           MOVE ws-mois-rouvert TO ws-sec-compte.
           MOVE "REOUV-MOIS" TO ws-sec-evenement.
           PERFORM ECRIRE-EVENEMENT-SECURITE.
           DISPLAY "Mois " ws-mois-rouvert " rouvert - les ecritures "
               "y sont de nouveau acceptees jusqu'a la prochaine "
               "cloture.".

       LIRE-PERIODE.
           OPEN INPUT periode-comptable.
           IF ws-status-periode = '00'
               READ periode-comptable
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PER-DERNIER-CLOS TO ws-dernier-clos
                       MOVE PER-DATE-CLOTURE TO ws-date-cloture
                       MOVE PER-ETAT TO ws-etat-periode
                       MOVE PER-EN-COURS TO ws-periode-en-cours
               END-READ
               CLOSE periode-comptable
           END-IF.

       COPY SUPERVISEURPROC.

       COPY SECULOGPROC.

       COPY ACCESPROC.
