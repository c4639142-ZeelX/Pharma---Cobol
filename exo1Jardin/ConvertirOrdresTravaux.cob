       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirOrdresTravaux.

      *> Conversion unique du fichier des ordres de travaux vers son
      *> format courant - meme role que ConvertirFichiers.cob cote
      *> banque et ConvertirCatalogue.cob cote bibliotheque.  Le
      *> record (voir OTRAV.cpy) s'est allonge, apres le statut, de
      *> la date d'achevement et de l'acompte du devis : l'ancien
      *> fichier indexe ne se relit pas en place, il se reconstruit.
      *> Date d'achevement semee a zero (la date prevue en tient lieu
      *> pour le cout des chantiers), acompte du et recu a zero - aucun
      *> ordre d'avant n'attend d'acompte.
      *> Mode d'emploi :
      *>   1. arreter tous les programmes;
      *>   2. renommer ordres-travaux.dat en
      *>      ordres-travaux-ancien.dat;
      *>   3. lancer ce programme;
      *>   4. verifier le compte affiche avant de retirer le fichier
      *>      -ancien.
      *> L'ancien format est decrit ici meme (prefixe ANC-), pas dans
      *> le copybook - celui-ci ne connait que le format courant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ancien-ordres-travaux
               ASSIGN TO "ordres-travaux-ancien.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-OT-NUMERO
               FILE STATUS IS ws-status-ancien.

           SELECT ordres-travaux ASSIGN TO "ordres-travaux.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-NUMERO
               FILE STATUS IS ws-status-ordres.

       DATA DIVISION.
       FILE SECTION.
      *> Format des ordres de travaux tel qu'il etait avant la date
      *> d'achevement et l'acompte - il s'arrete au statut.
       FD ancien-ordres-travaux.
       01 ANCIEN-ORDRE-TRAVAUX-RECORD.
           05 ANC-OT-NUMERO PIC 9(6).
           05 ANC-OT-DEVIS PIC 9(6).
           05 ANC-OT-CLIENT PIC X(10).
           05 ANC-OT-EQUIPE PIC X(10).
           05 ANC-OT-DATE-PREVUE PIC 9(8).
           05 ANC-OT-TYPE PIC X(10).
           05 ANC-OT-LONGUEUR-PREVUE PIC 9(10)V99.
           05 ANC-OT-POTEAUX-PREVUS PIC 9(5).
           05 ANC-OT-PORTAILS-PREVUS PIC 9(2).
           05 ANC-OT-LONGUEUR-REELLE PIC 9(10)V99.
           05 ANC-OT-POTEAUX-REELS PIC 9(5).
           05 ANC-OT-PORTAILS-REELS PIC 9(2).
           05 ANC-OT-STATUT PIC X.

       FD ordres-travaux.
           COPY OTRAV.

       WORKING-STORAGE SECTION.
       01 ws-status-ancien PIC XX.
       01 ws-status-ordres PIC XX.
       01 ws-fin-ordres PIC X VALUE 'N'.
           88 ws-fin-lecture-ordres VALUE 'O'.
       01 ws-nb-ordres PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Conversion des ordres de travaux ===".
           OPEN INPUT ancien-ordres-travaux.
           IF ws-status-ancien NOT = '00'
               DISPLAY "Pas de ordres-travaux-ancien.dat (statut "
                   ws-status-ancien ") - ordres non convertis."
               STOP RUN
           END-IF.
           OPEN OUTPUT ordres-travaux.
           IF ws-status-ordres NOT = '00'
               DISPLAY "Impossible de creer ordres-travaux.dat "
                   "(statut " ws-status-ordres ")."
               CLOSE ancien-ordres-travaux
               STOP RUN
           END-IF.
           PERFORM LIRE-ANCIEN-ORDRE.
           PERFORM RECOPIER-ORDRE UNTIL ws-fin-lecture-ordres.
           CLOSE ordres-travaux.
           CLOSE ancien-ordres-travaux.
           DISPLAY "Ordres convertis : " ws-nb-ordres.
           STOP RUN.

       LIRE-ANCIEN-ORDRE.
           READ ancien-ordres-travaux NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-ordres
           END-READ.

       RECOPIER-ORDRE.
           MOVE ANC-OT-NUMERO TO OT-NUMERO.
           MOVE ANC-OT-DEVIS TO OT-DEVIS.
           MOVE ANC-OT-CLIENT TO OT-CLIENT.
           MOVE ANC-OT-EQUIPE TO OT-EQUIPE.
           MOVE ANC-OT-DATE-PREVUE TO OT-DATE-PREVUE.
           MOVE ANC-OT-TYPE TO OT-TYPE.
           MOVE ANC-OT-LONGUEUR-PREVUE TO OT-LONGUEUR-PREVUE.
           MOVE ANC-OT-POTEAUX-PREVUS TO OT-POTEAUX-PREVUS.
           MOVE ANC-OT-PORTAILS-PREVUS TO OT-PORTAILS-PREVUS.
           MOVE ANC-OT-LONGUEUR-REELLE TO OT-LONGUEUR-REELLE.
           MOVE ANC-OT-POTEAUX-REELS TO OT-POTEAUX-REELS.
           MOVE ANC-OT-PORTAILS-REELS TO OT-PORTAILS-REELS.
           MOVE ANC-OT-STATUT TO OT-STATUT.
           MOVE ZERO TO OT-DATE-ACHEVEMENT.
           MOVE ZERO TO OT-ACOMPTE-DU.
           MOVE ZERO TO OT-ACOMPTE-RECU.
           WRITE ORDRE-TRAVAUX-RECORD.
           IF ws-status-ordres NOT = '00'
               DISPLAY "ERREUR E/S sur ordres-travaux.dat"
               DISPLAY "Code statut: " ws-status-ordres
               STOP RUN
           END-IF.
           ADD 1 TO ws-nb-ordres.
           PERFORM LIRE-ANCIEN-ORDRE.
