      *> "entrainement-" quand GestionCompteBancaire tourne en bac a
      *> sable (voir EntrainementBanque.cob) - les ecritures d'exercice
      *> ne touchent jamais le vrai grand livre.
           SELECT historique ASSIGN TO DYNAMIC ws-nom-historique
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               FILE STATUS IS ws-file-status.

      *> Hands out the H-Seq values above - see HISTSEQ.cpy/
      *> HISTSEQPROC.cpy.  Prefixe comme historique : le bac a
      *> sable a son propre compteur.
           SELECT sequence-historique ASSIGN TO DYNAMIC ws-nom-histseq
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-seq.

      *> Mois comptables clos - voir PERIODE.cpy/PERIODEPROC.cpy.
      *> Non prefixe : le calendrier comptable est le meme en bac a
      *> sable qu'en production.
           SELECT periode-comptable ASSIGN TO "periode-comptable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-periode.

       DATA DIVISION.
       FILE SECTION.
       FD soldes_file.
            05 MYFILLER  PIC X VALUE ":".
            05 Soldecompte2 PIC  9(5)V99.

       FD historique.
           COPY HISTREC.

       FD sequence-historique.
           COPY HISTSEQ.

       FD periode-comptable.
           COPY PERIODE.

       WORKING-STORAGE SECTION.
            01 ws-file-status PIC XX.
            01 ws-status-seq PIC XX.
            01 ws-nom-historique PIC X(40).
            01 ws-nom-histseq PIC X(40).
            COPY FILESTAT.
            COPY HISTCHAIN.
      *> Fields expected by PERIODEPROC - see the contract there.
            01 ws-status-periode PIC XX.
            01 ws-mois-clos PIC 9(6).
            01 ws-mois-ecriture PIC 9(6).
            01 ws-mois-ouvert.
               05 ws-mo-annee PIC 9(4).
               05 ws-mo-mois PIC 99.
            01 ws-mois-ouvert-n REDEFINES ws-mois-ouvert PIC 9(6).

       
       LINKAGE SECTION.
      *> Mirrors historique-record (HISTREC.cpy) field-for-field, with
      *> matching FILLERs, so the CALL...USING overlay from
      *> Gestionbancaire.cob's historique-record buffer lines up byte
      *> for byte. ls_H-Date/ls_H-Heure/ls_H-Chaine are received but
      *> unused - ENREGISTRER-HISTORIQUE stamps its own date, time,
      *> sequence number and chain imprint below rather than trusting
      *> the caller's.  The assigned
      *> H-Seq is handed BACK through ls_H-Seq after the write, so a
      *> caller that needs to reference the new entry (DEPOT's deposit
      *> holds, for one) knows which number it got.
           05 ls_H-Guichetier PIC X(4).
           05 ls_CSV-FILLER-AGENCE PIC X VALUE ",".
           05 ls_H-Agence PIC X(3).
           05 ls_CSV-FILLER-CHAINE PIC X VALUE ",".
           05 ls_H-Chaine PIC 9(10).

      *> Prefixe des noms de fichiers : SPACES en production,
      *> "entrainement-" quand l'appelant tourne en bac a sable.

       ENREGISTRER-HISTORIQUE.
           ACCEPT H-Date FROM DATE YYYYMMDD.
           PERFORM FORCER-PERIODE-OUVERTE.
           ACCEPT ws-horodatage FROM TIME.
           MOVE ws-horodatage(1:6) TO H-Heure.
           PERFORM PROCHAIN-NUMERO-SEQUENCE.
           OPEN I-O historique.
           IF ws-file-status = '35'
               OPEN OUTPUT historique
               CLOSE historique
               OPEN I-O historique
           END-IF.
           PERFORM TENTER-ECRITURE-HISTORIQUE WITH TEST AFTER
               UNTIL ws-file-status NOT = '22'.
           IF ws-file-status NOT = '00' AND ws-file-status NOT = '02'
               DISPLAY "ERREUR E/S sur historique.txt"
               DISPLAY "Code statut: " ws-file-status
               CLOSE historique
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE historique.

      *> Deux sessions de guichet concurrentes peuvent tirer le meme
      *> numero de histseq.dat - le cycle lire-incrementer-reecrire du
      *> journal, au lieu de diverger en silence.
       TENTER-ECRITURE-HISTORIQUE.
           MOVE ws-seq-courant TO H-Seq.
           PERFORM CHAINER-ECRITURE-HISTORIQUE.
           WRITE historique-record.
           IF ws-file-status = '22'
               PERFORM PROCHAIN-NUMERO-SEQUENCE

       COPY HISTSEQPROC.

       COPY HISTCHAINPROC.

       COPY PERIODEPROC.

       END PROGRAM SubProgram.
