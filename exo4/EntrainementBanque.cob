      *> Bac a sable d'entrainement : clone acctmast.dat,
      *> historique.txt et histseq.dat vers leurs doubles
      *> entrainement-*, et vide les fichiers annexes du bac a sable
      *> (blocages, journal de securite, remises sortantes, file de
      *> double controle, alertes de criblage sanctions).  Les
      *> stagiaires lancent ensuite
      *> GestionCompteBancaire (et ValidationOperations) en repondant
      *> O a "Mode entrainement ?" : memes PIN, memes limites, memes
      *> checkpoints de virement que la production - sur les clones,
      *> jamais sur les vrais fichiers.  Relancer ce programme remet
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-bac-sortants.

           SELECT bac-validations
               ASSIGN TO 'entrainement-validations.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAC-VAL-ID
               FILE STATUS IS ws-status-bac-validations.

           SELECT bac-alertes-criblage
               ASSIGN TO 'entrainement-criblage-alertes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAC-ALR-NUMERO
               FILE STATUS IS ws-status-bac-alertes.

       DATA DIVISION.
       FILE SECTION.
       FD account-master.
       FD bac-sortants.
       01 bac-sortant-record PIC X(80).

       FD bac-validations.
       01 BAC-VALIDATION-RECORD.
           05 BAC-VAL-ID PIC 9(9).
           05 BAC-VAL-RESTE PIC X(177).

       FD bac-alertes-criblage.
       01 BAC-ALERTE-RECORD.
           05 BAC-ALR-NUMERO PIC 9(6).
           05 BAC-ALR-RESTE PIC X(171).

       WORKING-STORAGE SECTION.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       01 ws-status-bac-blocages PIC XX.
       01 ws-status-bac-securite PIC XX.
       01 ws-status-bac-sortants PIC XX.
       01 ws-status-bac-validations PIC XX.
       01 ws-status-bac-alertes PIC XX.

       01 ws-fin-fichier PIC X VALUE 'N'.
           88 ws-fin-lecture VALUE 'O'.
       01 ws-nb-ecritures PIC 9(9) VALUE ZERO.
       01 ws-confirmation PIC X.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "EntrainementBanque" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "=== Bac a sable d'entrainement ===".
           DISPLAY "Creer/reinitialiser le bac a sable depuis les "
               "fichiers de production ? (O/N): ".
           CLOSE bac-securite.
           OPEN OUTPUT bac-sortants.
           CLOSE bac-sortants.
           OPEN OUTPUT bac-validations.
           CLOSE bac-validations.
           OPEN OUTPUT bac-alertes-criblage.
           CLOSE bac-alertes-criblage.

       COPY ACCESPROC.
