       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportSalaires.

      *> Import du fichier de paie d'une entreprise cliente
      *> (salaires-recus.dat, voir SALAIRE.cpy) a la place des
      *> virements saisis un par un au guichet sur liste papier.
      *> Premiere passe, sans rien poster : l'en-tete doit annoncer le
      *> nombre de lignes et le total reellement presents, et le
      *> compte employeur doit etre actif et couvrir le total annonce
      *> (disponible + decouvert autorise).  Le moindre ecart et toute
      *> la remise part au fichier des rejets salaires-rejets.dat,
      *> chaque ligne avec le motif, rien n'est poste.
      *> Seconde passe : un credit "V" par salarie, puis un seul debit
      *> "T" de l'employeur pour la somme effectivement creditee.  Une
      *> ligne inexploitable (compte inconnu ou cloture, devise autre
      *> que celle de l'employeur, montant nul) est mise de cote dans
      *> les rejets avec son motif et reste chez l'employeur.
      *> Meme montage que ImportPrelevements.cob : lignes traitees
      *> recopiees dans salaires-traites.dat, entree videe en fin de
      *> passe, point de reprise (salaires-import.ckpt) contre une
      *> relance en plein fichier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT salaires-recus ASSIGN TO "salaires-recus.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-recus.

           SELECT salaires-traites ASSIGN TO "salaires-traites.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-traites.

           SELECT salaires-rejets ASSIGN TO "salaires-rejets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rejets.

           SELECT import-ckpt ASSIGN TO "salaires-import.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-ick.

           SELECT account-master ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

      *> Jamais ouvert ici - simple tampon passe a SubProgram, qui
      *> ouvre et ferme son propre connecteur sur historique.txt a
      *> chaque appel (meme montage que Gestionbancaire.cob).
           SELECT historique ASSIGN TO 'historique.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Seq
               ALTERNATE RECORD KEY IS H-Compte WITH DUPLICATES
               FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD salaires-recus.
           COPY SALAIRE.

       FD salaires-traites.
       01 salaire-traite-record PIC X(80).

      *> La ligne d'origine plus le code motif, pour que l'employeur
      *> retrouve chaque rejet sans pointage manuel.
       FD salaires-rejets.
       01 salaire-rejet-record.
           05 SRJ-LIGNE PIC X(72).
           05 CSV-FILLER-SRJ PIC X VALUE ",".
      *> Remise entiere : EN-TETE = pas d'en-tete en premiere ligne ou
      *> une seconde en-tete, NOMBRE / TOTAL = ecart avec l'en-tete,
      *> EMPLOYEUR = compte employeur inconnu ou non actif,
      *> PROVISION = total annonce non couvert.
      *> Ligne seule : COMPTE = compte salarie inconnu ou cloture,
      *> DEVISE = devise differente de l'employeur, MONTANT = montant
      *> nul ou illisible.
           05 SRJ-MOTIF PIC X(9).

       FD import-ckpt.
       01 import-ckpt-record.
           05 ICK-NB-TRAITES PIC 9(9).
           05 ICK-CUMUL PIC 9(11)V99.
      *> C = credits en cours, F = debit employeur deja poste.
           05 ICK-PHASE PIC X.

       FD account-master.
           COPY ACCTMAST.

       FD historique.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
       01 ws-status-recus PIC XX.
       01 ws-status-traites PIC XX.
       01 ws-status-rejets PIC XX.
       01 ws-status-ick PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       COPY FILESTAT.

       01 ws-deja-traites PIC 9(9) VALUE ZERO.
       01 ws-lignes-faites PIC 9(9) VALUE ZERO.
       01 ws-phase PIC X VALUE 'C'.
           88 ws-debit-employeur-fait VALUE 'F'.
       01 ws-fin-recus PIC X VALUE 'N'.
           88 ws-fin-lecture-recus VALUE 'O'.
       01 ws-compte-flag PIC X VALUE 'N'.
           88 ws-compte-trouve VALUE 'O'.

      *> En-tete de la remise, gardee pour toute la passe.
       01 ws-compte-employeur PIC 9(6).
       01 ws-date-paie PIC 9(8).
       01 ws-nb-annonce PIC 9(5).
       01 ws-total-annonce PIC 9(11)V99.
       01 ws-reference-remise PIC X(20).
       01 ws-devise-employeur PIC X(3).

       01 ws-nb-lues PIC 9(5) VALUE ZERO.
       01 ws-total-lu PIC 9(11)V99 VALUE ZERO.
       01 ws-nb-entetes PIC 9(3) VALUE ZERO.
       01 ws-motif-remise PIC X(9) VALUE SPACES.
       01 ws-motif-rejet PIC X(9).
       01 ws-solde-disponible PIC S9(11)V99.
       01 ws-cumul-credite PIC 9(11)V99 VALUE ZERO.
       01 ws-nb-credites PIC 9(5) VALUE ZERO.
       01 ws-nb-rejetes PIC 9(5) VALUE ZERO.

      *> Same SubProgram plumbing as Gestionbancaire.cob - see the
      *> comment on ws-soldes-dummy there.
       01 ws-soldes-dummy.
           05 ws-soldes-dummy-numero PIC 9(6).
           05 ws-soldes-dummy-1 PIC 9(5)V99.
           05 ws-soldes-dummy-filler PIC X VALUE ":".
           05 ws-soldes-dummy-2 PIC 9(5)V99.

       01 rec-choice PIC 9.

      *> Prefixe passe a SubProgram devant historique.txt/histseq.dat :
      *> SPACES en production, "entrainement-" en bac a sable (voir
      *> EntrainementBanque.cob) - seul GestionCompteBancaire bascule.
       01 ws-prefixe-fichiers PIC X(15) VALUE SPACES.

      *> Le salaire est un virement de l'employeur vers le salarie :
      *> memes codes que VIREMENT au guichet.
       77 F-Virement PIC X VALUE "V".
       77 F-VirementDebit PIC X VALUE "T".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "=== Import des fichiers de paie ===".
           MOVE "SYS" TO H-Guichetier.
           MOVE "000" TO H-Agence.
           OPEN INPUT salaires-recus.
           IF ws-status-recus NOT = '00'
               DISPLAY "Aucun fichier salaires-recus.dat (statut "
                   ws-status-recus ")."
               STOP RUN
           END-IF.

           OPEN I-O account-master.
           IF ws-status-compte NOT = '00'
               DISPLAY "Impossible d'ouvrir acctmast.dat (statut "
                   ws-status-compte ")."
               CLOSE salaires-recus
               STOP RUN
           END-IF.

           OPEN EXTEND salaires-traites.
           IF ws-status-traites = '35'
               OPEN OUTPUT salaires-traites
           END-IF.
           OPEN EXTEND salaires-rejets.
           IF ws-status-rejets = '35'
               OPEN OUTPUT salaires-rejets
           END-IF.

      *> Une passe interrompue a deja passe les controles et poste une
      *> partie des credits : on ne les refait pas - le disponible de
      *> l'employeur n'est plus celui d'avant la remise.
           PERFORM CHARGER-POINT-REPRISE.
           PERFORM CONTROLER-REMISE.
           IF ws-deja-traites = ZERO AND NOT ws-debit-employeur-fait
               PERFORM CONTROLER-EMPLOYEUR
           END-IF.

           CLOSE salaires-recus.
           OPEN INPUT salaires-recus.
           MOVE 'N' TO ws-fin-recus.
           IF ws-motif-remise NOT = SPACES
               DISPLAY "Remise " ws-reference-remise " rejetee en "
                   "entier (" ws-motif-remise ") - rien n'est poste."
               PERFORM LIRE-RECU-SUIVANT
               PERFORM REJETER-LIGNE-REMISE UNTIL ws-fin-lecture-recus
           ELSE
               PERFORM LIRE-RECU-SUIVANT
               PERFORM TRAITER-RECU UNTIL ws-fin-lecture-recus
               IF NOT ws-debit-employeur-fait
                   PERFORM DEBITER-EMPLOYEUR
               END-IF
           END-IF.

           CLOSE salaires-rejets.
           CLOSE salaires-traites.
           CLOSE account-master.
           CLOSE salaires-recus.

      *> La remise est consommee - meme regle que
      *> ImportPrelevements.cob : l'entree est videe pour qu'une
      *> relance ne recredite rien, et le point de reprise repart a
      *> zero.
           OPEN OUTPUT salaires-recus.
           CLOSE salaires-recus.
           OPEN OUTPUT import-ckpt.
           CLOSE import-ckpt.

           DISPLAY "Employeur " ws-compte-employeur " remise "
               ws-reference-remise.
           DISPLAY "Salaires credites : " ws-nb-credites
               " pour " ws-cumul-credite.
           DISPLAY "Lignes rejetees   : " ws-nb-rejetes.
           STOP RUN.

       LIRE-RECU-SUIVANT.
           READ salaires-recus
               AT END
                   MOVE 'O' TO ws-fin-recus
           END-READ.

      *> Premiere passe : en-tete en tete de fichier, une seule, puis
      *> comptage et total des lignes de detail face a l'annonce.
       CONTROLER-REMISE.
           MOVE ZERO TO ws-compte-employeur.
           MOVE SPACES TO ws-reference-remise.
           PERFORM LIRE-RECU-SUIVANT.
           IF ws-fin-lecture-recus OR NOT SAL-ENTETE
               MOVE "EN-TETE" TO ws-motif-remise
           ELSE
               MOVE SAE-COMPTE TO ws-compte-employeur
               MOVE SAE-DATE TO ws-date-paie
               MOVE SAE-NB-LIGNES TO ws-nb-annonce
               MOVE SAE-TOTAL TO ws-total-annonce
               MOVE SAE-REFERENCE TO ws-reference-remise
               PERFORM LIRE-RECU-SUIVANT
               PERFORM COMPTER-LIGNE UNTIL ws-fin-lecture-recus
               EVALUATE TRUE
                   WHEN ws-nb-entetes > ZERO
                       MOVE "EN-TETE" TO ws-motif-remise
                   WHEN ws-nb-lues NOT = ws-nb-annonce
                       MOVE "NOMBRE" TO ws-motif-remise
                   WHEN ws-total-lu NOT = ws-total-annonce
                       MOVE "TOTAL" TO ws-motif-remise
               END-EVALUATE
           END-IF.

       COMPTER-LIGNE.
           IF SAL-DETAIL
               ADD 1 TO ws-nb-lues
               IF SAD-MONTANT IS NUMERIC
                   ADD SAD-MONTANT TO ws-total-lu
               END-IF
           ELSE
               ADD 1 TO ws-nb-entetes
           END-IF.
           PERFORM LIRE-RECU-SUIVANT.

       CONTROLER-EMPLOYEUR.
           IF ws-motif-remise = SPACES
               MOVE ws-compte-employeur TO ACCT-NUMBER
               PERFORM LIRE-COMPTE
               IF NOT ws-compte-trouve OR NOT ACCT-ACTIF
                   MOVE "EMPLOYEUR" TO ws-motif-remise
               ELSE
                   COMPUTE ws-solde-disponible =
                       ACCT-BALANCE - ACCT-HELD-AMOUNT
                   IF (ws-solde-disponible + ACCT-OVERDRAFT-LIMIT) <
                           ws-total-annonce
                       MOVE "PROVISION" TO ws-motif-remise
                   END-IF
               END-IF
           END-IF.

       LIRE-COMPTE.
           READ account-master KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE 'N' TO ws-compte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-compte-flag
           END-READ.

       REJETER-LIGNE-REMISE.
           MOVE ws-motif-remise TO ws-motif-rejet.
           PERFORM ECRIRE-REJET.
           PERFORM LIRE-RECU-SUIVANT.

      *> Seconde passe.  L'en-tete ne se poste pas; les
      *> ws-deja-traites premieres lignes de detail l'ont ete par la
      *> passe interrompue et se sautent sans rien crediter.
       TRAITER-RECU.
           EVALUATE TRUE
               WHEN NOT SAL-DETAIL
                   CONTINUE
               WHEN ws-deja-traites > ZERO
                   SUBTRACT 1 FROM ws-deja-traites
                   ADD 1 TO ws-lignes-faites
               WHEN OTHER
                   PERFORM POSTER-SALAIRE
           END-EVALUATE.
           PERFORM LIRE-RECU-SUIVANT.

       POSTER-SALAIRE.
           PERFORM LIRE-DEVISE-EMPLOYEUR.
           MOVE SPACES TO ws-motif-rejet.
           IF SAD-MONTANT IS NOT NUMERIC OR SAD-MONTANT = ZERO
               MOVE "MONTANT" TO ws-motif-rejet
           ELSE
               IF SAD-COMPTE IS NOT NUMERIC OR
                       SAD-COMPTE = ws-compte-employeur
                   MOVE "COMPTE" TO ws-motif-rejet
               ELSE
                   MOVE SAD-COMPTE TO ACCT-NUMBER
                   PERFORM LIRE-COMPTE
                   EVALUATE TRUE
                       WHEN NOT ws-compte-trouve OR ACCT-FERME
                           MOVE "COMPTE" TO ws-motif-rejet
                       WHEN ACCT-CURRENCY NOT = ws-devise-employeur
                           MOVE "DEVISE" TO ws-motif-rejet
                   END-EVALUATE
               END-IF
           END-IF.
           IF ws-motif-rejet = SPACES
               PERFORM CREDITER-SALARIE
           ELSE
               DISPLAY "Salaire " SAD-MATRICULE " sur " SAD-COMPTE
                   " rejete (" ws-motif-rejet ")"
               PERFORM ECRIRE-REJET
           END-IF.
           WRITE salaire-traite-record FROM salaire-recu-record.
           ADD 1 TO ws-lignes-faites.
           PERFORM ENREGISTRER-POINT-REPRISE.

      *> Devise de l'employeur, lue une fois - les salaires ne se
      *> convertissent pas.
       LIRE-DEVISE-EMPLOYEUR.
           IF ws-devise-employeur = SPACES
               MOVE ws-compte-employeur TO ACCT-NUMBER
               PERFORM LIRE-COMPTE
               MOVE ACCT-CURRENCY TO ws-devise-employeur
           END-IF.

       CREDITER-SALARIE.
           ADD SAD-MONTANT TO ACCT-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE SAD-COMPTE TO H-Compte.
           MOVE SAD-MONTANT TO H-Montant.
           MOVE F-Virement TO H-Action.
           PERFORM ECRIRE-HISTORIQUE.
           ADD SAD-MONTANT TO ws-cumul-credite.
           ADD 1 TO ws-nb-credites.

      *> Un seul debit pour toute la remise : la somme reellement
      *> creditee, les lignes rejetees restant chez l'employeur.
       DEBITER-EMPLOYEUR.
           IF ws-cumul-credite > ZERO
               MOVE ws-compte-employeur TO ACCT-NUMBER
               PERFORM LIRE-COMPTE
               SUBTRACT ws-cumul-credite FROM ACCT-BALANCE
               REWRITE ACCOUNT-MASTER-RECORD
               MOVE ws-status-compte TO ws-verif-statut
               MOVE 'acctmast.dat' TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
               MOVE ws-compte-employeur TO H-Compte
               MOVE ws-cumul-credite TO H-Montant
               MOVE F-VirementDebit TO H-Action
               PERFORM ECRIRE-HISTORIQUE
           END-IF.
           MOVE 'F' TO ws-phase.
           PERFORM ENREGISTRER-POINT-REPRISE.

       ECRIRE-HISTORIQUE.
           MOVE 1 TO rec-choice.
           CALL "SubProgram" USING rec-choice, historique-record,
               ws-soldes-dummy,
               ws-prefixe-fichiers.

       ECRIRE-REJET.
           MOVE salaire-recu-record TO SRJ-LIGNE.
           MOVE "," TO CSV-FILLER-SRJ.
           MOVE ws-motif-rejet TO SRJ-MOTIF.
           WRITE salaire-rejet-record.
           MOVE ws-status-rejets TO ws-verif-statut.
           MOVE 'salaires-rejets' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           ADD 1 TO ws-nb-rejetes.

       CHARGER-POINT-REPRISE.
           OPEN INPUT import-ckpt.
           IF ws-status-ick = '00'
               READ import-ckpt
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ICK-NB-TRAITES TO ws-deja-traites
                       MOVE ICK-CUMUL TO ws-cumul-credite
                       MOVE ICK-PHASE TO ws-phase
               END-READ
               CLOSE import-ckpt
           END-IF.
           MOVE ZERO TO ws-lignes-faites.
           IF ws-deja-traites > ZERO
               DISPLAY "Reprise d'une passe interrompue : "
                   ws-deja-traites " ligne(s) deja traitee(s), "
                   "sautee(s)."
           END-IF.

       ENREGISTRER-POINT-REPRISE.
           MOVE ws-lignes-faites TO ICK-NB-TRAITES.
           MOVE ws-cumul-credite TO ICK-CUMUL.
           MOVE ws-phase TO ICK-PHASE.
           OPEN OUTPUT import-ckpt.
           WRITE import-ckpt-record.
           CLOSE import-ckpt.

       COPY VERIFSTATUT.
