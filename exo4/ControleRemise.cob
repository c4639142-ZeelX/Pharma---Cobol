       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleRemise.

      *> Controle de reception commun aux fichiers partenaires
      *> entrants (virements entrants, clearing cheques, prelevements,
      *> retours de virements, reglements cartes).  Appele comme
      *> SubProgram (CALL "ControleRemise" USING remise-demande, voir
      *> REMISEDEM.cpy et REMISEPROC.cpy) par chaque import AVANT
      *> toute imputation :
      *>   - la premiere ligne doit etre l'en-tete de l'interface
      *>     (REMISE.cpy), une seule, et la derniere la ligne de fin;
      *>   - le nombre de lignes de detail et le total de leurs
      *>     montants doivent egaler ceux annonces en fin de fichier;
      *>   - le registre remises-recues.dat (REMREG.cpy) ne doit pas
      *>     connaitre deja cette remise - meme sequence, ou meme date,
      *>     nombre et total sous une autre sequence - et la sequence
      *>     doit suivre la derniere acceptee.
      *> Une remise qui echoue a un controle est refusee en entier :
      *> l'import s'arrete sans rien poster et le fichier reste en
      *> place pour l'exploitation.  Une remise acceptee mais pas
      *> encore consommee (passe interrompue) se represente sans
      *> refus, le point de reprise de l'import fait le reste.
      *> Chaque passage laisse sa ligne au registre et son bloc dans
      *> le compte rendu du jour, controle-remises-AAAAMMJJ.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT remise-recue ASSIGN TO DYNAMIC ws-nom-remise
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-remise.

           SELECT registre-remises ASSIGN TO "remises-recues.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-registre.

           SELECT rapport-remises ASSIGN TO DYNAMIC ws-nom-rapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD remise-recue.
       01 remise-ligne PIC X(120).
           COPY REMISE.

       FD registre-remises.
           COPY REMREG.

       FD rapport-remises.
       01 ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01 ws-status-remise PIC XX.
       01 ws-status-registre PIC XX.
       01 ws-status-rapport PIC XX.
       01 ws-nom-remise PIC X(40).
       01 ws-nom-rapport PIC X(40).
       01 ws-date-jour PIC 9(8).
       01 ws-horodatage PIC 9(8).
       01 ws-heure PIC 9(6).

       01 ws-fin-remise PIC X VALUE 'N'.
           88 ws-fin-lecture-remise VALUE 'O'.
       01 ws-fin-registre PIC X VALUE 'N'.
           88 ws-fin-lecture-registre VALUE 'O'.
       01 ws-fin-vue-flag PIC X VALUE 'N'.
           88 ws-fin-vue VALUE 'O'.

       01 ws-nb-lues PIC 9(9) VALUE ZERO.
       01 ws-total-lu PIC 9(13)V99 VALUE ZERO.
       01 ws-montant-ligne PIC 9(9)V99.
       01 ws-montant-flag PIC X VALUE 'O'.
           88 ws-montant-lisible VALUE 'O'.

      *> Ce que le registre sait de l'interface.
       01 ws-derniere-sequence PIC 9(6) VALUE ZERO.
       01 ws-derniere-traitee PIC X VALUE 'N'.
       01 ws-sequence-connue PIC X VALUE 'N'.
           88 ws-sequence-deja-recue VALUE 'O'.
       01 ws-sequence-traitee PIC X VALUE 'N'.
           88 ws-sequence-deja-traitee VALUE 'O'.
       01 ws-contenu-connu PIC X VALUE 'N'.
           88 ws-contenu-deja-recu VALUE 'O'.
       01 ws-reprise-flag PIC X VALUE 'N'.
           88 ws-remise-en-reprise VALUE 'O'.
       01 ws-seq-contenu PIC 9(6) VALUE ZERO.
       01 ws-statut-registre PIC X(8).
       01 ws-libelle-resultat PIC X(10).
       01 ws-libelle-motif PIC X(50).

      *> Les lignes de detail des cinq interfaces, pour lire le
      *> montant de chacune a sa place.
       COPY VIRENT.
       COPY CHQRECU.
       COPY PRELEV.
       COPY RETVIR.
       COPY CARTEREG.

       LINKAGE SECTION.
       COPY REMISEDEM.

       PROCEDURE DIVISION USING remise-demande.
       TRAITEMENT-PRINCIPAL.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           ACCEPT ws-horodatage FROM TIME.
           MOVE ws-horodatage (1:6) TO ws-heure.
           MOVE SPACES TO ws-nom-rapport.
           STRING "controle-remises-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-rapport
           END-STRING.
           MOVE ws-nom-rapport TO RMD-RAPPORT.

           EVALUATE TRUE
               WHEN RMD-CONTROLE
                   PERFORM CONTROLER-REMISE
               WHEN RMD-FIN-TRAITEMENT
                   PERFORM TERMINER-REMISE
               WHEN OTHER
                   DISPLAY "ControleRemise: mode '" RMD-MODE
                       "' inconnu - remise refusee."
                   MOVE 'R' TO RMD-RESULTAT
                   MOVE "INTERFACE" TO RMD-MOTIF
           END-EVALUATE.
           GOBACK.

      *> ------------------------------------------------------------
      *> Controle avant imputation.
      *> ------------------------------------------------------------
       CONTROLER-REMISE.
           MOVE SPACES TO RMD-MOTIF.
           MOVE ZERO TO RMD-SEQUENCE.
           MOVE ZERO TO RMD-DATE-FICHIER.
           MOVE ZERO TO RMD-NB-LIGNES.
           MOVE ZERO TO RMD-TOTAL.
           MOVE ZERO TO ws-nb-lues.
           MOVE ZERO TO ws-total-lu.
           MOVE 'N' TO ws-fin-remise.
           MOVE 'N' TO ws-fin-vue-flag.
           MOVE RMD-FICHIER TO ws-nom-remise.

      *> Pas de fichier, ou un fichier vide (deja consomme) : rien a
      *> controler ni a poster - l'import le dit lui-meme.
           OPEN INPUT remise-recue.
           IF ws-status-remise NOT = '00'
               MOVE 'V' TO RMD-RESULTAT
               GOBACK
           END-IF.
           PERFORM LIRE-LIGNE-REMISE.
           IF ws-fin-lecture-remise
               CLOSE remise-recue
               MOVE 'V' TO RMD-RESULTAT
               GOBACK
           END-IF.

           PERFORM CONTROLER-ENTETE.
           IF RMD-MOTIF = SPACES
               PERFORM LIRE-LIGNE-REMISE
               PERFORM EXAMINER-LIGNE-REMISE
                   UNTIL ws-fin-lecture-remise
                   OR RMD-MOTIF NOT = SPACES
           END-IF.
           CLOSE remise-recue.

           IF RMD-MOTIF = SPACES
               EVALUATE TRUE
                   WHEN NOT ws-fin-vue
                       MOVE "FIN" TO RMD-MOTIF
                   WHEN ws-nb-lues NOT = RMD-NB-LIGNES
                       MOVE "NOMBRE" TO RMD-MOTIF
                   WHEN ws-total-lu NOT = RMD-TOTAL
                       MOVE "TOTAL" TO RMD-MOTIF
               END-EVALUATE
           END-IF.
           IF RMD-MOTIF = SPACES
               PERFORM CONTROLER-REGISTRE
           END-IF.

           IF RMD-MOTIF = SPACES
               MOVE 'A' TO RMD-RESULTAT
               IF ws-remise-en-reprise
                   MOVE "REPRISE" TO ws-statut-registre
               ELSE
                   MOVE "ACCEPTE" TO ws-statut-registre
               END-IF
           ELSE
               MOVE 'R' TO RMD-RESULTAT
               MOVE "REFUSE" TO ws-statut-registre
           END-IF.
           PERFORM ENREGISTRER-REGISTRE.
           PERFORM EDITER-COMPTE-RENDU.

       LIRE-LIGNE-REMISE.
           READ remise-recue
               AT END
                   MOVE 'O' TO ws-fin-remise
           END-READ.

       CONTROLER-ENTETE.
           EVALUATE TRUE
               WHEN RMD-INTERFACE NOT = "VIRENT"
                       AND RMD-INTERFACE NOT = "CHQRECU"
                       AND RMD-INTERFACE NOT = "PRELEV"
                       AND RMD-INTERFACE NOT = "RETVIR"
                       AND RMD-INTERFACE NOT = "CARTES"
                   MOVE "INTERFACE" TO RMD-MOTIF
               WHEN NOT RME-ENTETE
                   MOVE "EN-TETE" TO RMD-MOTIF
               WHEN RME-INTERFACE NOT = RMD-INTERFACE
                   MOVE "INTERFACE" TO RMD-MOTIF
               WHEN RME-DATE IS NOT NUMERIC
                       OR RME-SEQUENCE IS NOT NUMERIC
                   MOVE "EN-TETE" TO RMD-MOTIF
               WHEN OTHER
                   MOVE RME-DATE TO RMD-DATE-FICHIER
                   MOVE RME-SEQUENCE TO RMD-SEQUENCE
           END-EVALUATE.

      *> Apres l'en-tete : des lignes de detail, puis une seule ligne
      *> de fin, qui doit etre la derniere du fichier.
       EXAMINER-LIGNE-REMISE.
           EVALUATE TRUE
               WHEN ws-fin-vue
                   MOVE "APRES-FIN" TO RMD-MOTIF
               WHEN RME-ENTETE
                   MOVE "EN-TETE" TO RMD-MOTIF
               WHEN RMF-FIN
                   MOVE 'O' TO ws-fin-vue-flag
                   IF RMF-NB-LIGNES IS NUMERIC
                           AND RMF-TOTAL IS NUMERIC
                       MOVE RMF-NB-LIGNES TO RMD-NB-LIGNES
                       MOVE RMF-TOTAL TO RMD-TOTAL
                   ELSE
                       MOVE "FIN" TO RMD-MOTIF
                   END-IF
               WHEN OTHER
                   ADD 1 TO ws-nb-lues
                   PERFORM CUMULER-MONTANT
           END-EVALUATE.
           PERFORM LIRE-LIGNE-REMISE.

       CUMULER-MONTANT.
           MOVE 'O' TO ws-montant-flag.
           EVALUATE RMD-INTERFACE
               WHEN "VIRENT"
                   MOVE remise-ligne TO virement-entrant-record
                   IF VEN-MONTANT IS NUMERIC
                       MOVE VEN-MONTANT TO ws-montant-ligne
                   ELSE
                       MOVE 'N' TO ws-montant-flag
                   END-IF
               WHEN "CHQRECU"
                   MOVE remise-ligne TO cheque-recu-record
                   IF CHR-MONTANT IS NUMERIC
                       MOVE CHR-MONTANT TO ws-montant-ligne
                   ELSE
                       MOVE 'N' TO ws-montant-flag
                   END-IF
               WHEN "PRELEV"
                   MOVE remise-ligne TO prelevement-recu-record
                   IF PRV-MONTANT IS NUMERIC
                       MOVE PRV-MONTANT TO ws-montant-ligne
                   ELSE
                       MOVE 'N' TO ws-montant-flag
                   END-IF
               WHEN "RETVIR"
                   MOVE remise-ligne TO retour-virement-record
                   IF RTV-MONTANT IS NUMERIC
                       MOVE RTV-MONTANT TO ws-montant-ligne
                   ELSE
                       MOVE 'N' TO ws-montant-flag
                   END-IF
               WHEN "CARTES"
                   MOVE remise-ligne TO reglement-carte-record
                   IF RCA-MONTANT IS NUMERIC
                       MOVE RCA-MONTANT TO ws-montant-ligne
                   ELSE
                       MOVE 'N' TO ws-montant-flag
                   END-IF
           END-EVALUATE.
           IF ws-montant-lisible
               ADD ws-montant-ligne TO ws-total-lu
           ELSE
               MOVE "MONTANT" TO RMD-MOTIF
           END-IF.

      *> ------------------------------------------------------------
      *> Registre : deja recue, hors sequence, ou precedente pas
      *> encore consommee.
      *> ------------------------------------------------------------
       CONTROLER-REGISTRE.
           MOVE ZERO TO ws-derniere-sequence.
           MOVE 'N' TO ws-derniere-traitee.
           MOVE 'N' TO ws-sequence-connue.
           MOVE 'N' TO ws-sequence-traitee.
           MOVE 'N' TO ws-contenu-connu.
           MOVE 'N' TO ws-reprise-flag.
           MOVE 'N' TO ws-fin-registre.
           OPEN INPUT registre-remises.
           IF ws-status-registre = '00'
               PERFORM LIRE-REGISTRE-SUIVANT
               PERFORM EXAMINER-REGISTRE
                   UNTIL ws-fin-lecture-registre
               CLOSE registre-remises
           END-IF.

           EVALUATE TRUE
               WHEN ws-sequence-deja-traitee
                   MOVE "DOUBLON" TO RMD-MOTIF
               WHEN ws-sequence-deja-recue
                   IF RMD-SEQUENCE = ws-derniere-sequence
                           AND ws-contenu-deja-recu
                           AND ws-seq-contenu = RMD-SEQUENCE
                       MOVE 'O' TO ws-reprise-flag
                   ELSE
                       MOVE "DOUBLON" TO RMD-MOTIF
                   END-IF
               WHEN ws-contenu-deja-recu
                   MOVE "DOUBLON" TO RMD-MOTIF
               WHEN ws-derniere-sequence NOT = ZERO
                       AND ws-derniere-traitee = 'N'
                   MOVE "EN-COURS" TO RMD-MOTIF
               WHEN ws-derniere-sequence NOT = ZERO
                       AND RMD-SEQUENCE NOT = ws-derniere-sequence + 1
                   MOVE "SEQUENCE" TO RMD-MOTIF
           END-EVALUATE.

       LIRE-REGISTRE-SUIVANT.
           READ registre-remises
               AT END
                   MOVE 'O' TO ws-fin-registre
           END-READ.

      *> Seules comptent les remises acceptees (et leur fin de
      *> traitement) - une remise refusee peut revenir corrigee sous
      *> le meme numero.
       EXAMINER-REGISTRE.
           IF RMR-INTERFACE = RMD-INTERFACE
               IF RMR-ACCEPTE
                   IF RMR-SEQUENCE > ws-derniere-sequence
                       MOVE RMR-SEQUENCE TO ws-derniere-sequence
                       MOVE 'N' TO ws-derniere-traitee
                   END-IF
                   IF RMR-SEQUENCE = RMD-SEQUENCE
                       MOVE 'O' TO ws-sequence-connue
                   END-IF
                   IF RMR-DATE-FICHIER = RMD-DATE-FICHIER
                           AND RMR-NB-LIGNES = RMD-NB-LIGNES
                           AND RMR-TOTAL = RMD-TOTAL
                       MOVE 'O' TO ws-contenu-connu
                       MOVE RMR-SEQUENCE TO ws-seq-contenu
                   END-IF
               END-IF
               IF RMR-TRAITE
                   IF RMR-SEQUENCE = ws-derniere-sequence
                       MOVE 'O' TO ws-derniere-traitee
                   END-IF
                   IF RMR-SEQUENCE = RMD-SEQUENCE
                       MOVE 'O' TO ws-sequence-traitee
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-REGISTRE-SUIVANT.

      *> ------------------------------------------------------------
      *> Fin de traitement : la remise acceptee a ete consommee.
      *> ------------------------------------------------------------
       TERMINER-REMISE.
           MOVE "TRAITE" TO ws-statut-registre.
           MOVE SPACES TO RMD-MOTIF.
           PERFORM ENREGISTRER-REGISTRE.
           PERFORM EDITER-COMPTE-RENDU.

       ENREGISTRER-REGISTRE.
           OPEN EXTEND registre-remises.
           IF ws-status-registre = '35'
               OPEN OUTPUT registre-remises
           END-IF.
           IF ws-status-registre NOT = '00'
               DISPLAY "ERREUR E/S sur remises-recues.dat"
               DISPLAY "Code statut: " ws-status-registre
           ELSE
               MOVE RMD-INTERFACE TO RMR-INTERFACE
               MOVE RMD-SEQUENCE TO RMR-SEQUENCE
               MOVE RMD-DATE-FICHIER TO RMR-DATE-FICHIER
               MOVE RMD-NB-LIGNES TO RMR-NB-LIGNES
               MOVE RMD-TOTAL TO RMR-TOTAL
               MOVE ws-date-jour TO RMR-DATE-RECEPTION
               MOVE ws-heure TO RMR-HEURE
               MOVE ws-statut-registre TO RMR-STATUT
               MOVE RMD-MOTIF TO RMR-MOTIF
               WRITE remise-registre-record
               CLOSE registre-remises
           END-IF.

      *> ------------------------------------------------------------
      *> Compte rendu pour l'exploitation, un bloc par passage.
      *> ------------------------------------------------------------
       EDITER-COMPTE-RENDU.
           OPEN EXTEND rapport-remises.
           IF ws-status-rapport = '35'
               OPEN OUTPUT rapport-remises
           END-IF.
           IF ws-status-rapport NOT = '00'
               DISPLAY "ERREUR E/S sur " ws-nom-rapport
               DISPLAY "Code statut: " ws-status-rapport
           ELSE
               PERFORM LIBELLER-RESULTAT
               MOVE SPACES TO ligne-rapport
               STRING ws-heure DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RMD-INTERFACE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   RMD-FICHIER DELIMITED BY SPACE
                   " : " DELIMITED BY SIZE
                   ws-libelle-resultat DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
               WRITE ligne-rapport
               MOVE SPACES TO ligne-rapport
               STRING "  en-tete  : date " DELIMITED BY SIZE
                   RMD-DATE-FICHIER DELIMITED BY SIZE
                   " sequence " DELIMITED BY SIZE
                   RMD-SEQUENCE DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
               WRITE ligne-rapport
               MOVE SPACES TO ligne-rapport
               STRING "  annonce  : " DELIMITED BY SIZE
                   RMD-NB-LIGNES DELIMITED BY SIZE
                   " lignes, total " DELIMITED BY SIZE
                   RMD-TOTAL DELIMITED BY SIZE
                   INTO ligne-rapport
               END-STRING
               WRITE ligne-rapport
               IF RMD-CONTROLE
                   MOVE SPACES TO ligne-rapport
                   STRING "  lu       : " DELIMITED BY SIZE
                       ws-nb-lues DELIMITED BY SIZE
                       " lignes, total " DELIMITED BY SIZE
                       ws-total-lu DELIMITED BY SIZE
                       INTO ligne-rapport
                   END-STRING
                   WRITE ligne-rapport
               END-IF
               IF RMD-MOTIF NOT = SPACES
                   MOVE SPACES TO ligne-rapport
                   STRING "  motif    : " DELIMITED BY SIZE
                       RMD-MOTIF DELIMITED BY SPACE
                       " - " DELIMITED BY SIZE
                       ws-libelle-motif DELIMITED BY SIZE
                       INTO ligne-rapport
                   END-STRING
                   WRITE ligne-rapport
               END-IF
               CLOSE rapport-remises
           END-IF.

       LIBELLER-RESULTAT.
           EVALUATE TRUE
               WHEN RMD-FIN-TRAITEMENT
                   MOVE "TRAITEE" TO ws-libelle-resultat
               WHEN RMD-REFUSEE
                   MOVE "REFUSEE" TO ws-libelle-resultat
               WHEN ws-remise-en-reprise
                   MOVE "REPRISE" TO ws-libelle-resultat
               WHEN OTHER
                   MOVE "ACCEPTEE" TO ws-libelle-resultat
           END-EVALUATE.
           EVALUATE RMD-MOTIF
               WHEN "EN-TETE"
                   MOVE "en-tete absente, illisible ou en double"
                       TO ws-libelle-motif
               WHEN "INTERFACE"
                   MOVE "en-tete d'une autre interface"
                       TO ws-libelle-motif
               WHEN "FIN"
                   MOVE "ligne de fin absente ou illisible"
                       TO ws-libelle-motif
               WHEN "APRES-FIN"
                   MOVE "lignes apres la ligne de fin"
                       TO ws-libelle-motif
               WHEN "NOMBRE"
                   MOVE "nombre de lignes different de l'annonce"
                       TO ws-libelle-motif
               WHEN "TOTAL"
                   MOVE "total des montants different de l'annonce"
                       TO ws-libelle-motif
               WHEN "MONTANT"
                   MOVE "montant illisible sur une ligne"
                       TO ws-libelle-motif
               WHEN "DOUBLON"
                   MOVE "remise deja recue" TO ws-libelle-motif
               WHEN "SEQUENCE"
                   MOVE "sequence hors suite de la derniere acceptee"
                       TO ws-libelle-motif
               WHEN "EN-COURS"
                   MOVE "remise precedente pas encore consommee"
                       TO ws-libelle-motif
               WHEN OTHER
                   MOVE SPACES TO ws-libelle-motif
           END-EVALUATE.
