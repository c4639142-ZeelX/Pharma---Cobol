       IDENTIFICATION DIVISION.
       PROGRAM-ID. EtatFonds.

      *> Etat des fonds d'acquisition de l'exercice en cours (voir
      *> FONDS.cpy) : par fonds la dotation, l'engage (commandes pas
      *> encore recues), le depense (recu, corrige des factures
      *> validees) et le disponible.  Un fonds depasse est marque
      *> "DEPASSE".  Les factures encore en attente de validation
      *> sont rappelees en fin d'etat : leur ecart n'est pas encore
      *> dans le depense.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fonds-acquisitions
               ASSIGN TO "fonds-acquisitions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDS-CLE
               FILE STATUS IS ws-status-fonds.

           SELECT factures-fournisseurs
               ASSIGN TO "factures-fournisseurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FF-ID
               FILE STATUS IS ws-status-factures.

       DATA DIVISION.
       FILE SECTION.
       FD fonds-acquisitions.
           COPY FONDS.

       FD factures-fournisseurs.
           COPY FACTFOURN.

       WORKING-STORAGE SECTION.
       01 ws-status-fonds PIC XX.
       01 ws-status-factures PIC XX.
       01 ws-fin-fonds PIC X VALUE 'N'.
           88 ws-fin-lecture-fonds VALUE 'O'.
       01 ws-fin-factures PIC X VALUE 'N'.
           88 ws-fin-lecture-factures VALUE 'O'.
       01 ws-date-jour PIC 9(8).
       01 ws-exercice PIC 9(4).
       01 ws-disponible PIC S9(8)V99.
       01 ws-nb-fonds PIC 9(3) VALUE ZERO.
       01 ws-nb-depasses PIC 9(3) VALUE ZERO.
       01 ws-total-dotation PIC 9(9)V99 VALUE ZERO.
       01 ws-total-engage PIC S9(9)V99 VALUE ZERO.
       01 ws-total-depense PIC S9(9)V99 VALUE ZERO.
       01 ws-total-disponible PIC S9(9)V99 VALUE ZERO.
       01 ws-nb-attente PIC 9(4) VALUE ZERO.
       01 ws-montant-attente PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           MOVE ws-date-jour (1:4) TO ws-exercice.
           DISPLAY "=== Etat des fonds d'acquisition - exercice "
               ws-exercice " au " ws-date-jour " ===".

           OPEN INPUT fonds-acquisitions.
           IF ws-status-fonds NOT = '00'
               DISPLAY "Aucun fonds enregistre (statut "
                   ws-status-fonds ")."
               STOP RUN
           END-IF.

           MOVE ws-exercice TO FDS-EXERCICE.
           MOVE LOW-VALUES TO FDS-CODE.
           START fonds-acquisitions KEY IS >= FDS-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-fonds
           END-START.
           PERFORM LIRE-FONDS-SUIVANT.
           PERFORM EDITER-FONDS
               UNTIL ws-fin-lecture-fonds
                   OR FDS-EXERCICE NOT = ws-exercice.
           CLOSE fonds-acquisitions.

           DISPLAY " ".
           DISPLAY "Fonds de l'exercice : " ws-nb-fonds
               " dont depasses : " ws-nb-depasses.
           DISPLAY "Total dotation      : " ws-total-dotation.
           DISPLAY "Total engage        : " ws-total-engage.
           DISPLAY "Total depense       : " ws-total-depense.
           DISPLAY "Total disponible    : " ws-total-disponible.

           OPEN INPUT factures-fournisseurs.
           IF ws-status-factures = '00'
               PERFORM LIRE-FACTURE-SUIVANTE
               PERFORM COMPTER-FACTURE-ATTENTE
                   UNTIL ws-fin-lecture-factures
               CLOSE factures-fournisseurs
           END-IF.
           DISPLAY "Factures en attente de validation : "
               ws-nb-attente " pour " ws-montant-attente.
           STOP RUN.

       LIRE-FONDS-SUIVANT.
           IF NOT ws-fin-lecture-fonds
               READ fonds-acquisitions NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-fonds
               END-READ
           END-IF.

       EDITER-FONDS.
           COMPUTE ws-disponible =
               FDS-DOTATION - FDS-ENGAGE - FDS-DEPENSE.
           ADD 1 TO ws-nb-fonds.
           ADD FDS-DOTATION TO ws-total-dotation.
           ADD FDS-ENGAGE TO ws-total-engage.
           ADD FDS-DEPENSE TO ws-total-depense.
           ADD ws-disponible TO ws-total-disponible.
           DISPLAY " ".
           IF ws-disponible < ZERO
               ADD 1 TO ws-nb-depasses
               DISPLAY "Fonds " FDS-CODE " - " FDS-LIBELLE
                   "   *** DEPASSE ***"
           ELSE
               DISPLAY "Fonds " FDS-CODE " - " FDS-LIBELLE
           END-IF.
           DISPLAY "  dotation   : " FDS-DOTATION.
           DISPLAY "  engage     : " FDS-ENGAGE.
           DISPLAY "  depense    : " FDS-DEPENSE.
           DISPLAY "  disponible : " ws-disponible.
           PERFORM LIRE-FONDS-SUIVANT.

       LIRE-FACTURE-SUIVANTE.
           READ factures-fournisseurs NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-factures
           END-READ.

       COMPTER-FACTURE-ATTENTE.
           IF FF-EN-ATTENTE
               ADD 1 TO ws-nb-attente
               ADD FF-MONTANT TO ws-montant-attente
           END-IF.
           PERFORM LIRE-FACTURE-SUIVANTE.
