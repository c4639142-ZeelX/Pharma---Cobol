       IDENTIFICATION DIVISION.
       PROGRAM-ID. CoutsChantiers.

      *> Pointage des heures et cout des chantiers de cloture : le
      *> rapport d'ecarts de OrdresTravaux compare des metres, des
      *> poteaux et des portails, jamais de l'argent - personne ne
      *> savait si un chantier avait gagne de l'argent.
      *>   - pointage des heures par ordre de travaux et par jour,
      *>     par ouvrier ou pour l'equipe entiere (POINTAGE.cpy), au
      *>     taux horaire de l'ouvrier, a defaut de son equipe
      *>     (TAUXMO.cpy) - le taux est fige sur le pointage;
      *>   - cout de chaque chantier acheve sur une periode : matiere
      *>     reellement posee au tarif du jour (PRIXMAT.cpy), main
      *>     d'oeuvre pointee, total du devis (DEVISREG.cpy) et marge;
      *>   - la meme marge cumulee par equipe sur la periode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Lu seulement - les ordres se tiennent dans OrdresTravaux.
           SELECT ordres-travaux ASSIGN TO "ordres-travaux.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-NUMERO
               FILE STATUS IS ws-status-ordres.

           SELECT pointages ASSIGN TO "pointages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTG-CLE
               FILE STATUS IS ws-status-pointages.

           SELECT taux-main-oeuvre ASSIGN TO "taux-main-oeuvre.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMO-CODE
               FILE STATUS IS ws-status-taux.

           SELECT prix-materiaux ASSIGN TO "prix-materiaux.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-materiaux.

           SELECT devis-registre ASSIGN TO "devis-registre.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-registre.

       DATA DIVISION.
       FILE SECTION.
       FD ordres-travaux.
           COPY OTRAV.

       FD pointages.
           COPY POINTAGE.

       FD taux-main-oeuvre.
           COPY TAUXMO.

       FD prix-materiaux.
           COPY PRIXMAT.

       FD devis-registre.
           COPY DEVISREG.

       WORKING-STORAGE SECTION.
       01 ws-status-ordres PIC XX.
       01 ws-status-pointages PIC XX.
       01 ws-status-taux PIC XX.
       01 ws-status-materiaux PIC XX.
       01 ws-status-registre PIC XX.

       01 Choix PIC 9 VALUE ZERO.
       01 ws-date-jour PIC 9(8).
       01 NumeroOrdre PIC 9(6).
       01 NumeroDevis PIC 9(6).
       01 ws-ordre-flag PIC X VALUE 'N'.
           88 ws-ordre-trouve VALUE 'O'.
       01 ws-devis-flag PIC X VALUE 'N'.
           88 ws-devis-trouve VALUE 'O'.
       01 ws-taux-flag PIC X VALUE 'N'.
           88 ws-taux-trouve VALUE 'O'.
       01 ws-fin-registre PIC X VALUE 'N'.
           88 ws-fin-lecture-registre VALUE 'O'.
       01 ws-fin-ordres PIC X VALUE 'N'.
           88 ws-fin-lecture-ordres VALUE 'O'.
       01 ws-fin-pointages PIC X VALUE 'N'.
           88 ws-fin-lecture-pointages VALUE 'O'.
       01 ws-fin-materiaux PIC X VALUE 'N'.
           88 ws-fin-lecture-materiaux VALUE 'O'.
       01 ws-devis-retenu PIC X(140).
       01 ws-reponse PIC X.

      *> Saisie d'un pointage.
       01 ws-date-pointage PIC 9(8).
       01 ws-equipe-saisie PIC X(10).
       01 ws-ouvrier-saisi PIC X(10).
       01 ws-heures-saisies PIC 9(2)V99.
       01 ws-taux-retenu PIC 9(4)V99.
       01 ws-code-taux PIC X(10).
       01 ws-pointage-flag PIC X VALUE 'N'.
           88 PointageEcrit VALUE 'O'.

      *> Tarif des materiaux au jour du rapport.
       01 ws-nb-materiaux PIC 9(2) VALUE ZERO.
       01 TABLE-MATERIAUX.
           05 ENTREE-MATERIAU OCCURS 30 TIMES INDEXED BY Idx-Mat.
               10 TM-Type PIC X(10).
               10 TM-Prix-Metre PIC 9(5)V99.
               10 TM-Prix-Poteau PIC 9(5)V99.
               10 TM-Prix-Portail PIC 9(5)V99.
       01 ws-materiau-flag PIC X VALUE 'N'.
           88 ws-materiau-trouve VALUE 'O'.

      *> Cout d'un chantier.
       01 ws-periode-debut PIC 9(8).
       01 ws-periode-fin PIC 9(8).
       01 ws-date-achevement PIC 9(8).
      *> P = liste des pointages d'un ordre, O = detail par chantier,
      *> N = cumul par equipe seul.
       01 ws-detail-flag PIC X VALUE 'O'.
           88 ListerPointages VALUE 'P'.
           88 DetailParChantier VALUE 'O'.
       01 ws-heures-chantier PIC 9(5)V99.
       01 ws-cout-matiere PIC 9(10)V99.
       01 ws-cout-main-oeuvre PIC 9(10)V99.
       01 ws-cout-pointage PIC 9(8)V99.
       01 ws-total-devis PIC 9(10)V99.
       01 ws-marge PIC S9(10)V99.
       01 ws-marge-pct PIC S9(5)V99.
       01 ws-marge-editee PIC -(10)9.99.
       01 ws-pct-edite PIC -(4)9.99.
       01 ws-nb-chantiers PIC 9(5) VALUE ZERO.
       01 ws-nb-sans-tarif PIC 9(5) VALUE ZERO.
       01 ws-nb-sans-devis PIC 9(5) VALUE ZERO.
       01 ws-cumul-devis PIC 9(11)V99 VALUE ZERO.
       01 ws-cumul-matiere PIC 9(11)V99 VALUE ZERO.
       01 ws-cumul-main-oeuvre PIC 9(11)V99 VALUE ZERO.
       01 ws-cumul-marge PIC S9(11)V99 VALUE ZERO.

      *> Marge cumulee par equipe (l'equipe de l'ordre).
       01 ws-nb-equipes PIC 9(2) VALUE ZERO.
       01 TABLE-EQUIPES.
           05 ENTREE-EQUIPE OCCURS 50 TIMES INDEXED BY Idx-Eq.
               10 TE-Equipe PIC X(10).
               10 TE-Nb-Chantiers PIC 9(5).
               10 TE-Heures PIC 9(7)V99.
               10 TE-Devis PIC 9(11)V99.
               10 TE-Couts PIC 9(11)V99.
               10 TE-Marge PIC S9(11)V99.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "CoutsChantiers" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN INPUT ordres-travaux.
           IF ws-status-ordres NOT = '00'
               DISPLAY "Impossible d'ouvrir ordres-travaux.dat "
                   "(statut " ws-status-ordres ")."
               STOP RUN
           END-IF.
           OPEN I-O pointages.
           IF ws-status-pointages = '35'
               OPEN OUTPUT pointages
               CLOSE pointages
               OPEN I-O pointages
           END-IF.
           IF ws-status-pointages NOT = '00'
               DISPLAY "Impossible d'ouvrir pointages.dat "
                   "(statut " ws-status-pointages ")."
               STOP RUN
           END-IF.
           OPEN I-O taux-main-oeuvre.
           IF ws-status-taux = '35'
               OPEN OUTPUT taux-main-oeuvre
               CLOSE taux-main-oeuvre
               OPEN I-O taux-main-oeuvre
           END-IF.
           IF ws-status-taux NOT = '00'
               DISPLAY "Impossible d'ouvrir taux-main-oeuvre.dat "
                   "(statut " ws-status-taux ")."
               STOP RUN
           END-IF.

           PERFORM MENU-OPERATIONS UNTIL Choix = 6.

           CLOSE taux-main-oeuvre.
           CLOSE pointages.
           CLOSE ordres-travaux.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** POINTAGES ET COUT DES CHANTIERS ******".
           DISPLAY "1. Pointer des heures sur un ordre".
           DISPLAY "2. Taux horaire d'une equipe ou d'un ouvrier".
           DISPLAY "3. Pointages d'un ordre".
           DISPLAY "4. Cout et marge des chantiers acheves".
           DISPLAY "5. Marge par equipe sur une periode".
           DISPLAY "6. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM POINTER-HEURES
               WHEN 2 PERFORM TENIR-TAUX-HORAIRE
               WHEN 3 PERFORM LISTER-POINTAGES-ORDRE
               WHEN 4 PERFORM RAPPORT-COUTS-CHANTIERS
               WHEN 5 PERFORM RAPPORT-MARGE-EQUIPES
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       LIRE-ORDRE.
           MOVE NumeroOrdre TO OT-NUMERO.
           READ ordres-travaux KEY IS OT-NUMERO
               INVALID KEY
                   MOVE 'N' TO ws-ordre-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-ordre-flag
           END-READ.

      *> Un ordre en attente d'acompte n'a pas de chantier - rien a
      *> pointer.  Un meme ouvrier (ou l'equipe) ne pointe qu'une
      *> ligne par jour et par ordre : un second pointage du jour
      *> remplace le premier, sur confirmation.
       POINTER-HEURES.
           DISPLAY "Numero d'ordre de travaux: ".
           ACCEPT NumeroOrdre.
           PERFORM LIRE-ORDRE.
           EVALUATE TRUE
               WHEN NOT ws-ordre-trouve
                   DISPLAY "Ordre introuvable."
               WHEN OT-ATTENTE-ACOMPTE
                   DISPLAY "Ordre en attente d'acompte - chantier "
                       "non planifie, rien a pointer."
               WHEN OTHER
                   PERFORM SAISIR-POINTAGE
           END-EVALUATE.

       SAISIR-POINTAGE.
           DISPLAY "Ordre " OT-NUMERO " client " OT-CLIENT
               " - equipe " OT-EQUIPE.
           DISPLAY "Jour travaille (AAAAMMJJ, 0 = ce jour): ".
           ACCEPT ws-date-pointage.
           IF ws-date-pointage = ZERO
               MOVE ws-date-jour TO ws-date-pointage
           END-IF.
           DISPLAY "Equipe (vide = " OT-EQUIPE "): ".
           ACCEPT ws-equipe-saisie.
           IF ws-equipe-saisie = SPACES
               MOVE OT-EQUIPE TO ws-equipe-saisie
           END-IF.
           DISPLAY "Ouvrier (vide = l'equipe entiere): ".
           ACCEPT ws-ouvrier-saisi.
           DISPLAY "Heures travaillees: ".
           ACCEPT ws-heures-saisies.
           PERFORM DETERMINER-TAUX-HORAIRE.
           EVALUATE TRUE
               WHEN ws-date-pointage > ws-date-jour
                   DISPLAY "Jour " ws-date-pointage " dans le futur "
                       "- pointage refuse."
               WHEN ws-heures-saisies = ZERO OR
                       ws-heures-saisies > 24
                   DISPLAY "Heures hors 0-24 - pointage refuse."
               WHEN NOT ws-taux-trouve
                   DISPLAY "Aucun taux horaire pour "
                       ws-ouvrier-saisi " ni pour l'equipe "
                       ws-equipe-saisie " - a poser en option 2."
               WHEN OTHER
                   PERFORM ECRIRE-POINTAGE
           END-EVALUATE.

      *> Le taux de l'ouvrier s'il en a un, sinon celui de l'equipe.
       DETERMINER-TAUX-HORAIRE.
           MOVE 'N' TO ws-taux-flag.
           IF ws-ouvrier-saisi NOT = SPACES
               MOVE ws-ouvrier-saisi TO ws-code-taux
               PERFORM LIRE-TAUX-HORAIRE
           END-IF.
           IF NOT ws-taux-trouve
               MOVE ws-equipe-saisie TO ws-code-taux
               PERFORM LIRE-TAUX-HORAIRE
           END-IF.
           IF ws-taux-trouve
               MOVE TMO-TAUX-HORAIRE TO ws-taux-retenu
           END-IF.

       LIRE-TAUX-HORAIRE.
           MOVE ws-code-taux TO TMO-CODE.
           READ taux-main-oeuvre KEY IS TMO-CODE
               INVALID KEY
                   MOVE 'N' TO ws-taux-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-taux-flag
           END-READ.

       ECRIRE-POINTAGE.
           MOVE OT-NUMERO TO PTG-ORDRE.
           MOVE ws-date-pointage TO PTG-DATE.
           MOVE ws-ouvrier-saisi TO PTG-OUVRIER.
           MOVE ws-equipe-saisie TO PTG-EQUIPE.
           MOVE ws-heures-saisies TO PTG-HEURES.
           MOVE ws-taux-retenu TO PTG-TAUX-HORAIRE.
           MOVE ACD-OPERATEUR TO PTG-OPERATEUR.
           MOVE 'O' TO ws-pointage-flag.
           WRITE POINTAGE-RECORD.
           IF ws-status-pointages = '22'
               DISPLAY "Deja un pointage ce jour pour cet ouvrier "
                   "sur cet ordre - le remplacer ? (O/N): "
               ACCEPT ws-reponse
               IF ws-reponse = 'O' OR ws-reponse = 'o'
                   REWRITE POINTAGE-RECORD
               ELSE
                   MOVE '00' TO ws-status-pointages
                   MOVE 'N' TO ws-pointage-flag
                   DISPLAY "Pointage abandonne."
               END-IF
           END-IF.
           IF ws-status-pointages NOT = '00'
               DISPLAY "ERREUR E/S sur pointages.dat"
               DISPLAY "Code statut: " ws-status-pointages
               STOP RUN
           END-IF.
           IF PointageEcrit
               COMPUTE ws-cout-pointage ROUNDED =
                   PTG-HEURES * PTG-TAUX-HORAIRE
               DISPLAY "Pointe : " PTG-HEURES " h a "
                   PTG-TAUX-HORAIRE " = " ws-cout-pointage
                   " sur l'ordre " PTG-ORDRE "."
           END-IF.

      *> Taux horaire d'une equipe (E) ou d'un ouvrier (O) - un code
      *> connu se met a jour, un nouveau se cree.
       TENIR-TAUX-HORAIRE.
           DISPLAY "Code equipe ou ouvrier: ".
           ACCEPT ws-code-taux.
           PERFORM LIRE-TAUX-HORAIRE.
           IF ws-taux-trouve
               DISPLAY "Actuel : " TMO-CODE " [" TMO-NATURE "] "
                   TMO-LIBELLE " - " TMO-TAUX-HORAIRE " de l'heure"
           ELSE
               MOVE ws-code-taux TO TMO-CODE
               MOVE SPACE TO TMO-NATURE
               PERFORM SAISIR-NATURE-TAUX UNTIL TMO-NATURE-VALIDE
               DISPLAY "Libelle: "
               ACCEPT TMO-LIBELLE
           END-IF.
           DISPLAY "Taux horaire: ".
           ACCEPT TMO-TAUX-HORAIRE.
           IF TMO-TAUX-HORAIRE = ZERO
               DISPLAY "Taux a zero - refuse."
           ELSE
               IF ws-taux-trouve
                   REWRITE TAUX-MAIN-OEUVRE-RECORD
               ELSE
                   WRITE TAUX-MAIN-OEUVRE-RECORD
               END-IF
               IF ws-status-taux NOT = '00'
                   DISPLAY "ERREUR E/S sur taux-main-oeuvre.dat"
                   DISPLAY "Code statut: " ws-status-taux
                   STOP RUN
               END-IF
               DISPLAY "Taux de " TMO-CODE " : " TMO-TAUX-HORAIRE
                   " de l'heure - vaut pour les pointages a venir."
           END-IF.

       SAISIR-NATURE-TAUX.
           DISPLAY "Equipe ou ouvrier ? (E/O): ".
           ACCEPT TMO-NATURE.

       LISTER-POINTAGES-ORDRE.
           DISPLAY "Numero d'ordre de travaux: ".
           ACCEPT NumeroOrdre.
           PERFORM LIRE-ORDRE.
           IF NOT ws-ordre-trouve
               DISPLAY "Ordre introuvable."
           ELSE
               DISPLAY "--- Pointages de l'ordre " OT-NUMERO
                   " (equipe " OT-EQUIPE ") ---"
               MOVE 'P' TO ws-detail-flag
               PERFORM CUMULER-MAIN-OEUVRE
               DISPLAY "Total : " ws-heures-chantier " h pour "
                   ws-cout-main-oeuvre
           END-IF.

      *> Heures et cout pointes sur l'ordre courant - la cle commence
      *> par le numero d'ordre.
       CUMULER-MAIN-OEUVRE.
           MOVE ZERO TO ws-heures-chantier.
           MOVE ZERO TO ws-cout-main-oeuvre.
           MOVE 'N' TO ws-fin-pointages.
           MOVE OT-NUMERO TO PTG-ORDRE.
           MOVE ZERO TO PTG-DATE.
           MOVE LOW-VALUES TO PTG-OUVRIER.
           START pointages KEY IS >= PTG-CLE
               INVALID KEY
                   MOVE 'O' TO ws-fin-pointages
           END-START.
           PERFORM LIRE-POINTAGE-SUIVANT.
           PERFORM AJOUTER-POINTAGE
               UNTIL ws-fin-lecture-pointages
                   OR PTG-ORDRE NOT = OT-NUMERO.

       LIRE-POINTAGE-SUIVANT.
           IF NOT ws-fin-lecture-pointages
               READ pointages NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-pointages
               END-READ
           END-IF.

       AJOUTER-POINTAGE.
           COMPUTE ws-cout-pointage ROUNDED =
               PTG-HEURES * PTG-TAUX-HORAIRE.
           ADD PTG-HEURES TO ws-heures-chantier.
           ADD ws-cout-pointage TO ws-cout-main-oeuvre.
           IF ListerPointages
               DISPLAY "  " PTG-DATE " " PTG-EQUIPE " " PTG-OUVRIER
                   " " PTG-HEURES " h x " PTG-TAUX-HORAIRE " = "
                   ws-cout-pointage
           END-IF.
           PERFORM LIRE-POINTAGE-SUIVANT.

       RAPPORT-COUTS-CHANTIERS.
           MOVE 'O' TO ws-detail-flag.
           PERFORM PARCOURIR-CHANTIERS-PERIODE.
           IF ws-nb-chantiers > ZERO
               MOVE ws-cumul-marge TO ws-marge-editee
               DISPLAY "=== " ws-nb-chantiers " chantier(s) : devis "
                   ws-cumul-devis ", matiere " ws-cumul-matiere
                   ", main d'oeuvre " ws-cumul-main-oeuvre
               DISPLAY "=== Marge totale " ws-marge-editee
           END-IF.

       RAPPORT-MARGE-EQUIPES.
           MOVE 'N' TO ws-detail-flag.
           PERFORM PARCOURIR-CHANTIERS-PERIODE.
           IF ws-nb-equipes > ZERO
               DISPLAY "--- Marge par equipe ---"
               PERFORM EDITER-MARGE-EQUIPE
                   VARYING Idx-Eq FROM 1 BY 1
                   UNTIL Idx-Eq > ws-nb-equipes
           END-IF.

      *> Chantiers acheves dans la periode (jour d'achevement, a
      *> defaut la date prevue des ordres acheves avant qu'il soit
      *> note).  La matiere se valorise au tarif du jour sur les
      *> quantites reellement posees.
       PARCOURIR-CHANTIERS-PERIODE.
           DISPLAY "Debut de periode (AAAAMMJJ): ".
           ACCEPT ws-periode-debut.
           DISPLAY "Fin de periode (AAAAMMJJ): ".
           ACCEPT ws-periode-fin.
           MOVE ZERO TO ws-nb-chantiers.
           MOVE ZERO TO ws-nb-sans-tarif.
           MOVE ZERO TO ws-nb-sans-devis.
           MOVE ZERO TO ws-cumul-devis.
           MOVE ZERO TO ws-cumul-matiere.
           MOVE ZERO TO ws-cumul-main-oeuvre.
           MOVE ZERO TO ws-cumul-marge.
           MOVE ZERO TO ws-nb-equipes.
           PERFORM CHARGER-PRIX-MATERIAUX.
           DISPLAY "--- Chantiers acheves du " ws-periode-debut
               " au " ws-periode-fin " ---".
           MOVE 'N' TO ws-fin-ordres.
           MOVE ZERO TO OT-NUMERO.
           START ordres-travaux KEY IS >= OT-NUMERO
               INVALID KEY
                   MOVE 'O' TO ws-fin-ordres
           END-START.
           PERFORM LIRE-ORDRE-SUIVANT.
           PERFORM EXAMINER-ORDRE UNTIL ws-fin-lecture-ordres.
           IF ws-nb-chantiers = ZERO
               DISPLAY "Aucun chantier acheve sur la periode."
           END-IF.
           IF ws-nb-sans-tarif > ZERO
               DISPLAY ws-nb-sans-tarif " chantier(s) d'un type "
                   "absent de prix-materiaux.dat - matiere a zero."
           END-IF.
           IF ws-nb-sans-devis > ZERO
               DISPLAY ws-nb-sans-devis " chantier(s) sans devis au "
                   "registre - total devis a zero."
           END-IF.

       LIRE-ORDRE-SUIVANT.
           IF NOT ws-fin-lecture-ordres
               READ ordres-travaux NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-ordres
               END-READ
           END-IF.

       EXAMINER-ORDRE.
           IF OT-TERMINE
               MOVE OT-DATE-ACHEVEMENT TO ws-date-achevement
               IF ws-date-achevement = ZERO
                   MOVE OT-DATE-PREVUE TO ws-date-achevement
               END-IF
               IF ws-date-achevement >= ws-periode-debut AND
                       ws-date-achevement <= ws-periode-fin
                   PERFORM CHIFFRER-CHANTIER
               END-IF
           END-IF.
           PERFORM LIRE-ORDRE-SUIVANT.

       CHIFFRER-CHANTIER.
           ADD 1 TO ws-nb-chantiers.
           PERFORM CHIFFRER-MATIERE.
           PERFORM CUMULER-MAIN-OEUVRE.
           MOVE OT-DEVIS TO NumeroDevis.
           PERFORM CHERCHER-DEVIS-AU-REGISTRE.
           IF ws-devis-trouve
               MOVE DEV-TOTAL TO ws-total-devis
           ELSE
               MOVE ZERO TO ws-total-devis
               ADD 1 TO ws-nb-sans-devis
           END-IF.
           COMPUTE ws-marge = ws-total-devis - ws-cout-matiere
               - ws-cout-main-oeuvre.
           ADD ws-total-devis TO ws-cumul-devis.
           ADD ws-cout-matiere TO ws-cumul-matiere.
           ADD ws-cout-main-oeuvre TO ws-cumul-main-oeuvre.
           ADD ws-marge TO ws-cumul-marge.
           PERFORM CUMULER-EQUIPE.
           IF DetailParChantier
               PERFORM EDITER-COUT-CHANTIER
           END-IF.

       CHIFFRER-MATIERE.
           MOVE ZERO TO ws-cout-matiere.
           MOVE 'N' TO ws-materiau-flag.
           SET Idx-Mat TO 1.
           SEARCH ENTREE-MATERIAU
               AT END
                   CONTINUE
               WHEN Idx-Mat > ws-nb-materiaux
                   CONTINUE
               WHEN TM-Type (Idx-Mat) = OT-TYPE
                   MOVE 'O' TO ws-materiau-flag
           END-SEARCH.
           IF ws-materiau-trouve
               COMPUTE ws-cout-matiere ROUNDED =
                   OT-LONGUEUR-REELLE * TM-Prix-Metre (Idx-Mat)
                   + OT-POTEAUX-REELS * TM-Prix-Poteau (Idx-Mat)
                   + OT-PORTAILS-REELS * TM-Prix-Portail (Idx-Mat)
           ELSE
               ADD 1 TO ws-nb-sans-tarif
           END-IF.

       EDITER-COUT-CHANTIER.
           MOVE ws-marge TO ws-marge-editee.
           DISPLAY "OT " OT-NUMERO " (devis " OT-DEVIS ", client "
               OT-CLIENT ", equipe " OT-EQUIPE ") acheve le "
               ws-date-achevement.
           DISPLAY "  devis " ws-total-devis " - matiere "
               ws-cout-matiere " - main d'oeuvre "
               ws-cout-main-oeuvre " (" ws-heures-chantier " h)".
           IF ws-total-devis > ZERO
               COMPUTE ws-marge-pct ROUNDED =
                   ws-marge * 100 / ws-total-devis
               MOVE ws-marge-pct TO ws-pct-edite
               DISPLAY "  marge " ws-marge-editee " (" ws-pct-edite
                   " %)"
           ELSE
               DISPLAY "  marge " ws-marge-editee
           END-IF.
           IF NOT ws-materiau-trouve
               DISPLAY "  (type " OT-TYPE " absent du tarif - "
                   "matiere non valorisee)"
           END-IF.

       CUMULER-EQUIPE.
           SET Idx-Eq TO 1.
           SEARCH ENTREE-EQUIPE
               AT END
                   DISPLAY "Plus de 50 equipes - " OT-EQUIPE
                       " hors cumul par equipe."
               WHEN Idx-Eq > ws-nb-equipes
                   ADD 1 TO ws-nb-equipes
                   MOVE OT-EQUIPE TO TE-Equipe (Idx-Eq)
                   MOVE 1 TO TE-Nb-Chantiers (Idx-Eq)
                   MOVE ws-heures-chantier TO TE-Heures (Idx-Eq)
                   MOVE ws-total-devis TO TE-Devis (Idx-Eq)
                   COMPUTE TE-Couts (Idx-Eq) =
                       ws-cout-matiere + ws-cout-main-oeuvre
                   MOVE ws-marge TO TE-Marge (Idx-Eq)
               WHEN TE-Equipe (Idx-Eq) = OT-EQUIPE
                   ADD 1 TO TE-Nb-Chantiers (Idx-Eq)
                   ADD ws-heures-chantier TO TE-Heures (Idx-Eq)
                   ADD ws-total-devis TO TE-Devis (Idx-Eq)
                   ADD ws-cout-matiere ws-cout-main-oeuvre
                       TO TE-Couts (Idx-Eq)
                   ADD ws-marge TO TE-Marge (Idx-Eq)
           END-SEARCH.

       EDITER-MARGE-EQUIPE.
           MOVE TE-Marge (Idx-Eq) TO ws-marge-editee.
           DISPLAY "  " TE-Equipe (Idx-Eq) " : "
               TE-Nb-Chantiers (Idx-Eq) " chantier(s), "
               TE-Heures (Idx-Eq) " h, devis " TE-Devis (Idx-Eq)
               ", couts " TE-Couts (Idx-Eq).
           IF TE-Devis (Idx-Eq) > ZERO
               COMPUTE ws-marge-pct ROUNDED =
                   TE-Marge (Idx-Eq) * 100 / TE-Devis (Idx-Eq)
               MOVE ws-marge-pct TO ws-pct-edite
               DISPLAY "      marge " ws-marge-editee " ("
                   ws-pct-edite " %)"
           ELSE
               DISPLAY "      marge " ws-marge-editee
           END-IF.

      *> Le tarif du jour, en table - un type absent du fichier (ou
      *> le fichier absent) laisse la matiere du chantier a zero,
      *> signalee.
       CHARGER-PRIX-MATERIAUX.
           MOVE ZERO TO ws-nb-materiaux.
           MOVE 'N' TO ws-fin-materiaux.
           OPEN INPUT prix-materiaux.
           IF ws-status-materiaux = '00'
               PERFORM LIRE-MATERIAU-SUIVANT
               PERFORM AJOUTER-MATERIAU-TABLE
                   UNTIL ws-fin-lecture-materiaux
               CLOSE prix-materiaux
           ELSE
               DISPLAY "Pas de prix-materiaux.dat - matiere non "
                   "valorisee."
           END-IF.

       LIRE-MATERIAU-SUIVANT.
           READ prix-materiaux
               AT END
                   MOVE 'O' TO ws-fin-materiaux
           END-READ.

       AJOUTER-MATERIAU-TABLE.
           IF ws-nb-materiaux < 30
               ADD 1 TO ws-nb-materiaux
               MOVE MAT-TYPE TO TM-Type (ws-nb-materiaux)
               MOVE MAT-PRIX-METRE TO TM-Prix-Metre (ws-nb-materiaux)
               MOVE MAT-PRIX-POTEAU
                   TO TM-Prix-Poteau (ws-nb-materiaux)
               MOVE MAT-PRIX-PORTAIL
                   TO TM-Prix-Portail (ws-nb-materiaux)
           END-IF.
           PERFORM LIRE-MATERIAU-SUIVANT.

      *> Derniere ligne du numero demande - meme balayage que
      *> OrdresTravaux.cob.
       CHERCHER-DEVIS-AU-REGISTRE.
           MOVE 'N' TO ws-devis-flag.
           MOVE 'N' TO ws-fin-registre.
           OPEN INPUT devis-registre.
           IF ws-status-registre NOT = '00'
               CLOSE devis-registre
           ELSE
               PERFORM LIRE-REGISTRE-SUIVANT
               PERFORM EXAMINER-LIGNE-REGISTRE
                   UNTIL ws-fin-lecture-registre
               CLOSE devis-registre
               IF ws-devis-trouve
                   MOVE ws-devis-retenu TO registre-devis-record
               END-IF
           END-IF.

       LIRE-REGISTRE-SUIVANT.
           READ devis-registre
               AT END
                   MOVE 'O' TO ws-fin-registre
           END-READ.

       EXAMINER-LIGNE-REGISTRE.
           IF DEV-NUMERO = NumeroDevis
               MOVE 'O' TO ws-devis-flag
               MOVE registre-devis-record TO ws-devis-retenu
           END-IF.
           PERFORM LIRE-REGISTRE-SUIVANT.

       COPY ACCESPROC.
