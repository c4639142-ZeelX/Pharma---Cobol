      *> CRIBLAGE.cpy
      *> Shared working fields for the sanctions screening (see
      *> CRIBLAGEPROC.cpy), paired the same way FILESTAT.cpy is with
      *> VERIFSTATUT.cpy.  Holds the file statuses the procedure
      *> tests, the list loaded in memory by CHARGER-LISTE-SANCTIONS,
      *> the normalised words of a name and the best match found by
      *> CRIBLER-NOM.
       01  ws-status-sanctions     PIC XX.
       01  ws-status-crib-config   PIC XX.
       01  ws-status-alertes-crib  PIC XX.
       01  ws-nom-alertes-crib     PIC X(40)
               VALUE 'criblage-alertes.dat'.

       01  ws-crib-seuil           PIC 9(3).
       01  ws-crib-fin-liste       PIC X VALUE 'N'.
           88  ws-crib-fin-lecture-liste   VALUE 'O'.
       01  ws-crib-liste-flag      PIC X VALUE 'N'.
           88  ws-crib-liste-chargee       VALUE 'O'.
       01  ws-crib-max             PIC 9(4) VALUE 2000.
       01  ws-crib-liste.
           05  ws-crib-nb-entrees      PIC 9(4) VALUE ZERO.
           05  ws-crib-entree OCCURS 2000 TIMES.
               10  ws-crib-ent-id          PIC X(10).
               10  ws-crib-ent-nom         PIC X(40).
               10  ws-crib-ent-nb-mots     PIC 9.
               10  ws-crib-ent-mots.
                   15  ws-crib-ent-mot         PIC X(20)
                           OCCURS 8 TIMES.

      *> Normalisation : majuscules, accents UTF-8 ramenes a la lettre
      *> de base (table indexee par le second octet, X"80" a X"BF",
      *> derriere X"C3"), tout autre signe separe deux mots.
       01  ws-crib-texte           PIC X(40).
       01  ws-crib-norme           PIC X(40).
       01  ws-crib-nb-mots         PIC 9.
       01  ws-crib-mots.
           05  ws-crib-mot             PIC X(20) OCCURS 8 TIMES.
       01  ws-crib-mot-courant     PIC X(20).
       01  ws-crib-long-mot        PIC 9(2).
       01  ws-crib-pos             PIC 9(2).
       01  ws-crib-ptr             PIC 9(2).
       01  ws-crib-car             PIC X.
       01  ws-crib-car-suivant     PIC X.
       01  ws-crib-rang            PIC 9(3).
       01  ws-crib-minuscules      PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  ws-crib-majuscules      PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  ws-crib-translit.
           05  FILLER              PIC X(16) VALUE "AAAAAAACEEEEIIII".
           05  FILLER              PIC X(16) VALUE "DNOOOOO OUUUUY S".
           05  FILLER              PIC X(16) VALUE "AAAAAAACEEEEIIII".
           05  FILLER              PIC X(16) VALUE "DNOOOOO OUUUUY Y".

      *> Nom a cribler (entree de CRIBLER-NOM) et ses mots normalises.
       01  ws-crib-nom             PIC X(40).
       01  ws-crib-cand-nb-mots    PIC 9.
       01  ws-crib-cand-mots.
           05  ws-crib-cand-mot        PIC X(20) OCCURS 8 TIMES.
       01  ws-crib-cand-pris       PIC X(8).
       01  ws-crib-i               PIC 9(4).
       01  ws-crib-j               PIC 9(2).
       01  ws-crib-k               PIC 9(2).
       01  ws-crib-communs         PIC 9.
       01  ws-crib-mot-flag        PIC X VALUE 'N'.
           88  ws-crib-mot-trouve          VALUE 'O'.
       01  ws-crib-score-courant   PIC 9(3).

      *> Meilleur rapprochement trouve par CRIBLER-NOM.
       01  ws-crib-score           PIC 9(3).
       01  ws-crib-snc-id          PIC X(10).
       01  ws-crib-nom-liste       PIC X(40).
       01  ws-crib-touche-flag     PIC X VALUE 'N'.
           88  ws-crib-touche              VALUE 'O'.

      *> Alerte (entree et sortie de ENREGISTRER-ALERTE-CRIBLAGE).
       01  ws-crib-source          PIC X.
       01  ws-crib-client          PIC 9(6).
       01  ws-crib-compte          PIC 9(6).
       01  ws-crib-origine         PIC X(8).
       01  ws-crib-numero          PIC 9(6).
       01  ws-crib-max-numero      PIC 9(6).
       01  ws-crib-date            PIC 9(8).
       01  ws-crib-fin-alertes     PIC X VALUE 'N'.
           88  ws-crib-fin-lecture-alertes VALUE 'O'.
       01  ws-crib-etat            PIC X.
           88  ws-crib-alerte-nouvelle     VALUE 'N'.
           88  ws-crib-alerte-ouverte      VALUE 'A'.
           88  ws-crib-alerte-levee        VALUE 'L'.
           88  ws-crib-alerte-confirmee    VALUE 'C'.
