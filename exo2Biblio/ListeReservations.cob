      *> reservation encore en attente sur le meme titre - la file
      *> d'attente prime sur le rayon - et ne retourne a la
      *> disponibilite generale (BM-COPIES) que si plus personne
      *> n'attend.  Deux salles de lecture : l'exemplaire libere suit
      *> TRANSFERTPROC.cpy - tenu sur place pour une reservation de
      *> sa salle, au bac des transferts pour l'autre salle ou pour
      *> rentrer a son site d'attache.  Les reservations dont
      *> l'exemplaire est en route sont listees a part.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EX-CLE
               FILE STATUS IS ws-status-exemplaires.

      *> Lu pour TRANSFERTPROC.cpy, qui compare les sites au poste.
           SELECT site-poste ASSIGN TO "site-poste.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-site.

       DATA DIVISION.
       FILE SECTION.
       FD reservations.
       FD book-master.
           COPY BOOKMAST.

       FD site-poste.
           COPY SITEPOSTE.

       WORKING-STORAGE SECTION.
       01 ws-status-reservations PIC XX.
       01 ws-file-status PIC XX.
       01 ws-rsv-courante PIC 9(6).
       01 ws-titre-courant PIC X(20).
       01 ws-copie-courante PIC 9(3).
       01 ws-nb-en-attente PIC 9(4) VALUE ZERO.
       01 ws-nb-acheminees PIC 9(4) VALUE ZERO.
       01 ws-nb-tenues PIC 9(4) VALUE ZERO.
       01 ws-nb-expirees PIC 9(4) VALUE ZERO.
       01 ws-exemplaire-rendu PIC X VALUE 'N'.
       01 ws-catalogue-dispo PIC X VALUE 'N'.
           88 CatalogueDisponible VALUE 'O'.

      *> Circulation entre salles (voir SITEPROC.cpy,
      *> TRANSFERTPROC.cpy).
       01 ws-status-site PIC XX.
       01 ws-site-poste PIC X(3).
       01 ws-site-libelle PIC X(20).
       01 ws-fin-exemplaires PIC X VALUE 'N'.
           88 ws-fin-lecture-exemplaires VALUE 'O'.
       01 ws-exemplaire-flag PIC X VALUE 'N'.
           88 ws-exemplaire-trouve VALUE 'O'.
       01 ws-reservation-flag PIC X VALUE 'N'.
           88 ws-reservation-trouvee VALUE 'O'.
       01 ws-rayon-flag PIC X VALUE 'N'.
           88 ws-remis-en-rayon VALUE 'O'.
       01 ws-nb-rayon-ici PIC 9(3).
       01 ws-nb-rayon-ailleurs PIC 9(3).

      *> Jours de garde d'un exemplaire mis de cote avant expiration.
       77 F-Jours-Garde PIC 9(3) VALUE 7.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM CHARGER-SITE-POSTE.
           DISPLAY "=== Reservations du " ws-date-jour " ===".

           OPEN I-O reservations.

           DISPLAY " ".
           DISPLAY "En attente d'exemplaire : " ws-nb-en-attente.
           DISPLAY "Exemplaire en route     : " ws-nb-acheminees.
           DISPLAY "Tenues (a retirer)      : " ws-nb-tenues.
           DISPLAY "Expirees cette passe    : " ws-nb-expirees.
           STOP RUN.
                       " pour membre " RSV-MEMBRE
                       " (posee le " RSV-DATE-POSE ")"
                   ADD 1 TO ws-nb-en-attente
               WHEN RSV-EN-ACHEMINEMENT
                   DISPLAY "  EN ROUTE " RSV-ID " : " RSV-TITRE
                       " copie " RSV-COPIE " vers le site " RSV-SITE
                       " pour membre " RSV-MEMBRE
                   ADD 1 TO ws-nb-acheminees
               WHEN RSV-TENUE
                   PERFORM EXAMINER-RESERVATION-TENUE
           END-EVALUATE.
           ELSE
               DISPLAY "  TENUE   " RSV-ID " : " RSV-TITRE
                   " pour membre " RSV-MEMBRE
                   " (a retirer au site " RSV-SITE
                   ", mise de cote le " RSV-DATE-TENUE ")"
               ADD 1 TO ws-nb-tenues
           END-IF.

      *> L'exemplaire libere par l'expiration va a la premiere
      *> reservation encore en attente sur le titre; a defaut
      *> seulement, il retourne au rayon - ou a son site d'attache
      *> quand il a ete tenu dans l'autre salle.  Sans registre ou
      *> hors registre (copie zero), l'ancienne regle : mis de cote
      *> sur place ou rendu au compte du titre.
       TRANSMETTRE-OU-RENDRE.
           PERFORM CHERCHER-ATTENTE-SUIVANTE.
           PERFORM TROUVER-FICHE-EXPIREE.
           MOVE 'N' TO ws-exemplaire-flag.
           IF ExemplaireRendu AND RegistreDisponible AND
                   ws-copie-courante > ZERO
               MOVE BM-ISBN TO EX-ISBN
               MOVE ws-copie-courante TO EX-COPIE
               READ exemplaires KEY IS EX-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-exemplaire-flag
               END-READ
           END-IF.
           IF ws-exemplaire-trouve
               PERFORM ORIENTER-EXEMPLAIRE-LIBRE
           ELSE
               PERFORM TRANSMETTRE-HORS-REGISTRE
           END-IF.
           EVALUATE TRUE
               WHEN ws-remis-en-rayon
                   PERFORM RENDRE-EXEMPLAIRE-AU-RAYON
               WHEN ws-reservation-trouvee AND RSV-EN-ACHEMINEMENT
                   DISPLAY "  EXPIREE " ws-rsv-courante " : "
                       ws-titre-courant
                       " - exemplaire a expedier au site " RSV-SITE
                       " pour la reservation " RSV-ID
                       " (membre " RSV-MEMBRE ")"
               WHEN ws-reservation-trouvee
                   DISPLAY "  EXPIREE " ws-rsv-courante " : "
                       ws-titre-courant
                       " - exemplaire transmis a la reservation "
                       RSV-ID " (membre " RSV-MEMBRE ")"
               WHEN OTHER
                   DISPLAY "  EXPIREE " ws-rsv-courante " : "
                       ws-titre-courant
                       " - plus personne en attente, exemplaire a "
                       "renvoyer au site " EX-SITE-ATTACHE
           END-EVALUATE.

       TRANSMETTRE-HORS-REGISTRE.
           MOVE 'N' TO ws-rayon-flag.
           IF ws-reservation-trouvee
               MOVE 'H' TO RSV-STATUT
               MOVE ws-date-jour TO RSV-DATE-TENUE
               MOVE ws-copie-courante TO RSV-COPIE
               REWRITE RESERVATION-RECORD
           ELSE
               MOVE 'O' TO ws-rayon-flag
           END-IF.

      *> Premiere reservation en attente (plus petit RSV-ID) sur le
      *> titre de la mise de cote expiree - celle-ci vient de passer
      *> E, elle ne se retrouve pas elle-meme.
       CHERCHER-ATTENTE-SUIVANTE.
           MOVE 'N' TO ws-reservation-flag.
           MOVE 'N' TO ws-fin-reservations.
           MOVE ZERO TO RSV-ID.
           START reservations KEY IS >= RSV-ID
           END-START.
           PERFORM LIRE-RESERVATION-SUIVANTE.
           PERFORM EXAMINER-ATTENTE
               UNTIL ws-fin-lecture-reservations
                   OR ws-reservation-trouvee.

       EXAMINER-ATTENTE.
           IF RSV-EN-ATTENTE AND RSV-TITRE = ws-titre-courant
               MOVE 'O' TO ws-reservation-flag
           ELSE
               PERFORM LIRE-RESERVATION-SUIVANTE
           END-IF.

      *> La fiche du titre expire se cherche en balayant la cle ISBN
      *> (le titre n'est pas une cle); ExemplaireRendu dit qu'elle
      *> est trouvee et courante.
       TROUVER-FICHE-EXPIREE.
           MOVE 'N' TO ws-exemplaire-rendu.
           IF CatalogueDisponible
               MOVE 'N' TO ws-fin-fichier
               MOVE LOW-VALUES TO BM-ISBN
               START book-master KEY IS >= BM-ISBN
               PERFORM LIRE-LIVRE-SUIVANT
               PERFORM EXAMINER-LIVRE-EXPIRATION
                   UNTIL ws-fin-lecture OR ExemplaireRendu
           END-IF.

       EXAMINER-LIVRE-EXPIRATION.
           IF BM-TITLE = ws-titre-courant
               MOVE 'O' TO ws-exemplaire-rendu
           ELSE
               PERFORM LIRE-LIVRE-SUIVANT
           END-IF.

      *> Plus personne n'attend et l'exemplaire est chez lui : le
      *> compte d'exemplaires du titre remonte d'un par REWRITE
      *> direct (ORIENTER-EXEMPLAIRE-LIBRE l'a deja remis R au
      *> registre).
       RENDRE-EXEMPLAIRE-AU-RAYON.
           IF NOT CatalogueDisponible
               DISPLAY "  EXPIREE " ws-rsv-courante " : "
                   ws-titre-courant
                   " - catalogue indisponible, exemplaire non rendu "
                   "au rayon"
           ELSE
               IF NOT ExemplaireRendu
                   DISPLAY "  EXPIREE " ws-rsv-courante " : "
                       ws-titre-courant
                       " - titre absent du catalogue, exemplaire "
                       "non rendu au rayon"
               ELSE
                   ADD 1 TO BM-COPIES
                   REWRITE BOOK-MASTER-RECORD
                   DISPLAY "  EXPIREE " ws-rsv-courante " : "
                       ws-titre-courant
                       " - plus personne en attente, exemplaire "
                       "rendu au rayon"
               END-IF
           END-IF.

       LIRE-LIVRE-SUIVANT.
                       MOVE 'O' TO ws-fin-fichier
               END-READ
           END-IF.

       COPY SITEPROC.

       COPY TRANSFERTPROC.
