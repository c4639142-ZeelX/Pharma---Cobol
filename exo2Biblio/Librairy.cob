               RECORD KEY IS ILL-ID
               FILE STATUS IS ws-status-inter.

      *> Salle de lecture du comptoir (voir SITEPOSTE.cpy) : on ne
      *> prete que ce qui est en rayon ici, et un exemplaire rendu
      *> dans l'autre salle repart vers son site d'attache.
           SELECT site-poste ASSIGN TO "site-poste.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-site.

       DATA DIVISION.
       FILE SECTION.
       FD book-master.
       01 amende-config-record.
           05 AMC-SEUIL PIC 9(5)V99.

       FD site-poste.
           COPY SITEPOSTE.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-fin-fichier PIC X VALUE 'N'.
               10 lst-autor PIC X(20).
               10 lst-year PIC 9(4).
               10 lst-copy PIC 9(3).
               10 lst-classe PIC X(10).
               10 lst-emplacement PIC X(8).
       01 nb-livres PIC 9(3) VALUE ZERO.

       01 Choix PIC 9 VALUE ZERO.
       01 ws-action-sinistre PIC X.

       01 ws-tri-option PIC 9 VALUE ZERO.
      *> Parcours par sujet : indice saisi (ou ses premiers chiffres)
      *> et sa longueur utile.
       01 ws-sujet PIC X(10).
       01 ws-long-sujet PIC 9(2).
       01 ws-i PIC 9(3).
       01 ws-j PIC 9(3).
       01 ws-k PIC 9(3).
       01 ws-ordre-affichage OCCURS 500 TIMES PIC 9(3) VALUE ZERO.
       01 ws-ordre-tmp PIC 9(3).

      *> Site du comptoir et circulation entre salles (voir
      *> SITEPROC.cpy, TRANSFERTPROC.cpy).
       01 ws-status-site PIC XX.
       01 ws-site-poste PIC X(3).
       01 ws-site-libelle PIC X(20).
       01 ws-rayon-flag PIC X VALUE 'N'.
           88 ws-remis-en-rayon VALUE 'O'.
       01 ws-nb-rayon-ici PIC 9(3).
       01 ws-nb-rayon-ailleurs PIC 9(3).


       77 F-Emprunt PIC X VALUE "B".
       77 F-Retour PIC X VALUE "R".
       77 F-Duree-Pret PIC 9(2) VALUE 14.
       77 F-Max-Renouvellements PIC 9(2) VALUE 2.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "Librairy" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM CHARGER-SITE-POSTE.
           DISPLAY "Desk site: " ws-site-poste " - " ws-site-libelle.
           PERFORM OUVRIR-CATALOGUE.

           OPEN INPUT member-master.
               OPEN I-O amendes
           END-IF.

           PERFORM MENU-OPERATIONS UNTIL Choix = 9.

           IF ws-status-membres = '00'
               CLOSE member-master
           DISPLAY "4. Return a book".
           DISPLAY "5. Renew a loan".
           DISPLAY "6. Declare lost or damaged".
           DISPLAY "7. Browse by subject".
           DISPLAY "8. Receive a transfer".
           DISPLAY "9. Quit".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM LISTER-CATALOGUE
               WHEN 4 PERFORM RETOURNER-LIVRE
               WHEN 5 PERFORM RENOUVELER-PRET
               WHEN 6 PERFORM DECLARER-SINISTRE
               WHEN 7 PERFORM PARCOURIR-PAR-SUJET
               WHEN 8 PERFORM RECEVOIR-TRANSFERT
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

           DISPLAY "Autor : " BM-AUTOR.
           DISPLAY "Publication Year : " BM-YEAR.
           DISPLAY "Number of available copy : " BM-COPIES.
           DISPLAY "Classification : " BM-CLASSE
               "  Shelf : " BM-EMPLACEMENT.
           PERFORM LIRE-LIVRE-SUIVANT.

      *> Les tris par annee/auteur passent par la table d'affichage -
               DISPLAY "Autor : " lst-autor (Idx2)
               DISPLAY "Publication Year : " lst-year (Idx2)
               DISPLAY "Number of available copy : " lst-copy (Idx2)
               DISPLAY "Classification : " lst-classe (Idx2)
                   "  Shelf : " lst-emplacement (Idx2)
           END-PERFORM.

       CHARGER-TABLE-LISTING.
                   "- utiliser l'ordre ISBN pour la liste complete."
               MOVE 'O' TO ws-fin-fichier
           ELSE
               PERFORM COPIER-LIVRE-LISTING
               PERFORM LIRE-LIVRE-SUIVANT
           END-IF.

       COPIER-LIVRE-LISTING.
           ADD 1 TO nb-livres.
           MOVE BM-ISBN TO lst-isbn (nb-livres).
           MOVE BM-TITLE TO lst-title (nb-livres).
           MOVE BM-AUTOR TO lst-autor (nb-livres).
           MOVE BM-YEAR TO lst-year (nb-livres).
           MOVE BM-COPIES TO lst-copy (nb-livres).
           MOVE BM-CLASSE TO lst-classe (nb-livres).
           MOVE BM-EMPLACEMENT TO lst-emplacement (nb-livres).

      *> Entry order is just "subscript N shows entry (N)".
       INITIALISER-ORDRE-AFFICHAGE.
           PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx > nb-livres
           MOVE ws-ordre-affichage (ws-k) TO ws-ordre-affichage (ws-j).
           MOVE ws-ordre-tmp TO ws-ordre-affichage (ws-k).

      *> Parcours par sujet : les titres dont l'indice commence par ce
      *> qui est saisi ("8" = litteratures, "843" = roman francais),
      *> classes par indice puis par titre, avec leur emplacement en
      *> rayon.  Meme table d'affichage que les listings tries, meme
      *> limite de 500 titres.
       PARCOURIR-PAR-SUJET.
           DISPLAY "Classification (or its first digits, e.g. 8 or "
               "843): ".
           MOVE SPACES TO ws-sujet.
           ACCEPT ws-sujet.
           MOVE ZERO TO ws-long-sujet.
           INSPECT ws-sujet TALLYING ws-long-sujet
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF ws-long-sujet = ZERO
               DISPLAY "No subject given."
           ELSE
               PERFORM CHARGER-TABLE-SUJET
               IF nb-livres = ZERO
                   DISPLAY "No book under this subject."
               ELSE
                   PERFORM INITIALISER-ORDRE-AFFICHAGE
                   PERFORM COMPARER-CLASSES
                       VARYING ws-i FROM 1 BY 1
                           UNTIL ws-i > nb-livres - 1
                       AFTER ws-j FROM 1 BY 1
                           UNTIL ws-j > nb-livres - ws-i
                   PERFORM AFFICHER-LIVRE-SUJET
                       VARYING ws-k FROM 1 BY 1
                       UNTIL ws-k > nb-livres
               END-IF
           END-IF.

       CHARGER-TABLE-SUJET.
           MOVE ZERO TO nb-livres.
           MOVE 'N' TO ws-fin-fichier.
           MOVE LOW-VALUES TO BM-ISBN.
           START book-master KEY IS >= BM-ISBN
               INVALID KEY
                   MOVE 'O' TO ws-fin-fichier
           END-START.
           PERFORM LIRE-LIVRE-SUIVANT.
           PERFORM RETENIR-LIVRE-SUJET UNTIL ws-fin-lecture.

       RETENIR-LIVRE-SUJET.
           IF BM-CLASSE (1:ws-long-sujet) = ws-sujet (1:ws-long-sujet)
               IF nb-livres >= 500
                   DISPLAY "Browse limited to the first 500 titles "
                       "- narrow the subject."
                   MOVE 'O' TO ws-fin-fichier
               ELSE
                   PERFORM COPIER-LIVRE-LISTING
               END-IF
           END-IF.
           PERFORM LIRE-LIVRE-SUIVANT.

      *> Meme tri a bulles que TRIER-PAR-ANNEE, sur l'indice puis le
      *> titre.
       COMPARER-CLASSES.
           COMPUTE ws-k = ws-j + 1.
           SET Idx TO ws-ordre-affichage (ws-j).
           SET Idx2 TO ws-ordre-affichage (ws-k).
           IF lst-classe (Idx) > lst-classe (Idx2) OR
                   (lst-classe (Idx) = lst-classe (Idx2) AND
                    lst-title (Idx) > lst-title (Idx2))
               PERFORM ECHANGER-ORDRE-AFFICHAGE
           END-IF.

       AFFICHER-LIVRE-SUJET.
           SET Idx2 TO ws-ordre-affichage (ws-k).
           DISPLAY lst-classe (Idx2) " " lst-emplacement (Idx2) " "
               lst-title (Idx2) " " lst-autor (Idx2) " ("
               lst-copy (Idx2) " cop.)".

      *> Looks for an exact title or author match against whatever the
      *> operator types, in one pass over the file.
       RECHERCHER-LIVRE.
               ACCEPT ws-membre-emprunteur
      *> Un exemplaire mis de cote pour CE membre (reservation tenue)
      *> se prete en priorite : il n'est pas dans nb-copy, le pret ne
      *> decremente donc rien et la reservation est soldee.  Il ne se
      *> retire qu'au site ou il attend.
               PERFORM CHERCHER-RESERVATION-TENUE
               EVALUATE TRUE
                   WHEN ws-reservation-trouvee AND
                           RSV-SITE NOT = ws-site-poste AND
                           RSV-SITE NOT = SPACES
                       DISPLAY "Hold " RSV-ID " is waiting at site "
                           RSV-SITE " - collect it there."
                   WHEN ws-reservation-trouvee
                       PERFORM PRETER-EXEMPLAIRE-TENU
                   WHEN BM-COPIES > ZERO
                       PERFORM EMPRUNTER-EN-RAYON
                   WHEN OTHER
                       DISPLAY "No copies available."
                       PERFORM PROPOSER-RESERVATION
               END-EVALUATE
           END-IF.

       PRETER-EXEMPLAIRE-TENU.
           PERFORM CONTROLER-MEMBRE-EMPRUNT.
           IF ws-membre-trouve
               DISPLAY "Due date (YYYYMMDD): "
               ACCEPT ws-date-echeance
               ACCEPT ws-date-emprunt FROM DATE YYYYMMDD
               MOVE RSV-COPIE TO ws-copie-choisie
               PERFORM SORTIR-EXEMPLAIRE-TENU
               PERFORM PLAFONNER-ECHEANCE-INTER
               PERFORM ENREGISTRER-EMPRUNT
               MOVE 'F' TO RSV-STATUT
               REWRITE RESERVATION-RECORD
               DISPLAY "Reserved copy handed out."
           END-IF.

      *> Des exemplaires sont au compte du titre, mais peut-etre tous
      *> dans l'autre salle : on propose alors de le faire venir.
       EMPRUNTER-EN-RAYON.
           PERFORM CONTROLER-MEMBRE-EMPRUNT.
           IF ws-membre-trouve
               PERFORM SORTIR-EXEMPLAIRE-DU-RAYON
               IF ws-exemplaire-trouve OR
                       ws-nb-rayon-ailleurs = ZERO
                   PERFORM PRETER-EXEMPLAIRE-RAYON
               ELSE
                   DISPLAY "No copy on the shelf at this site - "
                       ws-nb-rayon-ailleurs " at the other site."
                   PERFORM PROPOSER-RESERVATION
               END-IF
           END-IF.

      *> L'exemplaire est sorti du rayon (ou c'est du vieux stock
      *> jamais immatricule, copie zero) : le compte du titre ne
      *> baisse qu'a ce moment-la.
       PRETER-EXEMPLAIRE-RAYON.
           DISPLAY "Due date (YYYYMMDD): ".
           ACCEPT ws-date-echeance.
           ACCEPT ws-date-emprunt FROM DATE YYYYMMDD.
           SUBTRACT 1 FROM BM-COPIES.
           REWRITE BOOK-MASTER-RECORD.
           PERFORM PLAFONNER-ECHEANCE-INTER.
           PERFORM ENREGISTRER-EMPRUNT.
           PERFORM HONORER-ATTENTE-PROPRE.

      *> Sort du rayon le premier exemplaire disponible de l'ISBN du
      *> livre et retient son numero - registre vide ou desynchronise,
      *> le pret part quand meme avec copie zero (vieux stock jamais
      *> immatricule).  Seul le rayon de ce site compte : rien ici
      *> mais des exemplaires dans l'autre salle, ws-nb-rayon-ailleurs
      *> le dit a l'appelant, qui propose de le faire venir.
       SORTIR-EXEMPLAIRE-DU-RAYON.
           MOVE ZERO TO ws-nb-rayon-ailleurs.
           MOVE ZERO TO ws-copie-choisie.
           MOVE 'N' TO ws-exemplaire-flag.
           MOVE 'N' TO ws-fin-exemplaires.
               MOVE 'P' TO EX-STATUT
               REWRITE EXEMPLAIRE-RECORD
               MOVE EX-COPIE TO ws-copie-choisie
           ELSE
               PERFORM COMPTER-EXEMPLAIRES-RAYON
           END-IF.

       LIRE-EXEMPLAIRE-SUIVANT.
           END-IF.

       EXAMINER-EXEMPLAIRE-RAYON.
           IF EX-EN-RAYON AND EX-SITE-ACTUEL = ws-site-poste
               MOVE 'O' TO ws-exemplaire-flag
           ELSE
               PERFORM LIRE-EXEMPLAIRE-SUIVANT
               END-READ
           END-IF.

      *> Au retour : l'exemplaire est rendu a ce site et suit les
      *> regles de TRANSFERTPROC.cpy - tenu pour une reservation qui
      *> se retire ici, au bac des transferts pour une reservation de
      *> l'autre salle ou pour rentrer a son site d'attache, en rayon
      *> sinon.  Un exemplaire hors registre (copie zero) garde
      *> l'ancienne regle : mis de cote ou compte en rayon.
       RANGER-EXEMPLAIRE.
           MOVE 'N' TO ws-exemplaire-flag.
           IF ws-copie-choisie > ZERO
               MOVE BM-ISBN TO EX-ISBN
               MOVE ws-copie-choisie TO EX-COPIE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-exemplaire-flag
               END-READ
           END-IF.
           IF ws-exemplaire-trouve
               MOVE ws-site-poste TO EX-SITE-ACTUEL
               PERFORM ORIENTER-EXEMPLAIRE-LIBRE
               PERFORM ANNONCER-ORIENTATION
           ELSE
               MOVE 'N' TO ws-rayon-flag
               IF ws-reservation-trouvee
                   MOVE 'H' TO RSV-STATUT
                   MOVE ws-date-retour TO RSV-DATE-TENUE
                   MOVE ws-copie-choisie TO RSV-COPIE
                   REWRITE RESERVATION-RECORD
                   DISPLAY "Copy set aside for member " RSV-MEMBRE
                       " (hold " RSV-ID ")."
               ELSE
                   MOVE 'O' TO ws-rayon-flag
               END-IF
           END-IF.

      *> Ce que le comptoir doit faire de l'exemplaire qu'il a en
      *> main, d'apres ORIENTER-EXEMPLAIRE-LIBRE.
       ANNONCER-ORIENTATION.
           EVALUATE TRUE
               WHEN EX-TENU
                   DISPLAY "Copy set aside for member " RSV-MEMBRE
                       " (hold " RSV-ID ")."
               WHEN EX-A-EXPEDIER AND ws-reservation-trouvee
                   DISPLAY "Hold " RSV-ID " is collected at site "
                       EX-SITE-DESTINATION " - put the copy in the "
                       "transfer tray."
               WHEN EX-A-EXPEDIER
                   DISPLAY "Copy belongs to site " EX-SITE-ATTACHE
                       " - put it in the transfer tray."
               WHEN OTHER
                   DISPLAY "Copy back on the shelf."
           END-EVALUATE.

      *> Reservation deja tenue (exemplaire mis de cote) pour ce
      *> membre et ce titre ?
               UNTIL ws-fin-lecture-reservations
                   OR ws-reservation-trouvee.

       EXAMINER-RESERVATION-TENUE.
           IF RSV-TENUE AND RSV-TITRE = ws-titre-pret AND
                   RSV-MEMBRE = ws-membre-emprunteur
                   MOVE ws-membre-emprunteur TO RSV-MEMBRE
                   MOVE ws-date-jour TO RSV-DATE-POSE
                   MOVE ZERO TO RSV-DATE-TENUE
                   MOVE ZERO TO RSV-COPIE
                   MOVE 'A' TO RSV-STATUT
                   MOVE ws-site-poste TO RSV-SITE
      *> Un exemplaire en rayon dans l'autre salle est demande tout
      *> de suite, sans attendre un retour.
                   IF BM-COPIES > ZERO
                       PERFORM DEMANDER-EXEMPLAIRE-AILLEURS
                   END-IF
                   WRITE RESERVATION-RECORD
                   IF RSV-EN-ACHEMINEMENT
                       DISPLAY "Hold " RSV-ID " placed - copy "
                           RSV-COPIE " is requested from the other "
                           "site."
                   ELSE
                       DISPLAY "Hold " RSV-ID " placed - the next "
                           "returned copy will be set aside."
                   END-IF
               END-IF
           END-IF.

       CHERCHER-PLUS-HAUTE-RESERVATION.
           MOVE ZERO TO ws-rsv-plus-haut.
           MOVE 'N' TO ws-fin-reservations.
               DISPLAY "No matching loan found for that "
                   "book/borrower."
           ELSE
               PERFORM CONTROLER-PROLONGATION
           END-IF.

       RETOURNER-LIVRE.
           DISPLAY "Book title: ".
               MOVE PRL-COPIE TO ws-copie-choisie
               ACCEPT ws-date-retour FROM DATE YYYYMMDD
      *> L'exemplaire rendu part d'abord a la premiere reservation en
      *> attente sur ce titre - mis de cote (statut H) ou achemine
      *> vers l'autre salle, il ne remonte pas dans nb-copy; sinon il
      *> retourne en rayon, ou a son site d'attache.
               PERFORM CHERCHER-RESERVATION-EN-ATTENTE
               PERFORM RANGER-EXEMPLAIRE
               IF ws-remis-en-rayon
                   ADD 1 TO BM-COPIES
                   REWRITE BOOK-MASTER-RECORD
               END-IF
               PERFORM CALCULER-AMENDE
               PERFORM ENREGISTRER-RETOUR
      *> Le pret rendu sort du fichier des prets en cours - le record
           WRITE loan-record.
           CLOSE loan-history.

      *> Reception au comptoir d'un exemplaire arrive de l'autre
      *> salle par le bac des transferts (statut X, ou S quand il n'a
      *> pas attendu la liste du jour).  Il est desormais ici : la
      *> reservation pour laquelle il a voyage passe tenue; sinon il
      *> suit les regles habituelles - reservation en attente, rayon
      *> s'il est chez lui, retour a son site d'attache.
       RECEVOIR-TRANSFERT.
           DISPLAY "Book title: ".
           ACCEPT ws-titre-pret.
           PERFORM TROUVER-LIVRE-PAR-TITRE.
           IF NOT ws-livre-ok
               DISPLAY "Book not found."
           ELSE
               DISPLAY "Copy number: "
               ACCEPT ws-copie-choisie
               MOVE 'N' TO ws-exemplaire-flag
               MOVE BM-ISBN TO EX-ISBN
               MOVE ws-copie-choisie TO EX-COPIE
               READ exemplaires KEY IS EX-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO ws-exemplaire-flag
               END-READ
               EVALUATE TRUE
                   WHEN NOT ws-exemplaire-trouve
                       DISPLAY "Copy not in the register."
                   WHEN NOT (EX-A-EXPEDIER OR EX-EN-TRANSIT)
                       DISPLAY "Copy is not in transfer (status "
                           EX-STATUT ")."
                   WHEN EX-SITE-DESTINATION NOT = ws-site-poste
                       DISPLAY "Copy is on its way to site "
                           EX-SITE-DESTINATION " - not this one."
                   WHEN OTHER
                       PERFORM ACCUEILLIR-EXEMPLAIRE
               END-EVALUATE
           END-IF.

       ACCUEILLIR-EXEMPLAIRE.
           PERFORM CHERCHER-RESERVATION-ACHEMINEE.
           IF NOT ws-reservation-trouvee
               PERFORM CHERCHER-RESERVATION-EN-ATTENTE
           END-IF.
      *> Les parcours de reservations ont garde la cle du registre :
      *> l'exemplaire se relit pour sa mise a jour.
           MOVE BM-ISBN TO EX-ISBN.
           MOVE ws-copie-choisie TO EX-COPIE.
           READ exemplaires KEY IS EX-CLE.
           MOVE ws-site-poste TO EX-SITE-ACTUEL.
           PERFORM ORIENTER-EXEMPLAIRE-LIBRE.
           IF ws-remis-en-rayon
               ADD 1 TO BM-COPIES
               REWRITE BOOK-MASTER-RECORD
           END-IF.
           PERFORM ANNONCER-ORIENTATION.

      *> La reservation pour laquelle l'exemplaire a voyage : en
      *> acheminement, sur ce titre et cet exemplaire.
       CHERCHER-RESERVATION-ACHEMINEE.
           MOVE 'N' TO ws-reservation-flag.
           MOVE 'N' TO ws-fin-reservations.
           MOVE ZERO TO RSV-ID.
           START reservations KEY IS >= RSV-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-reservations
           END-START.
           PERFORM LIRE-RESERVATION-SUIVANTE.
           PERFORM EXAMINER-RESERVATION-ACHEMINEE
               UNTIL ws-fin-lecture-reservations
                   OR ws-reservation-trouvee.

       EXAMINER-RESERVATION-ACHEMINEE.
           IF RSV-EN-ACHEMINEMENT AND RSV-TITRE = ws-titre-pret AND
                   RSV-COPIE = ws-copie-choisie
               MOVE 'O' TO ws-reservation-flag
           ELSE
               PERFORM LIRE-RESERVATION-SUIVANTE
           END-IF.

      *> Premier lancement : bookmast.dat n'existe pas encore - le
      *> fichier indexe se cree et recoit le meme catalogue de
      *> demonstration qu'avant, pour qu'un checkout vierge ait
           MOVE "George Orwell" TO BM-AUTOR.
           MOVE 1949 TO BM-YEAR.
           MOVE 5 TO BM-COPIES.
           MOVE "823.912" TO BM-CLASSE.
           MOVE "R08-E2" TO BM-EMPLACEMENT.
           WRITE BOOK-MASTER-RECORD.

           MOVE "9780156012195" TO BM-ISBN.
           MOVE "Antoine de Saint-Exupery" TO BM-AUTOR.
           MOVE 1943 TO BM-YEAR.
           MOVE 3 TO BM-COPIES.
           MOVE "843.912" TO BM-CLASSE.
           MOVE "R08-E4" TO BM-EMPLACEMENT.
           WRITE BOOK-MASTER-RECORD.

           MOVE "9782266154116" TO BM-ISBN.
           MOVE "J.R.R Tolkien" TO BM-AUTOR.
           MOVE 1954 TO BM-YEAR.
           MOVE 7 TO BM-COPIES.
           MOVE "823.912" TO BM-CLASSE.
           MOVE "R08-E2" TO BM-EMPLACEMENT.
           WRITE BOOK-MASTER-RECORD.

           MOVE "9780553293357" TO BM-ISBN.
           MOVE "Isaac Asimov" TO BM-AUTOR.
           MOVE 1951 TO BM-YEAR.
           MOVE 4 TO BM-COPIES.
           MOVE "813.54" TO BM-CLASSE.
           MOVE "R08-E1" TO BM-EMPLACEMENT.
           WRITE BOOK-MASTER-RECORD.

           MOVE "9780441172719" TO BM-ISBN.
           MOVE "Frank Herbert" TO BM-AUTOR.
           MOVE 1965 TO BM-YEAR.
           MOVE 6 TO BM-COPIES.
           MOVE "813.54" TO BM-CLASSE.
           MOVE "R08-E1" TO BM-EMPLACEMENT.
           WRITE BOOK-MASTER-RECORD.

       COPY PROLONGPROC.

       COPY SITEPROC.

       COPY TRANSFERTPROC.

       COPY ACCESPROC.
