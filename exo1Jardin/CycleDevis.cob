      *>     (CMDLINE.cpy, copybooks de exo3) pour que la facture de
      *>     cloture passe par la meme machinerie de remise, TVA et
      *>     facture que tout le reste - prix du devis imposes en
      *>     derogation signalee;
      *>   - acompte (voir ACOMPTE.cpy) : demande a l'acceptation en
      *>     pourcentage du devis, encaisse au guichet ici ou par
      *>     virement (EncaissementsVirements.cob), deduit par la
      *>     facture finale - l'export y ajoute la ligne ACOMPTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS STK-TYPE
               FILE STATUS IS ws-status-stock.

      *> Acomptes demandes sur les devis acceptes (voir ACOMPTE.cpy).
           SELECT acomptes-devis ASSIGN TO "acomptes-devis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACP-DEVIS
               FILE STATUS IS ws-status-acompte.

       DATA DIVISION.
       FILE SECTION.
       FD devis-registre.
       FD stock-materiaux.
           COPY STOCKMAT.

       FD acomptes-devis.
           COPY ACOMPTE.

       WORKING-STORAGE SECTION.
       01 ws-status-registre PIC XX.
       01 ws-status-commande PIC XX.
       01 ws-status-stock PIC XX.
       01 ws-stock-flag PIC X VALUE 'N'.
           88 ws-stock-trouve VALUE 'O'.
       01 ws-status-acompte PIC XX.
       01 ws-acompte-flag PIC X VALUE 'N'.
           88 ws-acompte-trouve VALUE 'O'.
       01 ws-pourcentage-acompte PIC 9(3)V99.
       01 ws-montant-encaisse PIC 9(10)V99.
       01 ws-reste-acompte PIC 9(10)V99.
       01 ws-acompte-retenu PIC X(81).

       01 Choix PIC 9 VALUE ZERO.
       01 ws-date-jour PIC 9(8).
               10 TD-Numero PIC 9(6).
               10 TD-Image PIC X(140).

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "CycleDevis" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM MENU-OPERATIONS UNTIL Choix = 7.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "3. Passe d'expiration".
           DISPLAY "4. Exporter un devis accepte vers la facturation".
           DISPLAY "5. Consulter l'etat d'un devis".
           DISPLAY "6. Encaisser un acompte au guichet".
           DISPLAY "7. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM ACCEPTER-DEVIS
               WHEN 3 PERFORM PASSE-EXPIRATION
               WHEN 4 PERFORM EXPORTER-DEVIS
               WHEN 5 PERFORM CONSULTER-DEVIS
               WHEN 6 PERFORM ENCAISSER-ACOMPTE-GUICHET
               WHEN 7 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

                       PERFORM RESERVER-STOCK-DEVIS
                       DISPLAY "Devis " DEV-NUMERO " accepte - prix "
                           "figes au registre."
                       PERFORM DEMANDER-ACOMPTE
               END-EVALUATE
           END-IF.

           END-IF.

       ECRIRE-LIGNES-COMMANDE.
           PERFORM CHERCHER-ACOMPTE-DEVIS.
           OPEN OUTPUT commande.
           MOVE DEV-TYPE TO CMD-CODE.
           MOVE SPACES TO CMD-DESIGNATION.
               MOVE DEV-MONTANT-PORTAILS TO CMD-PRIX-UNITAIRE
               WRITE commande-record
           END-IF.
           IF ws-acompte-trouve
               PERFORM ECRIRE-LIGNE-ACOMPTE
           END-IF.
           CLOSE commande.
           DISPLAY "Devis " DEV-NUMERO " exporte dans "
               "commande.dat - lancer la tarification de "
                   " portail(s)"
               DISPLAY "  Total " DEV-TOTAL " - valable jusqu'au "
                   DEV-DATE-EXPIRATION
               PERFORM CHERCHER-ACOMPTE-DEVIS
               IF ws-acompte-trouve
                   DISPLAY "  Acompte " ACP-POURCENTAGE "% [" ACP-STATUT
                       "] : du " ACP-MONTANT-DU ", recu "
                       ACP-MONTANT-RECU
                   IF ACP-DEDUIT
                       DISPLAY "  Deduit de la facture " ACP-FACTURE
                   END-IF
               END-IF
           END-IF.

      *> Les quantites du devis accepte se reservent dans la cour -
           MOVE ws-devis-retenu TO registre-devis-record.
           WRITE registre-devis-record.
           CLOSE devis-registre.

      *> L'acompte se demande en pourcentage du total du devis - zero
      *> = pas d'acompte, et rien ne s'ecrit au registre des acomptes.
       DEMANDER-ACOMPTE.
           MOVE 999 TO ws-pourcentage-acompte.
           PERFORM SAISIR-POURCENTAGE-ACOMPTE
               UNTIL ws-pourcentage-acompte <= 100.
           IF ws-pourcentage-acompte = ZERO
               DISPLAY "Pas d'acompte demande."
           ELSE
               PERFORM OUVRIR-ACOMPTES
               MOVE DEV-NUMERO TO ACP-DEVIS
               MOVE DEV-CLIENT TO ACP-CLIENT
               MOVE DEV-TOTAL TO ACP-TOTAL-DEVIS
               MOVE ws-pourcentage-acompte TO ACP-POURCENTAGE
               COMPUTE ACP-MONTANT-DU ROUNDED =
                   DEV-TOTAL * ws-pourcentage-acompte / 100
               MOVE ZERO TO ACP-MONTANT-RECU
               MOVE ws-date-jour TO ACP-DATE-DEMANDE
               MOVE ZERO TO ACP-DATE-RECU
               MOVE SPACE TO ACP-ORIGINE
               MOVE 'A' TO ACP-STATUT
               MOVE ZERO TO ACP-FACTURE
               WRITE ACOMPTE-DEVIS-RECORD
               IF ws-status-acompte NOT = '00'
                   DISPLAY "ERREUR E/S sur acomptes-devis.dat"
                   DISPLAY "Code statut: " ws-status-acompte
                   STOP RUN
               END-IF
               CLOSE acomptes-devis
               DISPLAY "Acompte de " ACP-MONTANT-DU " demande ("
                   ACP-POURCENTAGE "%) - a verser au guichet ou par "
                   "virement, reference DEVIS " DEV-NUMERO "."
           END-IF.

       SAISIR-POURCENTAGE-ACOMPTE.
           DISPLAY "Pourcentage d'acompte demande (0 = aucun): ".
           ACCEPT ws-pourcentage-acompte.
           IF ws-pourcentage-acompte > 100
               DISPLAY "Pourcentage au-dela de 100 - refuse."
           END-IF.

       OUVRIR-ACOMPTES.
           OPEN I-O acomptes-devis.
           IF ws-status-acompte = '35'
               OPEN OUTPUT acomptes-devis
               CLOSE acomptes-devis
               OPEN I-O acomptes-devis
           END-IF.
           IF ws-status-acompte NOT = '00'
               DISPLAY "ERREUR E/S sur acomptes-devis.dat"
               DISPLAY "Code statut: " ws-status-acompte
               STOP RUN
           END-IF.

      *> Le record d'acompte du devis courant, s'il y en a un -
      *> repasse par l'image de travail pour rester en zone apres la
      *> fermeture du fichier.
       CHERCHER-ACOMPTE-DEVIS.
           MOVE 'N' TO ws-acompte-flag.
           OPEN INPUT acomptes-devis.
           IF ws-status-acompte = '00'
               MOVE DEV-NUMERO TO ACP-DEVIS
               READ acomptes-devis KEY IS ACP-DEVIS
                   INVALID KEY
                       MOVE 'N' TO ws-acompte-flag
                   NOT INVALID KEY
                       MOVE 'O' TO ws-acompte-flag
                       MOVE ACOMPTE-DEVIS-RECORD TO ws-acompte-retenu
               END-READ
           END-IF.
           CLOSE acomptes-devis.
           IF ws-acompte-trouve
               MOVE ws-acompte-retenu TO ACOMPTE-DEVIS-RECORD
           END-IF.

      *> La facture deduira ce qui est RECU au registre le jour de la
      *> facturation - la ligne ne porte que le numero du devis, le
      *> montant n'y est qu'a titre indicatif.
       ECRIRE-LIGNE-ACOMPTE.
           EVALUATE TRUE
               WHEN ACP-DEDUIT
                   DISPLAY "Acompte deja deduit de la facture "
                       ACP-FACTURE " - pas de ligne ACOMPTE."
               WHEN ACP-MONTANT-RECU = ZERO
                   DISPLAY "ATTENTION: acompte de " ACP-MONTANT-DU
                       " demande mais rien recu - rien a deduire."
               WHEN OTHER
                   IF ACP-MONTANT-RECU < ACP-MONTANT-DU
                       DISPLAY "ATTENTION: acompte partiel - "
                           ACP-MONTANT-RECU " recu sur "
                           ACP-MONTANT-DU "."
                   END-IF
                   MOVE "ACOMPTE" TO CMD-CODE
                   MOVE "Acompte devis " TO CMD-LIBELLE-ACOMPTE
                   MOVE DEV-NUMERO TO CMD-DEVIS-ACOMPTE
                   MOVE 1 TO CMD-QUANTITE
                   MOVE ACP-MONTANT-RECU TO CMD-PRIX-UNITAIRE
                   WRITE commande-record
                   DISPLAY "Acompte recu de " ACP-MONTANT-RECU
                       " a deduire de la facture finale."
           END-EVALUATE.

      *> Acompte verse au guichet de la boutique (especes, cheque) -
      *> impute au numero du devis.  Rien au-dela du reste du : un
      *> trop-percu ne s'encaisse pas ici.
       ENCAISSER-ACOMPTE-GUICHET.
           DISPLAY "Numero du devis: ".
           ACCEPT NumeroDevis.
           PERFORM OUVRIR-ACOMPTES.
           MOVE NumeroDevis TO ACP-DEVIS.
           READ acomptes-devis KEY IS ACP-DEVIS
               INVALID KEY
                   MOVE 'N' TO ws-acompte-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-acompte-flag
           END-READ.
           EVALUATE TRUE
               WHEN NOT ws-acompte-trouve
                   DISPLAY "Aucun acompte demande sur ce devis."
               WHEN ACP-DEDUIT
                   DISPLAY "Acompte deja deduit de la facture "
                       ACP-FACTURE "."
               WHEN ACP-PAYE
                   DISPLAY "Acompte deja paye en entier ("
                       ACP-MONTANT-RECU ")."
               WHEN OTHER
                   COMPUTE ws-reste-acompte =
                       ACP-MONTANT-DU - ACP-MONTANT-RECU
                   DISPLAY "Devis " ACP-DEVIS " client " ACP-CLIENT
                       " : acompte du " ACP-MONTANT-DU ", recu "
                       ACP-MONTANT-RECU ", reste " ws-reste-acompte
                   DISPLAY "Montant encaisse (0 = abandon): "
                   ACCEPT ws-montant-encaisse
                   EVALUATE TRUE
                       WHEN ws-montant-encaisse = ZERO
                           DISPLAY "Encaissement abandonne."
                       WHEN ws-montant-encaisse > ws-reste-acompte
                           DISPLAY "Montant au-dela du reste du - "
                               "refuse."
                       WHEN OTHER
                           PERFORM IMPUTER-ACOMPTE-GUICHET
                   END-EVALUATE
           END-EVALUATE.
           CLOSE acomptes-devis.

       IMPUTER-ACOMPTE-GUICHET.
           ADD ws-montant-encaisse TO ACP-MONTANT-RECU.
           MOVE ws-date-jour TO ACP-DATE-RECU.
           MOVE 'G' TO ACP-ORIGINE.
           IF ACP-MONTANT-RECU >= ACP-MONTANT-DU
               MOVE 'P' TO ACP-STATUT
           END-IF.
           REWRITE ACOMPTE-DEVIS-RECORD.
           IF ws-status-acompte NOT = '00'
               DISPLAY "ERREUR E/S sur acomptes-devis.dat"
               DISPLAY "Code statut: " ws-status-acompte
               STOP RUN
           END-IF.
           IF ACP-PAYE
               DISPLAY "Acompte du devis " ACP-DEVIS " paye - le "
                   "chantier peut etre planifie."
           ELSE
               DISPLAY "Acompte partiel enregistre : "
                   ACP-MONTANT-RECU " recu sur " ACP-MONTANT-DU "."
           END-IF.

       COPY ACCESPROC.
