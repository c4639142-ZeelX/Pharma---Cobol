       IDENTIFICATION DIVISION.
       PROGRAM-ID. ServiceApresVente.

      *> Service apres-vente des clotures posees (voir APPELSAV.cpy) :
      *> un chantier acheve sortait du systeme, et quand un client
      *> appelait pour un portail casse personne ne savait s'il etait
      *> encore sous garantie.
      *>   - l'appel se rattache a l'ordre de travaux acheve (retrouve
      *>     au besoin par le numero du devis) et se classe a
      *>     l'ouverture : garantie gratuite jusqu'a la fin de
      *>     garantie (achevement + garantie-cloture.dat), payant
      *>     au-dela ou pour une cause exclue;
      *>   - une reparation payante se cloture en lignes commande.dat
      *>     (CMDLINE.cpy) pour la facturation par reduction.cob -
      *>     meme chemin que l'export des devis de CycleDevis.cob;
      *>   - le releve des appels par type de cloture, rapporte au
      *>     nombre de chantiers poses du type, fait ressortir les
      *>     materiaux qui lachent trop souvent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Lu seulement - les ordres se tiennent dans OrdresTravaux.
           SELECT ordres-travaux ASSIGN TO "ordres-travaux.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-NUMERO
               FILE STATUS IS ws-status-ordres.

           SELECT appels-sav ASSIGN TO "appels-sav.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAV-NUMERO
               FILE STATUS IS ws-status-appels.

      *> Duree de garantie en jours - fichier absent = le repli de
      *> CHARGER-DUREE-GARANTIE, meme idiome que validite-devis.dat.
           SELECT garantie-config ASSIGN TO "garantie-cloture.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-garantie.

           SELECT commande ASSIGN TO "commande.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-commande.

       DATA DIVISION.
       FILE SECTION.
       FD ordres-travaux.
           COPY OTRAV.

       FD appels-sav.
           COPY APPELSAV.

       FD garantie-config.
       01 garantie-config-record.
           05 GAR-JOURS PIC 9(4).

       FD commande.
           COPY CMDLINE.

       WORKING-STORAGE SECTION.
       01 ws-status-ordres PIC XX.
       01 ws-status-appels PIC XX.
       01 ws-status-garantie PIC XX.
       01 ws-status-commande PIC XX.

       01 Choix PIC 9 VALUE ZERO.
       01 ws-date-jour PIC 9(8).
       01 NumeroOrdre PIC 9(6).
       01 NumeroDevis PIC 9(6).
       01 NumeroAppel PIC 9(6).
       01 ws-ordre-flag PIC X VALUE 'N'.
           88 ws-ordre-trouve VALUE 'O'.
       01 ws-appel-flag PIC X VALUE 'N'.
           88 ws-appel-trouve VALUE 'O'.
       01 ws-fin-ordres PIC X VALUE 'N'.
           88 ws-fin-lecture-ordres VALUE 'O'.
       01 ws-fin-appels PIC X VALUE 'N'.
           88 ws-fin-lecture-appels VALUE 'O'.
       01 ws-plus-haut-id PIC 9(6) VALUE ZERO.
       01 ws-reponse PIC X.

       01 ws-jours-garantie PIC 9(4).
       01 ws-jour-entier PIC 9(7).
       01 ws-date-appel PIC 9(8).
       01 ws-date-achevement PIC 9(8).
       01 ws-montant-reparation PIC 9(8)V99.

      *> Releve par type de cloture.
       01 ws-periode-debut PIC 9(8).
       01 ws-periode-fin PIC 9(8).
       01 ws-type-cherche PIC X(10).
       01 ws-nb-types PIC 9(2) VALUE ZERO.
       01 ws-nb-ouverts PIC 9(5) VALUE ZERO.
       01 ws-taux-appels PIC 9(5)V99.
       01 TABLE-TYPES.
           05 ENTREE-TYPE OCCURS 30 TIMES INDEXED BY Idx-Type.
               10 TT-Type PIC X(10).
               10 TT-Nb-Poses PIC 9(5).
               10 TT-Nb-Appels PIC 9(5).
               10 TT-Nb-Garantie PIC 9(5).
               10 TT-Nb-Payants PIC 9(5).
               10 TT-Montant PIC 9(10)V99.

       77 F-Jours-Garantie-Defaut PIC 9(4) VALUE 730.
       77 F-Code-Reparation PIC X(10) VALUE "REPARATION".

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "ServiceApresVente" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM CHARGER-DUREE-GARANTIE.
           OPEN INPUT ordres-travaux.
           IF ws-status-ordres NOT = '00'
               DISPLAY "Impossible d'ouvrir ordres-travaux.dat "
                   "(statut " ws-status-ordres ")."
               STOP RUN
           END-IF.
           OPEN I-O appels-sav.
           IF ws-status-appels = '35'
               OPEN OUTPUT appels-sav
               CLOSE appels-sav
               OPEN I-O appels-sav
           END-IF.
           IF ws-status-appels NOT = '00'
               DISPLAY "Impossible d'ouvrir appels-sav.dat "
                   "(statut " ws-status-appels ")."
               STOP RUN
           END-IF.

           PERFORM MENU-OPERATIONS UNTIL Choix = 6.

           CLOSE appels-sav.
           CLOSE ordres-travaux.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** SERVICE APRES-VENTE ******".
           DISPLAY "1. Enregistrer un appel".
           DISPLAY "2. Cloturer une intervention".
           DISPLAY "3. Consulter un appel".
           DISPLAY "4. Appels ouverts".
           DISPLAY "5. Appels par type de cloture".
           DISPLAY "6. Quitter".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM ENREGISTRER-APPEL
               WHEN 2 PERFORM CLOTURER-INTERVENTION
               WHEN 3 PERFORM CONSULTER-APPEL
               WHEN 4 PERFORM LISTER-APPELS-OUVERTS
               WHEN 5 PERFORM RAPPORT-APPELS-PAR-TYPE
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       CHARGER-DUREE-GARANTIE.
           MOVE F-Jours-Garantie-Defaut TO ws-jours-garantie.
           OPEN INPUT garantie-config.
           IF ws-status-garantie = '00'
               READ garantie-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GAR-JOURS TO ws-jours-garantie
               END-READ
               CLOSE garantie-config
           END-IF.

      *> Le client connait plus souvent son numero de devis que celui
      *> de l'ordre - zero fait chercher l'ordre par le devis.
       ENREGISTRER-APPEL.
           DISPLAY "Numero d'ordre de travaux (0 = par le devis): ".
           ACCEPT NumeroOrdre.
           IF NumeroOrdre = ZERO
               DISPLAY "Numero du devis: "
               ACCEPT NumeroDevis
               PERFORM CHERCHER-ORDRE-PAR-DEVIS
           ELSE
               PERFORM LIRE-ORDRE
           END-IF.
           EVALUATE TRUE
               WHEN NOT ws-ordre-trouve
                   DISPLAY "Ordre de travaux introuvable."
               WHEN NOT OT-TERMINE
                   DISPLAY "Chantier " OT-NUMERO " pas encore acheve "
                       "(statut '" OT-STATUT "') - pas de SAV, voir "
                       "OrdresTravaux."
               WHEN OTHER
                   PERFORM OUVRIR-APPEL
           END-EVALUATE.

       LIRE-ORDRE.
           MOVE NumeroOrdre TO OT-NUMERO.
           READ ordres-travaux KEY IS OT-NUMERO
               INVALID KEY
                   MOVE 'N' TO ws-ordre-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-ordre-flag
           END-READ.

      *> Le dernier ordre du devis - un devis ne donne en pratique
      *> qu'un chantier.
       CHERCHER-ORDRE-PAR-DEVIS.
           MOVE 'N' TO ws-ordre-flag.
           MOVE ZERO TO NumeroOrdre.
           MOVE 'N' TO ws-fin-ordres.
           MOVE ZERO TO OT-NUMERO.
           START ordres-travaux KEY IS >= OT-NUMERO
               INVALID KEY
                   MOVE 'O' TO ws-fin-ordres
           END-START.
           PERFORM LIRE-ORDRE-SUIVANT.
           PERFORM EXAMINER-ORDRE-DEVIS UNTIL ws-fin-lecture-ordres.
           IF NumeroOrdre NOT = ZERO
               PERFORM LIRE-ORDRE
           END-IF.

       LIRE-ORDRE-SUIVANT.
           IF NOT ws-fin-lecture-ordres
               READ ordres-travaux NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-ordres
               END-READ
           END-IF.

       EXAMINER-ORDRE-DEVIS.
           IF OT-DEVIS = NumeroDevis
               MOVE OT-NUMERO TO NumeroOrdre
           END-IF.
           PERFORM LIRE-ORDRE-SUIVANT.

      *> La garantie court du jour d'achevement (la date prevue pour
      *> les chantiers acheves avant qu'il soit note).  Dans la
      *> periode, seule une cause exclue rend l'appel payant.
       OUVRIR-APPEL.
           MOVE OT-DATE-ACHEVEMENT TO ws-date-achevement.
           IF ws-date-achevement = ZERO
               MOVE OT-DATE-PREVUE TO ws-date-achevement
           END-IF.
           DISPLAY "Date de l'appel (AAAAMMJJ, 0 = ce jour): ".
           ACCEPT ws-date-appel.
           IF ws-date-appel = ZERO
               MOVE ws-date-jour TO ws-date-appel
           END-IF.
           IF ws-date-appel > ws-date-jour OR
                   ws-date-appel < ws-date-achevement
               DISPLAY "Date d'appel " ws-date-appel " hors du "
                   ws-date-achevement " - " ws-date-jour
                   " - appel refuse."
           ELSE
               PERFORM CHERCHER-PLUS-HAUT-ID
               ADD 1 TO ws-plus-haut-id
               MOVE ws-plus-haut-id TO SAV-NUMERO
               MOVE OT-NUMERO TO SAV-ORDRE
               MOVE OT-DEVIS TO SAV-DEVIS
               MOVE OT-CLIENT TO SAV-CLIENT
               MOVE OT-TYPE TO SAV-TYPE
               MOVE OT-EQUIPE TO SAV-EQUIPE
               MOVE ws-date-achevement TO SAV-DATE-ACHEVEMENT
               COMPUTE ws-jour-entier =
                   FUNCTION INTEGER-OF-DATE (ws-date-achevement)
                   + ws-jours-garantie
               COMPUTE SAV-FIN-GARANTIE =
                   FUNCTION DATE-OF-INTEGER (ws-jour-entier)
               MOVE ws-date-appel TO SAV-DATE-APPEL
               DISPLAY "Cloture " OT-TYPE " du client " OT-CLIENT
                   " achevee le " ws-date-achevement
                   ", garantie jusqu'au " SAV-FIN-GARANTIE
               DISPLAY "Motif de l'appel: "
               ACCEPT SAV-MOTIF
               MOVE 'N' TO SAV-EXCLUSION
               IF ws-date-appel <= SAV-FIN-GARANTIE
                   DISPLAY "Cause exclue de la garantie (choc, "
                       "vandalisme...) ? (O/N): "
                   ACCEPT ws-reponse
                   IF ws-reponse = 'O' OR ws-reponse = 'o'
                       MOVE 'O' TO SAV-EXCLUSION
                   END-IF
               END-IF
               IF ws-date-appel <= SAV-FIN-GARANTIE AND
                       NOT SAV-CAUSE-EXCLUE
                   MOVE 'G' TO SAV-NATURE
               ELSE
                   MOVE 'P' TO SAV-NATURE
               END-IF
               MOVE 'O' TO SAV-STATUT
               MOVE ZERO TO SAV-DATE-CLOTURE
               MOVE ZERO TO SAV-MONTANT
               MOVE ACD-OPERATEUR TO SAV-OPERATEUR
               WRITE APPEL-SAV-RECORD
               IF ws-status-appels NOT = '00'
                   DISPLAY "ERREUR E/S sur appels-sav.dat"
                   DISPLAY "Code statut: " ws-status-appels
                   STOP RUN
               END-IF
               IF SAV-GARANTIE
                   DISPLAY "Appel " SAV-NUMERO " enregistre - SOUS "
                       "GARANTIE, intervention gratuite."
               ELSE
                   DISPLAY "Appel " SAV-NUMERO " enregistre - "
                       "PAYANT, la reparation sera facturee."
               END-IF
           END-IF.

      *> Sous garantie, l'intervention se clot sans facture.  Payante,
      *> son montant part en commande.dat pour reduction.cob - une
      *> commande en attente n'est jamais ecrasee sans confirmation.
       CLOTURER-INTERVENTION.
           PERFORM LIRE-APPEL-SAISI.
           EVALUATE TRUE
               WHEN NOT ws-appel-trouve
                   DISPLAY "Appel introuvable."
               WHEN NOT SAV-OUVERT
                   DISPLAY "Appel deja clos (statut '" SAV-STATUT
                       "')."
               WHEN SAV-GARANTIE
                   MOVE 'C' TO SAV-STATUT
                   MOVE ws-date-jour TO SAV-DATE-CLOTURE
                   PERFORM REECRIRE-APPEL
                   DISPLAY "Intervention sous garantie close - rien "
                       "a facturer."
               WHEN OTHER
                   PERFORM FACTURER-REPARATION
           END-EVALUATE.

       FACTURER-REPARATION.
           DISPLAY "Montant de la reparation (0 = abandon): ".
           ACCEPT ws-montant-reparation.
           IF ws-montant-reparation = ZERO
               DISPLAY "Cloture abandonnee - appel toujours ouvert."
           ELSE
               PERFORM CONTROLER-COMMANDE-EN-ATTENTE
               IF ws-reponse NOT = 'O' AND ws-reponse NOT = 'o'
                   DISPLAY "Cloture abandonnee - commande.dat "
                       "conserve, appel toujours ouvert."
               ELSE
                   PERFORM ECRIRE-COMMANDE-REPARATION
                   MOVE ws-montant-reparation TO SAV-MONTANT
                   MOVE 'E' TO SAV-STATUT
                   MOVE ws-date-jour TO SAV-DATE-CLOTURE
                   PERFORM REECRIRE-APPEL
                   DISPLAY "Reparation " SAV-NUMERO " exportee dans "
                       "commande.dat - lancer la tarification de "
                       "commande (reduction) pour le client "
                       SAV-CLIENT "."
                   DISPLAY "Veiller a ce que le code "
                       F-Code-Reparation " existe au tarif "
                       "articles.dat - le montant partira en "
                       "derogation signalee."
               END-IF
           END-IF.

      *> Meme garde que l'export des devis de CycleDevis.cob.
       CONTROLER-COMMANDE-EN-ATTENTE.
           MOVE 'O' TO ws-reponse.
           OPEN INPUT commande.
           IF ws-status-commande = '00'
               READ commande
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "ATTENTION: commande.dat n'est pas "
                           "vide (premiere ligne: " CMD-CODE ") - "
                           "l'export l'ECRASERAIT."
                       DISPLAY "Ecraser la commande en attente ? "
                           "(O/N): "
                       ACCEPT ws-reponse
               END-READ
               CLOSE commande
           END-IF.

       ECRIRE-COMMANDE-REPARATION.
           OPEN OUTPUT commande.
           MOVE F-Code-Reparation TO CMD-CODE.
           MOVE SPACES TO CMD-DESIGNATION.
           STRING "SAV " DELIMITED BY SIZE
               SAV-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SAV-TYPE DELIMITED BY SIZE
               INTO CMD-DESIGNATION
           END-STRING.
           MOVE 1 TO CMD-QUANTITE.
           MOVE ws-montant-reparation TO CMD-PRIX-UNITAIRE.
           WRITE commande-record.
           CLOSE commande.

       LIRE-APPEL-SAISI.
           DISPLAY "Numero de l'appel: ".
           ACCEPT NumeroAppel.
           MOVE NumeroAppel TO SAV-NUMERO.
           READ appels-sav KEY IS SAV-NUMERO
               INVALID KEY
                   MOVE 'N' TO ws-appel-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-appel-flag
           END-READ.

       REECRIRE-APPEL.
           REWRITE APPEL-SAV-RECORD.
           IF ws-status-appels NOT = '00'
               DISPLAY "ERREUR E/S sur appels-sav.dat"
               DISPLAY "Code statut: " ws-status-appels
               STOP RUN
           END-IF.

       CONSULTER-APPEL.
           PERFORM LIRE-APPEL-SAISI.
           IF NOT ws-appel-trouve
               DISPLAY "Appel introuvable."
           ELSE
               DISPLAY "Appel " SAV-NUMERO " du " SAV-DATE-APPEL
                   " [" SAV-STATUT "] - " SAV-NATURE
               DISPLAY "  Client " SAV-CLIENT " - OT " SAV-ORDRE
                   " / devis " SAV-DEVIS " - " SAV-TYPE
                   " pose par " SAV-EQUIPE
               DISPLAY "  Acheve le " SAV-DATE-ACHEVEMENT
                   ", garantie jusqu'au " SAV-FIN-GARANTIE
               DISPLAY "  Motif : " SAV-MOTIF
               IF SAV-CAUSE-EXCLUE
                   DISPLAY "  Cause exclue de la garantie."
               END-IF
               IF NOT SAV-OUVERT
                   DISPLAY "  Clos le " SAV-DATE-CLOTURE
                       " - montant facture " SAV-MONTANT
               END-IF
           END-IF.

       LISTER-APPELS-OUVERTS.
           DISPLAY "--- Appels ouverts ---".
           MOVE ZERO TO ws-nb-ouverts.
           PERFORM POSITIONNER-APPELS.
           PERFORM EDITER-APPEL-OUVERT UNTIL ws-fin-lecture-appels.
           DISPLAY ws-nb-ouverts " appel(s) ouvert(s).".

       POSITIONNER-APPELS.
           MOVE 'N' TO ws-fin-appels.
           MOVE ZERO TO SAV-NUMERO.
           START appels-sav KEY IS >= SAV-NUMERO
               INVALID KEY
                   MOVE 'O' TO ws-fin-appels
           END-START.
           PERFORM LIRE-APPEL-SUIVANT.

       LIRE-APPEL-SUIVANT.
           IF NOT ws-fin-lecture-appels
               READ appels-sav NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-appels
               END-READ
           END-IF.

       EDITER-APPEL-OUVERT.
           IF SAV-OUVERT
               ADD 1 TO ws-nb-ouverts
               DISPLAY "  " SAV-NUMERO " du " SAV-DATE-APPEL " "
                   SAV-NATURE " client " SAV-CLIENT " " SAV-TYPE
                   " : " SAV-MOTIF
           END-IF.
           PERFORM LIRE-APPEL-SUIVANT.

      *> Appels de la periode par type de cloture, rapportes au
      *> nombre de chantiers acheves du type (tous temps) - un type
      *> qui appelle souvent pour peu de poses est un materiau a
      *> revoir.
       RAPPORT-APPELS-PAR-TYPE.
           DISPLAY "Debut de periode (AAAAMMJJ): ".
           ACCEPT ws-periode-debut.
           DISPLAY "Fin de periode (AAAAMMJJ): ".
           ACCEPT ws-periode-fin.
           MOVE ZERO TO ws-nb-types.
           MOVE 'N' TO ws-fin-ordres.
           MOVE ZERO TO OT-NUMERO.
           START ordres-travaux KEY IS >= OT-NUMERO
               INVALID KEY
                   MOVE 'O' TO ws-fin-ordres
           END-START.
           PERFORM LIRE-ORDRE-SUIVANT.
           PERFORM COMPTER-POSE UNTIL ws-fin-lecture-ordres.
           PERFORM POSITIONNER-APPELS.
           PERFORM COMPTER-APPEL UNTIL ws-fin-lecture-appels.
           DISPLAY "--- Appels SAV du " ws-periode-debut " au "
               ws-periode-fin " par type de cloture ---".
           IF ws-nb-types = ZERO
               DISPLAY "Aucun chantier acheve."
           ELSE
               PERFORM EDITER-TYPE
                   VARYING Idx-Type FROM 1 BY 1
                   UNTIL Idx-Type > ws-nb-types
           END-IF.

       COMPTER-POSE.
           IF OT-TERMINE
               MOVE OT-TYPE TO ws-type-cherche
               PERFORM TROUVER-TYPE
               IF Idx-Type <= ws-nb-types
                   ADD 1 TO TT-Nb-Poses (Idx-Type)
               END-IF
           END-IF.
           PERFORM LIRE-ORDRE-SUIVANT.

       COMPTER-APPEL.
           IF SAV-DATE-APPEL >= ws-periode-debut AND
                   SAV-DATE-APPEL <= ws-periode-fin
               MOVE SAV-TYPE TO ws-type-cherche
               PERFORM TROUVER-TYPE
               IF Idx-Type <= ws-nb-types
                   ADD 1 TO TT-Nb-Appels (Idx-Type)
                   IF SAV-GARANTIE
                       ADD 1 TO TT-Nb-Garantie (Idx-Type)
                   ELSE
                       ADD 1 TO TT-Nb-Payants (Idx-Type)
                       ADD SAV-MONTANT TO TT-Montant (Idx-Type)
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-APPEL-SUIVANT.

      *> Idx-Type sur le type cherche, ajoute a la table au besoin -
      *> au-dela de 30 types, Idx-Type reste hors table.
       TROUVER-TYPE.
           SET Idx-Type TO 1.
           SEARCH ENTREE-TYPE
               AT END
                   SET Idx-Type TO 30
                   SET Idx-Type UP BY 1
               WHEN Idx-Type > ws-nb-types
                   ADD 1 TO ws-nb-types
                   MOVE ws-type-cherche TO TT-Type (Idx-Type)
                   MOVE ZERO TO TT-Nb-Poses (Idx-Type)
                   MOVE ZERO TO TT-Nb-Appels (Idx-Type)
                   MOVE ZERO TO TT-Nb-Garantie (Idx-Type)
                   MOVE ZERO TO TT-Nb-Payants (Idx-Type)
                   MOVE ZERO TO TT-Montant (Idx-Type)
               WHEN TT-Type (Idx-Type) = ws-type-cherche
                   CONTINUE
           END-SEARCH.

       EDITER-TYPE.
           DISPLAY "  " TT-Type (Idx-Type) " : "
               TT-Nb-Appels (Idx-Type) " appel(s) dont "
               TT-Nb-Garantie (Idx-Type) " sous garantie et "
               TT-Nb-Payants (Idx-Type) " payant(s) ("
               TT-Montant (Idx-Type) ")".
           IF TT-Nb-Poses (Idx-Type) > ZERO
               COMPUTE ws-taux-appels ROUNDED =
                   TT-Nb-Appels (Idx-Type) * 100
                   / TT-Nb-Poses (Idx-Type)
               DISPLAY "      " TT-Nb-Poses (Idx-Type)
                   " chantier(s) pose(s) - " ws-taux-appels
                   " appel(s) pour 100 poses"
           END-IF.

      *> Prochain numero = plus haut numero du fichier + 1 - meme
      *> principe que les ordres de travaux.
       CHERCHER-PLUS-HAUT-ID.
           MOVE ZERO TO ws-plus-haut-id.
           PERFORM POSITIONNER-APPELS.
           PERFORM RETENIR-ID UNTIL ws-fin-lecture-appels.

       RETENIR-ID.
           IF SAV-NUMERO > ws-plus-haut-id
               MOVE SAV-NUMERO TO ws-plus-haut-id
           END-IF.
           PERFORM LIRE-APPEL-SUIVANT.

       COPY ACCESPROC.
