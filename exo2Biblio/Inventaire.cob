      *> comptees contre le systeme.
      *>   Mode 1 : edite la liste de comptage
      *>     (inventaire-attendu-AAAAMMJJ.txt) - tout ce qui devrait
      *>     etre en rayon d'apres le registre (EX-EN-RAYON), dans
      *>     l'ordre ou on le trouve en marchant les rayons :
      *>     emplacement, indice de classement, ISBN, copie (voir
      *>     BOOKMAST.cpy).
      *>   Mode 2 : rapproche le comptage reel
      *>     (inventaire-compte.dat, voir INVCOMPT.cpy) de ce registre
      *>     et edite les ecarts :
      *>         inconnus du registre;
      *>       - BM-COPIES de bookmast.dat qui ne colle plus au compte
      *>         d'exemplaires en rayon du registre.
      *>   Mode 3 : etat du fonds par site - pour chaque salle de
      *>     lecture, ses exemplaires au registre par statut.
      *> Deux salles de lecture : les modes 1 et 2 ne portent que sur
      *> les rayons de la salle du poste (site-poste.dat, voir
      *> SITEPOSTE.cpy) - chaque salle compte ses propres etageres.
      *> Le controle BM-COPIES, lui, reste sur toutes les salles : le
      *> compte du titre les couvre toutes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-liste.

           SELECT site-poste ASSIGN TO "site-poste.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-site.

       DATA DIVISION.
       FILE SECTION.
       FD exemplaires.
           COPY INVCOMPT.

       FD liste-attendue.
       01 ligne-liste PIC X(80).

       FD site-poste.
           COPY SITEPOSTE.

       WORKING-STORAGE SECTION.
       01 ws-status-exemplaires PIC XX.
               10 TR-Isbn PIC X(13).
               10 TR-Nb-En-Rayon PIC 9(3).

      *> Liste de comptage : les exemplaires en rayon avec le
      *> classement de leur titre, triee sur TL-Cle - l'ordre de
      *> rayonnage.
       01 TABLE-LISTE-RAYON.
           05 ENTREE-LISTE OCCURS 999 TIMES.
               10 TL-Cle.
                   15 TL-Emplacement PIC X(8).
                   15 TL-Classe PIC X(10).
                   15 TL-Isbn PIC X(13).
                   15 TL-Copie PIC 9(3).
               10 TL-Titre PIC X(20).
       01 ws-entree-tmp PIC X(54).
       01 ws-j PIC 9(4).
       01 ws-k PIC 9(4).

      *> Salle du poste (voir SITEPROC.cpy).
       01 ws-status-site PIC XX.
       01 ws-site-poste PIC X(3).
       01 ws-site-libelle PIC X(20).

      *> Etat du fonds par site (mode 3) : exemplaires au registre
      *> par site actuel et par statut.  Les exemplaires au bac ou en
      *> transit sont comptes a leur site de depart.
       01 TABLE-SITES.
           05 ENTREE-SITE OCCURS 10 TIMES
                   INDEXED BY Idx-Site.
               10 TS-Site PIC X(3).
               10 TS-En-Rayon PIC 9(5).
               10 TS-En-Pret PIC 9(5).
               10 TS-Tenus PIC 9(5).
               10 TS-Transfert PIC 9(5).
               10 TS-Reparation PIC 9(5).
               10 TS-Retires PIC 9(5).
       01 ws-nb-sites PIC 9(2) VALUE ZERO.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "Inventaire" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           PERFORM CHARGER-SITE-POSTE.
           DISPLAY "****** INVENTAIRE DES RAYONS ******".
           DISPLAY "Site " ws-site-poste " - " ws-site-libelle.
           DISPLAY "1. Editer la liste de comptage".
           DISPLAY "2. Rapprocher le comptage".
           DISPLAY "3. Etat du fonds par site".
           ACCEPT Choix.
           EVALUATE Choix
               WHEN 1 PERFORM EDITER-LISTE-COMPTAGE
               WHEN 2 PERFORM RAPPROCHER-COMPTAGE
               WHEN 3 PERFORM EDITER-ETAT-PAR-SITE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.
           STOP RUN.
               STOP RUN
           END-IF.
           STRING "inventaire-attendu-" DELIMITED BY SIZE
               ws-site-poste DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-liste
           MOVE SPACES TO ligne-liste.
           STRING "LISTE DE COMPTAGE DU " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               " - SITE " DELIMITED BY SIZE
               ws-site-poste DELIMITED BY SIZE
               INTO ligne-liste
           END-STRING.
           WRITE ligne-liste.
           MOVE "EMPLACEMENT CLASSE     ISBN          COPIE TITRE"
               TO ligne-liste.
           WRITE ligne-liste.
           OPEN INPUT book-master.
           PERFORM LIRE-EXEMPLAIRE-SUIVANT.
           PERFORM RETENIR-EXEMPLAIRE-ATTENDU
               UNTIL ws-fin-lecture-exemplaires.
           IF ws-file-status = '00'
               CLOSE book-master
           END-IF.
           PERFORM COMPARER-ENTREES-LISTE
               VARYING ws-i FROM 1 BY 1
                   UNTIL ws-i > ws-nb-attendus - 1
               AFTER ws-j FROM 1 BY 1
                   UNTIL ws-j > ws-nb-attendus - ws-i.
           PERFORM LISTER-EXEMPLAIRE-ATTENDU
               VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-nb-attendus.
           CLOSE liste-attendue.
           CLOSE exemplaires.
           DISPLAY "Exemplaires attendus en rayon : " ws-nb-attendus
                   MOVE 'O' TO ws-fin-exemplaires
           END-READ.

      *> Un titre sans fiche ou sans emplacement sort en tete de
      *> liste, a blanc - c'est la pile a ranger.
       RETENIR-EXEMPLAIRE-ATTENDU.
           IF EX-EN-RAYON AND EX-SITE-ACTUEL = ws-site-poste
               IF ws-nb-attendus >= 999
                   DISPLAY "Plus de 999 exemplaires en rayon - liste "
                       "limitee aux 999 premiers ISBN."
                   MOVE 'O' TO ws-fin-exemplaires
               ELSE
                   ADD 1 TO ws-nb-attendus
                   MOVE EX-ISBN TO TL-Isbn (ws-nb-attendus)
                   MOVE EX-COPIE TO TL-Copie (ws-nb-attendus)
                   PERFORM CLASSER-EXEMPLAIRE-ATTENDU
               END-IF
           END-IF.
           PERFORM LIRE-EXEMPLAIRE-SUIVANT.

       CLASSER-EXEMPLAIRE-ATTENDU.
           MOVE SPACES TO TL-Emplacement (ws-nb-attendus).
           MOVE SPACES TO TL-Classe (ws-nb-attendus).
           MOVE SPACES TO TL-Titre (ws-nb-attendus).
           IF ws-file-status = '00'
               MOVE EX-ISBN TO BM-ISBN
               READ book-master KEY IS BM-ISBN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BM-EMPLACEMENT
                           TO TL-Emplacement (ws-nb-attendus)
                       MOVE BM-CLASSE TO TL-Classe (ws-nb-attendus)
                       MOVE BM-TITLE TO TL-Titre (ws-nb-attendus)
               END-READ
           END-IF.

      *> Tri a bulles sur TL-Cle, meme principe que TRIER-PAR-ANNEE
      *> dans Librairy.cob.
       COMPARER-ENTREES-LISTE.
           COMPUTE ws-k = ws-j + 1.
           IF TL-Cle (ws-j) > TL-Cle (ws-k)
               MOVE ENTREE-LISTE (ws-j) TO ws-entree-tmp
               MOVE ENTREE-LISTE (ws-k) TO ENTREE-LISTE (ws-j)
               MOVE ws-entree-tmp TO ENTREE-LISTE (ws-k)
           END-IF.

       LISTER-EXEMPLAIRE-ATTENDU.
           MOVE SPACES TO ligne-liste.
           STRING TL-Emplacement (ws-i) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               TL-Classe (ws-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TL-Isbn (ws-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TL-Copie (ws-i) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               TL-Titre (ws-i) DELIMITED BY SIZE
               INTO ligne-liste
           END-STRING.
           WRITE ligne-liste.

       RAPPROCHER-COMPTAGE.
           PERFORM CHARGER-COMPTAGE.
           IF ws-nb-comptes = ZERO
               PERFORM LIRE-COMPTAGE-SUIVANT
           END-IF.

      *> Une passe du registre : chaque EX-EN-RAYON de la salle se
      *> cherche dans le comptage - trouve, la ligne s'apparie; pas
      *> trouve, c'est un manquant.  Le compte d'exemplaires en rayon
      *> par ISBN, toutes salles, se cumule au passage pour le
      *> controle BM-COPIES.
       CONTROLER-REGISTRE.
           DISPLAY " ".
           DISPLAY "--- Au registre mais introuvables en rayon ---".
       RAPPROCHER-EXEMPLAIRE.
           IF EX-EN-RAYON
               PERFORM CUMULER-RAYON-ISBN
           END-IF.
           IF EX-EN-RAYON AND EX-SITE-ACTUEL = ws-site-poste
               MOVE 'N' TO ws-trouve-au-comptage
               PERFORM VARYING ws-i FROM 1 BY 1
                       UNTIL ws-i > ws-nb-comptes
               NOT INVALID KEY
                   MOVE 'O' TO ws-exemplaire-flag
           END-READ.
           EVALUATE TRUE
               WHEN ws-exemplaire-trouve AND
                       EX-SITE-ACTUEL NOT = ws-site-poste
                   DISPLAY "  " TC-Isbn (ws-i) " copie " TC-Copie (ws-i)
                       " enregistre '" EX-STATUT "' au site "
                       EX-SITE-ACTUEL
               WHEN ws-exemplaire-trouve
                   DISPLAY "  " TC-Isbn (ws-i) " copie " TC-Copie (ws-i)
                       " enregistre '" EX-STATUT "' au registre"
               WHEN OTHER
                   DISPLAY "  " TC-Isbn (ws-i) " copie " TC-Copie (ws-i)
                       " INCONNU du registre"
           END-EVALUATE.
           ADD 1 TO ws-nb-inattendus.

      *> BM-COPIES contre le compte d'exemplaires en rayon du
                   END-IF
           END-SEARCH.
           PERFORM LIRE-LIVRE-SUIVANT.

      *> Mode 3 : une passe du registre, cumul par site actuel.
       EDITER-ETAT-PAR-SITE.
           MOVE 'N' TO ws-fin-exemplaires.
           OPEN INPUT exemplaires.
           IF ws-status-exemplaires NOT = '00'
               DISPLAY "Aucun registre exemplaires.dat (statut "
                   ws-status-exemplaires ")."
           ELSE
               PERFORM LIRE-EXEMPLAIRE-SUIVANT
               PERFORM CUMULER-EXEMPLAIRE-SITE
                   UNTIL ws-fin-lecture-exemplaires
               CLOSE exemplaires
               DISPLAY " "
               DISPLAY "SITE  RAYON   PRET  TENUS TRANSF  REPAR "
                   "RETIRES"
               PERFORM AFFICHER-ETAT-SITE
                   VARYING Idx-Site FROM 1 BY 1
                   UNTIL Idx-Site > ws-nb-sites
           END-IF.

       CUMULER-EXEMPLAIRE-SITE.
           SET Idx-Site TO 1.
           SEARCH ENTREE-SITE
               AT END
                   IF ws-nb-sites >= 10
                       DISPLAY "Plus de 10 sites au registre - "
                           "traitement annule."
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-nb-sites
                   SET Idx-Site TO ws-nb-sites
                   MOVE EX-SITE-ACTUEL TO TS-Site (Idx-Site)
                   MOVE ZERO TO TS-En-Rayon (Idx-Site)
                   MOVE ZERO TO TS-En-Pret (Idx-Site)
                   MOVE ZERO TO TS-Tenus (Idx-Site)
                   MOVE ZERO TO TS-Transfert (Idx-Site)
                   MOVE ZERO TO TS-Reparation (Idx-Site)
                   MOVE ZERO TO TS-Retires (Idx-Site)
               WHEN Idx-Site <= ws-nb-sites AND
                       TS-Site (Idx-Site) = EX-SITE-ACTUEL
                   CONTINUE
           END-SEARCH.
           EVALUATE TRUE
               WHEN EX-EN-RAYON
                   ADD 1 TO TS-En-Rayon (Idx-Site)
               WHEN EX-EN-PRET
                   ADD 1 TO TS-En-Pret (Idx-Site)
               WHEN EX-TENU
                   ADD 1 TO TS-Tenus (Idx-Site)
               WHEN EX-A-EXPEDIER OR EX-EN-TRANSIT
                   ADD 1 TO TS-Transfert (Idx-Site)
               WHEN EX-EN-REPARATION
                   ADD 1 TO TS-Reparation (Idx-Site)
               WHEN EX-RETIRE
                   ADD 1 TO TS-Retires (Idx-Site)
           END-EVALUATE.
           PERFORM LIRE-EXEMPLAIRE-SUIVANT.

       AFFICHER-ETAT-SITE.
           DISPLAY TS-Site (Idx-Site) "  " TS-En-Rayon (Idx-Site)
               "  " TS-En-Pret (Idx-Site) "  " TS-Tenus (Idx-Site)
               "  " TS-Transfert (Idx-Site)
               "  " TS-Reparation (Idx-Site)
               "  " TS-Retires (Idx-Site).

       COPY SITEPROC.

       COPY ACCESPROC.
