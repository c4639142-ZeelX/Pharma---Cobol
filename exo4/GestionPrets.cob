       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionPrets.

      *> Guichet des prets (voir PRET.cpy) : depot d'une demande avec
      *> calcul de la mensualite et controle de solvabilite (voir
      *> DEMPRET.cpy), decision par un operateur habilite (fonction
      *> DECIDER-PRET), deblocage d'une demande accordee avec
      *> versement du capital au compte de remboursement (ecriture "N"
      *> du flux historique.txt normal), consultation de l'echeancier
      *> d'amortissement, remboursement anticipe, rapport des demandes
      *> en cours (demandes-prets-AAAAMMJJ.txt).  Le prelevement des
      *> echeances est le travail du job nocturne EcheancesPrets.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PRT-ID
               FILE STATUS IS ws-status-prets.

           SELECT demandes-prets ASSIGN TO 'demandes-prets.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPR-ID
               FILE STATUS IS ws-status-demandes.

           SELECT account-master ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ws-status-compte.

      *> Tampon passe a SubProgram, qui ouvre et ferme son propre
      *> connecteur sur historique.txt a chaque appel (meme montage que
      *> Gestionbancaire.cob).  Ouvert ici en lecture seule, le temps
      *> de relever les credits reguliers du controle de solvabilite.
           SELECT historique ASSIGN TO 'historique.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-jour.

           SELECT securite-journal ASSIGN TO "securite.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-secu.

           SELECT rapport-demandes ASSIGN TO DYNAMIC ws-nom-rapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD prets.
       FD jour-bancaire.
           COPY JOURBANC.

       FD demandes-prets.
           COPY DEMPRET.

       FD securite-journal.
           COPY SECULOG.

       FD rapport-demandes.
       01 ligne-rapport PIC X(100).

       WORKING-STORAGE SECTION.
       01 ws-status-prets PIC XX.
       01 ws-status-demandes PIC XX.
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       COPY FILESTAT.
       01 ws-solde-disponible PIC S9(11)V99.
       01 ws-confirmation PIC X.

       01 NumeroDemande PIC 9(6).
       01 ws-demande-flag PIC X VALUE 'N'.
           88 ws-demande-trouvee VALUE 'O'.
       01 ws-fin-demandes PIC X VALUE 'N'.
           88 ws-fin-lecture-demandes VALUE 'O'.
       01 ws-decision PIC X.
       01 ws-motif-saisi PIC X(40).

      *> Controle de solvabilite : comptes du client, credits
      *> reguliers par tranche de 30 jours (la plus recente en 1).
       01 ws-nb-comptes-client PIC 9(2) VALUE ZERO.
       01 TABLE-COMPTES-CLIENT.
           05 TCC-Compte PIC 9(6) OCCURS 20 TIMES
               INDEXED BY Idx-Cc.
       01 TABLE-TRANCHES.
           05 TTR-Credits PIC 9(11)V99 OCCURS 3 TIMES.
       01 ws-tranche PIC 9.
       01 ws-fin-comptes PIC X VALUE 'N'.
           88 ws-fin-lecture-comptes VALUE 'O'.
       01 ws-fin-historique PIC X VALUE 'N'.
           88 ws-fin-lecture-historique VALUE 'O'.
       01 ws-compte-examine PIC 9(6).
       01 ws-age-jours PIC S9(7).
       01 ws-revenu-periode PIC 9(11)V99.
       01 ws-taux-effort PIC 9(7)V99.

      *> Rapport des demandes en cours.
       01 ws-status-rapport PIC XX.
       01 ws-nom-rapport PIC X(30).
       01 ws-nb-deposees PIC 9(5).
       01 ws-nb-accordees PIC 9(5).
       01 ws-total-deposees PIC 9(11)V99.
       01 ws-total-accordees PIC 9(11)V99.
       01 ws-libelle-statut PIC X(8).
       01 ws-montant-edite PIC Z(9)9.99.
       01 ws-mensualite-edite PIC Z(8)9.99.
       01 ws-effort-edite PIC ZZ9.99.
       01 ws-age-edite PIC ZZZ9.

       01 ws-status-secu PIC XX.
       01 ws-sec-compte PIC 9(6).
       01 ws-sec-evenement PIC X(12).
       01 ws-heure-secu PIC 9(8).
       01 ws-superviseur-ok PIC X VALUE 'N'.
           88 SuperviseurOk VALUE 'O'.

      *> Same SubProgram plumbing as Gestionbancaire.cob - see the
      *> comment on ws-soldes-dummy there.
       01 ws-soldes-dummy.
      *> remboursement anticipe, qui est une echeance de tout le
      *> capital restant sans interets a courir.
       77 F-Echeance-Capital PIC X VALUE "K".
      *> Credits reguliers retenus comme revenus : virements recus
      *> ("V") et virements externes entrants ("E"), sur les
      *> F-Jours-Revenus derniers jours.
       77 F-Virement PIC X VALUE "V".
       77 F-Virement-Externe-Recu PIC X VALUE "E".
       77 F-Jours-Revenus PIC 9(3) VALUE 90.
      *> Taux d'effort maximum (mensualites / revenu mensuel, en %)
      *> au-dela duquel l'avis est defavorable.
       77 F-Taux-Effort-Maxi PIC 9(3)V99 VALUE 33.00.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "GestionPrets" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           ACCEPT ws-date-jour FROM DATE YYYYMMDD.
           OPEN I-O prets.
           IF ws-status-prets = '35'
           MOVE 'prets.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           OPEN I-O demandes-prets.
           IF ws-status-demandes = '35'
               OPEN OUTPUT demandes-prets
               CLOSE demandes-prets
               OPEN I-O demandes-prets
           END-IF.
           MOVE ws-status-demandes TO ws-verif-statut.
           MOVE 'demandes-prets.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           OPEN I-O account-master.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           PERFORM MENU-OPERATIONS UNTIL Choix = 8.

           CLOSE account-master.
           CLOSE demandes-prets.
           CLOSE prets.
           STOP RUN.

       MENU-OPERATIONS.
           DISPLAY "****** GESTION DES PRETS ******".
           DISPLAY "1. Deposer une demande de pret".
           DISPLAY "2. Decider une demande".
           DISPLAY "3. Debloquer une demande accordee".
           DISPLAY "4. Lister les prets".
           DISPLAY "5. Echeancier d'un pret".
           DISPLAY "6. Remboursement anticipe".
           DISPLAY "7. Rapport des demandes en cours".
           DISPLAY "8. Quitter".
           ACCEPT Choix.
      *> Le deblocage et le remboursement anticipe bougent de
      *> l'argent : ils passent d'abord le controle de journee -
      *> demandes, decisions, liste et echeancier restent libres.
           EVALUATE Choix
               WHEN 1 PERFORM DEPOSER-DEMANDE
               WHEN 2 PERFORM DECIDER-DEMANDE
               WHEN 3
                   PERFORM CONTROLER-JOURNEE-OUVERTE
                   IF NOT ws-jour-ferme
                       PERFORM DEBLOQUER-DEMANDE
                   END-IF
               WHEN 4 PERFORM LISTER-PRETS
               WHEN 5 PERFORM AFFICHER-ECHEANCIER
               WHEN 6
                   PERFORM CONTROLER-JOURNEE-OUVERTE
                   IF NOT ws-jour-ferme
                       PERFORM REMBOURSER-ANTICIPE
                   END-IF
               WHEN 7 PERFORM EDITER-RAPPORT-DEMANDES
               WHEN 8 CONTINUE
               WHEN OTHER DISPLAY "Choix Invalide."
           END-EVALUATE.

                   MOVE 'O' TO ws-pret-flag
           END-READ.

      *> Une demande ne bouge pas d'argent : elle se depose meme
      *> journee fermee.  Le controle de solvabilite est pose des le
      *> depot et affiche au guichet.
       DEPOSER-DEMANDE.
           DISPLAY "Compte de remboursement: ".
           ACCEPT NumeroCompte.
           PERFORM LIRE-COMPTE.
               IF NOT ACCT-ACTIF
                   DISPLAY "Erreur: Compte non actif"
               ELSE
                   DISPLAY "Capital demande: "
                   ACCEPT MontantPret
                   DISPLAY "Taux annuel (0.0600 = 6%): "
                   ACCEPT TauxPret
                       DISPLAY "Erreur: capital et duree doivent "
                           "etre superieurs a zero"
                   ELSE
                       PERFORM ENREGISTRER-DEMANDE
                   END-IF
               END-IF
           END-IF.

       ENREGISTRER-DEMANDE.
           PERFORM CALCULER-MENSUALITE.
           PERFORM CHERCHER-PLUS-HAUTE-DEMANDE.
           ADD 1 TO ws-plus-haut-id.
           INITIALIZE DEMANDE-PRET-RECORD.
           MOVE ws-plus-haut-id TO DPR-ID.
           MOVE NumeroCompte TO DPR-COMPTE.
           MOVE ACCT-CUST-ID TO DPR-CLIENT.
           MOVE MontantPret TO DPR-MONTANT.
           MOVE TauxPret TO DPR-TAUX.
           MOVE DureeMois TO DPR-DUREE-MOIS.
           MOVE ws-mensualite TO DPR-MENSUALITE.
           DISPLAY "Objet du pret: ".
           ACCEPT DPR-OBJET.
           MOVE ws-date-jour TO DPR-DATE-DEPOT.
           MOVE ACD-OPERATEUR TO DPR-SAISI-PAR.
           MOVE 'D' TO DPR-STATUT.
           PERFORM CONTROLER-SOLVABILITE.
           WRITE DEMANDE-PRET-RECORD.
           MOVE ws-status-demandes TO ws-verif-statut.
           MOVE 'demandes-prets.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           DISPLAY "Demande " DPR-ID " deposee - mensualite "
               DPR-MENSUALITE ", en attente de decision.".
           PERFORM AFFICHER-SOLVABILITE.

      *> Decision reservee (droit DECIDER-PRET de droits-acces.dat) et
      *> jamais par l'operateur qui a saisi la demande - meme regle que
      *> ValidationOperations.cob.  Le controle de solvabilite est
      *> refait sur les chiffres du jour avant la decision.
       DECIDER-DEMANDE.
           MOVE "DECIDER-PRET" TO ACD-FONCTION.
           PERFORM CONTROLER-SUPERVISEUR.
           IF NOT SuperviseurOk
               DISPLAY "Erreur: Autorisation refusee - "
                   "decision refusee"
           ELSE
               PERFORM LIRE-DEMANDE
               EVALUATE TRUE
                   WHEN NOT ws-demande-trouvee
                       DISPLAY "Erreur: Demande introuvable"
                   WHEN NOT DPR-DEPOSEE
                       DISPLAY "Erreur: Demande deja decidee (statut "
                           DPR-STATUT ")"
                   WHEN DPR-SAISI-PAR = ACD-AUTORISANT
                       DISPLAY "Erreur: la demande doit etre decidee "
                           "par une autre personne que sa saisie"
                   WHEN OTHER
                       PERFORM INSTRUIRE-DEMANDE
               END-EVALUATE
           END-IF.

      *> Un accord contre un avis defavorable et un refus exigent une
      *> justification; sans reponse A ou R la demande reste deposee,
      *> avec son controle de solvabilite mis a jour.
       INSTRUIRE-DEMANDE.
           PERFORM CONTROLER-SOLVABILITE.
           DISPLAY "Demande " DPR-ID " - compte " DPR-COMPTE
               " client " DPR-CLIENT " saisie par " DPR-SAISI-PAR
               " le " DPR-DATE-DEPOT.
           DISPLAY "  Capital " DPR-MONTANT " taux " DPR-TAUX
               " duree " DPR-DUREE-MOIS " mois, mensualite "
               DPR-MENSUALITE.
           DISPLAY "  Objet : " DPR-OBJET.
           PERFORM AFFICHER-SOLVABILITE.
           DISPLAY "Decision (A = accorder, R = refuser, "
               "autre = plus tard): ".
           ACCEPT ws-decision.
           MOVE SPACES TO ws-motif-saisi.
           EVALUATE TRUE
               WHEN ws-decision = 'A' OR ws-decision = 'a'
                   IF DPR-AVIS-DEFAVORABLE
                       DISPLAY "Avis defavorable - justification de "
                           "l'accord: "
                   ELSE
                       DISPLAY "Commentaire (facultatif): "
                   END-IF
                   ACCEPT ws-motif-saisi
                   IF DPR-AVIS-DEFAVORABLE AND ws-motif-saisi = SPACES
                       DISPLAY "Erreur: justification obligatoire - "
                           "demande laissee en attente"
                   ELSE
                       MOVE 'A' TO DPR-STATUT
                       PERFORM ENREGISTRER-DECISION
                   END-IF
               WHEN ws-decision = 'R' OR ws-decision = 'r'
                   DISPLAY "Motif du refus: "
                   ACCEPT ws-motif-saisi
                   IF ws-motif-saisi = SPACES
                       DISPLAY "Erreur: motif obligatoire - "
                           "demande laissee en attente"
                   ELSE
                       MOVE 'R' TO DPR-STATUT
                       PERFORM ENREGISTRER-DECISION
                   END-IF
               WHEN OTHER
                   DISPLAY "Demande laissee en attente."
           END-EVALUATE.
           REWRITE DEMANDE-PRET-RECORD.
           MOVE ws-status-demandes TO ws-verif-statut.
           MOVE 'demandes-prets.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           IF NOT DPR-DEPOSEE
               MOVE DPR-COMPTE TO ws-sec-compte
               IF DPR-ACCORDEE
                   MOVE "PRET-ACCORDE" TO ws-sec-evenement
                   DISPLAY "Demande " DPR-ID " accordee par "
                       DPR-DECIDEUR "."
               ELSE
                   MOVE "PRET-REFUSE" TO ws-sec-evenement
                   DISPLAY "Demande " DPR-ID " refusee par "
                       DPR-DECIDEUR "."
               END-IF
               PERFORM ECRIRE-EVENEMENT-SECURITE
           END-IF.

       ENREGISTRER-DECISION.
           MOVE ws-date-jour TO DPR-DATE-DECISION.
           MOVE ACD-AUTORISANT TO DPR-DECIDEUR.
           MOVE ws-motif-saisi TO DPR-MOTIF-DECISION.

      *> Seule une demande accordee se debloque, aux conditions
      *> accordees (capital, taux, duree de la demande).
       DEBLOQUER-DEMANDE.
           PERFORM LIRE-DEMANDE.
           EVALUATE TRUE
               WHEN NOT ws-demande-trouvee
                   DISPLAY "Erreur: Demande introuvable"
               WHEN NOT DPR-ACCORDEE
                   DISPLAY "Erreur: Demande non accordee (statut "
                       DPR-STATUT ") - deblocage refuse"
               WHEN OTHER
                   MOVE DPR-COMPTE TO NumeroCompte
                   PERFORM LIRE-COMPTE
                   IF NOT ws-compte-trouve
                       DISPLAY "Erreur: Compte introuvable"
                   ELSE
                       IF NOT ACCT-ACTIF
                           DISPLAY "Erreur: Compte non actif"
                       ELSE
                           MOVE DPR-MONTANT TO MontantPret
                           MOVE DPR-TAUX TO TauxPret
                           MOVE DPR-DUREE-MOIS TO DureeMois
                           PERFORM DEBLOQUER-PRET
                       END-IF
                   END-IF
           END-EVALUATE.

      *> La demande passe debloquee (avec le PRT-ID) des que le pret
      *> est ecrit, avant le credit du compte - une interruption entre
      *> les deux ne permet pas un second deblocage de la meme demande.
       DEBLOQUER-PRET.
           PERFORM CALCULER-MENSUALITE.
           PERFORM CHERCHER-PLUS-HAUT-ID.
           MOVE 'prets.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           MOVE 'B' TO DPR-STATUT.
           MOVE ws-date-jour TO DPR-DATE-DEBLOCAGE.
           MOVE PRT-ID TO DPR-PRET.
           REWRITE DEMANDE-PRET-RECORD.
           MOVE ws-status-demandes TO ws-verif-statut.
           MOVE 'demandes-prets.dat' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           ADD MontantPret TO ACCT-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD.
           MOVE ws-status-compte TO ws-verif-statut.
           END-IF.
           PERFORM LIRE-PRET-SUIVANT.

       LIRE-DEMANDE.
           DISPLAY "Numero de demande: ".
           ACCEPT NumeroDemande.
           MOVE NumeroDemande TO DPR-ID.
           READ demandes-prets KEY IS DPR-ID
               INVALID KEY
                   MOVE 'N' TO ws-demande-flag
               NOT INVALID KEY
                   MOVE 'O' TO ws-demande-flag
           END-READ.

      *> ------------------------------------------------------------
      *> Controle de solvabilite de la demande en memoire (DPR-COMPTE,
      *> DPR-CLIENT, DPR-MENSUALITE) : credits reguliers, mensualites
      *> et impayes des prets actifs sur tous les comptes du client.
      *> ------------------------------------------------------------
       CONTROLER-SOLVABILITE.
           PERFORM RELEVER-COMPTES-CLIENT.
           PERFORM RELEVER-CREDITS-REGULIERS.
           PERFORM RELEVER-PRETS-CLIENT.
           IF DPR-REVENU-MENSUEL = ZERO
               MOVE 999.99 TO DPR-TAUX-EFFORT
           ELSE
               COMPUTE ws-taux-effort ROUNDED =
                   (DPR-CHARGES-PRETS + DPR-MENSUALITE) * 100
                   / DPR-REVENU-MENSUEL
               IF ws-taux-effort > 999.99
                   MOVE 999.99 TO DPR-TAUX-EFFORT
               ELSE
                   MOVE ws-taux-effort TO DPR-TAUX-EFFORT
               END-IF
           END-IF.
           MOVE SPACES TO DPR-MOTIF-AVIS.
           EVALUATE TRUE
               WHEN DPR-NB-IMPAYES > ZERO
                   MOVE 'D' TO DPR-AVIS
                   MOVE "IMPAYES" TO DPR-MOTIF-AVIS
               WHEN DPR-MOIS-CREDITES < 3
                   MOVE 'D' TO DPR-AVIS
                   MOVE "REVENUS" TO DPR-MOTIF-AVIS
               WHEN DPR-TAUX-EFFORT > F-Taux-Effort-Maxi
                   MOVE 'D' TO DPR-AVIS
                   MOVE "ENDETTEMENT" TO DPR-MOTIF-AVIS
               WHEN OTHER
                   MOVE 'F' TO DPR-AVIS
           END-EVALUATE.

      *> Compte de remboursement seul quand il n'a pas de client
      *> (compte d'avant custmast.dat).
       RELEVER-COMPTES-CLIENT.
           MOVE ZERO TO ws-nb-comptes-client.
           IF DPR-CLIENT = ZERO
               MOVE 1 TO ws-nb-comptes-client
               MOVE DPR-COMPTE TO TCC-Compte (1)
           ELSE
               MOVE 'N' TO ws-fin-comptes
               MOVE ZERO TO ACCT-NUMBER
               START account-master KEY IS >= ACCT-NUMBER
                   INVALID KEY
                       MOVE 'O' TO ws-fin-comptes
               END-START
               PERFORM LIRE-COMPTE-SUIVANT
               PERFORM RETENIR-COMPTE-CLIENT
                   UNTIL ws-fin-lecture-comptes
           END-IF.

       LIRE-COMPTE-SUIVANT.
           IF NOT ws-fin-lecture-comptes
               READ account-master NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-comptes
               END-READ
           END-IF.

       RETENIR-COMPTE-CLIENT.
           IF ACCT-CUST-ID = DPR-CLIENT AND ws-nb-comptes-client < 20
               ADD 1 TO ws-nb-comptes-client
               MOVE ACCT-NUMBER TO TCC-Compte (ws-nb-comptes-client)
           END-IF.
           PERFORM LIRE-COMPTE-SUIVANT.

      *> Revenu mensuel = credits reguliers de la fenetre / 3; un
      *> historique illisible laisse le revenu a zero (avis
      *> defavorable), jamais une demande bloquee.
       RELEVER-CREDITS-REGULIERS.
           MOVE ZERO TO TTR-Credits (1).
           MOVE ZERO TO TTR-Credits (2).
           MOVE ZERO TO TTR-Credits (3).
           OPEN INPUT historique.
           IF ws-file-status = '00'
               PERFORM RELEVER-CREDITS-COMPTE VARYING Idx-Cc
                   FROM 1 BY 1 UNTIL Idx-Cc > ws-nb-comptes-client
               CLOSE historique
           END-IF.
           COMPUTE ws-revenu-periode =
               TTR-Credits (1) + TTR-Credits (2) + TTR-Credits (3).
           COMPUTE DPR-REVENU-MENSUEL ROUNDED = ws-revenu-periode / 3.
           MOVE ZERO TO DPR-MOIS-CREDITES.
           PERFORM COMPTER-TRANCHE VARYING ws-tranche FROM 1 BY 1
               UNTIL ws-tranche > 3.

       RELEVER-CREDITS-COMPTE.
           MOVE TCC-Compte (Idx-Cc) TO ws-compte-examine.
           MOVE 'N' TO ws-fin-historique.
           MOVE ws-compte-examine TO H-Compte.
           START historique KEY IS = H-Compte
               INVALID KEY
                   MOVE 'O' TO ws-fin-historique
           END-START.
           PERFORM LIRE-ECRITURE-SUIVANTE.
           PERFORM EXAMINER-CREDIT
               UNTIL ws-fin-lecture-historique
                   OR H-Compte NOT = ws-compte-examine.

       LIRE-ECRITURE-SUIVANTE.
           IF NOT ws-fin-lecture-historique
               READ historique NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-historique
               END-READ
           END-IF.

       EXAMINER-CREDIT.
           IF H-Action = F-Virement
                   OR H-Action = F-Virement-Externe-Recu
               COMPUTE ws-age-jours =
                   FUNCTION INTEGER-OF-DATE (ws-date-jour)
                   - FUNCTION INTEGER-OF-DATE (H-Date)
               IF ws-age-jours >= 0 AND ws-age-jours < F-Jours-Revenus
                   COMPUTE ws-tranche = ws-age-jours / 30 + 1
                   ADD H-Montant TO TTR-Credits (ws-tranche)
               END-IF
           END-IF.
           PERFORM LIRE-ECRITURE-SUIVANTE.

       COMPTER-TRANCHE.
           IF TTR-Credits (ws-tranche) > ZERO
               ADD 1 TO DPR-MOIS-CREDITES
           END-IF.

       RELEVER-PRETS-CLIENT.
           MOVE ZERO TO DPR-CHARGES-PRETS.
           MOVE ZERO TO DPR-NB-IMPAYES.
           MOVE 'N' TO ws-fin-prets.
           MOVE ZERO TO PRT-ID.
           START prets KEY IS >= PRT-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-prets
           END-START.
           PERFORM LIRE-PRET-SUIVANT.
           PERFORM CUMULER-PRET-CLIENT UNTIL ws-fin-lecture-prets.

       CUMULER-PRET-CLIENT.
           IF PRT-ACTIF
               SET Idx-Cc TO 1
               SEARCH TCC-Compte
                   AT END
                       CONTINUE
                   WHEN Idx-Cc > ws-nb-comptes-client
                       CONTINUE
                   WHEN TCC-Compte (Idx-Cc) = PRT-COMPTE
                       ADD PRT-MENSUALITE TO DPR-CHARGES-PRETS
                       ADD PRT-NB-IMPAYES TO DPR-NB-IMPAYES
               END-SEARCH
           END-IF.
           PERFORM LIRE-PRET-SUIVANT.

       AFFICHER-SOLVABILITE.
           DISPLAY "  Credits reguliers / mois : " DPR-REVENU-MENSUEL
               " (" DPR-MOIS-CREDITES "/3 mois credites)".
           DISPLAY "  Mensualites en cours     : " DPR-CHARGES-PRETS.
           DISPLAY "  Echeances impayees       : " DPR-NB-IMPAYES.
           DISPLAY "  Taux d'effort            : " DPR-TAUX-EFFORT
               "% (maximum " F-Taux-Effort-Maxi "%)".
           IF DPR-AVIS-FAVORABLE
               DISPLAY "  Avis : FAVORABLE"
           ELSE
               DISPLAY "  Avis : DEFAVORABLE (" DPR-MOTIF-AVIS ")"
           END-IF.

      *> ------------------------------------------------------------
      *> Rapport des demandes en cours : deposees en attente de
      *> decision et accordees pas encore debloquees, avec leur age
      *> depuis le depot.
      *> ------------------------------------------------------------
       EDITER-RAPPORT-DEMANDES.
           MOVE ZERO TO ws-nb-deposees.
           MOVE ZERO TO ws-nb-accordees.
           MOVE ZERO TO ws-total-deposees.
           MOVE ZERO TO ws-total-accordees.
           MOVE SPACES TO ws-nom-rapport.
           STRING "demandes-prets-" DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ws-nom-rapport
           END-STRING.
           OPEN OUTPUT rapport-demandes.
           MOVE SPACES TO ligne-rapport.
           STRING "DEMANDES DE PRETS EN COURS AU " DELIMITED BY SIZE
               ws-date-jour DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.

           MOVE 'N' TO ws-fin-demandes.
           MOVE ZERO TO DPR-ID.
           START demandes-prets KEY IS >= DPR-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-demandes
           END-START.
           PERFORM LIRE-DEMANDE-SUIVANTE.
           PERFORM CLASSER-DEMANDE UNTIL ws-fin-lecture-demandes.

           MOVE SPACES TO ligne-rapport.
           WRITE ligne-rapport.
           MOVE ws-total-deposees TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "EN ATTENTE DE DECISION : " DELIMITED BY SIZE
               ws-nb-deposees DELIMITED BY SIZE
               "   CAPITAL : " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           MOVE ws-total-accordees TO ws-montant-edite.
           MOVE SPACES TO ligne-rapport.
           STRING "ACCORDEES A DEBLOQUER  : " DELIMITED BY SIZE
               ws-nb-accordees DELIMITED BY SIZE
               "   CAPITAL : " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.
           CLOSE rapport-demandes.
           DISPLAY "Demandes en attente : " ws-nb-deposees
               ", accordees a debloquer : " ws-nb-accordees
               " (rapport " ws-nom-rapport ")".

       LIRE-DEMANDE-SUIVANTE.
           IF NOT ws-fin-lecture-demandes
               READ demandes-prets NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-fin-demandes
               END-READ
           END-IF.

       CLASSER-DEMANDE.
           IF DPR-DEPOSEE OR DPR-ACCORDEE
               IF DPR-DEPOSEE
                   MOVE "DEPOSEE" TO ws-libelle-statut
                   ADD 1 TO ws-nb-deposees
                   ADD DPR-MONTANT TO ws-total-deposees
               ELSE
                   MOVE "ACCORDEE" TO ws-libelle-statut
                   ADD 1 TO ws-nb-accordees
                   ADD DPR-MONTANT TO ws-total-accordees
               END-IF
               COMPUTE ws-age-jours =
                   FUNCTION INTEGER-OF-DATE (ws-date-jour)
                   - FUNCTION INTEGER-OF-DATE (DPR-DATE-DEPOT)
               PERFORM ECRIRE-LIGNE-DEMANDE
           END-IF.
           PERFORM LIRE-DEMANDE-SUIVANTE.

       ECRIRE-LIGNE-DEMANDE.
           MOVE DPR-MONTANT TO ws-montant-edite.
           MOVE DPR-MENSUALITE TO ws-mensualite-edite.
           MOVE DPR-TAUX-EFFORT TO ws-effort-edite.
           MOVE ws-age-jours TO ws-age-edite.
           MOVE SPACES TO ligne-rapport.
           STRING DPR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-libelle-statut DELIMITED BY SIZE
               " CPT " DELIMITED BY SIZE
               DPR-COMPTE DELIMITED BY SIZE
               " CLI " DELIMITED BY SIZE
               DPR-CLIENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-montant-edite DELIMITED BY SIZE
               " MENS " DELIMITED BY SIZE
               ws-mensualite-edite DELIMITED BY SIZE
               " EFFORT " DELIMITED BY SIZE
               ws-effort-edite DELIMITED BY SIZE
               "% AVIS " DELIMITED BY SIZE
               DPR-AVIS DELIMITED BY SIZE
               " AGE " DELIMITED BY SIZE
               ws-age-edite DELIMITED BY SIZE
               "J" DELIMITED BY SIZE
               INTO ligne-rapport
           END-STRING.
           WRITE ligne-rapport.

      *> Prochain numero de demande, meme principe que
      *> CHERCHER-PLUS-HAUT-ID pour les prets.
       CHERCHER-PLUS-HAUTE-DEMANDE.
           MOVE ZERO TO ws-plus-haut-id.
           MOVE 'N' TO ws-fin-demandes.
           MOVE ZERO TO DPR-ID.
           START demandes-prets KEY IS >= DPR-ID
               INVALID KEY
                   MOVE 'O' TO ws-fin-demandes
           END-START.
           PERFORM LIRE-DEMANDE-SUIVANTE.
           PERFORM RETENIR-DEMANDE-ID UNTIL ws-fin-lecture-demandes.

       RETENIR-DEMANDE-ID.
           IF DPR-ID > ws-plus-haut-id
               MOVE DPR-ID TO ws-plus-haut-id
           END-IF.
           PERFORM LIRE-DEMANDE-SUIVANTE.

       COPY VERIFSTATUT.

       COPY SUPERVISEURPROC.

       COPY SECULOGPROC.

       COPY ACCESPROC.
