       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapprochementParties.

      *> Rapprochements suggeres entre les identites des quatre
      *> metiers (voir PARTIE.cpy) : clients de la banque, membres de
      *> la bibliotheque, clients de la boutique et references client
      *> des devis de cloture sont charges en memoire, puis compares
      *> deux a deux d'un metier a l'autre.  Une paire est suggeree
      *> quand :
      *>   - les noms se ressemblent - mots normalises comme pour le
      *>     criblage (NORMNOMPROC.cpy), dans n'importe quel ordre,
      *>     score de Dice au moins F-Seuil-Nom;
      *>   - ou un contact est le meme - telephone, e-mail ou premiere
      *>     ligne d'adresse, compares sans blancs ni ponctuation;
      *>   - ou, entre boutique et devis de cloture, le code client
      *>     est le meme.
      *> Les paires deja rattachees a la meme partie ne sortent pas.
      *> Rien n'est lie ici : chaque suggestion se confirme dans
      *> GestionParties.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parties-liens ASSIGN TO "parties-liens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTL-IDENTITE
               ALTERNATE RECORD KEY IS PTL-PARTIE WITH DUPLICATES
               FILE STATUS IS ws-status-liens.

           SELECT customer-master ASSIGN TO 'custmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS ws-status-client.

           SELECT member-master ASSIGN TO "membres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-ID
               FILE STATUS IS ws-status-membres.

           SELECT clients-boutique ASSIGN TO "clients-boutique.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLB-CODE
               FILE STATUS IS ws-status-boutique.

           SELECT devis-registre ASSIGN TO "devis-registre.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-status-registre.

       DATA DIVISION.
       FILE SECTION.
       FD parties-liens.
           COPY PARTIE.

       FD customer-master.
           COPY CUSTMAST.

       FD member-master.
           COPY MEMBMAST.

       FD clients-boutique.
           COPY CLIMAST.

       FD devis-registre.
           COPY DEVISREG.

       WORKING-STORAGE SECTION.
       01 ws-status-liens PIC XX.
       01 ws-status-client PIC XX.
       01 ws-status-membres PIC XX.
       01 ws-status-boutique PIC XX.
       01 ws-status-registre PIC XX.
       01 ws-liens-flag PIC X VALUE 'N'.
           88 LiensOuverts VALUE 'O'.
       01 ws-fin-lecture PIC X VALUE 'N'.
           88 ws-fin-fichier VALUE 'O'.

      *> Normalisation des noms (NORMALISER-NOM).
       COPY CRIBLAGE.

      *> Les identites des quatre metiers, avec leur partie actuelle
      *> (zero = rattachee a aucune).
       01 ws-nb-identites PIC 9(4) VALUE ZERO.
       01 ws-nb-ignorees PIC 9(4) VALUE ZERO.
       01 TABLE-IDENTITES.
           05 ENTREE-IDENTITE OCCURS 2000 TIMES INDEXED BY Idx-Id.
               10 TI-Domaine PIC X.
               10 TI-Ident PIC X(10).
               10 TI-Ident-Num REDEFINES TI-Ident.
                   15 TI-Ident-Numero PIC 9(6).
                   15 FILLER PIC X(4).
               10 TI-Nom PIC X(30).
               10 TI-Partie PIC 9(6).
               10 TI-Nb-Mots PIC 9.
               10 TI-Mot PIC X(20) OCCURS 8 TIMES.
               10 TI-Contact PIC X(40) OCCURS 3 TIMES.

      *> Identite en cours de chargement.
       01 ws-domaine PIC X.
       01 ws-ident PIC X(10).
       01 ws-ident-num REDEFINES ws-ident.
           05 ws-ident-numero PIC 9(6).
           05 FILLER PIC X(4).
       01 ws-nom PIC X(30).
       01 ws-contact PIC X(30) OCCURS 3 TIMES.
       01 ws-contact-compact PIC X(40).
       01 ws-ptr PIC 9(2).

       01 ws-i PIC 9(4).
       01 ws-j PIC 9(4).
       01 ws-debut PIC 9(4).
       01 ws-rang PIC 9(4).
       01 ws-k PIC 9(2).
       01 ws-l PIC 9(2).
       01 ws-communs PIC 9.
       01 ws-pris PIC X(8).
       01 ws-mot-flag PIC X VALUE 'N'.
           88 ws-mot-trouve VALUE 'O'.
       01 ws-score-nom PIC 9(3).
       01 ws-contact-flag PIC X VALUE 'N'.
           88 ContactCommun VALUE 'O'.
       01 ws-code-flag PIC X VALUE 'N'.
           88 CodeCommun VALUE 'O'.
       01 ws-nb-suggestions PIC 9(5) VALUE ZERO.

       77 F-Max-Identites PIC 9(4) VALUE 2000.
       77 F-Seuil-Nom PIC 9(3) VALUE 80.
      *> Un contact plus court (initiales, "NEANT"...) ne prouve rien.
       77 F-Long-Contact-Min PIC 9(2) VALUE 6.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "RapprochementParties" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           OPEN INPUT parties-liens.
           IF ws-status-liens = '00'
               MOVE 'O' TO ws-liens-flag
           END-IF.
           PERFORM CHARGER-CLIENTS-BANQUE.
           PERFORM CHARGER-MEMBRES.
           PERFORM CHARGER-CLIENTS-BOUTIQUE.
           PERFORM CHARGER-CLIENTS-DEVIS.
           IF LiensOuverts
               CLOSE parties-liens
           END-IF.

           DISPLAY "****** RAPPROCHEMENTS SUGGERES ******".
           DISPLAY ws-nb-identites " identite(s) chargee(s).".
           IF ws-nb-ignorees > ZERO
               DISPLAY ws-nb-ignorees " identite(s) au-dela de "
                   F-Max-Identites " non comparee(s)."
           END-IF.
           PERFORM COMPARER-AVEC-SUIVANTES
               VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-nb-identites.
           DISPLAY ws-nb-suggestions " rapprochement(s) suggere(s) - "
               "a confirmer dans GestionParties.".
           STOP RUN.

       CHARGER-CLIENTS-BANQUE.
           OPEN INPUT customer-master.
           IF ws-status-client NOT = '00'
               DISPLAY "custmast.dat indisponible (statut "
                   ws-status-client ") - banque ignoree."
           ELSE
               MOVE 'N' TO ws-fin-lecture
               PERFORM LIRE-CLIENT-BANQUE
               PERFORM RETENIR-CLIENT-BANQUE UNTIL ws-fin-fichier
               CLOSE customer-master
           END-IF.

       LIRE-CLIENT-BANQUE.
           READ customer-master NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-lecture
           END-READ.

       RETENIR-CLIENT-BANQUE.
           MOVE 'B' TO ws-domaine.
           MOVE SPACES TO ws-ident.
           MOVE CUST-ID TO ws-ident-numero.
           MOVE CUST-NOM TO ws-nom.
           MOVE CUST-TELEPHONE TO ws-contact (1).
           MOVE CUST-EMAIL TO ws-contact (2).
           MOVE CUST-ADRESSE-1 TO ws-contact (3).
           PERFORM AJOUTER-IDENTITE.
           PERFORM LIRE-CLIENT-BANQUE.

       CHARGER-MEMBRES.
           OPEN INPUT member-master.
           IF ws-status-membres NOT = '00'
               DISPLAY "membres.dat indisponible (statut "
                   ws-status-membres ") - bibliotheque ignoree."
           ELSE
               MOVE 'N' TO ws-fin-lecture
               PERFORM LIRE-MEMBRE
               PERFORM RETENIR-MEMBRE UNTIL ws-fin-fichier
               CLOSE member-master
           END-IF.

       LIRE-MEMBRE.
           READ member-master NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-lecture
           END-READ.

      *> MB-CONTACT est libre - telephone ou e-mail, il se compare aux
      *> deux contacts du client de la banque.
       RETENIR-MEMBRE.
           MOVE 'M' TO ws-domaine.
           MOVE SPACES TO ws-ident.
           MOVE MB-ID TO ws-ident-numero.
           MOVE MB-NOM TO ws-nom.
           MOVE MB-CONTACT TO ws-contact (1).
           MOVE SPACES TO ws-contact (2).
           MOVE SPACES TO ws-contact (3).
           PERFORM AJOUTER-IDENTITE.
           PERFORM LIRE-MEMBRE.

       CHARGER-CLIENTS-BOUTIQUE.
           OPEN INPUT clients-boutique.
           IF ws-status-boutique NOT = '00'
               DISPLAY "clients-boutique.dat indisponible (statut "
                   ws-status-boutique ") - boutique ignoree."
           ELSE
               MOVE 'N' TO ws-fin-lecture
               PERFORM LIRE-CLIENT-BOUTIQUE
               PERFORM RETENIR-CLIENT-BOUTIQUE UNTIL ws-fin-fichier
               CLOSE clients-boutique
           END-IF.

       LIRE-CLIENT-BOUTIQUE.
           READ clients-boutique NEXT RECORD
               AT END
                   MOVE 'O' TO ws-fin-lecture
           END-READ.

       RETENIR-CLIENT-BOUTIQUE.
           MOVE 'F' TO ws-domaine.
           MOVE CLB-CODE TO ws-ident.
           MOVE CLB-NOM TO ws-nom.
           MOVE CLB-ADRESSE-1 TO ws-contact (1).
           MOVE SPACES TO ws-contact (2).
           MOVE SPACES TO ws-contact (3).
           PERFORM AJOUTER-IDENTITE.
           PERFORM LIRE-CLIENT-BOUTIQUE.

      *> Une entree par reference client distincte du registre - ni
      *> nom ni contact, seul le code se rapproche.
       CHARGER-CLIENTS-DEVIS.
           OPEN INPUT devis-registre.
           IF ws-status-registre NOT = '00'
               DISPLAY "devis-registre.dat indisponible (statut "
                   ws-status-registre ") - clotures ignorees."
           ELSE
               MOVE 'N' TO ws-fin-lecture
               PERFORM LIRE-REGISTRE-SUIVANT
               PERFORM RETENIR-CLIENT-DEVIS UNTIL ws-fin-fichier
               CLOSE devis-registre
           END-IF.

       LIRE-REGISTRE-SUIVANT.
           READ devis-registre
               AT END
                   MOVE 'O' TO ws-fin-lecture
           END-READ.

       RETENIR-CLIENT-DEVIS.
           IF DEV-CLIENT NOT = SPACES
               SET Idx-Id TO 1
               SEARCH ENTREE-IDENTITE
                   AT END
                       CONTINUE
                   WHEN Idx-Id > ws-nb-identites
                       MOVE 'C' TO ws-domaine
                       MOVE DEV-CLIENT TO ws-ident
                       MOVE SPACES TO ws-nom
                       MOVE SPACES TO ws-contact (1)
                       MOVE SPACES TO ws-contact (2)
                       MOVE SPACES TO ws-contact (3)
                       PERFORM AJOUTER-IDENTITE
                   WHEN TI-Domaine (Idx-Id) = 'C' AND
                           TI-Ident (Idx-Id) = DEV-CLIENT
                       CONTINUE
               END-SEARCH
           END-IF.
           PERFORM LIRE-REGISTRE-SUIVANT.

      *> Range l'identite en cours avec son nom normalise, ses
      *> contacts compactes et sa partie actuelle.
       AJOUTER-IDENTITE.
           IF ws-nb-identites >= F-Max-Identites
               ADD 1 TO ws-nb-ignorees
           ELSE
               ADD 1 TO ws-nb-identites
               MOVE ws-domaine TO TI-Domaine (ws-nb-identites)
               MOVE ws-ident TO TI-Ident (ws-nb-identites)
               MOVE ws-nom TO TI-Nom (ws-nb-identites)
               MOVE ws-nom TO ws-crib-texte
               PERFORM NORMALISER-NOM
               MOVE ws-crib-nb-mots TO TI-Nb-Mots (ws-nb-identites)
               PERFORM RANGER-MOT-NOM
                   VARYING ws-k FROM 1 BY 1 UNTIL ws-k > 8
               PERFORM RANGER-CONTACT
                   VARYING ws-k FROM 1 BY 1 UNTIL ws-k > 3
               MOVE ZERO TO TI-Partie (ws-nb-identites)
               IF LiensOuverts
                   MOVE ws-domaine TO PTL-DOMAINE
                   MOVE ws-ident TO PTL-IDENT
                   READ parties-liens KEY IS PTL-IDENTITE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PTL-PARTIE
                               TO TI-Partie (ws-nb-identites)
                   END-READ
               END-IF
           END-IF.

       RANGER-MOT-NOM.
           MOVE ws-crib-mot (ws-k) TO TI-Mot (ws-nb-identites, ws-k).

      *> Contact compacte : les mots normalises mis bout a bout -
      *> "06.12.34.56.78" et "06 12 34 56 78" deviennent le meme.
       RANGER-CONTACT.
           MOVE SPACES TO ws-contact-compact.
           IF ws-contact (ws-k) NOT = SPACES
               MOVE ws-contact (ws-k) TO ws-crib-texte
               PERFORM NORMALISER-NOM
               MOVE 1 TO ws-ptr
               PERFORM ACCOLER-MOT-CONTACT
                   VARYING ws-l FROM 1 BY 1
                   UNTIL ws-l > ws-crib-nb-mots
               IF ws-ptr <= F-Long-Contact-Min
                   MOVE SPACES TO ws-contact-compact
               END-IF
           END-IF.
           MOVE ws-contact-compact
               TO TI-Contact (ws-nb-identites, ws-k).

       ACCOLER-MOT-CONTACT.
           STRING ws-crib-mot (ws-l) DELIMITED BY SPACE
               INTO ws-contact-compact WITH POINTER ws-ptr
           END-STRING.

       COMPARER-AVEC-SUIVANTES.
           COMPUTE ws-debut = ws-i + 1.
           PERFORM COMPARER-PAIRE
               VARYING ws-j FROM ws-debut BY 1
               UNTIL ws-j > ws-nb-identites.

      *> D'un metier a l'autre seulement, et pas deux identites deja
      *> liees a la meme partie.
       COMPARER-PAIRE.
           IF TI-Domaine (ws-i) NOT = TI-Domaine (ws-j) AND
                   (TI-Partie (ws-i) = ZERO OR
                    TI-Partie (ws-i) NOT = TI-Partie (ws-j))
               PERFORM CALCULER-SCORE-NOM
               PERFORM COMPARER-CONTACTS
               MOVE 'N' TO ws-code-flag
               IF (TI-Domaine (ws-i) = 'F' AND
                       TI-Domaine (ws-j) = 'C') OR
                       (TI-Domaine (ws-i) = 'C' AND
                       TI-Domaine (ws-j) = 'F')
                   IF TI-Ident (ws-i) = TI-Ident (ws-j)
                       MOVE 'O' TO ws-code-flag
                   END-IF
               END-IF
               IF ws-score-nom >= F-Seuil-Nom OR ContactCommun OR
                       CodeCommun
                   PERFORM EDITER-SUGGESTION
               END-IF
           END-IF.

      *> Coefficient de Dice sur les mots, comme le criblage : chaque
      *> mot de i ne sert qu'une fois.
       CALCULER-SCORE-NOM.
           MOVE ZERO TO ws-score-nom.
           IF TI-Nb-Mots (ws-i) > ZERO AND TI-Nb-Mots (ws-j) > ZERO
               MOVE ZERO TO ws-communs
               MOVE SPACES TO ws-pris
               PERFORM RAPPROCHER-MOT
                   VARYING ws-l FROM 1 BY 1
                   UNTIL ws-l > TI-Nb-Mots (ws-j)
               COMPUTE ws-score-nom = (ws-communs * 200) /
                   (TI-Nb-Mots (ws-i) + TI-Nb-Mots (ws-j))
           END-IF.

       RAPPROCHER-MOT.
           MOVE 'N' TO ws-mot-flag.
           PERFORM CHERCHER-MOT
               VARYING ws-k FROM 1 BY 1
               UNTIL ws-k > TI-Nb-Mots (ws-i) OR ws-mot-trouve.

       CHERCHER-MOT.
           IF ws-pris (ws-k:1) NOT = 'O' AND
                   TI-Mot (ws-i, ws-k) = TI-Mot (ws-j, ws-l)
               MOVE 'O' TO ws-pris (ws-k:1)
               MOVE 'O' TO ws-mot-flag
               ADD 1 TO ws-communs
           END-IF.

       COMPARER-CONTACTS.
           MOVE 'N' TO ws-contact-flag.
           PERFORM COMPARER-CONTACT
               VARYING ws-k FROM 1 BY 1 UNTIL ws-k > 3
               AFTER ws-l FROM 1 BY 1 UNTIL ws-l > 3.

       COMPARER-CONTACT.
           IF TI-Contact (ws-i, ws-k) NOT = SPACES AND
                   TI-Contact (ws-i, ws-k) = TI-Contact (ws-j, ws-l)
               MOVE 'O' TO ws-contact-flag
           END-IF.

       EDITER-SUGGESTION.
           ADD 1 TO ws-nb-suggestions.
           DISPLAY " ".
           MOVE ws-i TO ws-rang.
           PERFORM EDITER-IDENTITE-SUGGEREE.
           MOVE ws-j TO ws-rang.
           PERFORM EDITER-IDENTITE-SUGGEREE.
           DISPLAY "      nom " ws-score-nom "%"
               " - contact commun " ws-contact-flag
               " - code commun " ws-code-flag.

       EDITER-IDENTITE-SUGGEREE.
           EVALUATE TI-Domaine (ws-rang)
               WHEN 'B'
                   DISPLAY "  Banque        client "
                       TI-Ident-Numero (ws-rang) "     "
                       TI-Nom (ws-rang) " partie "
                       TI-Partie (ws-rang)
               WHEN 'M'
                   DISPLAY "  Bibliotheque  membre "
                       TI-Ident-Numero (ws-rang) "     "
                       TI-Nom (ws-rang) " partie "
                       TI-Partie (ws-rang)
               WHEN 'F'
                   DISPLAY "  Boutique      client "
                       TI-Ident (ws-rang) " "
                       TI-Nom (ws-rang) " partie "
                       TI-Partie (ws-rang)
               WHEN OTHER
                   DISPLAY "  Clotures      client "
                       TI-Ident (ws-rang) " "
                       "(devis)                        partie "
                       TI-Partie (ws-rang)
           END-EVALUATE.

       COPY NORMNOMPROC.

       COPY ACCESPROC.
