      *> CRIBLAGEPROC.cpy
      *> Criblage d'un nom contre la liste de sanctions, partage comme
      *> VERIFSTATUT.cpy - champs dans CRIBLAGE.cpy.  Expects the
      *> caller to have SELECTed :
      *>   sanctions-liste ASSIGN TO "sanctions.dat" (LINE SEQUENTIAL,
      *>     FILE STATUS ws-status-sanctions), FD COPY SANCTION;
      *>   criblage-config ASSIGN TO "criblage-config.dat" (LINE
      *>     SEQUENTIAL, FILE STATUS ws-status-crib-config), FD COPY
      *>     CRIBCFG;
      *>   criblage-alertes ASSIGN TO DYNAMIC ws-nom-alertes-crib
      *>     (INDEXED, RECORD KEY ALR-NUMERO, FILE STATUS
      *>     ws-status-alertes-crib), FD COPY CRIBALRT;
      *> and to COPY FILESTAT/VERIFSTATUT.
      *>   CHARGER-LISTE-SANCTIONS : seuil et liste en memoire.
      *>   CRIBLER-NOM : ws-crib-nom contre toute la liste; meilleur
      *>     rapprochement dans ws-crib-score / ws-crib-snc-id /
      *>     ws-crib-nom-liste, ws-crib-touche s'il atteint le seuil.
      *>   ENREGISTRER-ALERTE-CRIBLAGE : apres une touche, depose
      *>     l'alerte (ws-crib-source C ou B, ws-crib-client ou
      *>     ws-crib-compte, ws-crib-origine) sauf si le meme
      *>     rapprochement est deja connu; ws-crib-etat dit ce qu'il en
      *>     est (nouvelle, ouverte, levee, confirmee) et
      *>     ws-crib-numero donne le numero d'alerte.
      *> Normalisation des noms : NORMNOMPROC.cpy, copie en fin de
      *> celui-ci.
      *> Score : coefficient de Dice sur les mots normalises, dans
      *> n'importe quel ordre - 200 x mots communs / (mots du nom +
      *> mots de l'entree).  "DUPONT JEAN" contre "JEAN DUPONT" vaut
      *> 100, "JEAN PIERRE DUPONT" contre "JEAN DUPONT" vaut 80.
       CHARGER-LISTE-SANCTIONS.
           MOVE 80 TO ws-crib-seuil.
           OPEN INPUT criblage-config.
           IF ws-status-crib-config = '00'
               READ criblage-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CBC-SEUIL TO ws-crib-seuil
               END-READ
               CLOSE criblage-config
           END-IF.
           MOVE ZERO TO ws-crib-nb-entrees.
           MOVE 'N' TO ws-crib-liste-flag.
           OPEN INPUT sanctions-liste.
           IF ws-status-sanctions = '00'
               MOVE 'O' TO ws-crib-liste-flag
               MOVE 'N' TO ws-crib-fin-liste
               PERFORM LIRE-SANCTION-SUIVANTE
               PERFORM RANGER-SANCTION
                   UNTIL ws-crib-fin-lecture-liste
               CLOSE sanctions-liste
           END-IF.

       LIRE-SANCTION-SUIVANTE.
           READ sanctions-liste
               AT END
                   MOVE 'O' TO ws-crib-fin-liste
           END-READ.

       RANGER-SANCTION.
           IF ws-crib-nb-entrees < ws-crib-max
               ADD 1 TO ws-crib-nb-entrees
               MOVE SNC-ID TO ws-crib-ent-id (ws-crib-nb-entrees)
               MOVE SNC-NOM TO ws-crib-ent-nom (ws-crib-nb-entrees)
               MOVE SNC-NOM-NORME TO ws-crib-texte
               PERFORM NORMALISER-NOM
               MOVE ws-crib-nb-mots
                   TO ws-crib-ent-nb-mots (ws-crib-nb-entrees)
               MOVE ws-crib-mots
                   TO ws-crib-ent-mots (ws-crib-nb-entrees)
           END-IF.
           PERFORM LIRE-SANCTION-SUIVANTE.

       CRIBLER-NOM.
           MOVE ws-crib-nom TO ws-crib-texte.
           PERFORM NORMALISER-NOM.
           MOVE ws-crib-nb-mots TO ws-crib-cand-nb-mots.
           MOVE ws-crib-mots TO ws-crib-cand-mots.
           MOVE ZERO TO ws-crib-score.
           MOVE SPACES TO ws-crib-snc-id.
           MOVE SPACES TO ws-crib-nom-liste.
           MOVE 'N' TO ws-crib-touche-flag.
           IF ws-crib-cand-nb-mots > ZERO
               PERFORM COMPARER-ENTREE-LISTE
                   VARYING ws-crib-i FROM 1 BY 1
                   UNTIL ws-crib-i > ws-crib-nb-entrees
           END-IF.
           IF ws-crib-score > ZERO AND ws-crib-score >= ws-crib-seuil
               MOVE 'O' TO ws-crib-touche-flag
           END-IF.

       COMPARER-ENTREE-LISTE.
           MOVE ZERO TO ws-crib-communs.
           MOVE SPACES TO ws-crib-cand-pris.
           PERFORM RAPPROCHER-MOT-LISTE
               VARYING ws-crib-j FROM 1 BY 1
               UNTIL ws-crib-j > ws-crib-ent-nb-mots (ws-crib-i).
           COMPUTE ws-crib-score-courant =
               (ws-crib-communs * 200) /
               (ws-crib-cand-nb-mots + ws-crib-ent-nb-mots (ws-crib-i)).
           IF ws-crib-score-courant > ws-crib-score
               MOVE ws-crib-score-courant TO ws-crib-score
               MOVE ws-crib-ent-id (ws-crib-i) TO ws-crib-snc-id
               MOVE ws-crib-ent-nom (ws-crib-i) TO ws-crib-nom-liste
           END-IF.

      *> Chaque mot du nom ne sert qu'une fois (ws-crib-cand-pris) :
      *> "ALI ALI" ne rapproche pas deux fois le meme "ALI".
       RAPPROCHER-MOT-LISTE.
           MOVE 'N' TO ws-crib-mot-flag.
           PERFORM CHERCHER-MOT-CANDIDAT
               VARYING ws-crib-k FROM 1 BY 1
               UNTIL ws-crib-k > ws-crib-cand-nb-mots
                   OR ws-crib-mot-trouve.

       CHERCHER-MOT-CANDIDAT.
           IF ws-crib-cand-pris (ws-crib-k:1) NOT = 'O' AND
                   ws-crib-cand-mot (ws-crib-k) =
                   ws-crib-ent-mot (ws-crib-i, ws-crib-j)
               MOVE 'O' TO ws-crib-cand-pris (ws-crib-k:1)
               MOVE 'O' TO ws-crib-mot-flag
               ADD 1 TO ws-crib-communs
           END-IF.

      *> Un rapprochement deja connu (meme source, meme client ou meme
      *> compte et beneficiaire, meme entree de liste) n'ouvre pas de
      *> seconde alerte : son statut revient dans ws-crib-etat.  Le
      *> numero d'une nouvelle alerte suit le plus haut deja donne.
       ENREGISTRER-ALERTE-CRIBLAGE.
           MOVE 'N' TO ws-crib-etat.
           MOVE ZERO TO ws-crib-numero.
           MOVE ZERO TO ws-crib-max-numero.
           OPEN I-O criblage-alertes.
           IF ws-status-alertes-crib = '35'
               OPEN OUTPUT criblage-alertes
               CLOSE criblage-alertes
               OPEN I-O criblage-alertes
           END-IF.
           MOVE ws-status-alertes-crib TO ws-verif-statut.
           MOVE ws-nom-alertes-crib TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.
           MOVE 'N' TO ws-crib-fin-alertes.
           MOVE ZERO TO ALR-NUMERO.
           START criblage-alertes KEY IS >= ALR-NUMERO
               INVALID KEY
                   MOVE 'O' TO ws-crib-fin-alertes
           END-START.
           PERFORM LIRE-ALERTE-CRIBLAGE.
           PERFORM EXAMINER-ALERTE-EXISTANTE
               UNTIL ws-crib-fin-lecture-alertes.
           IF ws-crib-alerte-nouvelle
               ACCEPT ws-crib-date FROM DATE YYYYMMDD
               MOVE SPACES TO ALERTE-CRIBLAGE-RECORD
               COMPUTE ws-crib-numero = ws-crib-max-numero + 1
               MOVE ws-crib-numero TO ALR-NUMERO
               MOVE ws-crib-source TO ALR-SOURCE
               MOVE ws-crib-client TO ALR-CLIENT
               MOVE ws-crib-compte TO ALR-COMPTE
               MOVE ws-crib-nom TO ALR-NOM-CRIBLE
               MOVE ws-crib-snc-id TO ALR-SNC-ID
               MOVE ws-crib-nom-liste TO ALR-NOM-LISTE
               MOVE ws-crib-score TO ALR-SCORE
               MOVE ws-crib-origine TO ALR-ORIGINE
               MOVE ws-crib-date TO ALR-DATE-DETECTION
               MOVE 'A' TO ALR-STATUT
               MOVE ZERO TO ALR-DATE-DECISION
               WRITE ALERTE-CRIBLAGE-RECORD
               MOVE ws-status-alertes-crib TO ws-verif-statut
               MOVE ws-nom-alertes-crib TO ws-verif-fichier
               PERFORM VERIFIER-STATUT
           END-IF.
           CLOSE criblage-alertes.

       LIRE-ALERTE-CRIBLAGE.
           IF NOT ws-crib-fin-lecture-alertes
               READ criblage-alertes NEXT RECORD
                   AT END
                       MOVE 'O' TO ws-crib-fin-alertes
               END-READ
           END-IF.

       EXAMINER-ALERTE-EXISTANTE.
           IF ALR-NUMERO > ws-crib-max-numero
               MOVE ALR-NUMERO TO ws-crib-max-numero
           END-IF.
           IF ALR-SOURCE = ws-crib-source AND
                   ALR-SNC-ID = ws-crib-snc-id
               IF (ALR-SOURCE-CLIENT AND ALR-CLIENT = ws-crib-client)
                       OR (ALR-SOURCE-BENEF AND
                           ALR-COMPTE = ws-crib-compte AND
                           ALR-NOM-CRIBLE = ws-crib-nom)
                   MOVE ALR-STATUT TO ws-crib-etat
                   MOVE ALR-NUMERO TO ws-crib-numero
               END-IF
           END-IF.
           PERFORM LIRE-ALERTE-CRIBLAGE.

       COPY NORMNOMPROC.
