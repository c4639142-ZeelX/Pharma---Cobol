      *> compteur d'echecs PIN et fonds bloques a zero, H-Ref a zero,
      *> H-Guichetier a blanc - personne n'a signe ces vieilles
      *> ecritures) ; le PIN en clair de l'ancien fichier est reduit a
      *> son empreinte, et chaque ecriture recoit son H-Chaine,
      *> chaine dans l'ordre des H-Seq a partir de zero (voir
      *> HISTCHAINPROC.cpy).  Mode d'emploi :
      *>   1. arreter tous les programmes;
      *>   2. renommer acctmast.dat en acctmast-ancien.dat et
      *>      historique.txt en historique-ancien.txt;
       01 ws-status-compte PIC XX.
       01 ws-file-status PIC XX.
       COPY FILESTAT.
      *> Chainage des ecritures recopiees (voir HISTCHAINPROC.cpy).
       COPY HISTCHAIN.

       01 ws-fin-comptes PIC X VALUE 'N'.
           88 ws-fin-lecture-comptes VALUE 'O'.
      *> L'agence n'existait pas : tout l'ancien fonds part au siege,
      *> a reventiler compte par compte via GestionComptes.
           MOVE "000" TO ACCT-AGENCE.
      *> Le catalogue de produits non plus : compte hors produit, sans
      *> taux individuel - le rattachement se fait ensuite par
      *> GestionComptes.
           MOVE SPACES TO ACCT-PRODUIT.
           MOVE 'N' TO ACCT-TAUX-INDIVIDUEL.
           WRITE ACCOUNT-MASTER-RECORD.
           MOVE ws-status-compte TO ws-verif-statut.
           MOVE 'acctmast.dat' TO ws-verif-fichier.
           MOVE 'historique.txt' TO ws-verif-fichier.
           PERFORM VERIFIER-STATUT.

           MOVE ZERO TO ws-chaine-precedente.
           PERFORM LIRE-ANCIENNE-ECRITURE.
           PERFORM RECOPIER-ECRITURE UNTIL ws-fin-lecture-historique.

           MOVE ZERO TO H-Ref.
           MOVE SPACES TO H-Guichetier.
           MOVE SPACES TO H-Agence.
      *> Le fichier se reecrit dans l'ordre des H-Seq : la precedente
      *> de chaque ecriture est celle qu'on vient de poser.
           PERFORM CALCULER-CHAINE-HISTORIQUE.
           MOVE ws-chaine-calculee TO H-Chaine.
           MOVE H-Chaine TO ws-chaine-precedente.
           WRITE historique-record.
      *> '02' = doublon sur la cle alternee H-Compte (WITH
      *> DUPLICATES) : le cas nominal, pas une erreur.
       COPY VERIFSTATUT.

       COPY PINHASH.

       COPY HISTCHAINPROC.
