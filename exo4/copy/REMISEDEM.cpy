      *> REMISEDEM.cpy
      *> Zone d'echange avec ControleRemise.cob, passee en USING comme
      *> acces-demande l'est a ControleAcces (voir ACCESDEM.cpy).  Le
      *> programme d'import la COPY en WORKING-STORAGE, y met le code
      *> interface (celui de l'en-tete, voir REMISE.cpy) et le nom de
      *> son fichier d'entree, puis passe par REMISEPROC.cpy :
      *>   RMD-CONTROLE       : avant toute imputation - en-tete, fin,
      *>                        nombre, total et registre controles;
      *>                        resultat acceptee, refusee (motif) ou
      *>                        vide (fichier absent ou sans ligne);
      *>   RMD-FIN-TRAITEMENT : la remise acceptee a ete consommee.
      *> Les valeurs de l'en-tete et de la fin reviennent dans
      *> RMD-SEQUENCE... et servent a l'appel de fin de traitement.
       01  remise-demande.
           05  RMD-MODE                PIC X VALUE SPACE.
               88  RMD-CONTROLE            VALUE 'C'.
               88  RMD-FIN-TRAITEMENT      VALUE 'T'.
           05  RMD-INTERFACE           PIC X(8) VALUE SPACES.
           05  RMD-FICHIER             PIC X(40) VALUE SPACES.
           05  RMD-RESULTAT            PIC X VALUE SPACE.
               88  RMD-ACCEPTEE            VALUE 'A'.
               88  RMD-REFUSEE             VALUE 'R'.
               88  RMD-VIDE                VALUE 'V'.
      *> EN-TETE, FIN, APRES-FIN, NOMBRE, TOTAL, MONTANT, DOUBLON,
      *> SEQUENCE, EN-COURS, INTERFACE - voir ControleRemise.cob.
           05  RMD-MOTIF               PIC X(9) VALUE SPACES.
           05  RMD-RAPPORT             PIC X(40) VALUE SPACES.
           05  RMD-SEQUENCE            PIC 9(6) VALUE ZERO.
           05  RMD-DATE-FICHIER        PIC 9(8) VALUE ZERO.
           05  RMD-NB-LIGNES           PIC 9(9) VALUE ZERO.
           05  RMD-TOTAL               PIC 9(13)V99 VALUE ZERO.
