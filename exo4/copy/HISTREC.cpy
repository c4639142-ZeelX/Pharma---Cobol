      *> l'agence du compte (ACCT-AGENCE).  Les anciens fichiers se
      *> reconstruisent avec ConvertirFichiers.cob.
           05  H-Agence                PIC X(3).
           05  CSV-FILLER-CHAINE       PIC X VALUE ",".
      *> Chainage : empreinte de l'ecriture ET de celle qui la precede
      *> par H-Seq (voir HISTCHAINPROC.cpy).  Modifier, supprimer ou
      *> inserer une ecriture casse la chaine a partir de ce point, ce
      *> que ControleChainage.cob constate chaque nuit.  Les anciens
      *> fichiers se reconstruisent avec ConvertirFichiers.cob; les
      *> archives posees avant le chainage n'ont pas ce champ.
           05  H-Chaine                PIC 9(10).
