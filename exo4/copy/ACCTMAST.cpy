      *> les caisses des deux sites s'equilibrent.  Les anciens
      *> fichiers se reconstruisent avec ConvertirFichiers.cob.
           05  ACCT-AGENCE             PIC X(3).
      *> Produit du catalogue (PRD-CODE, voir PRODUIT.cpy) dont le
      *> compte a recu ses conditions a l'ouverture - a blanc pour les
      *> comptes d'avant le catalogue et les comptes techniques.
           05  ACCT-PRODUIT            PIC X(6).
      *> 'O' quand un taux individuel a ete saisi sur le compte
      *> (MODIFIER-TAUX de GestionComptes.cob) : les changements de
      *> taux du produit ne le touchent plus.  Les anciens fichiers se
      *> reconstruisent avec ConvertirFichiers.cob.
           05  ACCT-TAUX-INDIVIDUEL    PIC X.
               88  ACCT-TAUX-DEROGATOIRE   VALUE 'O'.
