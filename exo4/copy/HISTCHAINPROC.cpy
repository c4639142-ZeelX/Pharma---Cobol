      *> HISTCHAINPROC.cpy
      *> Common "chain a new historique.txt entry" logic, shared the
      *> same way HISTSEQPROC.cpy is.  Expects the caller to have its
      *> ledger FD named historique (COPY HISTREC), open I-O in
      *> DYNAMIC access, and COPYed HISTCHAIN into WORKING-STORAGE.
      *> PERFORM CHAINER-ECRITURE-HISTORIQUE once historique-record is
      *> complete, H-Seq included, just before the WRITE : H-Chaine is
      *> set from the entry itself and from the H-Chaine of the entry
      *> before it by H-Seq (zero when the ledger is empty).  A caller
      *> that retries its WRITE with a fresh H-Seq must chain again.
      *>
      *> Like PINHASH.cpy this is an imprint, not a cipher : it does
      *> not stop anyone rewriting the whole ledger, but an entry
      *> altered, removed or slipped in by hand no longer matches the
      *> chain, and ControleChainage.cob reports where.  Le cycle
      *> lire-la-precedente-puis-ecrire n'a pas de verrou, comme celui
      *> de histseq.dat : deux sessions concurrentes peuvent chainer
      *> sur la meme precedente, ce que le controle nocturne signale.
       CHAINER-ECRITURE-HISTORIQUE.
           MOVE historique-record TO ws-chaine-ecriture.
           MOVE ZERO TO ws-chaine-precedente.
           START historique KEY IS LESS THAN H-Seq
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ historique PREVIOUS RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF H-Chaine IS NUMERIC
                               MOVE H-Chaine TO ws-chaine-precedente
                           END-IF
                   END-READ
           END-START.
           MOVE ws-chaine-ecriture TO historique-record.
           PERFORM CALCULER-CHAINE-HISTORIQUE.
           MOVE ws-chaine-calculee TO H-Chaine.

      *> Imprint of the entry in historique-record chained onto
      *> ws-chaine-precedente, left in ws-chaine-calculee (H-Chaine
      *> itself is not touched, so ControleChainage.cob can compare).
       CALCULER-CHAINE-HISTORIQUE.
           MOVE ws-chaine-precedente TO ws-chaine-travail.
           MOVE H-Date TO ws-chaine-valeur.
           PERFORM MELANGER-CHAINE.
           MOVE H-Heure TO ws-chaine-valeur.
           PERFORM MELANGER-CHAINE.
           MOVE H-Compte TO ws-chaine-valeur.
           PERFORM MELANGER-CHAINE.
           COMPUTE ws-chaine-valeur = FUNCTION ORD (H-Action).
           PERFORM MELANGER-CHAINE.
           COMPUTE ws-chaine-valeur = H-Montant * 100.
           PERFORM MELANGER-CHAINE.
           MOVE H-Seq TO ws-chaine-valeur.
           PERFORM MELANGER-CHAINE.
           MOVE H-Ref TO ws-chaine-valeur.
           PERFORM MELANGER-CHAINE.
           STRING H-Guichetier H-Agence DELIMITED BY SIZE
               INTO ws-chaine-texte
           END-STRING.
           PERFORM MELANGER-CARACTERE-CHAINE
               VARYING ws-chaine-i FROM 1 BY 1 UNTIL ws-chaine-i > 7.
           MOVE ws-chaine-travail TO ws-chaine-calculee.

       MELANGER-CARACTERE-CHAINE.
           COMPUTE ws-chaine-valeur =
               FUNCTION ORD (ws-chaine-texte (ws-chaine-i:1)).
           PERFORM MELANGER-CHAINE.

       MELANGER-CHAINE.
           COMPUTE ws-chaine-travail =
               FUNCTION MOD (ws-chaine-travail * 69069
                   + ws-chaine-valeur + 1, 1000000007).
