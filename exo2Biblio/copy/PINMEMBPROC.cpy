      *> PINMEMBPROC.cpy
      *> Empreinte du code libre-service d'un membre - meme calcul que
      *> PINHASH.cpy cote banque, sale cette fois par le numero de
      *> membre.  Expects the caller to have declared ws-pin-clair
      *> PIC 9(4), ws-pin-hash PIC 9(9) and ws-hash-travail PIC 9(18)
      *> in WORKING-STORAGE, and CDM-MEMBRE (CODEMEMB.cpy) to hold the
      *> member concerned.  On verifie un code en recalculant son
      *> empreinte et en la comparant a CDM-PIN-HASH.
       CALCULER-EMPREINTE-MEMBRE.
           COMPUTE ws-hash-travail =
               ws-pin-clair * 7919 + CDM-MEMBRE * 104729 + 12345.
           COMPUTE ws-hash-travail =
               FUNCTION MOD (ws-hash-travail * 69069 + 1, 1000000007).
           COMPUTE ws-hash-travail =
               FUNCTION MOD (ws-hash-travail * 69069 + 1, 1000000007).
           COMPUTE ws-pin-hash =
               FUNCTION MOD (ws-hash-travail, 999999937).
