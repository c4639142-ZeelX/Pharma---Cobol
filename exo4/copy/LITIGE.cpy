      *> LITIGE.cpy
      *> Record layout for the customer dispute file (litiges.dat),
      *> indexed by the H-Seq of the contested historique.txt entry -
      *> un prelevement (ImportPrelevements.cob) ou un cheque paye
      *> (ImportChequesRecus.cob) que le client conteste ne se suit
      *> plus sur un cahier.  Un seul dossier par ecriture contestee.
      *> Ouverture, liste, resolution et rapport d'anciennete par
      *> GestionLitiges.cob.
       01  LITIGE-RECORD.
           05  LIT-SEQ                 PIC 9(9).
           05  LIT-COMPTE              PIC 9(6).
           05  LIT-CLIENT              PIC 9(6).
           05  LIT-ACTION              PIC X.
           05  LIT-MONTANT             PIC 9(9)V99.
           05  LIT-MOTIF               PIC X(40).
           05  LIT-DATE-OUVERTURE      PIC 9(8).
      *> Date cible de resolution - au-dela, le dossier sort "ECHU"
      *> au rapport d'anciennete.
           05  LIT-DATE-ECHEANCE       PIC 9(8).
      *> Credit provisoire accorde a l'ouverture (action "p") et le
      *> H-Seq de l'ecriture qui l'a pose - zero sans credit.
           05  LIT-CREDIT-PROVISOIRE   PIC 9(9)V99.
           05  LIT-SEQ-CREDIT          PIC 9(9).
           05  LIT-STATUT              PIC X.
               88  LIT-OUVERT              VALUE 'O'.
               88  LIT-ACCEPTE             VALUE 'A'.
               88  LIT-REJETE              VALUE 'R'.
           05  LIT-DATE-RESOLUTION     PIC 9(8).
      *> H-Seq de l'extourne posee a la resolution ("X" du credit
      *> provisoire sur rejet, "Y" de l'ecriture contestee sur un
      *> litige accepte sans credit provisoire) - zero sinon.
           05  LIT-SEQ-EXTOURNE        PIC 9(9).
