      *> PERIODEPROC.cpy
      *> Common accounting-period lock, shared the same way
      *> JOURBANCPROC.cpy is.  Expects the caller to have SELECTed
      *> periode-comptable ASSIGN TO "periode-comptable.dat" (LINE
      *> SEQUENTIAL, FILE STATUS ws-status-periode), COPYed PERIODE
      *> into its own FD, and declared in WORKING-STORAGE:
      *>   ws-mois-clos PIC 9(6),
      *>   ws-mois-ecriture PIC 9(6),
      *>   ws-mois-ouvert with 05 ws-mo-annee PIC 9(4) and
      *>     05 ws-mo-mois PIC 99, redefined by
      *>     ws-mois-ouvert-n PIC 9(6).
      *> LIRE-PERIODE-COMPTABLE leaves the last closed month (AAAAMM)
      *> in ws-mois-clos, zero when no month was ever closed.
      *> FORCER-PERIODE-OUVERTE is PERFORMed right after H-Date is
      *> stamped : an entry dated in a closed month is moved to the
      *> first day of the month after the last closed one.
       LIRE-PERIODE-COMPTABLE.
           MOVE ZERO TO ws-mois-clos.
           OPEN INPUT periode-comptable.
           IF ws-status-periode = '00'
               READ periode-comptable
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PER-DERNIER-CLOS TO ws-mois-clos
               END-READ
               CLOSE periode-comptable
           END-IF.

       FORCER-PERIODE-OUVERTE.
           PERFORM LIRE-PERIODE-COMPTABLE.
           MOVE H-Date(1:6) TO ws-mois-ecriture.
           IF ws-mois-clos > ZERO AND ws-mois-ecriture <= ws-mois-clos
               MOVE ws-mois-clos TO ws-mois-ouvert-n
               IF ws-mo-mois = 12
                   ADD 1 TO ws-mo-annee
                   MOVE 1 TO ws-mo-mois
               ELSE
                   ADD 1 TO ws-mo-mois
               END-IF
               COMPUTE H-Date = ws-mois-ouvert-n * 100 + 1
           END-IF.
