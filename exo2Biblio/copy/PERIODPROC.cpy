      *> PERIODPROC.cpy
      *> Pas de parution d'un periodique (voir ABONNEMENT.cpy),
      *> partage par le bulletinage (Periodiques.cob) et la liste des
      *> reclamations (SuiviPeriodiques.cob).  Avance ws-date-travail-n
      *> d'une periode selon ABN-FREQUENCE : en jours pour les
      *> hebdomadaires et les quinzaines, en mois sinon, jour plafonne
      *> a 28 comme AVANCER-PROCHAINE-DATE dans ExecuterOrdres.cob.
      *> Expects the caller to declare, in WORKING-STORAGE,
      *> ws-date-travail (ws-dt-annee 9(4), ws-dt-mois 9(2), ws-dt-jour
      *> 9(2)) redefined by ws-date-travail-n PIC 9(8), ws-jour-entier
      *> PIC 9(7), ws-mois-absolu PIC 9(7) and ws-nb-mois PIC 9(2).
       AVANCER-DATE-PERIODE.
           EVALUATE TRUE
               WHEN ABN-HEBDOMADAIRE
                   COMPUTE ws-jour-entier =
                       FUNCTION INTEGER-OF-DATE (ws-date-travail-n) + 7
                   COMPUTE ws-date-travail-n =
                       FUNCTION DATE-OF-INTEGER (ws-jour-entier)
               WHEN ABN-QUINZAINE
                   COMPUTE ws-jour-entier =
                       FUNCTION INTEGER-OF-DATE (ws-date-travail-n)
                       + 14
                   COMPUTE ws-date-travail-n =
                       FUNCTION DATE-OF-INTEGER (ws-jour-entier)
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN ABN-BIMESTRIEL
                           MOVE 2 TO ws-nb-mois
                       WHEN ABN-TRIMESTRIEL
                           MOVE 3 TO ws-nb-mois
                       WHEN ABN-SEMESTRIEL
                           MOVE 6 TO ws-nb-mois
                       WHEN ABN-ANNUEL
                           MOVE 12 TO ws-nb-mois
                       WHEN OTHER
                           MOVE 1 TO ws-nb-mois
                   END-EVALUATE
                   IF ws-dt-jour > 28
                       MOVE 28 TO ws-dt-jour
                   END-IF
                   COMPUTE ws-mois-absolu =
                       ws-dt-annee * 12 + ws-dt-mois - 1 + ws-nb-mois
                   DIVIDE ws-mois-absolu BY 12 GIVING ws-dt-annee
                       REMAINDER ws-dt-mois
                   ADD 1 TO ws-dt-mois
           END-EVALUATE.
