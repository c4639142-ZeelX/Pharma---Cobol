           MOVE "SauvegardeFichiers" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

      *> Les operations de guichet restees sans seconde validation a
      *> la cloture expirent en tete de soiree - rien de ce qui
      *> attendait ne peut plus etre accepte le lendemain.
           MOVE "ExpirerValidations" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

      *> Le criblage sanctions de la clientele ne travaille que si la
      *> liste a ete rechargee (ChargerSanctions) - ses alertes
      *> attendent la revue conformite du matin (RevueCriblage).
           MOVE "CriblageClients" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

      *> Les ordres permanents partent ensuite, pour que la
      *> reconciliation et l'accrual d'interets de la meme nuit voient
      *> deja leurs mouvements.
           MOVE "EcheancesPrets" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

      *> Les balayages entre comptes lies travaillent sur les soldes
      *> apres ordres, liberations et echeances, et passent avant la
      *> reconciliation pour qu'elle rejoue aussi leurs virements.
           MOVE "BalayageComptes" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

      *> Les prelevements des amendes et cotisations de la
      *> bibliotheque suivent les mouvements de la banque du soir :
      *> leurs virements passent ainsi au controle de chainage et a la
      *> reconciliation de la meme nuit.  L'etape porte le nom sous
      *> lequel le job tient batchctl.dat.
           MOVE "PrelevBiblio" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

      *> Le chainage de historique.txt se controle avant que la
      *> reconciliation ne rejoue le journal : un solde rejoue sur
      *> des ecritures retouchees ne prouverait rien.
           MOVE "ControleChainage" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

           MOVE "ReconciliationFin" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

           MOVE "ComptesDormants" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

      *> Les changements de taux des produits arrives a leur date
      *> d'effet passent juste avant l'interet, qui se calcule ainsi
      *> deja au nouveau taux le jour meme.
           MOVE "BasculeTauxProduits" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

           MOVE "InteretNocturne" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

      *> Les agios debiteurs cumulent le solde negatif de fin de
      *> soiree, a cote de l'interet crediteur; l'arrete trimestriel
      *> passe avant les frais pour que le releve montre les agios
      *> avant les frais du mois.
           MOVE "AgiosDebiteurs" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

      *> La facturation des frais passe apres l'interet pour que le
      *> releve du mois montre l'interet credite avant les frais
      *> preleves.  Le job lui-meme ne facture que le dernier jour
           MOVE "ReevaluationChange" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

      *> La cloture mensuelle passe quand toutes les ecritures de la
      *> soiree sont posees - interet, agios, frais, reevaluation - et
      *> ne clot le mois courant que le soir de son dernier jour
      *> ouvre; les autres soirs elle termine sans rien verrouiller.
           MOVE "ClotureMensuelle" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

           MOVE "ReorderReport" TO ws-nom-etape.
           PERFORM EXECUTER-ETAPE.

      *> non-zero RETURN-CODE and GOBACKs rather than stopping the run
      *> unit outright - so control always returns here. RETURN-CODE
      *> ZERO means the step ran to completion; anything else
      *> (ReconciliationFin sets it to its discrepancy count,
      *> ControleChainage to its chain-break count, a failed
      *> OPEN sets it to 1) is logged as a warning rather than
      *> stopping the whole batch, so one bad step at 2am still lets
      *> the steps after it run and still gets its own runlog.txt line
           MOVE ws-date-jour TO ws-ctl-date.
           MOVE "SauvegardeFichiers" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "ExpirerValidations" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "CriblageClients" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "ExecuterOrdres" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "LibererBlocages" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "EcheancesPrets" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "BalayageComptes" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "PrelevBiblio" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "ControleChainage" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "ReconciliationFin" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "AlerteFraude" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "ComptesDormants" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "BasculeTauxProduits" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "InteretNocturne" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "AgiosDebiteurs" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "FacturationFrais" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "ReevaluationChange" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "ClotureMensuelle" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "ReorderReport" TO ws-ctl-job.
           PERFORM COMPTER-ETAPE-FAITE.
           MOVE "AvisRetard" TO ws-ctl-job.
           EVALUATE ws-nom-etape
               WHEN "SauvegardeFichiers"
                   CALL "SauvegardeFichiers"
               WHEN "ExpirerValidations"
                   CALL "ExpirerValidations"
               WHEN "CriblageClients"
                   CALL "CriblageClients"
               WHEN "ExecuterOrdres"
                   CALL "ExecuterOrdres"
               WHEN "LibererBlocages"
                   CALL "EcheanceDepotsTerme"
               WHEN "EcheancesPrets"
                   CALL "EcheancesPrets"
               WHEN "BalayageComptes"
                   CALL "BalayageComptes"
               WHEN "PrelevBiblio"
                   CALL "PrelevementsBibliotheque"
               WHEN "AlerteFraude"
                   CALL "AlerteFraude"
               WHEN "ComptesDormants"
                   CALL "ComptesDormants"
               WHEN "BasculeTauxProduits"
                   CALL "BasculeTauxProduits"
               WHEN "ControleChainage"
                   CALL "ControleChainage"
               WHEN "ReconciliationFin"
                   CALL "ReconciliationFin"
               WHEN "InteretNocturne"
                   CALL "InteretNocturne"
               WHEN "AgiosDebiteurs"
                   CALL "AgiosDebiteurs"
               WHEN "FacturationFrais"
                   CALL "FacturationFrais"
               WHEN "ReevaluationChange"
                   CALL "ReevaluationChange"
               WHEN "ClotureMensuelle"
                   CALL "ClotureMensuelle"
               WHEN "ReorderReport"
                   CALL "ReorderReport"
               WHEN "AvisRetard"
