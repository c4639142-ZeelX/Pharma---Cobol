      *> ABONNEMENT.cpy
      *> Record layout for the serials subscription file
      *> (abonnements.dat), indexed on ABN-CODE - un record par titre
      *> de periodique.  Les numeros arrivaient au courrier et se
      *> rangeaient sans trace : personne ne voyait qu'un numero
      *> manquait, ni que l'abonnement arrivait a echeance.  Le
      *> bulletinage (Periodiques.cob) immatricule chaque numero recu
      *> comme un exemplaire du titre (EX-ISBN = ABN-CODE) et fait
      *> avancer le numero et la date attendus selon la periodicite;
      *> la liste quotidienne SuiviPeriodiques.cob sort les
      *> reclamations (numeros en retard sur le rythme attendu,
      *> numeros sautes) et les abonnements a renouveler, commandes
      *> dans Acquisitions.cob - la reception de la commande de
      *> renouvellement prolonge l'abonnement.
      *> Les numeros sautes sont tenus un par un dans
      *> numeros-manquants.dat (voir NUMMANQ.cpy) et non plus ici; un
      *> abonnements.dat d'avant (bornes de lacune apres le delai de
      *> reclamation) se reconstruit avec ConvertirCatalogue.cob.
       01  ABONNEMENT-RECORD.
      *> ISSN du titre - sert aussi d'ISBN a la fiche catalogue
      *> (BM-ISBN) et aux exemplaires des numeros.
           05  ABN-CODE                PIC X(13).
           05  ABN-TITRE               PIC X(20).
           05  ABN-FOURNISSEUR         PIC X(20).
      *> Periodicite : H hebdomadaire, Q quinzaine, M mensuel,
      *> B bimestriel, T trimestriel, S semestriel, A annuel.
           05  ABN-FREQUENCE           PIC X.
               88  ABN-HEBDOMADAIRE        VALUE 'H'.
               88  ABN-QUINZAINE           VALUE 'Q'.
               88  ABN-MENSUEL             VALUE 'M'.
               88  ABN-BIMESTRIEL          VALUE 'B'.
               88  ABN-TRIMESTRIEL         VALUE 'T'.
               88  ABN-SEMESTRIEL          VALUE 'S'.
               88  ABN-ANNUEL              VALUE 'A'.
               88  ABN-FREQUENCE-VALIDE    VALUE 'H' 'Q' 'M' 'B'
                                                 'T' 'S' 'A'.
      *> Prochain numero attendu et sa date de parution prevue.
           05  ABN-NUMERO-ATTENDU      PIC 9(5).
           05  ABN-DATE-ATTENDUE       PIC 9(8).
      *> Jours de tolerance apres la date prevue avant reclamation.
           05  ABN-DELAI-RECLAMATION   PIC 9(3).
           05  ABN-NB-RECUS            PIC 9(5).
      *> Periode couverte; ABN-DATE-FIN est l'echeance du
      *> renouvellement, rappelee ABN-PREAVIS jours a l'avance.
           05  ABN-DATE-DEBUT          PIC 9(8).
           05  ABN-DATE-FIN            PIC 9(8).
           05  ABN-PREAVIS             PIC 9(3).
           05  ABN-PRIX-ANNUEL         PIC 9(5)V99.
      *> Salle de lecture ou se rangent les numeros (voir
      *> SITEPOSTE.cpy).
           05  ABN-SITE                PIC X(3).
      *> Commande de renouvellement en cours (CF-ID, voir
      *> CMDFOURN.cpy) - zero quand aucune.
           05  ABN-COMMANDE            PIC 9(6).
           05  ABN-STATUT              PIC X.
               88  ABN-ACTIF               VALUE 'A'.
               88  ABN-RESILIE             VALUE 'C'.
