      *> POINTAGE.cpy
      *> Record layout for the crew timesheets (pointages.dat),
      *> indexed by work order, day and worker.  Le rapport d'ecarts
      *> comparait des metres, jamais de l'argent : personne ne
      *> savait si un chantier avait gagne de l'argent.  Chaque
      *> equipe pointe ses heures par ordre de travaux et par jour
      *> (CoutsChantiers.cob) - un ouvrier a blanc = heures de
      *> l'equipe entiere.  Le taux horaire retenu (TAUXMO.cpy) est
      *> fige sur le pointage : une hausse de taux ne recalcule pas
      *> les chantiers passes.
       01  POINTAGE-RECORD.
           05  PTG-CLE.
               10  PTG-ORDRE           PIC 9(6).
               10  PTG-DATE            PIC 9(8).
               10  PTG-OUVRIER         PIC X(10).
           05  PTG-EQUIPE              PIC X(10).
           05  PTG-HEURES              PIC 9(2)V99.
           05  PTG-TAUX-HORAIRE        PIC 9(4)V99.
           05  PTG-OPERATEUR           PIC X(4).
