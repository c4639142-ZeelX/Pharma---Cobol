      *> AGIOSCUM.cpy
      *> Record layout for agios-cumul.dat, indexed by account number
      *> - le cumul du trimestre en cours des agios debiteurs d'un
      *> compte.  Chaque passe nocturne de AgiosDebiteurs.cob ajoute
      *> une journee de solde debiteur (les "nombres") et l'agio du
      *> jour au taux alors en vigueur; l'arrete de fin de trimestre
      *> debite le cumul en une ecriture d'agios puis supprime
      *> l'enregistrement.
       01  AGIOS-CUMUL-RECORD.
           05  AGI-COMPTE              PIC 9(6).
           05  AGI-DEBUT-PERIODE       PIC 9(8).
      *> Date de la derniere journee cumulee - une relance forcee du
      *> job le meme soir ne compte pas deux fois la journee.
           05  AGI-DERNIERE-DATE       PIC 9(8).
           05  AGI-NB-JOURS            PIC 9(3).
      *> Somme des soldes debiteurs quotidiens, part dans le decouvert
      *> autorise et part au-dela.
           05  AGI-NOMBRES-DECOUVERT   PIC 9(13)V99.
           05  AGI-NOMBRES-DEPASSEMENT PIC 9(13)V99.
      *> Agios courus, quatre decimales - l'arrondi au centime ne se
      *> fait qu'au debit trimestriel.
           05  AGI-AGIOS-DECOUVERT     PIC 9(9)V9(4).
           05  AGI-AGIOS-DEPASSEMENT   PIC 9(9)V9(4).
