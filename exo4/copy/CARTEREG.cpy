      *> CARTEREG.cpy
      *> Record layout for the daily card settlement file
      *> (reglements-cartes.dat) sent by the card processor and
      *> consumed by ImportReglementsCartes.cob.  Same CSV exchange
      *> idiom as PRELEV.cpy : le compte debite est chez NOUS, une
      *> ligne par paiement carte ou retrait au distributeur deja
      *> autorise et regle par le processeur.  Une ligne qui ne peut
      *> pas se debiter au client (compte inconnu, cloture ou non
      *> actif, devise, plafond journalier, provision) est debitee au
      *> compte d'attente 999999 et listee dans cartes-attente.dat
      *> avec son motif - le processeur est paye quoi qu'il arrive.
      *> Le fichier est encadre d'une ligne d'en-tete et d'une ligne
      *> de fin (voir REMISE.cpy), controlees par ControleRemise.cob.
       01  reglement-carte-record.
           05  RCA-DATE                PIC 9(8).
           05  CSV-FILLER-RCA-1        PIC X VALUE ",".
           05  RCA-COMPTE              PIC 9(6).
           05  CSV-FILLER-RCA-2        PIC X VALUE ",".
           05  RCA-TYPE                PIC X.
               88  RCA-ACHAT               VALUE 'A'.
               88  RCA-RETRAIT             VALUE 'R'.
           05  CSV-FILLER-RCA-3        PIC X VALUE ",".
      *> Numero de transaction du processeur - repris dans H-Ref.
           05  RCA-NUMERO              PIC 9(9).
           05  CSV-FILLER-RCA-4        PIC X VALUE ",".
           05  RCA-DEVISE              PIC X(3).
           05  CSV-FILLER-RCA-5        PIC X VALUE ",".
      *> Commercant, ou emplacement du distributeur.
           05  RCA-LIBELLE             PIC X(20).
           05  CSV-FILLER-RCA-6        PIC X VALUE ",".
           05  RCA-MONTANT             PIC 9(9)V99.
