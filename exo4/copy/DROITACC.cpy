      *> DROITACC.cpy
      *> Record layout for the access rights table (droits-acces.dat),
      *> CSV like frais-bareme.dat.  Une ligne dit quels roles
      *> (lettres G S B V E, voir OPERATEUR.cpy) peuvent lancer un
      *> programme (DRA-FONCTION a blanc) ou une fonction sensible de
      *> ce programme (DEBLOCAGE, EXTOURNE...).  Un programme "*" vaut
      *> pour tous les programmes qui n'ont pas de ligne propre pour
      *> la fonction.  Sans ligne applicable, l'acces est refuse.
      *> Fichier absent : ControleAcces.cob le cree avec la table par
      *> defaut, modifiable ensuite a l'editeur comme les autres
      *> fichiers de configuration.
       01  droit-acces-record.
           05  DRA-PROGRAMME           PIC X(24).
           05  CSV-FILLER-DRA-1        PIC X VALUE ",".
           05  DRA-FONCTION            PIC X(12).
           05  CSV-FILLER-DRA-2        PIC X VALUE ",".
           05  DRA-ROLES               PIC X(5).
