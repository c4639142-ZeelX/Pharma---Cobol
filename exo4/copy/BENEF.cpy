      *> BENEF.cpy
      *> Record layout for the payee register (beneficiaires.dat),
      *> indexed by account + payee number.  VIREMENT-EXTERNE prenait
      *> banque et compte beneficiaires en saisie libre, et une faute
      *> de frappe ne se voyait que des jours plus tard dans
      *> retours-virements.dat.  Chaque beneficiaire est controle (cle
      *> IBAN, forme du BIC - voir COORDBANCPROC.cpy) une fois pour
      *> toutes a sa creation dans GestionBeneficiaires.cob; le
      *> guichet ne fait plus que le choisir.  Un beneficiaire retire
      *> garde sa ligne, comme un mandat revoque.
       01  BENEFICIAIRE-RECORD.
           05  BNF-CLE.
               10  BNF-COMPTE          PIC 9(6).
               10  BNF-NUMERO          PIC 9(3).
           05  BNF-NOM                 PIC X(30).
      *> Memes largeurs que la remise interbancaire (VIREXT.cpy) :
      *> BIC sur 8 ou 11 caracteres, IBAN sur 34 au plus (le
      *> maximum de la norme ISO 13616).
           05  BNF-BANQUE              PIC X(11).
           05  BNF-COMPTE-BENEF        PIC X(34).
           05  BNF-DATE-CREATION       PIC 9(8).
      *> Debut de la periode de carence : la creation, puis chaque
      *> changement de coordonnees bancaires - un detournement passe
      *> justement par la modification d'un beneficiaire connu.
           05  BNF-DATE-EFFET          PIC 9(8).
           05  BNF-STATUT              PIC X.
               88  BNF-ACTIF               VALUE 'A'.
               88  BNF-RETIRE              VALUE 'R'.
