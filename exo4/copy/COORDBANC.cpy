      *> COORDBANC.cpy
      *> Shared working fields for the bank-details check (see
      *> COORDBANCPROC.cpy), paired the same way FILESTAT.cpy is with
      *> VERIFSTATUT.cpy.  The caller moves the typed details into
      *> ws-iban / ws-bic, PERFORMs CONTROLER-COORDONNEES and tests
      *> CoordonneesValides; ws-coord-motif says why when they are not.
       01  ws-iban                 PIC X(34).
       01  ws-bic                  PIC X(11).
       01  ws-coord-flag           PIC X VALUE 'N'.
           88  CoordonneesValides      VALUE 'O'.
       01  ws-coord-motif          PIC X(40).
       01  ws-iban-long            PIC 9(2).
       01  ws-bic-long             PIC 9(2).
       01  ws-iban-pos             PIC 9(2).
       01  ws-iban-travail         PIC X(34).
       01  ws-iban-car             PIC X.
       01  ws-iban-chiffre REDEFINES ws-iban-car PIC 9.
       01  ws-iban-valeur          PIC 9(2).
       01  ws-iban-reste           PIC 9(2).
       01  ws-alphabet             PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
