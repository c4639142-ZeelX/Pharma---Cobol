           05  CSV-FILLER-VSO-3        PIC X VALUE ",".
           05  VSO-BANQUE-BENEF        PIC X(11).
           05  CSV-FILLER-VSO-4        PIC X VALUE ",".
      *> IBAN du beneficiaire, sur 34 au plus (ISO 13616).
           05  VSO-COMPTE-BENEF        PIC X(34).
           05  CSV-FILLER-VSO-5        PIC X VALUE ",".
           05  VSO-MONTANT             PIC 9(9)V99.
