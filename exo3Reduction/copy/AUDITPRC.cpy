      *> alors des cumuls, pour que AnalyseRemises et les chiffres de
      *> fin de journee restent vrais apres une reprise.
           05  AUD-SENS                PIC X.
      *> Date de la commande - celle a laquelle les prix du tarif ont
      *> ete pris (l'echeance pour un contrat), imprimee aussi sur
      *> l'en-tete de facture.  Zero pour un prix unique, une ligne de
      *> lot ou un avoir; a blanc sur les lignes d'avant.
           05  AUD-DATE-COMMANDE       PIC 9(8).
