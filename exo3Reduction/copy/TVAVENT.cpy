      *> TVAVENT.cpy
      *> Record layout for ventilation-tva.dat, append-only : la TVA
      *> de chaque facture (reduction.cob) et de chaque avoir
      *> (AvoirClient.cob) ventilee par categorie de taxe des articles
      *> (ART-CATEGORIE-TAXE) et par taux.  pricing-audit.dat ne
      *> porte que la TVA globale de la facture; la declaration
      *> trimestrielle (DeclarationTVA.cob) se monte sur ce fichier.
      *> Base = part de la categorie dans le brut des lignes, appliquee
      *> au net hors taxe apres toutes les remises; la derniere
      *> categorie prend l'arrondi, pour que base + TVA retombent
      *> exactement sur le net de la facture.
       01  ventilation-tva-record.
           05  TVV-DATE                PIC 9(8).
           05  TVV-FACTURE             PIC 9(6).
      *> Numero d'avoir - zero sur une ligne de facture.
           05  TVV-AVOIR               PIC 9(6).
      *> Blanc = facture, A = avoir (se retranche), comme AUD-SENS.
           05  TVV-SENS                PIC X.
           05  TVV-CATEGORIE           PIC X.
           05  TVV-TAUX                PIC 9(3)V99.
           05  TVV-BASE                PIC 9(10)V99.
           05  TVV-TVA                 PIC 9(10)V99.
