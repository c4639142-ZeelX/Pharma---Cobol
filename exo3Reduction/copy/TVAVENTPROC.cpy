      *> TVAVENTPROC.cpy
      *> Ventilation de la TVA d'une facture ou d'un avoir par
      *> categorie de taxe (voir TVAVENT.cpy), partagee par
      *> reduction.cob et AvoirClient.cob.
      *> INITIALISER-VENTILATION-TVA vide la table; chaque ligne
      *> passe ensuite par CUMULER-VENTILATION-TVA (ws-vent-categorie,
      *> ws-vent-montant = brut de la ligne); ECRIRE-VENTILATION-TVA
      *> ajoute enfin une ligne par categorie a ventilation-tva.dat,
      *> sur ws-vent-date, ws-vent-facture, ws-vent-avoir, ws-vent-sens,
      *> ws-vent-taux, ws-vent-brut (brut total), ws-vent-ht (net hors
      *> taxe) et ws-vent-tva.
      *> Expects the caller to declare FD ventilation-tva (COPY
      *> TVAVENT), ws-status-ventilation PIC XX, and in
      *> WORKING-STORAGE : ws-vent-nb PIC 9(2), TABLE-VENTILATION-TVA
      *> (ENTREE-VENT OCCURS 10 INDEXED BY Idx-Vent : TVC-Categorie
      *> PIC X, TVC-Brut PIC 9(10)V99), ws-vent-categorie PIC X,
      *> ws-vent-montant / ws-vent-brut / ws-vent-ht / ws-vent-tva
      *> PIC 9(10)V99, ws-vent-date PIC 9(8), ws-vent-facture /
      *> ws-vent-avoir PIC 9(6), ws-vent-sens PIC X, ws-vent-taux
      *> PIC 9(3)V99, ws-vent-base-cumul / ws-vent-tva-cumul PIC
      *> 9(10)V99 and ws-vent-reste PIC S9(10)V99.
       INITIALISER-VENTILATION-TVA.
           MOVE ZERO TO ws-vent-nb.

      *> Un article sans categorie compte au taux normal.
       CUMULER-VENTILATION-TVA.
           IF ws-vent-categorie = SPACE
               MOVE 'N' TO ws-vent-categorie
           END-IF.
           SET Idx-Vent TO 1.
           SEARCH ENTREE-VENT
               AT END
                   IF ws-vent-nb < 10
                       ADD 1 TO ws-vent-nb
                       SET Idx-Vent TO ws-vent-nb
                       MOVE ws-vent-categorie
                           TO TVC-Categorie (Idx-Vent)
                       MOVE ws-vent-montant TO TVC-Brut (Idx-Vent)
                   ELSE
                       ADD ws-vent-montant TO TVC-Brut (10)
                   END-IF
               WHEN Idx-Vent > ws-vent-nb
                   ADD 1 TO ws-vent-nb
                   MOVE ws-vent-categorie TO TVC-Categorie (Idx-Vent)
                   MOVE ws-vent-montant TO TVC-Brut (Idx-Vent)
               WHEN TVC-Categorie (Idx-Vent) = ws-vent-categorie
                   ADD ws-vent-montant TO TVC-Brut (Idx-Vent)
           END-SEARCH.

       ECRIRE-VENTILATION-TVA.
           IF ws-vent-nb > ZERO
               MOVE ZERO TO ws-vent-base-cumul
               MOVE ZERO TO ws-vent-tva-cumul
               OPEN EXTEND ventilation-tva
               IF ws-status-ventilation = '35'
                   OPEN OUTPUT ventilation-tva
               END-IF
               PERFORM ECRIRE-LIGNE-VENTILATION
                   VARYING Idx-Vent FROM 1 BY 1
                   UNTIL Idx-Vent > ws-vent-nb
               CLOSE ventilation-tva
           END-IF.

       ECRIRE-LIGNE-VENTILATION.
           MOVE ws-vent-date TO TVV-DATE.
           MOVE ws-vent-facture TO TVV-FACTURE.
           MOVE ws-vent-avoir TO TVV-AVOIR.
           MOVE ws-vent-sens TO TVV-SENS.
           MOVE TVC-Categorie (Idx-Vent) TO TVV-CATEGORIE.
           MOVE ws-vent-taux TO TVV-TAUX.
           IF Idx-Vent = ws-vent-nb
               COMPUTE ws-vent-reste = ws-vent-ht - ws-vent-base-cumul
               IF ws-vent-reste < ZERO
                   MOVE ZERO TO ws-vent-reste
               END-IF
               MOVE ws-vent-reste TO TVV-BASE
               COMPUTE ws-vent-reste = ws-vent-tva - ws-vent-tva-cumul
               IF ws-vent-reste < ZERO
                   MOVE ZERO TO ws-vent-reste
               END-IF
               MOVE ws-vent-reste TO TVV-TVA
           ELSE
               IF ws-vent-brut > ZERO
                   COMPUTE TVV-BASE ROUNDED =
                       TVC-Brut (Idx-Vent) * ws-vent-ht / ws-vent-brut
               ELSE
                   MOVE ZERO TO TVV-BASE
               END-IF
               COMPUTE TVV-TVA ROUNDED = TVV-BASE * ws-vent-taux
           END-IF.
           ADD TVV-BASE TO ws-vent-base-cumul.
           ADD TVV-TVA TO ws-vent-tva-cumul.
           WRITE ventilation-tva-record.
           IF ws-status-ventilation NOT = '00'
               DISPLAY "ERREUR E/S sur ventilation-tva.dat"
               DISPLAY "Code statut: " ws-status-ventilation
               CLOSE ventilation-tva
               STOP RUN
           END-IF.
