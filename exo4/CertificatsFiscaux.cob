               10 TC-Retenue PIC 9(11)V99.
               10 TC-Net PIC 9(11)V99.

      *> Operateur de la session (voir ACCESPROC.cpy).
       COPY ACCESDEM.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "CertificatsFiscaux" TO ACD-PROGRAMME.
           PERFORM OUVRIR-SESSION-OPERATEUR.

           DISPLAY "=== Certificats fiscaux annuels ===".
           DISPLAY "Annee (AAAA): ".
           ACCEPT ws-annee-demandee.
                       MOVE 'O' TO ws-client-flag
               END-READ
           END-IF.

       COPY ACCESPROC.
