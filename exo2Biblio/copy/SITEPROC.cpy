      *> SITEPROC.cpy
      *> Site du poste (voir SITEPOSTE.cpy), partage par les
      *> programmes qui rangent, pretent ou immatriculent un
      *> exemplaire.  Expects the caller to declare the file
      *> site-poste (site-poste.dat, LINE SEQUENTIAL, FILE STATUS
      *> ws-status-site) and ws-site-poste PIC X(3) and
      *> ws-site-libelle PIC X(20) in WORKING-STORAGE.  Repli sur la
      *> salle principale quand le fichier manque ou est vide.
       CHARGER-SITE-POSTE.
           MOVE "PRI" TO ws-site-poste.
           MOVE "Salle principale" TO ws-site-libelle.
           OPEN INPUT site-poste.
           IF ws-status-site = '00'
               READ site-poste
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-SITE NOT = SPACES
                           MOVE SP-SITE TO ws-site-poste
                           MOVE SP-LIBELLE TO ws-site-libelle
                       END-IF
               END-READ
               CLOSE site-poste
           END-IF.
