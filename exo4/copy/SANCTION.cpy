      *> SANCTION.cpy
      *> Record layout for sanctions.dat : la liste de sanctions et de
      *> surveillance en vigueur, une ligne par nom.  Jamais saisie a
      *> la main - ChargerSanctions.cob la remplace en bloc a partir du
      *> fichier recu (sanctions-import.txt) et y range deja le nom
      *> normalise (NORMALISER-NOM, CRIBLAGEPROC.cpy) a cote du nom tel
      *> que publie.
       01  SANCTION-RECORD.
           05  SNC-ID                  PIC X(10).
           05  SNC-NOM                 PIC X(40).
           05  SNC-NOM-NORME           PIC X(40).
