      *> SANCTCTL.cpy
      *> Record layout for sanctions-ctl.dat, un seul record : version
      *> de la liste chargee (horodatage AAAAMMJJHHMMSS du dernier
      *> ChargerSanctions) et version contre laquelle toute la
      *> clientele a ete recriblee (CriblageClients.cob).  Les deux
      *> differentes = liste changee depuis le dernier criblage complet.
       01  SANCTION-CTL-RECORD.
           05  SCT-VERSION             PIC 9(14).
           05  SCT-NB-NOMS             PIC 9(5).
           05  SCT-VERSION-CRIBLEE     PIC 9(14).
