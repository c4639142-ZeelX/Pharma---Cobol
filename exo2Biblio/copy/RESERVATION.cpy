      *> sets the copy aside for the first reservation in line
      *> (statut H) instead of putting it back on the shelf; the daily
      *> ListeReservations.cob lists held copies awaiting pickup and
      *> expires the ones never collected.  Le membre peut aussi
      *> annuler sa reservation a la borne (LibreService.cob,
      *> statut C).  Le membre retire au site ou il a reserve
      *> (RSV-SITE) : un exemplaire libre dans l'autre salle lui est
      *> achemine par le bac des transferts (statut V, RSV-COPIE
      *> renseigne) et la reservation passe tenue a la reception.
       01  RESERVATION-RECORD.
           05  RSV-ID                  PIC 9(6).
           05  RSV-TITRE               PIC X(20).
               88  RSV-TENUE               VALUE 'H'.
               88  RSV-HONOREE             VALUE 'F'.
               88  RSV-EXPIREE             VALUE 'E'.
               88  RSV-ANNULEE             VALUE 'C'.
               88  RSV-EN-ACHEMINEMENT     VALUE 'V'.
      *> Site de retrait (voir SITEPOSTE.cpy) - ajoute en fin de
      *> record, un vieux fichier se reconstruit avec
      *> ConvertirCatalogue.cob.
           05  RSV-SITE                PIC X(3).
