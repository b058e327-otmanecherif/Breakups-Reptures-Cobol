           05  CM-STATUT               PIC X(1).
               88  CM-COMPTE-ACTIF               VALUE 'A'.
               88  CM-COMPTE-CLOTURE             VALUE 'C'.
      *    COMPTE DORMANT : SANS MOUVEMENT DU CLIENT AU-DELA DU
      *    SEUIL REGLEMENTAIRE (PASSAGE PAR FORBDOR1/FORBCPT1) -
      *    SES MOUVEMENTS PARTENT EN SUSPENS, PAS DE FRAIS DE TENUE
               88  CM-COMPTE-DORMANT             VALUE 'D'.
      *    DECOUVERT AUTORISE DU COMPTE (FACILITE CONVENUE, EN
      *    DEVISE DE REFERENCE) - A BLANC OU NON NUMERIQUE SUR LES
      *    ANCIENS ENREGISTREMENTS : AUCUNE LIMITE SUIVIE
           05  CM-DECOUVERT-AUT        PIC 9(10)V99.
      *    DATE DE TRAITEMENT DU DERNIER CHANGEMENT DE STATUT PAR
      *    FORBCPT1 (CREATION, CLOTURE, REACTIVATION, DORMANCE) -
      *    A BLANC SUR LES ANCIENS ENREGISTREMENTS
           05  CM-DATE-STATUT          PIC 9(8).
           05  FILLER                  PIC X(13).
