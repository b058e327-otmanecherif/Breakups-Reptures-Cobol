      *-------------------------------------------------------------*
      *    COPY XREFCPT                                             *
      *    TABLE DE CORRESPONDANCE DES COMPTES RE-IMMATRICULES      *
      *    (INDEXEE, CLE = ANCIEN NUMERO DE COMPTE) : TENUE PAR     *
      *    FORBCLE1 A CHAQUE CHANGEMENT DE NUMERO OU DE CLIENT      *
      *    TITULAIRE, LUE PAR FORBFUS1 POUR REDIRIGER VERS LE       *
      *    COMPTE ACTUEL LES ECRITURES ENCORE PRESENTEES SOUS       *
      *    L'ANCIENNE CLE, ET PAR FORBCPT1 POUR INTERDIRE LA        *
      *    REUTILISATION D'UN ANCIEN NUMERO.                        *
      *-------------------------------------------------------------*
       01  XREFCPT-REC.
           05  XR-ANC-COMPTE-NUM       PIC X(6).
           05  XR-ANC-CLI-CODE         PIC X(5).
      *    COMPTE ET CLIENT ACTUELS - UNE CHAINE DE CHANGEMENTS
      *    SUCCESSIFS EST RAMENEE SUR LA DERNIERE CLE
           05  XR-NOUV-COMPTE-NUM      PIC X(6).
           05  XR-NOUV-CLI-CODE        PIC X(5).
      *    DATE DE TRAITEMENT ET OPERATEUR DU DERNIER CHANGEMENT
           05  XR-DATE-EFFET           PIC 9(8).
           05  XR-OPERATEUR            PIC X(8).
           05  FILLER                  PIC X(42).
