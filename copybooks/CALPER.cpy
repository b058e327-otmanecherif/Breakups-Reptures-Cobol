      *-------------------------------------------------------------*
      *    COPY CALPER                                              *
      *    CALENDRIER DES PERIODES COMPTABLES (INDEXE, CLE =        *
      *    PERIODE AAAAMM) - TENU PAR FORBPER1. STATUT 'O' OUVERTE, *
      *    'E' EN CLOTURE (CLOTURE COMMENCEE, NON ACHEVEE), 'C'     *
      *    CLOTUREE. UNE PERIODE ABSENTE DU CALENDRIER EST          *
      *    OUVERTE. FORBMOR4 REJETTE TOUTE ECRITURE DATEE DANS UNE  *
      *    PERIODE CLOTUREE ET FORBREJ1 NE LA RECYCLE QUE REDATEE.  *
      *    LES TOTAUX SONT CEUX DU CERTIFICAT DE CLOTURE            *
      *-------------------------------------------------------------*
       01  CALPER-REC.
           05  CP-PERIODE              PIC X(6).
           05  CP-STATUT               PIC X(1).
               88  CP-PERIODE-OUVERTE            VALUE 'O'.
               88  CP-PERIODE-EN-CLOTURE         VALUE 'E'.
               88  CP-PERIODE-CLOTUREE           VALUE 'C'.
           05  CP-DATE-OUVERTURE       PIC 9(8).
           05  CP-DATE-CLOTURE         PIC 9(8).
      *    DERNIER RUN DE FORBMOR4 INCLUS DANS LA PERIODE (PROUVE)
           05  CP-RUN-CLOTURE          PIC 9(5).
      *    SOLDES DE FIN DE PERIODE FIGES DANS SOLDPER
           05  CP-NB-COMPTES           PIC 9(7).
           05  CP-TOT-SOLDES-D         PIC 9(16)V99.
           05  CP-TOT-SOLDES-C         PIC 9(16)V99.
      *    ECRITURES IMPUTEES DATEES DANS LA PERIODE (JRNECR)
           05  CP-NB-ECRITURES         PIC 9(7).
           05  CP-TOT-MVT-D            PIC 9(16)V99.
           05  CP-TOT-MVT-C            PIC 9(16)V99.
           05  FILLER                  PIC X(20).
