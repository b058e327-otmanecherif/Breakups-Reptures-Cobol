      *-------------------------------------------------------------*
      *    COPY PRVCTL                                              *
      *    JOURNAL DES PREUVES DE FORBCTL1 : UN ENREGISTREMENT PAR  *
      *    EXECUTION DU CONTROLE DE RECONCILIATION, AJOUTE EN FIN   *
      *    DE FICHIER, AVEC LE RUN DE FORBMOR4 CONTROLE ET LE       *
      *    RESULTAT ('O' LE LIVRE SE PROUVE, 'E' EN ECART). LA      *
      *    CLOTURE DE PERIODE (FORBPER1) EXIGE QUE LE DERNIER RUN   *
      *    AIT ETE PROUVE PAR LA DERNIERE EXECUTION DU CONTROLE     *
      *-------------------------------------------------------------*
       01  PRVCTL-REC.
           05  PV-RUN-NUM              PIC 9(5).
           05  PV-DATE-CTL             PIC 9(8).
           05  PV-RESULTAT             PIC X(1).
               88  PV-RUN-PROUVE                 VALUE 'O'.
               88  PV-RUN-EN-ECART               VALUE 'E'.
           05  PV-NB-COMPTES           PIC 9(7).
           05  PV-NB-ECARTS            PIC 9(7).
           05  PV-GL-NB-DETAILS        PIC 9(7).
           05  PV-GL-HASH-D            PIC 9(16)V99.
           05  PV-GL-HASH-C            PIC 9(16)V99.
           05  FILLER                  PIC X(9).
