      *-------------------------------------------------------------*
      *    COPY SOLDPER                                             *
      *    SOLDES OFFICIELS DE FIN DE PERIODE : COPIE DE SOLDENOU   *
      *    FIGEE PAR FORBPER1 A LA CLOTURE, AJOUTEE EN FIN DE       *
      *    FICHIER (UNE SERIE D'ENREGISTREMENTS PAR PERIODE         *
      *    CLOTUREE) AVEC LE RUN PROUVE DONT ELLE EST ISSUE         *
      *-------------------------------------------------------------*
       01  SOLDPER-REC.
           05  SP-PERIODE              PIC X(6).
           05  SP-COMPTE-NUM           PIC X(6).
           05  SP-SOLDE-SIGNE          PIC X(1).
           05  SP-SOLDE                PIC 9(16)V99.
           05  SP-RUN-NUM              PIC 9(5).
           05  SP-DATE-CLOTURE         PIC 9(8).
           05  FILLER                  PIC X(36).
