      *     EXCEPTIONS ET LE PROGRAMME SORT EN CODE RETOUR 12 POUR  *
      *     QUE L'ORDONNANCEUR RETIENNE LE CHARGEMENT DU GRAND      *
      *     LIVRE.                                                  *
      *     LE RESULTAT DE CHAQUE EXECUTION (RUN CONTROLE, PROUVE   *
      *     OU EN ECART) EST AJOUTE AU JOURNAL DES PREUVES PREUVCTL *
      *     QUE LA CLOTURE DE PERIODE (FORBPER1) EXIGE.             *
      *                                                             *
      *-------------------------------------------------------------*
       AUTHOR. MOHAMMED.
            SELECT OPTIONAL RUNCTL-FILE ASSIGN TO UT-S-RUNCTL
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-RUNCTL.
      *
      *     JOURNAL DES PREUVES : RESULTAT DE CHAQUE CONTROLE AJOUTE
      *     EN FIN DE FICHIER (CREE AU PREMIER CONTROLE)
      *
            SELECT OPTIONAL PREUVCTL-FILE ASSIGN TO UT-S-PREUVCTL
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-PREUVCTL.
      *
      *     DATE DE TRAITEMENT ET CALENDRIER DES JOURS FERIES
      *     (TENU PAR FORBDAT1)
      *
            SELECT DATCTL-FILE ASSIGN TO UT-S-DATCTL
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY DC-CLE
            FILE STATUS IS W-STAT-DATCTL.
      *
       DATA DIVISION.
       FILE         SECTION.
           LABEL    RECORD    STANDARD.
      *
       COPY RUNCTL.
      *
       FD  PREUVCTL-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    PRVCTL-REC
           LABEL    RECORD    STANDARD.
      *
       COPY PRVCTL.
      *
       FD  DATCTL-FILE
           DATA RECORD    DATCTL-REC.
      *
       COPY DATCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01      W-STAT-RUNCTL            PIC X(02) VALUE SPACES.
       01      W-DERNIER-RUN            PIC 9(05) VALUE ZERO.
       01      W-DERNIER-ETAT           PIC X(01) VALUE SPACE.
       01      W-STAT-PREUVCTL          PIC X(02) VALUE SPACES.
      *
      *     TABLE DES COMPTES RAPPROCHES - DIMENSIONNEE COMME LA
      *     TABLE DES SOLDES DE FORBMOR4
      *
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
           OPEN     INPUT     GLINTF-FILE
           OPEN     INPUT     SOLDENOU-FILE
           OPEN     OUTPUT    ETAT-CTL
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
      *
       FIN-PROGRAMME.
           PERFORM  BILAN-CONTROLE       THRU BILAN-CONTROLE-FIN
           PERFORM  ECRITURE-PREUVE      THRU ECRITURE-PREUVE-FIN
           CLOSE    GLINTF-FILE
           CLOSE    SOLDENOU-FILE
           CLOSE    ETAT-CTL
      *
      * ------------------> NIVEAU 99 <-----------------------------*
      *
      *           DATE DE TRAITEMENT : LUE SUR L'ENREGISTREMENT DE
      *           CONTROLE DE DATCTL (TENU PAR FORBDAT1) ET NON SUR
      *           L'HORLOGE - SANS DATE DE TRAITEMENT LE PASSAGE NE
      *           PEUT PAS ETRE DATE, ON ARRETE NET.
       LECTURE-DATCTL.
           OPEN     INPUT     DATCTL-FILE
           IF W-STAT-DATCTL NOT = '00'
              DISPLAY 'DATCTL-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                 W-STAT-DATCTL
              DISPLAY 'ARRET DU PROGRAMME'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE     '1'                  TO DC-TYPE-ENR
           MOVE     ZERO                 TO DC-DATE-CLE
           READ     DATCTL-FILE
              INVALID KEY
                 DISPLAY 'DATCTL-FILE : DATE DE TRAITEMENT ABSENTE'
                 DISPLAY 'ARRET DU PROGRAMME'
                 MOVE  12                TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE     DC-DATE-TRAITEMENT   TO W-DATE-SYSTEME
           CLOSE    DATCTL-FILE.
       LECTURE-DATCTL-FIN.
           EXIT.
      *
      *           LE JOURNAL DE CONTROLE DES RUNS EST RELU : LE
      *           DERNIER RUN DE FORBMOR4 DOIT ETRE MARQUE TERMINE
      *           ('T') AVANT DE CONTROLER SES SORTIES ET DE LAISSER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       BILAN-CONTROLE-FIN.
           EXIT.
      *
      *           TRACE DU RESULTAT AU JOURNAL DES PREUVES : LE RUN
      *           CONTROLE, LE RESULTAT ET LES COMPTAGES DU BILAN.
      *           UN JOURNAL INACCESSIBLE N'EMPECHE PAS LE CONTROLE
      *           MAIS LA CLOTURE DE PERIODE SERA REFUSEE. UNE PREUVE
      *           NON ECRITE DANS UN JOURNAL OUVERT ARRETE NET LE
      *           PROGRAMME : LE CONTROLE EST A RELANCER.
       ECRITURE-PREUVE.
           OPEN     EXTEND    PREUVCTL-FILE
           IF W-STAT-PREUVCTL NOT = '00' AND NOT = '05'
              DISPLAY 'FORBCTL1 : JOURNAL DES PREUVES INACCESSIBLE - '
                 'STATUT ' W-STAT-PREUVCTL
           ELSE
              MOVE  SPACES               TO PRVCTL-REC
              MOVE  W-DERNIER-RUN        TO PV-RUN-NUM
              MOVE  W-DATE-SYSTEME       TO PV-DATE-CTL
              IF CONTROLE-EN-ECART
                 MOVE 'E'                TO PV-RESULTAT
              ELSE
                 MOVE 'O'                TO PV-RESULTAT
              END-IF
              MOVE  W-NB-COMPTES         TO PV-NB-COMPTES
              MOVE  W-NB-ECARTS          TO PV-NB-ECARTS
              MOVE  W-GL-NB-DETAILS      TO PV-GL-NB-DETAILS
              MOVE  W-GL-HASH-D          TO PV-GL-HASH-D
              MOVE  W-GL-HASH-C          TO PV-GL-HASH-C
              WRITE PRVCTL-REC
              IF W-STAT-PREUVCTL NOT = '00'
                 DISPLAY '*** ERREUR : PREUVCTL-FILE ECRITURE '
                    'IMPOSSIBLE - STATUT ' W-STAT-PREUVCTL
                    ' - RUN ' W-DERNIER-RUN
                 DISPLAY 'PREUVE NON ENREGISTREE - CONTROLE A RELANCER'
                 DISPLAY 'ARRET DU PROGRAMME'
                 MOVE  12                TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE PREUVCTL-FILE
           END-IF.
       ECRITURE-PREUVE-FIN.
           EXIT.
      *
       ENTETE-ETAT.
           ADD      1                    TO W-NO-PAGE
