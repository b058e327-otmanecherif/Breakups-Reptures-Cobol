       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBPER1.
      *-------------------------------------------------------------*
      *                                                             *
      *     CALENDRIER DES PERIODES COMPTABLES ET CLOTURE DE        *
      *     PERIODE (CALPER : INDEXE, CLE = PERIODE AAAAMM)         *
      *     APPLIQUE UN FICHIER DE TRANSACTIONS :                   *
      *        'O' = OUVERTURE D'UNE PERIODE AU CALENDRIER          *
      *        'C' = CLOTURE D'UNE PERIODE                          *
      *     LA CLOTURE N'EST ACCEPTEE QUE SI :                      *
      *      - LE DERNIER RUN DE FORBMOR4 EST MARQUE TERMINE (T)    *
      *        ET DATE DANS LA PERIODE A CLOTURER                   *
      *      - LA DERNIERE EXECUTION DE FORBCTL1 (PREUVCTL) A       *
      *        PROUVE CE RUN                                        *
      *      - LA PERIODE EST ECHUE (OU AU DERNIER JOUR DU MOIS)    *
      *      - LES PERIODES ANTERIEURES SONT CLOTUREES ET LA        *
      *        PERIODE SUIT LA DERNIERE PERIODE CLOTUREE            *
      *     LA PERIODE PASSE EN CLOTURE (E), SOLDENOU EST FIGE DANS *
      *     LES SOLDES OFFICIELS DE FIN DE PERIODE (SOLDPER), LES   *
      *     ECRITURES DATEES DANS LA PERIODE SONT TOTALISEES SUR LE *
      *     JOURNAL JRNECR, PUIS LA PERIODE EST MARQUEE CLOTUREE    *
      *     (C) ET UN CERTIFICAT DE CLOTURE EST IMPRIME. UNE SEULE  *
      *     CLOTURE PAR EXECUTION. L'ETAT SE TERMINE PAR LA LISTE   *
      *     DU CALENDRIER. UNE CLOTURE REFUSEE SORT EN CODE RETOUR  *
      *     12, UNE AUTRE CARTE REJETEE EN CODE RETOUR 4.           *
      *     UNE PERIODE RESTEE EN CLOTURE (E) SIGNALE UNE CLOTURE   *
      *     INTERROMPUE : ELLE EST REPRISE SI SOLDPER NE CONTIENT   *
      *     AUCUN SOLDE DE LA PERIODE, SINON REFUSEE (CODE RETOUR   *
      *     12). REPRISE : RESTAURER SOLDPER TEL QU'AVANT LA CLOTURE*
      *     INTERROMPUE, PUIS RESOUMETTRE LA CARTE 'C'.             *
      *                                                             *
      *-------------------------------------------------------------*
       AUTHOR. MOHAMMED.
       DATE-WRITTEN. OCTOBER 2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
            C01 IS SAUTP
            CSP IS SAUT0
            DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *     CALENDRIER DES PERIODES COMPTABLES (INDEXE) - CREE AU
      *     PREMIER PASSAGE
      *
            SELECT OPTIONAL CALPER-FILE ASSIGN TO UT-S-CALPER
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY CP-PERIODE
            FILE STATUS IS W-STAT-CALPER.
      *
      *     JOURNAL DE CONTROLE DES RUNS DE FORBMOR4
      *
            SELECT OPTIONAL RUNCTL-FILE ASSIGN TO UT-S-RUNCTL
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-RUNCTL.
      *
      *     JOURNAL DES PREUVES DE FORBCTL1
      *
            SELECT OPTIONAL PREUVCTL-FILE ASSIGN TO UT-S-PREUVCTL
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-PREUVCTL.
      *
      *     SOLDES DE CLOTURE DU DERNIER RUN
      *
            SELECT SOLDENOU-FILE ASSIGN TO UT-S-SOLDENOU
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SOLDENOU.
      *
      *     SOLDES OFFICIELS DE FIN DE PERIODE (AJOUT EN FIN DE
      *     FICHIER, CREE A LA PREMIERE CLOTURE)
      *
            SELECT OPTIONAL SOLDPER-FILE ASSIGN TO UT-S-SOLDPER
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SOLDPER.
      *
      *     JOURNAL DES ECRITURES IMPUTEES (TENU PAR FORBMOR4)
      *
            SELECT OPTIONAL JRNECR-FILE ASSIGN TO UT-S-JRNECR
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY JR-CLE
            FILE STATUS IS W-STAT-JRNECR.
      *
      *     FICHIER DES TRANSACTIONS DU CALENDRIER
      *
            SELECT TRANS-FILE ASSIGN TO UT-S-PERTRANS
            ORGANIZATION LINE SEQUENTIAL.
      *
      *     ETAT DES CLOTURES ET DU CALENDRIER
      *
            SELECT ETAT-PER ASSIGN TO UT-S-ETATPER
            ORGANIZATION LINE SEQUENTIAL.
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
      *
       FD  CALPER-FILE
           DATA RECORD    CALPER-REC.
      *
       COPY CALPER.
      *
       FD  RUNCTL-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    RUNCTL-REC
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
       FD  SOLDENOU-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-SOLDENOU
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-SOLDENOU.
           05  SN-COMPTE-NUM            PIC X(6).
           05  SN-SOLDE-SIGNE           PIC X(1).
           05  SN-SOLDE                 PIC 9(16)V99.
           05  FILLER                   PIC X(55).
      *
       FD  SOLDPER-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    SOLDPER-REC
           LABEL    RECORD    STANDARD.
      *
       COPY SOLDPER.
      *
       FD  JRNECR-FILE
           DATA RECORD    JRNECR-REC.
      *
       COPY JRNECR.
      *
       FD  TRANS-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-TRANS
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-TRANS.
           05  TR-ACTION                PIC X(1).
           05  TR-PERIODE               PIC X(6).
           05  FILLER                   PIC X(73).
      *
       FD  ETAT-PER
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-ETAT
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-ETAT                   PIC X(132).
      *
       FD  DATCTL-FILE
           DATA RECORD    DATCTL-REC.
      *
       COPY DATCTL.
      *
       WORKING-STORAGE SECTION.
      *
      *     VARIABLES DE FIN DE TRAITEMENT
      *
       01      AXI-FT-TRANS             PIC X(01) VALUE SPACE.
            88 FIN-TRANS                          VALUE '1'.
       01      AXI-FT-CALPER            PIC X(01) VALUE SPACE.
            88 FIN-CALPER                         VALUE '1'.
       01      AXI-FT-SOLDENOU          PIC X(01) VALUE SPACE.
            88 FIN-SOLDENOU                       VALUE '1'.
       01      AXI-FT-SOLDPER           PIC X(01) VALUE SPACE.
            88 FIN-SOLDPER                        VALUE '1'.
       01      AXI-FT-JRNECR            PIC X(01) VALUE SPACE.
            88 FIN-JRNECR                         VALUE '1'.
       01      AXI-FT-PREUVCTL          PIC X(01) VALUE SPACE.
            88 FIN-PREUVCTL                       VALUE '1'.
      *
       01      AXI-PERIODE-EXISTE       PIC X(01) VALUE 'N'.
            88 PERIODE-EXISTE                     VALUE 'O'.
       01      AXI-CLOTURE-FAITE        PIC X(01) VALUE 'N'.
            88 CLOTURE-FAITE                      VALUE 'O'.
       01      AXI-CLOTURE-REFUSEE      PIC X(01) VALUE 'N'.
            88 CLOTURE-REFUSEE                    VALUE 'O'.
       01      AXI-JRNECR-DISPO         PIC X(01) VALUE 'N'.
            88 JRNECR-DISPONIBLE                  VALUE 'O'.
      *
       01      W-STAT-CALPER            PIC X(02) VALUE SPACES.
       01      W-STAT-PREUVCTL          PIC X(02) VALUE SPACES.
       01      W-STAT-SOLDENOU          PIC X(02) VALUE SPACES.
       01      W-STAT-SOLDPER           PIC X(02) VALUE SPACES.
       01      W-STAT-JRNECR            PIC X(02) VALUE SPACES.
       01      W-MOTIF-REJET            PIC X(40).
      *
      *     CONTROLE DU STATUT DU DERNIER RUN DE FORBMOR4
      *
       01      AXI-FT-RUNCTL            PIC X(01) VALUE SPACE.
            88 FIN-RUNCTL                         VALUE '1'.
       01      W-STAT-RUNCTL            PIC X(02) VALUE SPACES.
       01      W-DERNIER-RUN            PIC 9(05) VALUE ZERO.
       01      W-DERNIER-ETAT           PIC X(01) VALUE SPACE.
       01      W-DERNIER-DATE-RUN       PIC 9(08) VALUE ZERO.
      *
      *     DERNIERE PREUVE ENREGISTREE PAR FORBCTL1
      *
       01      W-PREUVE-RUN             PIC 9(05) VALUE ZERO.
       01      W-PREUVE-DATE            PIC 9(08) VALUE ZERO.
       01      W-PREUVE-RESULTAT        PIC X(01) VALUE SPACE.
      *
      *     SITUATION DU CALENDRIER AU DEBUT DU TRAITEMENT :
      *     DERNIERE PERIODE CLOTUREE ET PREMIERE PERIODE NON
      *     CLOTUREE (A BLANC : AUCUNE)
      *
       01      W-DERNIERE-CLOSE         PIC X(6)  VALUE SPACES.
       01      W-PREMIERE-OUVERTE       PIC X(6)  VALUE SPACES.
      *
      *     PERIODE SUIVANT LA DERNIERE PERIODE CLOTUREE
      *
       01      W-PERIODE-CALC.
           05  W-PC-AAAA                PIC 9(04).
           05  W-PC-MM                  PIC 9(02).
      *
      *     PERIODE DE LA CARTE : ANNEE, MOIS, DERNIER JOUR
      *
       01      W-VAL-AAAA               PIC 9(04).
       01      W-VAL-MM                 PIC 9(02).
       01      W-VAL-JJ-MAX             PIC 9(02).
       01      W-VAL-QUOTIENT           PIC 9(04).
       01      W-VAL-RESTE-4            PIC 9(04).
       01      W-VAL-RESTE-100          PIC 9(04).
       01      W-VAL-RESTE-400          PIC 9(04).
       01      W-FIN-PERIODE            PIC X(8).
      *
      *     TOTAUX DE LA PERIODE CLOTUREE
      *
       01      W-CLO-NB-COMPTES         PIC 9(07) VALUE ZERO.
       01      W-CLO-SOLDES-D           PIC 9(16)V99 VALUE ZERO.
       01      W-CLO-SOLDES-C           PIC 9(16)V99 VALUE ZERO.
       01      W-CLO-NB-ECRITURES       PIC 9(07) VALUE ZERO.
       01      W-CLO-MVT-D              PIC 9(16)V99 VALUE ZERO.
       01      W-CLO-MVT-C              PIC 9(16)V99 VALUE ZERO.
       01      W-NET                    PIC S9(16)V99 VALUE ZERO.
      *
      *     COMPTEURS DE L'ETAT
      *
       01      W-NB-TRANS-LUES          PIC 9(07) VALUE ZERO.
       01      W-NB-OUVERTURES          PIC 9(07) VALUE ZERO.
       01      W-NB-CLOTURES            PIC 9(07) VALUE ZERO.
       01      W-NB-REJETS              PIC 9(07) VALUE ZERO.
       01      W-NB-SOLDPER-PERIODE     PIC 9(07) VALUE ZERO.
      *
       01      W-MONTANT-AFF            PIC Z(12)9V99.
       01      W-NET-AFF                PIC -(12)9V99.
       01      W-NB-AFF                 PIC Z(6)9.
       01      W-RUN-AFF                PIC Z(4)9.
      *
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-DATE-A-FORMATER        PIC X(8).
       01      W-DATE-FORMAT            PIC X(10).
       01      W-PERIODE-A-FORMATER     PIC X(6).
       01      W-PERIODE-AFF            PIC X(7).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
       01      W-MAX-LIGNES-PAGE        PIC 9(03) VALUE 060.
       01      W-LIGNE-A-IMPRIMER       PIC X(132) VALUE SPACES.
      *
       01      W-ENTETE-1.
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(34)
                          VALUE 'CALENDRIER ET CLOTURE DES PERIODES'.
           05  FILLER                   PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'DATE:'.
           05  W-ENT1-DATE              PIC X(10).
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'PAGE:'.
           05  W-ENT1-PAGE              PIC ZZZZ9.
      *
       01      W-ENTETE-CAL.
           05  FILLER                   PIC X(9)  VALUE 'PERIODE'.
           05  FILLER                   PIC X(3)  VALUE 'S'.
           05  FILLER                   PIC X(12) VALUE 'OUVERTE LE'.
           05  FILLER                   PIC X(12) VALUE 'CLOTUREE LE'.
           05  FILLER                   PIC X(7)  VALUE 'RUN'.
           05  FILLER                   PIC X(9)  VALUE 'COMPTES'.
           05  FILLER                   PIC X(17)
                                        VALUE '  SOLDES DEBIT.'.
           05  FILLER                   PIC X(17)
                                        VALUE '  SOLDES CREDIT.'.
           05  FILLER                   PIC X(9)  VALUE 'ECRIT.'.
      *
       PROCEDURE DIVISION.
      *
      * ------------------> NIVEAU 01 <-----------------------------*
      *
       ENTREE-PROGRAMME.
           PERFORM DEBUT-PROGRAMME        THRU DEBUT-PROGRAMME-FIN
           PERFORM TRAITEMENT-TRANS       THRU TRAITEMENT-TRANS-FIN
                                         UNTIL FIN-TRANS
           PERFORM LISTE-CALENDRIER       THRU LISTE-CALENDRIER-FIN
           PERFORM FIN-PROGRAMME          THRU FIN-PROGRAMME-FIN.
      *
       DEBUT-PROGRAMME.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBPER1'
           DISPLAY ' '
           OPEN     I-O       CALPER-FILE
           IF W-STAT-CALPER NOT = '00' AND NOT = '05'
              DISPLAY 'CALPER-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                 W-STAT-CALPER
              DISPLAY 'ARRET DU PROGRAMME'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM  CONTROLE-STATUT-RUN  THRU CONTROLE-STATUT-RUN-FIN
           PERFORM  DERNIERE-PREUVE      THRU DERNIERE-PREUVE-FIN
           PERFORM  SITUATION-CALENDRIER THRU SITUATION-CALENDRIER-FIN
           OPEN     INPUT     TRANS-FILE
           OPEN     OUTPUT    ETAT-PER
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(6:1)
           MOVE     W-DATE-SYSTEME(1:4)  TO W-DATE-JOUR-AFF(7:4)
           PERFORM  ENTETE-ETAT          THRU ENTETE-ETAT-FIN
           PERFORM  LECTURE-TRANS        THRU LECTURE-TRANS-FIN.
       DEBUT-PROGRAMME-FIN.
           EXIT.
      *
       FIN-PROGRAMME.
           PERFORM  TOTAL-CALENDRIER     THRU TOTAL-CALENDRIER-FIN
           CLOSE    CALPER-FILE
           CLOSE    TRANS-FILE
           CLOSE    ETAT-PER
           IF CLOTURE-REFUSEE
              MOVE  12                   TO RETURN-CODE
              DISPLAY 'FORBPER1 : CLOTURE REFUSEE - CODE RETOUR 12'
           ELSE
              IF W-NB-REJETS > ZERO
                 MOVE  4                 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY 'FIN DU PROGRAMME FORBPER1'
           STOP RUN.
       FIN-PROGRAMME-FIN.
           EXIT.
      *
      * ------------------> FIN NIVEAU 01 <-------------------------*
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
      *           LE JOURNAL EST CHRONOLOGIQUE : LE DERNIER
      *           ENREGISTREMENT DU PLUS GRAND NUMERO DE RUN DONNE
      *           L'ETAT COURANT ET LA DATE DU DERNIER RUN. ICI LE
      *           STATUT N'ARRETE PAS LE PROGRAMME : IL N'EST EXIGE
      *           QUE POUR UNE CLOTURE.
       CONTROLE-STATUT-RUN.
           OPEN     INPUT     RUNCTL-FILE
           IF W-STAT-RUNCTL = '00'
              PERFORM LECTURE-RUNCTL     THRU LECTURE-RUNCTL-FIN
              PERFORM EXAMEN-RUNCTL      THRU EXAMEN-RUNCTL-FIN
                                         UNTIL FIN-RUNCTL
           END-IF
           CLOSE    RUNCTL-FILE.
       CONTROLE-STATUT-RUN-FIN.
           EXIT.
      *
       LECTURE-RUNCTL.
           READ     RUNCTL-FILE
              AT END
                 MOVE '1'                TO AXI-FT-RUNCTL
              END-READ.
       LECTURE-RUNCTL-FIN.
           EXIT.
      *
       EXAMEN-RUNCTL.
           IF RC-RUN-NUM IS NUMERIC
              IF RC-RUN-NUM NOT < W-DERNIER-RUN
                 MOVE  RC-RUN-NUM        TO W-DERNIER-RUN
                 MOVE  RC-ETAT           TO W-DERNIER-ETAT
                 MOVE  RC-DATE-RUN       TO W-DERNIER-DATE-RUN
              END-IF
           END-IF
           PERFORM  LECTURE-RUNCTL       THRU LECTURE-RUNCTL-FIN.
       EXAMEN-RUNCTL-FIN.
           EXIT.
      *
      *           LE JOURNAL DES PREUVES EST CHRONOLOGIQUE : SEUL LE
      *           DERNIER ENREGISTREMENT COMPTE (UN CONTROLE EN
      *           ECART POSTERIEUR ANNULE UNE PREUVE ANTERIEURE).
       DERNIERE-PREUVE.
           OPEN     INPUT     PREUVCTL-FILE
           IF W-STAT-PREUVCTL = '00'
              PERFORM LECTURE-PREUVE     THRU LECTURE-PREUVE-FIN
                                         UNTIL FIN-PREUVCTL
           END-IF
           CLOSE    PREUVCTL-FILE.
       DERNIERE-PREUVE-FIN.
           EXIT.
      *
       LECTURE-PREUVE.
           READ     PREUVCTL-FILE
              AT END
                 MOVE '1'                TO AXI-FT-PREUVCTL
              NOT AT END
                 MOVE PV-RUN-NUM         TO W-PREUVE-RUN
                 MOVE PV-DATE-CTL        TO W-PREUVE-DATE
                 MOVE PV-RESULTAT        TO W-PREUVE-RESULTAT
              END-READ.
       LECTURE-PREUVE-FIN.
           EXIT.
      *
      *           PARCOURS DU CALENDRIER DANS L'ORDRE DES PERIODES :
      *           DERNIERE PERIODE CLOTUREE ET PREMIERE PERIODE
      *           RESTANT A CLOTURER.
       SITUATION-CALENDRIER.
           PERFORM  POSITIONNEMENT-CAL   THRU POSITIONNEMENT-CAL-FIN
           PERFORM  EXAMEN-CALENDRIER    THRU EXAMEN-CALENDRIER-FIN
                                         UNTIL FIN-CALPER.
       SITUATION-CALENDRIER-FIN.
           EXIT.
      *
       EXAMEN-CALENDRIER.
           IF CP-PERIODE-CLOTUREE
              MOVE  CP-PERIODE           TO W-DERNIERE-CLOSE
           ELSE
              IF W-PREMIERE-OUVERTE = SPACES
                 MOVE CP-PERIODE         TO W-PREMIERE-OUVERTE
              END-IF
           END-IF
           PERFORM  LECTURE-CALENDRIER   THRU LECTURE-CALENDRIER-FIN.
       EXAMEN-CALENDRIER-FIN.
           EXIT.
      *
       POSITIONNEMENT-CAL.
           MOVE     SPACE                TO AXI-FT-CALPER
           MOVE     LOW-VALUES           TO CP-PERIODE
           START    CALPER-FILE
                    KEY IS NOT LESS THAN CP-PERIODE
              INVALID KEY
                 MOVE '1'                TO AXI-FT-CALPER
              NOT INVALID KEY
                 PERFORM LECTURE-CALENDRIER
                                         THRU LECTURE-CALENDRIER-FIN
           END-START.
       POSITIONNEMENT-CAL-FIN.
           EXIT.
      *
       LECTURE-CALENDRIER.
           READ     CALPER-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-CALPER
           END-READ.
       LECTURE-CALENDRIER-FIN.
           EXIT.
      *
       LECTURE-TRANS.
           READ     TRANS-FILE
              AT END
                 MOVE '1'                TO AXI-FT-TRANS
              NOT AT END
                 ADD  1                  TO W-NB-TRANS-LUES
              END-READ.
       LECTURE-TRANS-FIN.
           EXIT.
      *
       TRAITEMENT-TRANS.
           MOVE     SPACES               TO W-MOTIF-REJET
           PERFORM  CONTROLE-PERIODE     THRU CONTROLE-PERIODE-FIN
           IF W-MOTIF-REJET = SPACES
              PERFORM RECHERCHE-PERIODE  THRU RECHERCHE-PERIODE-FIN
              EVALUATE TR-ACTION
                 WHEN 'O'
                    PERFORM TRANS-OUVERTURE
                                         THRU TRANS-OUVERTURE-FIN
                 WHEN 'C'
                    PERFORM TRANS-CLOTURE
                                         THRU TRANS-CLOTURE-FIN
                 WHEN OTHER
                    MOVE 'CODE ACTION INVALIDE'
                                         TO W-MOTIF-REJET
              END-EVALUATE
           END-IF
           IF W-MOTIF-REJET NOT = SPACES
              ADD   1                    TO W-NB-REJETS
              IF TR-ACTION = 'C'
                 MOVE 'O'                TO AXI-CLOTURE-REFUSEE
              END-IF
              PERFORM LIGNE-REJET        THRU LIGNE-REJET-FIN
           END-IF
           PERFORM  LECTURE-TRANS        THRU LECTURE-TRANS-FIN.
       TRAITEMENT-TRANS-FIN.
           EXIT.
      *
      *           LA PERIODE AAAAMM DOIT ETRE NUMERIQUE, MOIS 01-12 -
      *           LE DERNIER JOUR DU MOIS DONNE LA FIN DE PERIODE.
       CONTROLE-PERIODE.
           IF TR-PERIODE IS NOT NUMERIC
              MOVE  'PERIODE INVALIDE (AAAAMM)'
                                         TO W-MOTIF-REJET
           ELSE
              MOVE  TR-PERIODE(1:4)      TO W-VAL-AAAA
              MOVE  TR-PERIODE(5:2)      TO W-VAL-MM
              IF W-VAL-MM < 01 OR W-VAL-MM > 12
                 MOVE 'PERIODE INVALIDE (AAAAMM)'
                                         TO W-MOTIF-REJET
              ELSE
                 PERFORM CALCUL-JJ-MAX   THRU CALCUL-JJ-MAX-FIN
                 MOVE  TR-PERIODE        TO W-FIN-PERIODE(1:6)
                 MOVE  W-VAL-JJ-MAX      TO W-FIN-PERIODE(7:2)
              END-IF
           END-IF.
       CONTROLE-PERIODE-FIN.
           EXIT.
      *
      *           NOMBRE DE JOURS DU MOIS W-VAL-MM DE L'ANNEE
      *           W-VAL-AAAA, ANNEES BISSEXTILES COMPRISES (REGLE
      *           DES SIECLES).
       CALCUL-JJ-MAX.
           EVALUATE W-VAL-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                 MOVE 31                 TO W-VAL-JJ-MAX
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30                 TO W-VAL-JJ-MAX
              WHEN OTHER
                 DIVIDE W-VAL-AAAA BY 4
                        GIVING W-VAL-QUOTIENT
                        REMAINDER W-VAL-RESTE-4
                 DIVIDE W-VAL-AAAA BY 100
                        GIVING W-VAL-QUOTIENT
                        REMAINDER W-VAL-RESTE-100
                 DIVIDE W-VAL-AAAA BY 400
                        GIVING W-VAL-QUOTIENT
                        REMAINDER W-VAL-RESTE-400
                 IF W-VAL-RESTE-400 = ZERO
                    OR (W-VAL-RESTE-4 = ZERO
                        AND W-VAL-RESTE-100 NOT = ZERO)
                    MOVE 29              TO W-VAL-JJ-MAX
                 ELSE
                    MOVE 28              TO W-VAL-JJ-MAX
                 END-IF
           END-EVALUATE.
       CALCUL-JJ-MAX-FIN.
           EXIT.
      *
       RECHERCHE-PERIODE.
           MOVE     'N'                  TO AXI-PERIODE-EXISTE
           MOVE     TR-PERIODE           TO CP-PERIODE
           READ     CALPER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'O'                TO AXI-PERIODE-EXISTE
           END-READ.
       RECHERCHE-PERIODE-FIN.
           EXIT.
      *
      *           OUVERTURE : LA PERIODE NE DOIT PAS ETRE DEJA AU
      *           CALENDRIER NI PRECEDER LA DERNIERE PERIODE CLOTUREE
      *           (ON NE ROUVRE PAS LE PASSE).
       TRANS-OUVERTURE.
           IF PERIODE-EXISTE
              MOVE  'PERIODE DEJA AU CALENDRIER'
                                         TO W-MOTIF-REJET
           ELSE
           IF W-DERNIERE-CLOSE NOT = SPACES
              AND TR-PERIODE < W-DERNIERE-CLOSE
              MOVE  'PERIODE ANTERIEURE A LA DERNIERE CLOTURE'
                                         TO W-MOTIF-REJET
           ELSE
              PERFORM CREATION-PERIODE   THRU CREATION-PERIODE-FIN
           END-IF
           END-IF.
       TRANS-OUVERTURE-FIN.
           EXIT.
      *
      *           NOUVELLE PERIODE OUVERTE, SANS TOTAUX.
       CREATION-PERIODE.
           MOVE     SPACES               TO CALPER-REC
           MOVE     TR-PERIODE           TO CP-PERIODE
           MOVE     'O'                  TO CP-STATUT
           MOVE     W-DATE-SYSTEME       TO CP-DATE-OUVERTURE
           MOVE     ZERO                 TO CP-DATE-CLOTURE
           MOVE     ZERO                 TO CP-RUN-CLOTURE
           MOVE     ZERO                 TO CP-NB-COMPTES
           MOVE     ZERO                 TO CP-TOT-SOLDES-D
           MOVE     ZERO                 TO CP-TOT-SOLDES-C
           MOVE     ZERO                 TO CP-NB-ECRITURES
           MOVE     ZERO                 TO CP-TOT-MVT-D
           MOVE     ZERO                 TO CP-TOT-MVT-C
           WRITE    CALPER-REC
              INVALID KEY
                 MOVE 'ECRITURE IMPOSSIBLE AU CALENDRIER'
                                         TO W-MOTIF-REJET
              NOT INVALID KEY
                 ADD  1                  TO W-NB-OUVERTURES
                 IF W-PREMIERE-OUVERTE = SPACES
                    OR TR-PERIODE < W-PREMIERE-OUVERTE
                    MOVE TR-PERIODE      TO W-PREMIERE-OUVERTE
                 END-IF
                 MOVE TR-PERIODE         TO W-PERIODE-A-FORMATER
                 PERFORM FORMAT-PERIODE  THRU FORMAT-PERIODE-FIN
                 STRING 'O  PERIODE ' W-PERIODE-AFF
                        ' OUVERTE AU CALENDRIER'
                        DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                 PERFORM IMPRESSION-LIGNE
                                         THRU IMPRESSION-LIGNE-FIN
           END-WRITE.
       CREATION-PERIODE-FIN.
           EXIT.
      *
      *           CLOTURE : CONTROLES PREALABLES PUIS PASSAGE EN
      *           CLOTURE, FIGEAGE DES SOLDES, TOTAUX DU JOURNAL,
      *           MARQUAGE CLOTUREE ET CERTIFICAT.
       TRANS-CLOTURE.
           PERFORM  CONTROLE-CLOTURE     THRU CONTROLE-CLOTURE-FIN
           IF W-MOTIF-REJET = SPACES
              PERFORM MISE-EN-CLOTURE    THRU MISE-EN-CLOTURE-FIN
              IF W-MOTIF-REJET = SPACES
                 PERFORM FIGEAGE-SOLDES  THRU FIGEAGE-SOLDES-FIN
                 PERFORM TOTAUX-JOURNAL  THRU TOTAUX-JOURNAL-FIN
                 PERFORM MARQUAGE-CLOTURE
                                         THRU MARQUAGE-CLOTURE-FIN
              ELSE
                 CLOSE SOLDENOU-FILE
                 CLOSE SOLDPER-FILE
              END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
              MOVE  'O'                  TO AXI-CLOTURE-FAITE
              MOVE  TR-PERIODE           TO W-DERNIERE-CLOSE
              IF W-PREMIERE-OUVERTE = TR-PERIODE
                 MOVE SPACES             TO W-PREMIERE-OUVERTE
              END-IF
              ADD   1                    TO W-NB-CLOTURES
              PERFORM CERTIFICAT-CLOTURE THRU CERTIFICAT-CLOTURE-FIN
           END-IF.
       TRANS-CLOTURE-FIN.
           EXIT.
      *
      *           CONTROLES PREALABLES A LA CLOTURE, DANS L'ORDRE :
      *           UNICITE, STATUT DE LA PERIODE, SEQUENCE DU
      *           CALENDRIER, ECHEANCE, DERNIER RUN, PREUVE FORBCTL1,
      *           REPRISE D'UNE CLOTURE INTERROMPUE, DISPONIBILITE DES
      *           SOLDES. LE PREMIER ECHEC REFUSE.
       CONTROLE-CLOTURE.
           MOVE     SPACES               TO W-PERIODE-CALC
           IF W-DERNIERE-CLOSE NOT = SPACES
              MOVE  W-DERNIERE-CLOSE     TO W-PERIODE-CALC
              ADD   1                    TO W-PC-MM
              IF W-PC-MM > 12
                 MOVE 01                 TO W-PC-MM
                 ADD  1                  TO W-PC-AAAA
              END-IF
           END-IF
           IF CLOTURE-FAITE
              MOVE  'UNE SEULE CLOTURE PAR EXECUTION'
                                         TO W-MOTIF-REJET
           ELSE
           IF PERIODE-EXISTE AND CP-PERIODE-CLOTUREE
              MOVE  'PERIODE DEJA CLOTUREE'
                                         TO W-MOTIF-REJET
           ELSE
           IF W-PREMIERE-OUVERTE NOT = SPACES
              AND W-PREMIERE-OUVERTE < TR-PERIODE
              MOVE  'PERIODE ANTERIEURE NON CLOTUREE'
                                         TO W-MOTIF-REJET
           ELSE
           IF W-DERNIERE-CLOSE NOT = SPACES
              AND W-PERIODE-CALC NOT = TR-PERIODE
              MOVE  'NE SUIT PAS LA DERNIERE PERIODE CLOSE'
                                         TO W-MOTIF-REJET
           ELSE
           IF TR-PERIODE > W-DATE-SYSTEME(1:6)
              OR (TR-PERIODE = W-DATE-SYSTEME(1:6)
                  AND W-DATE-SYSTEME(1:8) < W-FIN-PERIODE)
              MOVE  'PERIODE NON ECHUE'  TO W-MOTIF-REJET
           ELSE
           IF W-DERNIER-RUN = ZERO
              OR W-DERNIER-ETAT NOT = 'T'
              MOVE  'DERNIER RUN FORBMOR4 NON TERMINE'
                                         TO W-MOTIF-REJET
           ELSE
           IF W-DERNIER-DATE-RUN(1:6) NOT = TR-PERIODE
              MOVE  'DERNIER RUN FORBMOR4 HORS PERIODE'
                                         TO W-MOTIF-REJET
           ELSE
           IF W-PREUVE-RUN NOT = W-DERNIER-RUN
              OR W-PREUVE-RESULTAT NOT = 'O'
              MOVE  'DERNIER RUN NON PROUVE PAR FORBCTL1'
                                         TO W-MOTIF-REJET
           ELSE
              PERFORM CONTROLE-REPRISE   THRU CONTROLE-REPRISE-FIN
              IF W-MOTIF-REJET = SPACES
                 PERFORM OUVERTURE-CLOTURE
                                         THRU OUVERTURE-CLOTURE-FIN
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       CONTROLE-CLOTURE-FIN.
           EXIT.
      *
      *           UNE PERIODE RESTEE EN CLOTURE ('E') SIGNALE UNE
      *           CLOTURE INTERROMPUE. ELLE N'EST REPRISE QUE SI
      *           SOLDPER NE CONTIENT AUCUN SOLDE DE LA PERIODE :
      *           SINON LE FIGEAGE AJOUTERAIT UNE SECONDE SERIE DE
      *           SOLDES. SOLDPER DOIT ALORS ETRE RESTAURE TEL QU'AVANT
      *           LA CLOTURE INTERROMPUE AVANT DE RESOUMETTRE LA CARTE.
       CONTROLE-REPRISE.
           IF PERIODE-EXISTE AND CP-PERIODE-EN-CLOTURE
              MOVE  ZERO                 TO W-NB-SOLDPER-PERIODE
              MOVE  SPACE                TO AXI-FT-SOLDPER
              OPEN  INPUT     SOLDPER-FILE
              IF W-STAT-SOLDPER = '00'
                 PERFORM LECTURE-SOLDPER THRU LECTURE-SOLDPER-FIN
                 PERFORM EXAMEN-SOLDPER  THRU EXAMEN-SOLDPER-FIN
                                         UNTIL FIN-SOLDPER
              END-IF
              CLOSE SOLDPER-FILE
              IF W-NB-SOLDPER-PERIODE > ZERO
                 MOVE 'CLOTURE INTERROMPUE - RESTAURER SOLDPER'
                                         TO W-MOTIF-REJET
                 DISPLAY 'PERIODE ' TR-PERIODE
                         ' EN CLOTURE INTERROMPUE : RESTAURER SOLDPER'
                         ' TEL QU''AVANT CETTE CLOTURE ET RESOUMETTRE'
                         ' LA CARTE C'
              ELSE
                 DISPLAY 'PERIODE ' TR-PERIODE
                         ' EN CLOTURE INTERROMPUE - CLOTURE REPRISE'
              END-IF
           END-IF.
       CONTROLE-REPRISE-FIN.
           EXIT.
      *
       LECTURE-SOLDPER.
           READ     SOLDPER-FILE
              AT END
                 MOVE '1'                TO AXI-FT-SOLDPER
              END-READ.
       LECTURE-SOLDPER-FIN.
           EXIT.
      *
       EXAMEN-SOLDPER.
           IF SP-PERIODE = TR-PERIODE
              ADD   1                    TO W-NB-SOLDPER-PERIODE
           END-IF
           PERFORM  LECTURE-SOLDPER      THRU LECTURE-SOLDPER-FIN.
       EXAMEN-SOLDPER-FIN.
           EXIT.
      *
      *           LES SOLDES DU DERNIER RUN DOIVENT ETRE LISIBLES ET
      *           LES SOLDES DE FIN DE PERIODE ACCESSIBLES EN AJOUT.
       OUVERTURE-CLOTURE.
           OPEN     INPUT     SOLDENOU-FILE
           IF W-STAT-SOLDENOU NOT = '00'
              MOVE  'SOLDENOU INACCESSIBLE'
                                         TO W-MOTIF-REJET
           ELSE
              OPEN  EXTEND    SOLDPER-FILE
              IF W-STAT-SOLDPER NOT = '00' AND NOT = '05'
                 CLOSE SOLDENOU-FILE
                 MOVE 'SOLDPER INACCESSIBLE'
                                         TO W-MOTIF-REJET
              END-IF
           END-IF.
       OUVERTURE-CLOTURE-FIN.
           EXIT.
      *
      *           LA PERIODE PASSE EN CLOTURE AVANT LE FIGEAGE : UNE
      *           INTERRUPTION LAISSE LA TRACE 'E' AU CALENDRIER, QUE
      *           CONTROLE-REPRISE EXAMINE A LA CARTE SUIVANTE.
       MISE-EN-CLOTURE.
           IF PERIODE-EXISTE
              MOVE  'E'                  TO CP-STATUT
              REWRITE CALPER-REC
                 INVALID KEY
                    MOVE 'REECRITURE IMPOSSIBLE AU CALENDRIER'
                                         TO W-MOTIF-REJET
              END-REWRITE
           ELSE
              MOVE  SPACES               TO CALPER-REC
              MOVE  TR-PERIODE           TO CP-PERIODE
              MOVE  'E'                  TO CP-STATUT
              MOVE  W-DATE-SYSTEME       TO CP-DATE-OUVERTURE
              MOVE  ZERO                 TO CP-DATE-CLOTURE
              MOVE  ZERO                 TO CP-RUN-CLOTURE
              MOVE  ZERO                 TO CP-NB-COMPTES
              MOVE  ZERO                 TO CP-TOT-SOLDES-D
              MOVE  ZERO                 TO CP-TOT-SOLDES-C
              MOVE  ZERO                 TO CP-NB-ECRITURES
              MOVE  ZERO                 TO CP-TOT-MVT-D
              MOVE  ZERO                 TO CP-TOT-MVT-C
              WRITE CALPER-REC
                 INVALID KEY
                    MOVE 'ECRITURE IMPOSSIBLE AU CALENDRIER'
                                         TO W-MOTIF-REJET
              END-WRITE
           END-IF.
       MISE-EN-CLOTURE-FIN.
           EXIT.
      *
      *           COPIE DE SOLDENOU DANS LES SOLDES OFFICIELS DE FIN
      *           DE PERIODE, AVEC LE TOTAL DES SOLDES DEBITEURS ET
      *           CREDITEURS. UN SOLDE NON ECRIT ARRETE NET LE
      *           PROGRAMME AVANT LE MARQUAGE 'C' : LA PERIODE RESTE
      *           EN CLOTURE ET SE REPREND COMME UNE CLOTURE
      *           INTERROMPUE (CONTROLE-REPRISE).
       FIGEAGE-SOLDES.
           MOVE     ZERO                 TO W-CLO-NB-COMPTES
           MOVE     ZERO                 TO W-CLO-SOLDES-D
           MOVE     ZERO                 TO W-CLO-SOLDES-C
           MOVE     SPACE                TO AXI-FT-SOLDENOU
           PERFORM  LECTURE-SOLDENOU     THRU LECTURE-SOLDENOU-FIN
           PERFORM  COPIE-SOLDE          THRU COPIE-SOLDE-FIN
                                         UNTIL FIN-SOLDENOU
           CLOSE    SOLDENOU-FILE
           CLOSE    SOLDPER-FILE.
       FIGEAGE-SOLDES-FIN.
           EXIT.
      *
       LECTURE-SOLDENOU.
           READ     SOLDENOU-FILE
              AT END
                 MOVE '1'                TO AXI-FT-SOLDENOU
              END-READ.
       LECTURE-SOLDENOU-FIN.
           EXIT.
      *
       COPIE-SOLDE.
           MOVE     SPACES               TO SOLDPER-REC
           MOVE     TR-PERIODE           TO SP-PERIODE
           MOVE     SN-COMPTE-NUM        TO SP-COMPTE-NUM
           MOVE     SN-SOLDE-SIGNE       TO SP-SOLDE-SIGNE
           MOVE     SN-SOLDE             TO SP-SOLDE
           MOVE     W-DERNIER-RUN        TO SP-RUN-NUM
           MOVE     W-DATE-SYSTEME       TO SP-DATE-CLOTURE
           WRITE    SOLDPER-REC
           IF W-STAT-SOLDPER NOT = '00'
              DISPLAY '*** ERREUR : SOLDPER-FILE ECRITURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-SOLDPER ' - COMPTE ' SN-COMPTE-NUM
              DISPLAY 'PERIODE ' TR-PERIODE ' RESTEE EN CLOTURE :'
                 ' RESTAURER SOLDPER ET RESOUMETTRE LA CARTE C'
              DISPLAY 'ARRET DU PROGRAMME'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           ADD      1                    TO W-CLO-NB-COMPTES
           IF SN-SOLDE-SIGNE = '-'
              ADD   SN-SOLDE             TO W-CLO-SOLDES-D
           ELSE
              ADD   SN-SOLDE             TO W-CLO-SOLDES-C
           END-IF
           PERFORM  LECTURE-SOLDENOU     THRU LECTURE-SOLDENOU-FIN.
       COPIE-SOLDE-FIN.
           EXIT.
      *
      *           TOTAUX DES ECRITURES IMPUTEES DATEES DANS LA
      *           PERIODE : LA CLE DU JOURNAL COMMENCE PAR LE COMPTE,
      *           LE JOURNAL EST DONC LU EN ENTIER. JOURNAL ABSENT =
      *           TOTAUX NON DISPONIBLES, SIGNALES AU CERTIFICAT.
       TOTAUX-JOURNAL.
           MOVE     ZERO                 TO W-CLO-NB-ECRITURES
           MOVE     ZERO                 TO W-CLO-MVT-D
           MOVE     ZERO                 TO W-CLO-MVT-C
           MOVE     'N'                  TO AXI-JRNECR-DISPO
           OPEN     INPUT     JRNECR-FILE
           IF W-STAT-JRNECR = '00'
              MOVE  'O'                  TO AXI-JRNECR-DISPO
              MOVE  SPACE                TO AXI-FT-JRNECR
              MOVE  LOW-VALUES           TO JR-CLE
              START JRNECR-FILE
                    KEY IS NOT LESS THAN JR-CLE
                 INVALID KEY
                    MOVE '1'             TO AXI-FT-JRNECR
                 NOT INVALID KEY
                    PERFORM LECTURE-JOURNAL
                                         THRU LECTURE-JOURNAL-FIN
              END-START
              PERFORM CUMUL-JOURNAL      THRU CUMUL-JOURNAL-FIN
                                         UNTIL FIN-JRNECR
           END-IF
           CLOSE    JRNECR-FILE.
       TOTAUX-JOURNAL-FIN.
           EXIT.
      *
       LECTURE-JOURNAL.
           READ     JRNECR-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-JRNECR
           END-READ.
       LECTURE-JOURNAL-FIN.
           EXIT.
      *
       CUMUL-JOURNAL.
           IF JR-ECRITURE-DATE(1:6) = TR-PERIODE
              ADD   1                    TO W-CLO-NB-ECRITURES
              IF JR-SENS-ECRITURE = 'C'
                 ADD JR-MONTANT-REF      TO W-CLO-MVT-C
              ELSE
                 ADD JR-MONTANT-REF      TO W-CLO-MVT-D
              END-IF
           END-IF
           PERFORM  LECTURE-JOURNAL      THRU LECTURE-JOURNAL-FIN.
       CUMUL-JOURNAL-FIN.
           EXIT.
      *
      *           LA PERIODE EST RELUE PUIS MARQUEE CLOTUREE AVEC LES
      *           TOTAUX DU CERTIFICAT.
       MARQUAGE-CLOTURE.
           MOVE     TR-PERIODE           TO CP-PERIODE
           READ     CALPER-FILE
              INVALID KEY
                 MOVE 'PERIODE PERDUE AU CALENDRIER'
                                         TO W-MOTIF-REJET
              NOT INVALID KEY
                 MOVE 'C'                TO CP-STATUT
                 MOVE W-DATE-SYSTEME     TO CP-DATE-CLOTURE
                 MOVE W-DERNIER-RUN      TO CP-RUN-CLOTURE
                 MOVE W-CLO-NB-COMPTES   TO CP-NB-COMPTES
                 MOVE W-CLO-SOLDES-D     TO CP-TOT-SOLDES-D
                 MOVE W-CLO-SOLDES-C     TO CP-TOT-SOLDES-C
                 MOVE W-CLO-NB-ECRITURES TO CP-NB-ECRITURES
                 MOVE W-CLO-MVT-D        TO CP-TOT-MVT-D
                 MOVE W-CLO-MVT-C        TO CP-TOT-MVT-C
                 REWRITE CALPER-REC
                    INVALID KEY
                       MOVE 'REECRITURE IMPOSSIBLE AU CALENDRIER'
                                         TO W-MOTIF-REJET
                 END-REWRITE
           END-READ.
       MARQUAGE-CLOTURE-FIN.
           EXIT.
      *
      *           CERTIFICAT DE CLOTURE : PERIODE, RUN PROUVE, SOLDES
      *           FIGES ET MOUVEMENTS DE LA PERIODE.
       CERTIFICAT-CLOTURE.
           MOVE     TR-PERIODE           TO W-PERIODE-A-FORMATER
           PERFORM  FORMAT-PERIODE       THRU FORMAT-PERIODE-FIN
           MOVE     SPACES               TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         ***** CERTIFICAT DE CLOTURE DE LA '
                    'PERIODE ' W-PERIODE-AFF ' *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-FIN-PERIODE        TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           STRING   '         PERIODE DU 01/' W-PERIODE-AFF
                    ' AU ' W-DATE-FORMAT
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-DERNIER-RUN        TO W-RUN-AFF
           MOVE     W-DERNIER-DATE-RUN   TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           STRING   '         DERNIER RUN FORBMOR4    : ' W-RUN-AFF
                    ' DU ' W-DATE-FORMAT ' - TERMINE'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-PREUVE-DATE        TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           STRING   '         PREUVE FORBCTL1 DU      : '
                    W-DATE-FORMAT ' - LE LIVRE SE PROUVE'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-CLO-NB-COMPTES     TO W-NB-AFF
           STRING   '         COMPTES FIGES (SOLDPER) : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-CLO-SOLDES-D       TO W-MONTANT-AFF
           STRING   '         SOLDES DEBITEURS        : '
                    W-MONTANT-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-CLO-SOLDES-C       TO W-MONTANT-AFF
           STRING   '         SOLDES CREDITEURS       : '
                    W-MONTANT-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           COMPUTE  W-NET = W-CLO-SOLDES-C - W-CLO-SOLDES-D
           MOVE     W-NET                TO W-NET-AFF
           STRING   '         POSITION NETTE          : ' W-NET-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           IF JRNECR-DISPONIBLE
              MOVE  W-CLO-NB-ECRITURES   TO W-NB-AFF
              STRING '         ECRITURES DE LA PERIODE : ' W-NB-AFF
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              MOVE  W-CLO-MVT-D          TO W-MONTANT-AFF
              STRING '         TOTAL DEBIT  (EUR)      : '
                     W-MONTANT-AFF
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              MOVE  W-CLO-MVT-C          TO W-MONTANT-AFF
              STRING '         TOTAL CREDIT (EUR)      : '
                     W-MONTANT-AFF
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              COMPUTE W-NET = W-CLO-MVT-C - W-CLO-MVT-D
              MOVE  W-NET                TO W-NET-AFF
              STRING '         MOUVEMENT NET           : ' W-NET-AFF
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           ELSE
              STRING '         JOURNAL JRNECR ABSENT - MOUVEMENTS '
                     'DE LA PERIODE NON TOTALISES'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF
           STRING   '         PERIODE CLOTUREE LE ' W-DATE-JOUR-AFF
                    ' - TOUTE ECRITURE DATEE DANS LA PERIODE SERA '
                    'REJETEE (V05)'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     SPACES               TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       CERTIFICAT-CLOTURE-FIN.
           EXIT.
      *
      *           LISTE DU CALENDRIER APRES MISES A JOUR, UNE LIGNE
      *           PAR PERIODE DANS L'ORDRE CHRONOLOGIQUE.
       LISTE-CALENDRIER.
           MOVE     SPACES               TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         ***** CALENDRIER DES PERIODES *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-ENTETE-CAL         TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  POSITIONNEMENT-CAL   THRU POSITIONNEMENT-CAL-FIN
           PERFORM  LIGNE-CALENDRIER     THRU LIGNE-CALENDRIER-FIN
                                         UNTIL FIN-CALPER.
       LISTE-CALENDRIER-FIN.
           EXIT.
      *
       LIGNE-CALENDRIER.
           MOVE     CP-PERIODE           TO W-PERIODE-A-FORMATER
           PERFORM  FORMAT-PERIODE       THRU FORMAT-PERIODE-FIN
           MOVE     CP-DATE-OUVERTURE    TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           STRING   W-PERIODE-AFF '  ' CP-STATUT '  ' W-DATE-FORMAT
                    '  '
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           IF CP-PERIODE-CLOTUREE
              MOVE  CP-DATE-CLOTURE      TO W-DATE-A-FORMATER
              PERFORM FORMAT-DATE        THRU FORMAT-DATE-FIN
              MOVE  W-DATE-FORMAT        TO W-LIGNE-A-IMPRIMER(25:10)
              MOVE  CP-RUN-CLOTURE       TO W-RUN-AFF
              MOVE  W-RUN-AFF            TO W-LIGNE-A-IMPRIMER(37:5)
              MOVE  CP-NB-COMPTES        TO W-NB-AFF
              MOVE  W-NB-AFF             TO W-LIGNE-A-IMPRIMER(43:7)
              MOVE  CP-TOT-SOLDES-D      TO W-MONTANT-AFF
              MOVE  W-MONTANT-AFF        TO W-LIGNE-A-IMPRIMER(52:16)
              MOVE  CP-TOT-SOLDES-C      TO W-MONTANT-AFF
              MOVE  W-MONTANT-AFF        TO W-LIGNE-A-IMPRIMER(69:16)
              MOVE  CP-NB-ECRITURES      TO W-NB-AFF
              MOVE  W-NB-AFF             TO W-LIGNE-A-IMPRIMER(86:7)
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  LECTURE-CALENDRIER   THRU LECTURE-CALENDRIER-FIN.
       LIGNE-CALENDRIER-FIN.
           EXIT.
      *
      *           PERIODE AAAAMM EDITEE EN MM/AAAA
       FORMAT-PERIODE.
           MOVE     W-PERIODE-A-FORMATER(5:2) TO W-PERIODE-AFF(1:2)
           MOVE     '/'                       TO W-PERIODE-AFF(3:1)
           MOVE     W-PERIODE-A-FORMATER(1:4) TO W-PERIODE-AFF(4:4).
       FORMAT-PERIODE-FIN.
           EXIT.
      *
       FORMAT-DATE.
           MOVE     W-DATE-A-FORMATER(7:2) TO W-DATE-FORMAT(1:2)
           MOVE     '/'                    TO W-DATE-FORMAT(3:1)
           MOVE     W-DATE-A-FORMATER(5:2) TO W-DATE-FORMAT(4:2)
           MOVE     '/'                    TO W-DATE-FORMAT(6:1)
           MOVE     W-DATE-A-FORMATER(1:4) TO W-DATE-FORMAT(7:4).
       FORMAT-DATE-FIN.
           EXIT.
      *
       LIGNE-REJET.
           STRING   TR-ACTION            '  *** REJET : PERIODE '
                    TR-PERIODE           ' - '
                    W-MOTIF-REJET
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-REJET-FIN.
           EXIT.
      *
       TOTAL-CALENDRIER.
           MOVE     SPACES               TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         ***** BILAN DU CALENDRIER *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-TRANS-LUES      TO W-NB-AFF
           STRING   '         TRANSACTIONS LUES  : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-OUVERTURES      TO W-NB-AFF
           STRING   '         OUVERTURES         : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-CLOTURES        TO W-NB-AFF
           STRING   '         CLOTURES           : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REJETS          TO W-NB-AFF
           STRING   '         REJETS             : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TOTAL-CALENDRIER-FIN.
           EXIT.
      *
       ENTETE-ETAT.
           ADD      1                    TO W-NO-PAGE
           MOVE     W-DATE-JOUR-AFF      TO W-ENT1-DATE
           MOVE     W-NO-PAGE            TO W-ENT1-PAGE
           WRITE    LIGNE-ETAT           FROM W-ENTETE-1
                                         AFTER ADVANCING SAUTP
           WRITE    LIGNE-ETAT           FROM SPACES
                                         AFTER ADVANCING 1 LINES
           MOVE     ZERO                 TO W-NB-LIGNES-PAGE.
       ENTETE-ETAT-FIN.
           EXIT.
      *
       IMPRESSION-LIGNE.
           IF W-NB-LIGNES-PAGE NOT < W-MAX-LIGNES-PAGE
              PERFORM ENTETE-ETAT        THRU ENTETE-ETAT-FIN
           END-IF
           WRITE    LIGNE-ETAT           FROM W-LIGNE-A-IMPRIMER
                                         AFTER ADVANCING 1 LINES
           MOVE     SPACES               TO W-LIGNE-A-IMPRIMER
           ADD      1                    TO W-NB-LIGNES-PAGE.
       IMPRESSION-LIGNE-FIN.
           EXIT.
