      *   ET PRODUCTION D'UN FICHIER DE MOUVEMENTS RECYCLES PRET A  *
      *   ETRE CONCATENE AU PROCHAIN PASSAGE DE FORBMOR4, AVEC UN   *
      *   ETAT DE DISPOSITION DES REJETS TRAITES.                   *
      *   UN REJET DATE DANS UNE PERIODE CLOTUREE AU CALENDRIER     *
      *   (CALPER) N'EST PAS RECYCLE SANS CARTE DE REDATATION 'D'   *
      *   VERS UNE PERIODE OUVERTE : IL EST RETENU DANS REJRETEN,   *
      *   A CONCATENER AUX REJETS DU PROCHAIN PASSAGE (CODE RETOUR  *
      *   4 TANT QU'IL RESTE DES REJETS RETENUS).                   *
      *   UN REJET S05 (ECRITURE DEJA IMPUTEE) N'EST JAMAIS         *
      *   REINJECTE SOUS SA CLE : SANS CARTE 'S', 'R', 'D' OU 'F'   *
      *   AVEC NOUVEAU NUMERO, IL EST LUI AUSSI RETENU DANS         *
      *   REJRETEN. UNE CARTE 'F' SUR UN DOUBLON (S01 OU S05)       *
      *   EXIGE UN NOUVEAU NUMERO D'ECRITURE.                       *
      *                                                             *
      *-------------------------------------------------------------*
       AUTHOR. MOHAMMED.
            SELECT OPTIONAL RUNCTL-FILE ASSIGN TO UT-S-RUNCTL
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-RUNCTL.
      *
      *     CALENDRIER DES PERIODES COMPTABLES (INDEXE PAR PERIODE
      *     AAAAMM, TENU PAR FORBPER1)
      *
            SELECT OPTIONAL CALPER-FILE ASSIGN TO UT-S-CALPER
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY CP-PERIODE
            FILE STATUS IS W-STAT-CALPER.
      *
      *     REJETS RETENUS (DATES DANS UNE PERIODE CLOTUREE, OU
      *     DEJA IMPUTES SANS CORRECTION) - MEME DECOUPAGE QUE LE
      *     FICHIER DES REJETS
      *
            SELECT REJRETEN-FILE ASSIGN TO UT-S-REJRETEN
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
           LABEL    RECORD    STANDARD.
      *
      *     IMAGE DE L'ECRITURE REJETEE - MEME DECOUPAGE QUE MVMNTS
      *     - SUIVIE DU CODE MOTIF ET DE L'ORIGINE DE L'ECRITURE
      *     (SOURCE / RUN D'ORIGINE / LOT POSES PAR FORBFUS1)
      *
       01  LIGNE-REJET.
           05  REJ-MVMNT-IMAGE.
               10  FILLER               PIC X(2).
           05  FILLER                   PIC X(2).
           05  REJ-CODE-MOTIF           PIC X(3).
           05  FILLER                   PIC X(2).
           05  REJ-ORIGINE.
               10  REJ-ORG-SOURCE       PIC X(1).
               10  REJ-ORG-RUN          PIC X(5).
               10  REJ-ORG-LOT          PIC X(5).
      *
       FD  CORREC-FILE
           BLOCK              0         RECORDS
      *
      *     CARTE DE CORRECTION :
      *     ACTION 'R' = RENUMEROTATION DE L'ECRITURE
      *     ACTION 'F' = ACCEPTATION FORCEE (DOUBLON PRESUME) -
      *                  NOUVEAU NUMERO OBLIGATOIRE SUR UN REJET S01
      *                  OU S05, FACULTATIF SUR LES AUTRES
      *     ACTION 'S' = SUPPRESSION DEFINITIVE DU REJET
      *     ACTION 'D' = REDATATION DANS UNE PERIODE OUVERTE (NOUVEAU
      *                  NUMERO FACULTATIF)
      *
       01  LIGNE-CORREC.
           05  COR-ACTION               PIC X(1).
           05  COR-ECRITURE-NUM         PIC X(5).
           05  COR-ECRITURE-DATE        PIC X(8).
           05  COR-NOUV-ECRITURE-NUM    PIC X(5).
           05  COR-NOUV-ECRITURE-DATE   PIC X(8).
           05  FILLER                   PIC X(42).
      *
       FD  MVTRECYC-FILE
           BLOCK              0         RECORDS
           LABEL    RECORD    STANDARD.
      *
       COPY RUNCTL.
      *
       FD  CALPER-FILE
           DATA RECORD    CALPER-REC.
      *
       COPY CALPER.
      *
       FD  REJRETEN-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-RETENU
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-RETENU                 PIC X(98).
      *
       FD  DATCTL-FILE
           DATA RECORD    DATCTL-REC.
      *
       COPY DATCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01      W-DERNIER-RUN            PIC 9(05) VALUE ZERO.
       01      W-DERNIER-ETAT           PIC X(01) VALUE SPACE.
      *
      *     CALENDRIER DES PERIODES : LE REJET (OU SA NOUVELLE DATE)
      *     NE DOIT PAS TOMBER DANS UNE PERIODE CLOTUREE
      *
       01      W-STAT-CALPER            PIC X(02) VALUE SPACES.
       01      AXI-CALPER-DISPO         PIC X(01) VALUE 'N'.
            88 CALPER-DISPONIBLE                  VALUE 'O'.
       01      AXI-PERIODE-CLOSE        PIC X(01) VALUE 'N'.
            88 PERIODE-CLOSE                      VALUE 'O'.
       01      W-DATE-RECYCLAGE         PIC X(8).
      *
      *     CONTROLE DE LA NOUVELLE DATE AAAAMMJJ - MEME REGLE QUE
      *     LE CONTROLE DES DATES D'ECRITURE DE FORBMOR4
      *
       01      W-DATE-A-CONTROLER       PIC X(8).
       01      AXI-DATE-OK              PIC X(01) VALUE 'N'.
            88 DATE-VALIDE                        VALUE 'O'.
       01      W-VAL-AAAA               PIC 9(04).
       01      W-VAL-MM                 PIC 9(02).
       01      W-VAL-JJ                 PIC 9(02).
       01      W-VAL-JJ-MAX             PIC 9(02).
       01      W-VAL-QUOTIENT           PIC 9(04).
       01      W-VAL-RESTE-4            PIC 9(04).
       01      W-VAL-RESTE-100          PIC 9(04).
       01      W-VAL-RESTE-400          PIC 9(04).
      *
      *     TABLE EN MEMOIRE DES CARTES DE CORRECTION
      *
       01      W-STAT-CORREC            PIC X(02) VALUE SPACES.
               10  T-COR-ECRITURE-NUM   PIC X(5).
               10  T-COR-ECRITURE-DATE  PIC X(8).
               10  T-COR-NOUV-ECR-NUM   PIC X(5).
               10  T-COR-NOUV-ECR-DATE  PIC X(8).
               10  T-COR-UTILISEE       PIC X(1).
                   88  T-COR-DEJA-UTILISEE       VALUE 'O'.
      *
       01      W-COR-ACTION             PIC X(1).
       01      W-COR-NOUV-ECR-NUM       PIC X(5).
       01      W-COR-NOUV-ECR-DATE      PIC X(8).
       01      W-IDX-CORREC             PIC 9(05).
      *
      *     COMPTEURS DE DISPOSITION
       01      W-NB-RENUMEROTES         PIC 9(07) VALUE ZERO.
       01      W-NB-FORCES              PIC 9(07) VALUE ZERO.
       01      W-NB-PURGES              PIC 9(07) VALUE ZERO.
       01      W-NB-REDATES             PIC 9(07) VALUE ZERO.
       01      W-NB-RETENUS             PIC 9(07) VALUE ZERO.
       01      W-NB-RETENUS-S05         PIC 9(07) VALUE ZERO.
       01      W-NB-CARTES-INVALIDES    PIC 9(07) VALUE ZERO.
       01      W-NB-CARTES-SS-REJET     PIC 9(07) VALUE ZERO.
       01      W-NB-AFF                 PIC Z(6)9.
      *
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
           05  FILLER                   PIC X(10) VALUE 'DATE      '.
           05  FILLER                   PIC X(14) VALUE 'MONTANT'.
           05  FILLER                   PIC X(6)  VALUE 'MOTIF'.
           05  FILLER                   PIC X(10) VALUE 'ORIGINE'.
           05  FILLER                   PIC X(12) VALUE 'DISPOSITION'.
      *
       PROCEDURE DIVISION.
           PERFORM  CONTROLE-STATUT-RUN  THRU CONTROLE-STATUT-RUN-FIN
           OPEN     INPUT     REJETS-FILE
           OPEN     OUTPUT    ETAT-RECYC
           OPEN     OUTPUT    REJRETEN-FILE
      *           SANS CALENDRIER (AVANT LA PREMIERE CLOTURE, STATUT
      *           '05') TOUTES LES PERIODES SONT OUVERTES. UN
      *           CALENDRIER PRESENT MAIS ILLISIBLE LEVERAIT LE
      *           CONTROLE DES PERIODES CLOTUREES : ON ARRETE NET.
           OPEN     INPUT     CALPER-FILE
           EVALUATE W-STAT-CALPER
              WHEN '00'
                 MOVE 'O'                TO AXI-CALPER-DISPO
              WHEN '05'
                 DISPLAY 'CALPER-FILE : ABSENT - AUCUNE PERIODE '
                    'CLOTUREE'
                 CLOSE CALPER-FILE
              WHEN OTHER
                 DISPLAY 'CALPER-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                    W-STAT-CALPER
                 DISPLAY 'ARRET DU PROGRAMME'
                 MOVE  12                TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
           PERFORM  TOTAL-DISPOSITION    THRU TOTAL-DISPOSITION-FIN
           CLOSE    REJETS-FILE
           CLOSE    ETAT-RECYC
           CLOSE    REJRETEN-FILE
           IF CALPER-DISPONIBLE
              CLOSE CALPER-FILE
           END-IF
           IF W-NB-RETENUS > ZERO
              MOVE  4                    TO RETURN-CODE
              DISPLAY 'FORBREJ1 : ' W-NB-RETENUS
                 ' REJET(S) RETENU(S) EN PERIODE CLOSE - CODE RETOUR 4'
           END-IF
           IF W-NB-RETENUS-S05 > ZERO
              MOVE  4                    TO RETURN-CODE
              DISPLAY 'FORBREJ1 : ' W-NB-RETENUS-S05
                 ' REJET(S) S05 RETENU(S) - A PURGER OU RENUMEROTER'
                 ' - CODE RETOUR 4'
           END-IF
           DISPLAY 'FIN DU PROGRAMME FORBREJ1'
           STOP RUN.
       FIN-PROGRAMME-FIN.
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
      *           ('T') AVANT DE CONSOMMER SON FICHIER DES REJETS -
                                   TO T-COR-ECRITURE-DATE(T-CORREC-NB)
              MOVE  COR-NOUV-ECRITURE-NUM
                                   TO T-COR-NOUV-ECR-NUM(T-CORREC-NB)
              MOVE  COR-NOUV-ECRITURE-DATE
                                   TO T-COR-NOUV-ECR-DATE(T-CORREC-NB)
              MOVE  'N'            TO T-COR-UTILISEE(T-CORREC-NB)
           ELSE
              DISPLAY 'CORREC-FILE : PLUS DE 500 CARTES - '
       LECTURE-REJET-FIN.
           EXIT.
      *
      *           LA DATE DE RECYCLAGE EST CELLE DU REJET, OU LA
      *           NOUVELLE DATE D'UNE CARTE 'D' VALIDE. SI ELLE TOMBE
      *           DANS UNE PERIODE CLOTUREE LE REJET EST RETENU SANS
      *           ETRE RECYCLE (SAUF PURGE DEMANDEE). UN REJET S05
      *           SANS CORRECTION QUI CHANGE SA CLE EST RETENU : SOUS
      *           LA MEME CLE IL SERAIT REJETE A NOUVEAU, A CHAQUE RUN.
       DISPOSITION-REJET.
           PERFORM  RECHERCHE-CORREC     THRU RECHERCHE-CORREC-FIN
           MOVE     REJ-ECRITURE-DATE    TO W-DATE-RECYCLAGE
           IF W-COR-ACTION = 'D'
              PERFORM CONTROLE-REDATATION
                                         THRU CONTROLE-REDATATION-FIN
           END-IF
           IF W-COR-ACTION = 'F'
              PERFORM CONTROLE-FORCAGE   THRU CONTROLE-FORCAGE-FIN
           END-IF
           MOVE     'N'                  TO AXI-PERIODE-CLOSE
           IF W-COR-ACTION NOT = 'S'
              PERFORM CONTROLE-PERIODE   THRU CONTROLE-PERIODE-FIN
           END-IF
           IF PERIODE-CLOSE
              ADD   1                    TO W-NB-RETENUS
              MOVE  'RETENU - PERIODE CLOSE       '
                                         TO W-DISPOSITION
              WRITE LIGNE-RETENU         FROM LIGNE-REJET
           ELSE
              IF REJ-CODE-MOTIF = 'S05'
                 AND W-COR-ACTION NOT = 'S' AND NOT = 'R'
                                  AND NOT = 'D' AND NOT = 'F'
                 PERFORM RETENTION-DOUBLON
                                         THRU RETENTION-DOUBLON-FIN
              ELSE
                 PERFORM APPLICATION-CORREC
                                         THRU APPLICATION-CORREC-FIN
              END-IF
           END-IF
           PERFORM  LIGNE-DISPOSITION    THRU LIGNE-DISPOSITION-FIN
           PERFORM  LECTURE-REJET        THRU LECTURE-REJET-FIN.
       DISPOSITION-REJET-FIN.
           EXIT.
      *
       APPLICATION-CORREC.
           EVALUATE W-COR-ACTION
              WHEN 'S'
                 ADD   1                 TO W-NB-PURGES
                                         TO W-DISPOSITION
                 PERFORM RELACHE-REJET   THRU RELACHE-REJET-FIN
              WHEN 'F'
                 IF W-COR-NOUV-ECR-NUM NOT = SPACES
                    MOVE W-COR-NOUV-ECR-NUM
                                         TO REJ-ECRITURE-NUM
                 END-IF
                 ADD   1                 TO W-NB-FORCES
                 MOVE  'ACCEPTATION FORCEE            '
                                         TO W-DISPOSITION
                 PERFORM RELACHE-REJET   THRU RELACHE-REJET-FIN
              WHEN 'D'
                 MOVE  W-DATE-RECYCLAGE  TO REJ-ECRITURE-DATE
                 IF W-COR-NOUV-ECR-NUM NOT = SPACES
                    MOVE W-COR-NOUV-ECR-NUM
                                         TO REJ-ECRITURE-NUM
                 END-IF
                 ADD   1                 TO W-NB-REDATES
                 MOVE  'REDATE ET REINJECTE          '
                                         TO W-DISPOSITION
                 PERFORM RELACHE-REJET   THRU RELACHE-REJET-FIN
              WHEN OTHER
                 IF COR-TROUVEE
                    ADD   1              TO W-NB-CARTES-INVALIDES
                                         TO W-DISPOSITION
                 END-IF
                 PERFORM RELACHE-REJET   THRU RELACHE-REJET-FIN
           END-EVALUATE.
       APPLICATION-CORREC-FIN.
           EXIT.
      *
      *           ECRITURE DEJA IMPUTEE (S05) SANS CORRECTION VALABLE :
      *           RETENUE DANS REJRETEN JUSQU'A SA PURGE ('S') OU SA
      *           RENUMEROTATION ('R', 'D' OU 'F' AVEC NOUVEAU NUMERO).
       RETENTION-DOUBLON.
           ADD      1                    TO W-NB-RETENUS-S05
           IF COR-TROUVEE
              ADD   1                    TO W-NB-CARTES-INVALIDES
              MOVE  'CARTE INVALIDE - RETENU (S05)'
                                         TO W-DISPOSITION
           ELSE
              MOVE  'RETENU - DEJA IMPUTE (S05)   '
                                         TO W-DISPOSITION
           END-IF
           WRITE    LIGNE-RETENU         FROM LIGNE-REJET.
       RETENTION-DOUBLON-FIN.
           EXIT.
      *
      *           UN DOUBLON (S01 CONTIGU OU S05 DEJA IMPUTE) RELACHE
      *           SOUS LA MEME CLE SERAIT REJETE EN S05 AU RUN
      *           SUIVANT : SON ACCEPTATION FORCEE N'EST VALABLE
      *           QU'AVEC UN NOUVEAU NUMERO D'ECRITURE.
       CONTROLE-FORCAGE.
           IF (REJ-CODE-MOTIF = 'S01' OR REJ-CODE-MOTIF = 'S05')
              AND W-COR-NOUV-ECR-NUM = SPACES
              MOVE  '?'                  TO W-COR-ACTION
           END-IF.
       CONTROLE-FORCAGE-FIN.
           EXIT.
      *
      *           SEULE L'IMAGE 80 OCTETS DE L'ECRITURE PART VERS LE
      *           TRI - LE CODE MOTIF ET L'ORIGINE NE SUIVENT PAS DANS
      *           LE FICHIER RECYCLE (FORBFUS1 LE MARQUE COMME LOT DE
      *           RECYCLAGE).
       RELACHE-REJET.
           MOVE     REJ-MVMNT-IMAGE      TO TRI-MVMNTS
           RELEASE  TRI-MVMNTS.
       RELACHE-REJET-FIN.
           EXIT.
      *
      *           LA NOUVELLE DATE D'UNE CARTE 'D' DOIT ETRE UNE DATE
      *           CALENDAIRE REELLE - SINON LA CARTE EST TRAITEE
      *           COMME INVALIDE ET LE REJET GARDE SA DATE.
       CONTROLE-REDATATION.
           MOVE     W-COR-NOUV-ECR-DATE  TO W-DATE-A-CONTROLER
           PERFORM  CONTROLE-DATE        THRU CONTROLE-DATE-FIN
           IF DATE-VALIDE
              MOVE  W-COR-NOUV-ECR-DATE  TO W-DATE-RECYCLAGE
           ELSE
              MOVE  '?'                  TO W-COR-ACTION
           END-IF.
       CONTROLE-REDATATION-FIN.
           EXIT.
      *
      *           CONTROLE D'UNE DATE AAAAMMJJ : NUMERIQUE, MOIS
      *           01-12, JOUR VALIDE POUR LE MOIS, ANNEES
      *           BISSEXTILES COMPRISES (REGLE DES SIECLES).
       CONTROLE-DATE.
           MOVE     'N'                  TO AXI-DATE-OK
           IF W-DATE-A-CONTROLER IS NUMERIC
              MOVE  W-DATE-A-CONTROLER(1:4) TO W-VAL-AAAA
              MOVE  W-DATE-A-CONTROLER(5:2) TO W-VAL-MM
              MOVE  W-DATE-A-CONTROLER(7:2) TO W-VAL-JJ
              IF W-VAL-MM NOT < 01 AND W-VAL-MM NOT > 12
                 EVALUATE W-VAL-MM
                    WHEN 01 WHEN 03 WHEN 05 WHEN 07
                    WHEN 08 WHEN 10 WHEN 12
                       MOVE 31          TO W-VAL-JJ-MAX
                    WHEN 04 WHEN 06 WHEN 09 WHEN 11
                       MOVE 30          TO W-VAL-JJ-MAX
                    WHEN 02
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
                          MOVE 29       TO W-VAL-JJ-MAX
                       ELSE
                          MOVE 28       TO W-VAL-JJ-MAX
                       END-IF
                 END-EVALUATE
                 IF W-VAL-JJ NOT < 01 AND W-VAL-JJ NOT > W-VAL-JJ-MAX
                    MOVE 'O'            TO AXI-DATE-OK
                 END-IF
              END-IF
           END-IF.
       CONTROLE-DATE-FIN.
           EXIT.
      *
      *           LA PERIODE AAAAMM DE LA DATE DE RECYCLAGE EST LUE AU
      *           CALENDRIER - ABSENTE OU NON CLOTUREE, ELLE EST
      *           OUVERTE.
       CONTROLE-PERIODE.
           IF CALPER-DISPONIBLE
              MOVE  W-DATE-RECYCLAGE(1:6) TO CP-PERIODE
              READ  CALPER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CP-PERIODE-CLOTUREE
                       MOVE 'O'          TO AXI-PERIODE-CLOSE
                    END-IF
              END-READ
           END-IF.
       CONTROLE-PERIODE-FIN.
           EXIT.
      *
      *           RECHERCHE DE LA CARTE DE CORRECTION CORRESPONDANT
      *           AU REJET COURANT (CLE CLIENT/COMPTE/ECRITURE/DATE).
       RECHERCHE-CORREC.
           MOVE     'N'                  TO AXI-COR-TROUVEE
           MOVE     SPACE                TO W-COR-ACTION
           MOVE     SPACES               TO W-COR-NOUV-ECR-NUM
           MOVE     SPACES               TO W-COR-NOUV-ECR-DATE
           IF T-CORREC-NB > ZERO
              SET   T-CORREC-IDX         TO 1
              SEARCH T-CORREC-ENT
                    MOVE T-COR-ACTION(T-CORREC-IDX) TO W-COR-ACTION
                    MOVE T-COR-NOUV-ECR-NUM(T-CORREC-IDX)
                                         TO W-COR-NOUV-ECR-NUM
                    MOVE T-COR-NOUV-ECR-DATE(T-CORREC-IDX)
                                         TO W-COR-NOUV-ECR-DATE
                    MOVE 'O'             TO T-COR-UTILISEE(T-CORREC-IDX)
              END-SEARCH
           END-IF.
                    REJ-ECRITURE-DATE    '  '
                    W-MONTANT-AFF        '   '
                    REJ-CODE-MOTIF       '   '
                    REJ-ORG-SOURCE       ' '
                    REJ-ORG-LOT          '   '
                    W-DISPOSITION
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
                    W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REDATES         TO W-NB-AFF
           STRING   '         REDATES                  : '
                    W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-RETENUS         TO W-NB-AFF
           STRING   '         RETENUS (PERIODE CLOSE)  : '
                    W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-RETENUS-S05     TO W-NB-AFF
           STRING   '         RETENUS (DEJA IMPUTES)   : '
                    W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-CARTES-INVALIDES TO W-NB-AFF
           STRING   '         CARTES INVALIDES - REINJECTES : '
                    W-NB-AFF
