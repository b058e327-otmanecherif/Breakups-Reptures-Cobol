       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBVIR2.
      *-------------------------------------------------------------*
      *                                                             *
      *     EXECUTION QUOTIDIENNE DES VIREMENTS PERMANENTS          *
      *     CHAQUE ORDRE ACTIF DONT L'ECHEANCE EST ATTEINTE EMET    *
      *     UNE PAIRE D'ECRITURES EQUILIBREE AU FORMAT MVMNTS       *
      *     (DEBIT DU COMPTE SOURCE, CREDIT DU COMPTE CIBLE,        *
      *     NUMERO A PREFIXE 'P') SUR LE FICHIER MVTPERM, SOURCE    *
      *     'P' DE LA FUSION FORBFUS1, PUIS SON ECHEANCE AVANCE     *
      *     D'UN MOIS, D'UN TRIMESTRE OU D'UN AN.                   *
      *     UN ORDRE EST MIS EN ATTENTE (LISTE, ECHEANCE NON        *
      *     AVANCEE, REPRESENTE AU PASSAGE SUIVANT) LORSQUE LE      *
      *     COMPTE SOURCE OU CIBLE EST INCONNU OU CLOTURE DANS      *
      *     CPTMSTR, OU QUE LE DEBIT PORTERAIT LE COMPTE SOURCE,    *
      *     D'APRES LE DERNIER SOLDENOU, AU-DELA DE SON DECOUVERT   *
      *     AUTORISE. UN ORDRE DONT LA DATE DE FIN EST DEPASSEE     *
      *     PASSE A L'ETAT TERMINE.                                 *
      *     LA NUMEROTATION DES ECRITURES EST TENUE PAR DATE DE     *
      *     TRAITEMENT SUR L'ENREGISTREMENT DE CONTROLE DE DATCTL : *
      *     UN SECOND PASSAGE LE MEME JOUR LA POURSUIT.             *
      *     CODE RETOUR 4 SI AU MOINS UN ORDRE EST EN ATTENTE.      *
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
      *     FICHIER MAITRE DES VIREMENTS PERMANENTS (INDEXE) - LU
      *     EN SEQUENCE DE CLE, REECRIT A CHAQUE EXECUTION
      *
            SELECT OPTIONAL VIRPERM-FILE ASSIGN TO UT-S-VIRPERM
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY VP-ORDRE-NUM
            FILE STATUS IS W-STAT-VIRPERM.
      *
      *     FICHIER MAITRE DES COMPTES (INDEXE)
      *
            SELECT CPTMSTR-FILE ASSIGN TO UT-S-CPTMSTR
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY CM-COMPTE-NUM
            FILE STATUS IS W-STAT-CPTMSTR.
      *
      *     DERNIERS SOLDES DE CLOTURE PRODUITS PAR FORBMOR4 -
      *     FICHIER OPTIONNEL : ABSENT, LA PROVISION NE PEUT ETRE
      *     CONTROLEE ET LES ORDRES ECHUS SONT MIS EN ATTENTE
      *
            SELECT OPTIONAL SOLDENOU-FILE ASSIGN TO UT-S-SOLDENOU
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SOLDENOU.
      *
      *     ECRITURES DE VIREMENT PERMANENT (VERS FORBFUS1)
      *
            SELECT MVTPERM-FILE ASSIGN TO UT-S-MVTPERM
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-MVTPERM.
      *
      *     ETAT DES VIREMENTS PERMANENTS EXECUTES ET EN ATTENTE
      *
            SELECT ETAT-VIR ASSIGN TO UT-S-ETATVIRP
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
       FD  VIRPERM-FILE
           DATA RECORD    VIRPERM-REC.
      *
       COPY VIRPERM.
      *
       FD  CPTMSTR-FILE
           DATA RECORD    CPTMSTR-REC.
      *
       COPY CPTMSTR.
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
       FD  MVTPERM-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-VIR
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-VIR                    PIC X(80).
      *
       FD  ETAT-VIR
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
       01      AXI-FT-VIRPERM           PIC X(01) VALUE SPACE.
            88 FIN-VIRPERM                        VALUE '1'.
      *
       01      W-STAT-VIRPERM           PIC X(02) VALUE SPACES.
       01      W-STAT-CPTMSTR           PIC X(02) VALUE SPACES.
       01      W-STAT-MVTPERM           PIC X(02) VALUE SPACES.
       01      W-MOTIF-ATTENTE          PIC X(35).
      *
      *     COMPTES DE L'ORDRE COURANT LUS DANS CPTMSTR - LES CODES
      *     CLIENT DES ECRITURES SONT CEUX DU FICHIER MAITRE
      *
       01      W-SRC-CLI-CODE           PIC X(5)  VALUE SPACES.
       01      W-CIB-CLI-CODE           PIC X(5)  VALUE SPACES.
       01      W-DECOUVERT-AUT          PIC 9(10)V99 VALUE ZERO.
      *
      *     PROVISION : TABLE EN MEMOIRE DES DERNIERS SOLDES DE
      *     CLOTURE DE FORBMOR4, DIMINUEE AU FIL DU PASSAGE DES
      *     ORDRES EXECUTES SUR LE MEME COMPTE SOURCE
      *
       01      AXI-FT-SOLDENOU          PIC X(01) VALUE SPACE.
            88 FIN-SOLDENOU                       VALUE '1'.
       01      AXI-SOLDES-DISPO         PIC X(01) VALUE 'N'.
            88 SOLDES-DISPONIBLES                 VALUE 'O'.
       01      AXI-SOLDE-TROUVE         PIC X(01) VALUE 'N'.
            88 SOLDE-TROUVE                       VALUE 'O'.
       01      W-STAT-SOLDENOU          PIC X(02) VALUE SPACES.
      *
       01      T-SOLDES-NB              PIC 9(05) VALUE ZERO.
       01      T-SOLDES-TAB.
           05  T-SOLDES-ENT OCCURS 1 TO 10000 TIMES
                             DEPENDING ON T-SOLDES-NB
                             INDEXED BY T-SOLDES-IDX.
               10  T-SB-COMPTE-NUM      PIC X(6).
               10  T-SB-SOLDE           PIC S9(16)V99.
      *
       01      W-SOLDE-COMPTE           PIC S9(16)V99 VALUE ZERO.
       01      W-SOLDE-APRES            PIC S9(16)V99 VALUE ZERO.
       01      W-SOLDE-AFF              PIC -(7)9V99.
      *
      *     ECRITURE DE VIREMENT A EMETTRE - MEME DECOUPAGE QUE
      *     MVMNTS, NUMERO A PREFIXE 'P' ET COMPTEUR UNIQUE SUR LA
      *     DATE DE TRAITEMENT (REPRIS DE DATCTL)
      *
       01      W-ECRITURE.
           05  W-ECR-CLI-CODE           PIC X(5).
           05  W-ECR-COMPTE-NUM         PIC X(6).
           05  W-ECR-NUM.
               10  W-ECR-NUM-PREF       PIC X(1).
               10  W-ECR-NUM-SEQ        PIC 9(4).
           05  W-ECR-DATE               PIC X(8).
           05  W-ECR-LIBELLE            PIC X(35).
           05  W-ECR-SENS               PIC A(1).
           05  W-ECR-MONTANT            PIC 9(16)V99.
           05  W-ECR-DEVISE             PIC X(2).
      *
       01      W-NO-SEQ-VIR             PIC 9(4)  VALUE ZERO.
      *
      *     CALCUL DE LA PROCHAINE ECHEANCE : LE JOUR CONVENU EST
      *     RAMENE AU DERNIER JOUR DU MOIS S'IL LE DEPASSE
      *
       01      W-ECHEANCE.
           05  W-ECH-AAAA               PIC 9(4).
           05  W-ECH-MM                 PIC 9(2).
           05  W-ECH-JJ                 PIC 9(2).
       01      W-ECHEANCE-NUM REDEFINES W-ECHEANCE
                                        PIC 9(8).
       01      W-ECHEANCE-EXEC          PIC 9(8).
       01      W-VAL-AAAA               PIC 9(04).
       01      W-VAL-MM                 PIC 9(02).
       01      W-VAL-JJ-MAX             PIC 9(02).
       01      W-VAL-QUOTIENT           PIC 9(04).
       01      W-VAL-RESTE-4            PIC 9(04).
       01      W-VAL-RESTE-100          PIC 9(04).
       01      W-VAL-RESTE-400          PIC 9(04).
      *
      *     COMPTEURS ET TOTAUX DE L'ETAT
      *
       01      W-NB-ORDRES-LUS          PIC 9(07) VALUE ZERO.
       01      W-NB-ECHUS               PIC 9(07) VALUE ZERO.
       01      W-NB-EXECUTES            PIC 9(07) VALUE ZERO.
       01      W-NB-ATTENTES            PIC 9(07) VALUE ZERO.
       01      W-NB-TERMINES            PIC 9(07) VALUE ZERO.
       01      W-NB-ECRITURES           PIC 9(07) VALUE ZERO.
       01      W-TOT-DEBITS             PIC 9(16)V99 VALUE ZERO.
       01      W-TOT-CREDITS            PIC 9(16)V99 VALUE ZERO.
       01      W-TOT-ATTENTE            PIC 9(16)V99 VALUE ZERO.
      *
       01      W-MONTANT-AFF            PIC Z(9)9V99.
       01      W-TOTAL-AFF              PIC Z(15)9V99.
       01      W-NB-AFF                 PIC Z(6)9.
      *
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
       01      W-MAX-LIGNES-PAGE        PIC 9(03) VALUE 060.
       01      W-LIGNE-A-IMPRIMER       PIC X(132) VALUE SPACES.
      *
       01      W-ENTETE-1.
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(34)
                          VALUE 'EXECUTION DES VIREMENTS PERMANENTS'.
           05  FILLER                   PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'DATE:'.
           05  W-ENT1-DATE              PIC X(10).
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'PAGE:'.
           05  W-ENT1-PAGE              PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      * ------------------> NIVEAU 01 <-----------------------------*
      *
       ENTREE-PROGRAMME.
           PERFORM DEBUT-PROGRAMME        THRU DEBUT-PROGRAMME-FIN
           PERFORM TRAITEMENT-ORDRE       THRU TRAITEMENT-ORDRE-FIN
                                         UNTIL FIN-VIRPERM
           PERFORM FIN-PROGRAMME          THRU FIN-PROGRAMME-FIN.
      *
       DEBUT-PROGRAMME.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBVIR2'
           DISPLAY ' '
           OPEN     I-O       VIRPERM-FILE
           IF W-STAT-VIRPERM NOT = '00' AND NOT = '05'
              DISPLAY '*** ERREUR : VIRPERM-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-VIRPERM
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN     INPUT     CPTMSTR-FILE
           IF W-STAT-CPTMSTR NOT = '00'
              DISPLAY '*** ERREUR : CPTMSTR-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-CPTMSTR
              CLOSE VIRPERM-FILE
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN     OUTPUT    MVTPERM-FILE
           OPEN     OUTPUT    ETAT-VIR
           PERFORM  CHARGEMENT-SOLDES    THRU CHARGEMENT-SOLDES-FIN
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(6:1)
           MOVE     W-DATE-SYSTEME(1:4)  TO W-DATE-JOUR-AFF(7:4)
           PERFORM  ENTETE-ETAT          THRU ENTETE-ETAT-FIN
           PERFORM  LECTURE-VIRPERM      THRU LECTURE-VIRPERM-FIN.
       DEBUT-PROGRAMME-FIN.
           EXIT.
      *
       FIN-PROGRAMME.
           PERFORM  TOTAL-EXECUTION      THRU TOTAL-EXECUTION-FIN
           CLOSE    VIRPERM-FILE
           CLOSE    CPTMSTR-FILE
           CLOSE    MVTPERM-FILE
           CLOSE    ETAT-VIR
           PERFORM  MISE-A-JOUR-DATCTL   THRU MISE-A-JOUR-DATCTL-FIN
           IF W-NB-ATTENTES > ZERO AND RETURN-CODE < 4
              MOVE  4                    TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME FORBVIR2'
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
      *           PEUT PAS ETRE DATE, ON ARRETE NET. SI DES ECRITURES
      *           ONT DEJA ETE EMISES A CETTE DATE, LA NUMEROTATION
      *           REPART DU DERNIER NUMERO EMIS (LE JOURNAL JRNECR
      *           REJETTERAIT UN NUMERO DEJA IMPUTE SUR LE COMPTE).
       LECTURE-DATCTL.
           OPEN     I-O       DATCTL-FILE
           IF W-STAT-DATCTL NOT = '00'
              DISPLAY 'DATCTL-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                 W-STAT-DATCTL
              DISPLAY 'ARRET DU PROGRAMME'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM  LECTURE-CONTROLE     THRU LECTURE-CONTROLE-FIN
           MOVE     DC-DATE-TRAITEMENT   TO W-DATE-SYSTEME
           IF DC-DATE-NUMEROTATION IS NUMERIC
              AND DC-NO-SEQ-VIRPERM IS NUMERIC
              AND DC-DATE-NUMEROTATION = W-DATE-SYSTEME
              MOVE  DC-NO-SEQ-VIRPERM    TO W-NO-SEQ-VIR
              DISPLAY 'SECOND PASSAGE DU ' W-DATE-SYSTEME
                 ' - NUMEROTATION REPRISE APRES P' W-NO-SEQ-VIR
           END-IF.
       LECTURE-DATCTL-FIN.
           EXIT.
      *
       LECTURE-CONTROLE.
           MOVE     '1'                  TO DC-TYPE-ENR
           MOVE     ZERO                 TO DC-DATE-CLE
           READ     DATCTL-FILE
              INVALID KEY
                 DISPLAY 'DATCTL-FILE : DATE DE TRAITEMENT ABSENTE'
                 DISPLAY 'ARRET DU PROGRAMME'
                 MOVE  12                TO RETURN-CODE
                 STOP RUN
           END-READ.
       LECTURE-CONTROLE-FIN.
           EXIT.
      *
      *           EN FIN DE PASSAGE LE DERNIER NUMERO EMIS EST
      *           ENREGISTRE POUR LA DATE DE TRAITEMENT. UNE
      *           NUMEROTATION D'UNE AUTRE DATE EST REMISE A ZERO (LE
      *           NUMERO 'V' DE FORBCPT1 REPART AUSSI DE ZERO).
       MISE-A-JOUR-DATCTL.
           PERFORM  LECTURE-CONTROLE     THRU LECTURE-CONTROLE-FIN
           IF DC-DATE-NUMEROTATION IS NOT NUMERIC
              OR DC-DATE-NUMEROTATION NOT = W-DATE-SYSTEME
              OR DC-NO-SEQ-VIRCPT IS NOT NUMERIC
              MOVE  W-DATE-SYSTEME       TO DC-DATE-NUMEROTATION
              MOVE  ZERO                 TO DC-NO-SEQ-VIRCPT
           END-IF
           MOVE     W-NO-SEQ-VIR         TO DC-NO-SEQ-VIRPERM
           REWRITE  DATCTL-REC
           IF W-STAT-DATCTL NOT = '00'
              DISPLAY '*** ERREUR : DATCTL-FILE : NUMEROTATION DES '
                 'VIREMENTS NON ENREGISTREE - STATUT ' W-STAT-DATCTL
              MOVE  12                   TO RETURN-CODE
           END-IF
           CLOSE    DATCTL-FILE.
       MISE-A-JOUR-DATCTL-FIN.
           EXIT.
      *
       LECTURE-VIRPERM.
           READ     VIRPERM-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-VIRPERM
              NOT AT END
                 ADD  1                  TO W-NB-ORDRES-LUS
           END-READ.
       LECTURE-VIRPERM-FIN.
           EXIT.
      *
      *           SEULS LES ORDRES ACTIFS ARRIVES A ECHEANCE SONT
      *           TRAITES - UNE SEULE ECHEANCE PAR ORDRE ET PAR
      *           PASSAGE : UN RETARD SE RATTRAPE AUX PASSAGES
      *           SUIVANTS.
       TRAITEMENT-ORDRE.
           IF VP-ORDRE-ACTIF
              AND VP-DATE-ECHEANCE NOT > W-DATE-SYSTEME
              ADD   1                    TO W-NB-ECHUS
              PERFORM EXECUTION-ORDRE    THRU EXECUTION-ORDRE-FIN
           END-IF
           PERFORM  LECTURE-VIRPERM      THRU LECTURE-VIRPERM-FIN.
       TRAITEMENT-ORDRE-FIN.
           EXIT.
      *
       EXECUTION-ORDRE.
           MOVE     SPACES               TO W-MOTIF-ATTENTE
           IF VP-DATE-FIN NOT = ZERO
              AND VP-DATE-ECHEANCE > VP-DATE-FIN
              MOVE  'T'                  TO VP-STATUT
              ADD   1                    TO W-NB-TERMINES
              PERFORM LIGNE-TERMINE      THRU LIGNE-TERMINE-FIN
              PERFORM REECRITURE-ORDRE   THRU REECRITURE-ORDRE-FIN
           ELSE
              PERFORM CONTROLE-COMPTES   THRU CONTROLE-COMPTES-FIN
              IF W-MOTIF-ATTENTE = SPACES
                 PERFORM CONTROLE-PROVISION
                                         THRU CONTROLE-PROVISION-FIN
              END-IF
              IF W-MOTIF-ATTENTE = SPACES
                 AND W-NO-SEQ-VIR > 9997
                 MOVE  'NUMEROTATION DU JOUR EPUISEE'
                                         TO W-MOTIF-ATTENTE
              END-IF
              IF W-MOTIF-ATTENTE NOT = SPACES
                 ADD   1                 TO W-NB-ATTENTES
                 ADD   VP-MONTANT        TO W-TOT-ATTENTE
                 PERFORM LIGNE-ATTENTE   THRU LIGNE-ATTENTE-FIN
              ELSE
                 MOVE  VP-DATE-ECHEANCE  TO W-ECHEANCE-EXEC
                 PERFORM AVANCE-ECHEANCE THRU AVANCE-ECHEANCE-FIN
                 PERFORM LIGNE-EXECUTION THRU LIGNE-EXECUTION-FIN
                 PERFORM EMISSION-VIREMENT
                                         THRU EMISSION-VIREMENT-FIN
                 PERFORM MAJ-SOLDE-SOURCE
                                         THRU MAJ-SOLDE-SOURCE-FIN
                 ADD   1                 TO W-NB-EXECUTES
                 ADD   1                 TO VP-NB-EXECUTIONS
                 MOVE  W-DATE-SYSTEME    TO VP-DATE-DERN-EXEC
                 MOVE  W-ECHEANCE-NUM    TO VP-DATE-ECHEANCE
                 IF VP-DATE-FIN NOT = ZERO
                    AND VP-DATE-ECHEANCE > VP-DATE-FIN
                    MOVE  'T'            TO VP-STATUT
                    ADD   1              TO W-NB-TERMINES
                    PERFORM LIGNE-TERMINE
                                         THRU LIGNE-TERMINE-FIN
                 END-IF
                 PERFORM REECRITURE-ORDRE
                                         THRU REECRITURE-ORDRE-FIN
              END-IF
           END-IF.
       EXECUTION-ORDRE-FIN.
           EXIT.
      *
      *           LES DEUX COMPTES DOIVENT EXISTER ET NE PAS ETRE
      *           CLOS - LE DECOUVERT AUTORISE DE LA SOURCE EST
      *           RETENU AU PASSAGE (A BLANC OU ILLISIBLE : AUCUNE
      *           FACILITE, LE COMPTE NE PEUT PASSER DEBITEUR).
       CONTROLE-COMPTES.
           MOVE     ZERO                 TO W-DECOUVERT-AUT
           MOVE     VP-COMPTE-SOURCE     TO CM-COMPTE-NUM
           READ     CPTMSTR-FILE
              INVALID KEY
                 MOVE 'COMPTE SOURCE INCONNU'
                                         TO W-MOTIF-ATTENTE
              NOT INVALID KEY
                 IF CM-COMPTE-CLOTURE
                    MOVE 'COMPTE SOURCE CLOTURE'
                                         TO W-MOTIF-ATTENTE
                 ELSE
                    MOVE CM-CLI-CODE     TO W-SRC-CLI-CODE
                    IF CM-DECOUVERT-AUT IS NUMERIC
                       MOVE CM-DECOUVERT-AUT
                                         TO W-DECOUVERT-AUT
                    END-IF
                 END-IF
           END-READ
           IF W-MOTIF-ATTENTE = SPACES
              MOVE  VP-COMPTE-CIBLE      TO CM-COMPTE-NUM
              READ  CPTMSTR-FILE
                 INVALID KEY
                    MOVE 'COMPTE CIBLE INCONNU'
                                         TO W-MOTIF-ATTENTE
                 NOT INVALID KEY
                    IF CM-COMPTE-CLOTURE
                       MOVE 'COMPTE CIBLE CLOTURE'
                                         TO W-MOTIF-ATTENTE
                    ELSE
                       MOVE CM-CLI-CODE  TO W-CIB-CLI-CODE
                    END-IF
              END-READ
           END-IF.
       CONTROLE-COMPTES-FIN.
           EXIT.
      *
      *           LE SOLDE DE LA SOURCE APRES DEBIT NE DOIT PAS
      *           DEPASSER LE DECOUVERT AUTORISE. SANS FICHIER DES
      *           SOLDES LA PROVISION EST INCONNUE : ORDRE EN
      *           ATTENTE.
       CONTROLE-PROVISION.
           IF NOT SOLDES-DISPONIBLES
              MOVE  'SOLDES INDISPONIBLES'
                                         TO W-MOTIF-ATTENTE
           ELSE
              PERFORM RECHERCHE-SOLDE    THRU RECHERCHE-SOLDE-FIN
              COMPUTE W-SOLDE-APRES = W-SOLDE-COMPTE - VP-MONTANT
              IF W-SOLDE-APRES < ZERO
                 AND (ZERO - W-SOLDE-APRES) > W-DECOUVERT-AUT
                 MOVE  'PROVISION INSUFFISANTE'
                                         TO W-MOTIF-ATTENTE
              END-IF
           END-IF.
       CONTROLE-PROVISION-FIN.
           EXIT.
      *
      *           PROCHAINE ECHEANCE : +1, +3 OU +12 MOIS SUR LE JOUR
      *           CONVENU, BORNE AU DERNIER JOUR DU MOIS OBTENU.
       AVANCE-ECHEANCE.
           MOVE     VP-DATE-ECHEANCE     TO W-ECHEANCE-NUM
           EVALUATE TRUE
              WHEN VP-TRIMESTRIEL
                 ADD  3                  TO W-ECH-MM
              WHEN VP-ANNUEL
                 ADD  12                 TO W-ECH-MM
              WHEN OTHER
                 ADD  1                  TO W-ECH-MM
           END-EVALUATE
           IF W-ECH-MM > 12
              SUBTRACT 12                FROM W-ECH-MM
              ADD   1                    TO W-ECH-AAAA
           END-IF
           IF VP-JOUR-ECHEANCE IS NUMERIC
              AND VP-JOUR-ECHEANCE > ZERO
              MOVE  VP-JOUR-ECHEANCE     TO W-ECH-JJ
           END-IF
           MOVE     W-ECH-AAAA           TO W-VAL-AAAA
           MOVE     W-ECH-MM             TO W-VAL-MM
           PERFORM  CALCUL-JJ-MAX        THRU CALCUL-JJ-MAX-FIN
           IF W-ECH-JJ > W-VAL-JJ-MAX
              MOVE  W-VAL-JJ-MAX         TO W-ECH-JJ
           END-IF.
       AVANCE-ECHEANCE-FIN.
           EXIT.
      *
      *           NOMBRE DE JOURS DU MOIS, ANNEES BISSEXTILES
      *           COMPRISES (REGLE DES SIECLES).
       CALCUL-JJ-MAX.
           EVALUATE W-VAL-MM
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30                 TO W-VAL-JJ-MAX
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
                    MOVE 29              TO W-VAL-JJ-MAX
                 ELSE
                    MOVE 28              TO W-VAL-JJ-MAX
                 END-IF
              WHEN OTHER
                 MOVE 31                 TO W-VAL-JJ-MAX
           END-EVALUATE.
       CALCUL-JJ-MAX-FIN.
           EXIT.
      *
      *           PAIRE D'ECRITURES EQUILIBREE EN DEVISE DE
      *           REFERENCE, DATEE DU JOUR DE PASSAGE : DEBIT DE LA
      *           SOURCE, CREDIT DE LA CIBLE. LE NUMERO D'ECRITURE
      *           PORTE LE PREFIXE 'P' (VIREMENT PERMANENT). UNE
      *           ECRITURE NON EMISE ARRETE NET LE PROGRAMME AVANT LA
      *           REECRITURE DE L'ORDRE ET LA MISE A JOUR DE DATCTL :
      *           VIRPERM EST A RESTAURER AVANT DE RELANCER LE PASSAGE.
       EMISSION-VIREMENT.
           ADD      1                    TO W-NO-SEQ-VIR
           MOVE     W-SRC-CLI-CODE       TO W-ECR-CLI-CODE
           MOVE     VP-COMPTE-SOURCE     TO W-ECR-COMPTE-NUM
           MOVE     'P'                  TO W-ECR-NUM-PREF
           MOVE     W-NO-SEQ-VIR         TO W-ECR-NUM-SEQ
           MOVE     W-DATE-SYSTEME       TO W-ECR-DATE
           MOVE     SPACES               TO W-ECR-LIBELLE
           STRING   'VIR PERM ' VP-ORDRE-NUM
                    ' VERS ' VP-COMPTE-CIBLE
                    DELIMITED BY SIZE INTO W-ECR-LIBELLE
           MOVE     'D'                  TO W-ECR-SENS
           MOVE     VP-MONTANT           TO W-ECR-MONTANT
           MOVE     SPACES               TO W-ECR-DEVISE
           WRITE    LIGNE-VIR            FROM W-ECRITURE
           PERFORM  CONTROLE-EMISSION    THRU CONTROLE-EMISSION-FIN
           ADD      1                    TO W-NB-ECRITURES
           ADD      W-ECR-MONTANT        TO W-TOT-DEBITS
           PERFORM  LIGNE-VIREMENT       THRU LIGNE-VIREMENT-FIN
           ADD      1                    TO W-NO-SEQ-VIR
           MOVE     W-CIB-CLI-CODE       TO W-ECR-CLI-CODE
           MOVE     VP-COMPTE-CIBLE      TO W-ECR-COMPTE-NUM
           MOVE     W-NO-SEQ-VIR         TO W-ECR-NUM-SEQ
           MOVE     SPACES               TO W-ECR-LIBELLE
           STRING   'VIR PERM ' VP-ORDRE-NUM
                    ' DE ' VP-COMPTE-SOURCE
                    DELIMITED BY SIZE INTO W-ECR-LIBELLE
           MOVE     'C'                  TO W-ECR-SENS
           WRITE    LIGNE-VIR            FROM W-ECRITURE
           PERFORM  CONTROLE-EMISSION    THRU CONTROLE-EMISSION-FIN
           ADD      1                    TO W-NB-ECRITURES
           ADD      W-ECR-MONTANT        TO W-TOT-CREDITS
           PERFORM  LIGNE-VIREMENT       THRU LIGNE-VIREMENT-FIN.
       EMISSION-VIREMENT-FIN.
           EXIT.
      *
       CONTROLE-EMISSION.
           IF W-STAT-MVTPERM NOT = '00'
              DISPLAY '*** ERREUR : MVTPERM-FILE ECRITURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-MVTPERM ' - ORDRE ' VP-ORDRE-NUM
              DISPLAY 'RESTAURER VIRPERM ET RELANCER LE PASSAGE'
              DISPLAY 'ARRET DU PROGRAMME'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF.
       CONTROLE-EMISSION-FIN.
           EXIT.
      *
      *           LE DEBIT EMIS EST REPORTE SUR LE SOLDE EN TABLE :
      *           UN SECOND ORDRE SUR LA MEME SOURCE EST CONTROLE
      *           SUR LE SOLDE RESTANT. UN COMPTE ABSENT DE LA TABLE
      *           Y EST AJOUTE TANT QU'IL RESTE DE LA PLACE.
       MAJ-SOLDE-SOURCE.
           IF SOLDE-TROUVE
              MOVE  W-SOLDE-APRES        TO T-SB-SOLDE(T-SOLDES-IDX)
           ELSE
              IF T-SOLDES-NB < 10000
                 ADD   1                 TO T-SOLDES-NB
                 MOVE  VP-COMPTE-SOURCE
                                   TO T-SB-COMPTE-NUM(T-SOLDES-NB)
                 MOVE  W-SOLDE-APRES
                                   TO T-SB-SOLDE(T-SOLDES-NB)
              END-IF
           END-IF.
       MAJ-SOLDE-SOURCE-FIN.
           EXIT.
      *
       REECRITURE-ORDRE.
           REWRITE  VIRPERM-REC
              INVALID KEY
                 DISPLAY '*** ERREUR : REECRITURE IMPOSSIBLE DE '
                    'L''ORDRE ' VP-ORDRE-NUM
                 MOVE 12                 TO RETURN-CODE
           END-REWRITE.
       REECRITURE-ORDRE-FIN.
           EXIT.
      *
      *           CHARGEMENT EN TABLE DES DERNIERS SOLDES DE
      *           CLOTURE - FICHIER OPTIONNEL. AU DELA DE LA
      *           CAPACITE, LA PROVISION NE SERAIT PLUS CONTROLEE
      *           DE FACON FIABLE : LES SOLDES SONT DECLARES
      *           INDISPONIBLES ET SIGNALES.
       CHARGEMENT-SOLDES.
           OPEN     INPUT     SOLDENOU-FILE
           IF W-STAT-SOLDENOU = '00'
              MOVE  'O'                  TO AXI-SOLDES-DISPO
              PERFORM  LECTURE-SOLDENOU  THRU LECTURE-SOLDENOU-FIN
              PERFORM  ALIMENTATION-SOLDES
                                         THRU ALIMENTATION-SOLDES-FIN
                                         UNTIL FIN-SOLDENOU
           ELSE
              DISPLAY 'SOLDENOU-FILE : INDISPONIBLE - STATUT '
                 W-STAT-SOLDENOU ' - ORDRES ECHUS MIS EN ATTENTE'
           END-IF
           CLOSE    SOLDENOU-FILE.
       CHARGEMENT-SOLDES-FIN.
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
       ALIMENTATION-SOLDES.
           IF T-SOLDES-NB < 10000
              ADD      1                 TO T-SOLDES-NB
              MOVE  SN-COMPTE-NUM  TO T-SB-COMPTE-NUM(T-SOLDES-NB)
              IF SN-SOLDE-SIGNE = '-'
                 COMPUTE T-SB-SOLDE(T-SOLDES-NB) = ZERO - SN-SOLDE
              ELSE
                 MOVE  SN-SOLDE     TO T-SB-SOLDE(T-SOLDES-NB)
              END-IF
           ELSE
              DISPLAY 'SOLDENOU-FILE : PLUS DE 10000 COMPTES - '
                 'ORDRES ECHUS MIS EN ATTENTE'
              MOVE     'N'                TO AXI-SOLDES-DISPO
              MOVE     '1'                TO AXI-FT-SOLDENOU
           END-IF
           IF NOT FIN-SOLDENOU
              PERFORM  LECTURE-SOLDENOU  THRU LECTURE-SOLDENOU-FIN
           END-IF.
       ALIMENTATION-SOLDES-FIN.
           EXIT.
      *
      *           SOLDE DU COMPTE SOURCE DE L'ORDRE COURANT - COMPTE
      *           ABSENT DU FICHIER DES SOLDES = SOLDE ZERO (COMPTE
      *           JAMAIS MOUVEMENTE).
       RECHERCHE-SOLDE.
           MOVE     'N'                  TO AXI-SOLDE-TROUVE
           MOVE     ZERO                 TO W-SOLDE-COMPTE
           IF T-SOLDES-NB > ZERO
              SET   T-SOLDES-IDX         TO 1
              SEARCH T-SOLDES-ENT
                 AT END
                    CONTINUE
                 WHEN T-SB-COMPTE-NUM(T-SOLDES-IDX) = VP-COMPTE-SOURCE
                    MOVE 'O'             TO AXI-SOLDE-TROUVE
                    MOVE T-SB-SOLDE(T-SOLDES-IDX)
                                         TO W-SOLDE-COMPTE
              END-SEARCH
           END-IF.
       RECHERCHE-SOLDE-FIN.
           EXIT.
      *
       LIGNE-EXECUTION.
           MOVE     VP-MONTANT           TO W-MONTANT-AFF
           STRING   'ORDRE ' VP-ORDRE-NUM ' '
                    VP-CLI-CODE          ' '
                    VP-COMPTE-SOURCE     ' -> '
                    VP-COMPTE-CIBLE      ' '
                    W-MONTANT-AFF        '  '
                    VP-FREQUENCE         '  ECHEANCE : '
                    W-ECHEANCE-EXEC      '  PROCHAINE : '
                    W-ECHEANCE-NUM       '  '
                    VP-LIBELLE
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-EXECUTION-FIN.
           EXIT.
      *
       LIGNE-VIREMENT.
           MOVE     W-ECR-MONTANT        TO W-SOLDE-AFF
           STRING   '   ECRITURE : '
                    W-ECR-NUM            ' '
                    W-ECR-CLI-CODE       ' '
                    W-ECR-COMPTE-NUM     ' '
                    W-ECR-SENS           ' '
                    W-SOLDE-AFF          '  '
                    W-ECR-LIBELLE
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-VIREMENT-FIN.
           EXIT.
      *
       LIGNE-ATTENTE.
           MOVE     VP-MONTANT           TO W-MONTANT-AFF
           STRING   'ORDRE ' VP-ORDRE-NUM ' '
                    VP-CLI-CODE          ' '
                    VP-COMPTE-SOURCE     ' -> '
                    VP-COMPTE-CIBLE      ' '
                    W-MONTANT-AFF        '  '
                    VP-FREQUENCE         '  ECHEANCE : '
                    VP-DATE-ECHEANCE     '  *** EN ATTENTE : '
                    W-MOTIF-ATTENTE
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-ATTENTE-FIN.
           EXIT.
      *
       LIGNE-TERMINE.
           STRING   'ORDRE ' VP-ORDRE-NUM ' '
                    VP-CLI-CODE          ' '
                    VP-COMPTE-SOURCE     ' -> '
                    VP-COMPTE-CIBLE
                    '  TERMINE - DATE DE FIN : '
                    VP-DATE-FIN
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-TERMINE-FIN.
           EXIT.
      *
       TOTAL-EXECUTION.
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         ***** BILAN DES VIREMENTS PERMANENTS'
                    ' *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-ORDRES-LUS      TO W-NB-AFF
           STRING   '         ORDRES LUS         : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-ECHUS           TO W-NB-AFF
           STRING   '         ORDRES ECHUS       : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-EXECUTES        TO W-NB-AFF
           STRING   '         ORDRES EXECUTES    : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-ATTENTES        TO W-NB-AFF
           STRING   '         ORDRES EN ATTENTE  : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-TERMINES        TO W-NB-AFF
           STRING   '         ORDRES TERMINES    : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-ECRITURES       TO W-NB-AFF
           STRING   '         ECRITURES EMISES   : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-TOT-DEBITS         TO W-TOTAL-AFF
           STRING   '         TOTAL DEBITS       : ' W-TOTAL-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-TOT-CREDITS        TO W-TOTAL-AFF
           STRING   '         TOTAL CREDITS      : ' W-TOTAL-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-TOT-ATTENTE        TO W-TOTAL-AFF
           STRING   '         MONTANT EN ATTENTE : ' W-TOTAL-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TOTAL-EXECUTION-FIN.
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
