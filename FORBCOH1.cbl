       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBCOH1.
      *-------------------------------------------------------------*
      *                                                             *
      *     CONTROLE HEBDOMADAIRE DE COHERENCE DES FICHIERS         *
      *     PERMANENTS : CLIMSTR, CPTMSTR, SOLDENOU, SUSPNOU ET     *
      *     HISTMVT SONT RAPPROCHES ET LES ANOMALIES SONT EDITEES   *
      *     PAR CATEGORIE :                                         *
      *      - COMPTES ORPHELINS (CLIENT ABSENT DE CLIMSTR)   BLOQ. *
      *      - SOLDES SANS FICHE COMPTE AU FICHIER MAITRE     BLOQ. *
      *      - COMPTES CLOTURES PORTANT ENCORE UN SOLDE OU    BLOQ. *
      *        DES ITEMS EN SUSPENS                                 *
      *      - HISTORIQUE DE CLIENTS ABSENTS DE CLIMSTR       AVERT.*
      *      - CLIENTS SANS AUCUN COMPTE                      AVERT.*
      *      - SUSPENS SUR DES COMPTES ACTIFS (COMPTE CREE OU AVERT.*
      *        REACTIVE DEPUIS LE DERNIER PASSAGE DE FORBSUS1)      *
      *     CODE RETOUR 8 SI UNE CATEGORIE BLOQUANTE EST PRESENTE,  *
      *     4 SI SEULS DES AVERTISSEMENTS SONT RELEVES (OU SI       *
      *     SUSPNOU OU HISTMVT EST ABSENT), 12 SI LE CONTROLE N'A   *
      *     PU ETRE MENE (FICHIER OBLIGATOIRE ABSENT, CAPACITE DES  *
      *     TABLES DEPASSEE).                                       *
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
      *     REFERENTIEL CLIENT (INDEXE) - LU EN SEQUENCE DE CLE
      *
            SELECT CLIMSTR-FILE ASSIGN TO UT-S-CLIMSTR
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY CLI-CODE
            FILE STATUS IS W-STAT-CLIMSTR.
      *
      *     FICHIER MAITRE DES COMPTES (INDEXE) - LU EN SEQUENCE DE
      *     CLE
      *
            SELECT CPTMSTR-FILE ASSIGN TO UT-S-CPTMSTR
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY CM-COMPTE-NUM
            FILE STATUS IS W-STAT-CPTMSTR.
      *
      *     DERNIERS SOLDES DE CLOTURE PRODUITS PAR FORBMOR4
      *
            SELECT SOLDENOU-FILE ASSIGN TO UT-S-SOLDENOU
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SOLDENOU.
      *
      *     STOCK DE SUSPENS MAINTENU PAR FORBSUS1
      *
            SELECT OPTIONAL SUSPNOU-FILE ASSIGN TO UT-S-SUSPNOU
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SUSPNOU.
      *
      *     HISTORIQUE DES MOUVEMENTS PAR CLIENT (FORBMOR4/FORBHIS2)
      *
            SELECT OPTIONAL HISTO-FILE ASSIGN TO UT-S-HISTMVT
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-HISTO.
      *
      *     ETAT DES ANOMALIES DE COHERENCE
      *
            SELECT ETAT-COH ASSIGN TO UT-S-ETATCOH
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
       FD  CLIMSTR-FILE
           DATA RECORD    CLIMSTR-REC.
      *
       COPY CLIMSTR.
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
           05  SN-DATE-DERN-MVT         PIC 9(8).
           05  FILLER                   PIC X(47).
      *
       FD  SUSPNOU-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-SUSPNOU
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-SUSPNOU.
           05  SP-MVMNT-IMAGE.
               10  SP-CLI-CODE          PIC X(5).
               10  SP-COMPTE-NUM        PIC X(6).
               10  SP-ECRITURE-NUM      PIC X(5).
               10  SP-ECRITURE-DATE     PIC X(8).
               10  SP-COMPTE-LIBELLE    PIC X(35).
               10  SP-SENS-ECRITURE     PIC A(1).
               10  SP-MONTANT           PIC 9(16)V99.
               10  SP-DEVISE            PIC X(2).
           05  FILLER                   PIC X(2).
           05  SP-MOTIF                 PIC X(18).
           05  SP-DATE-ENTREE           PIC X(8).
      *
       FD  HISTO-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    HISTMVT-REC
           LABEL    RECORD    STANDARD.
      *
       COPY HISTMVT.
      *
       FD  ETAT-COH
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
       01      AXI-FT-CLIMSTR           PIC X(01) VALUE SPACE.
            88 FIN-CLIMSTR                        VALUE '1'.
       01      AXI-FT-CPTMSTR           PIC X(01) VALUE SPACE.
            88 FIN-CPTMSTR                        VALUE '1'.
       01      AXI-FT-SOLDENOU          PIC X(01) VALUE SPACE.
            88 FIN-SOLDENOU                       VALUE '1'.
       01      AXI-FT-SUSPNOU           PIC X(01) VALUE SPACE.
            88 FIN-SUSPNOU                        VALUE '1'.
       01      AXI-FT-HISTO             PIC X(01) VALUE SPACE.
            88 FIN-HISTO                          VALUE '1'.
       01      W-STAT-CLIMSTR           PIC X(02) VALUE SPACES.
       01      W-STAT-CPTMSTR           PIC X(02) VALUE SPACES.
       01      W-STAT-SOLDENOU          PIC X(02) VALUE SPACES.
       01      W-STAT-SUSPNOU           PIC X(02) VALUE SPACES.
       01      W-STAT-HISTO             PIC X(02) VALUE SPACES.
      *
      *     FICHIERS FACULTATIFS : ABSENTS, LEURS CONTROLES SONT
      *     SIGNALES NON EFFECTUES
      *
       01      AXI-SUSPNOU-DISPO        PIC X(01) VALUE 'N'.
            88 SUSPNOU-DISPONIBLE                 VALUE 'O'.
       01      AXI-HISTO-DISPO          PIC X(01) VALUE 'N'.
            88 HISTO-DISPONIBLE                   VALUE 'O'.
      *
      *     CATEGORIES D'ANOMALIES : NUMERO D'ORDRE D'EDITION,
      *     GRAVITE (B BLOQUANTE, A AVERTISSEMENT) ET TITRE
      *
       01      W-CATEGORIES-VAL.
           05  FILLER                   PIC X(41) VALUE
           'BCOMPTES ORPHELINS (CLIENT INCONNU)'.
           05  FILLER                   PIC X(41) VALUE
           'BSOLDES SANS FICHE COMPTE'.
           05  FILLER                   PIC X(41) VALUE
           'BCOMPTES CLOTURES AVEC SOLDE OU SUSPENS'.
           05  FILLER                   PIC X(41) VALUE
           'AHISTORIQUE DE CLIENTS INCONNUS'.
           05  FILLER                   PIC X(41) VALUE
           'ACLIENTS SANS COMPTE'.
           05  FILLER                   PIC X(41) VALUE
           'ASUSPENS SUR COMPTES ACTIFS'.
       01      W-CATEGORIES REDEFINES W-CATEGORIES-VAL.
           05  W-CAT-ENT                OCCURS 6.
               10  W-CAT-GRAVITE        PIC X(1).
                   88  W-CAT-BLOQUANTE           VALUE 'B'.
               10  W-CAT-TITRE          PIC X(40).
       01      W-NB-CATEGORIE           PIC 9(07) OCCURS 6.
       01      W-IDX-CAT                PIC 9(01).
       01      W-CAT                    PIC 9(01).
       01      W-CAT-ORPHELIN           PIC 9(01) VALUE 1.
       01      W-CAT-SOLDE-ORPHELIN     PIC 9(01) VALUE 2.
       01      W-CAT-CLOTURE            PIC 9(01) VALUE 3.
       01      W-CAT-HISTO-INCONNU      PIC 9(01) VALUE 4.
       01      W-CAT-SANS-COMPTE        PIC 9(01) VALUE 5.
       01      W-CAT-SUSPENS-ACTIF      PIC 9(01) VALUE 6.
       01      W-NB-BLOQUANTES          PIC 9(07) VALUE ZERO.
       01      W-NB-AVERTISSEMENTS      PIC 9(07) VALUE ZERO.
      *
      *     TABLES DES FICHIERS MAITRES, CHARGEES DANS L'ORDRE DES
      *     CLES (LECTURE SEQUENTIELLE DES FICHIERS INDEXES) POUR LA
      *     RECHERCHE DICHOTOMIQUE - AU-DELA DE LA CAPACITE LE
      *     CONTROLE N'EST PLUS FIABLE (CODE RETOUR 12)
      *
       01      AXI-TABLES-SATUREES      PIC X(01) VALUE 'N'.
            88 TABLES-SATUREES                    VALUE 'O'.
      *
       01      T-CLI-NB                 PIC 9(05) VALUE ZERO.
       01      T-CLI-TAB.
           05  T-CLI-ENT OCCURS 1 TO 10000 TIMES
                             DEPENDING ON T-CLI-NB
                             ASCENDING KEY T-CL-CODE
                             INDEXED BY T-CLI-IDX.
               10  T-CL-CODE            PIC X(5).
               10  T-CL-NOM             PIC X(35).
               10  T-CL-NB-COMPTES      PIC 9(05).
      *
       01      T-CPT-NB                 PIC 9(05) VALUE ZERO.
       01      T-CPT-TAB.
           05  T-CPT-ENT OCCURS 1 TO 10000 TIMES
                             DEPENDING ON T-CPT-NB
                             ASCENDING KEY T-CP-NUM
                             INDEXED BY T-CPT-IDX.
               10  T-CP-NUM             PIC X(6).
               10  T-CP-CLI             PIC X(5).
               10  T-CP-STATUT          PIC X(1).
                   88  T-CP-CLOTURE              VALUE 'C'.
                   88  T-CP-ACTIF                VALUE 'A'.
               10  T-CP-SOLDE           PIC S9(16)V99.
               10  T-CP-NB-SUSP         PIC 9(05).
               10  T-CP-MT-SUSP         PIC 9(16)V99.
      *
      *     HISTORIQUE DES CLIENTS INCONNUS, CUMULE PAR CLIENT
      *
       01      AXI-HIN-SATURE           PIC X(01) VALUE 'N'.
            88 HIN-SATURE                         VALUE 'O'.
       01      T-HIN-NB                 PIC 9(04) VALUE ZERO.
       01      T-HIN-TAB.
           05  T-HIN-ENT OCCURS 1 TO 2000 TIMES
                             DEPENDING ON T-HIN-NB
                             INDEXED BY T-HIN-IDX.
               10  T-HN-CODE            PIC X(5).
               10  T-HN-NB-ENR          PIC 9(07).
               10  T-HN-SOMME-D         PIC 9(16)V99.
               10  T-HN-SOMME-C         PIC 9(16)V99.
               10  T-HN-DATE-MIN        PIC 9(08).
               10  T-HN-DATE-MAX        PIC 9(08).
      *
      *     ANOMALIES MEMORISEES POUR L'ETAT (EDITEES PAR CATEGORIE
      *     EN FIN DE PASSAGE) - LES DECOMPTES PAR CATEGORIE RESTENT
      *     EXACTS AU-DELA DE LA CAPACITE
      *
       01      AXI-EXC-SATURE           PIC X(01) VALUE 'N'.
            88 EXC-SATURES                        VALUE 'O'.
       01      W-IDX-EXC                PIC 9(04).
       01      W-IDX-TAB                PIC 9(05).
       01      W-NB-EDITES              PIC 9(04).
       01      W-TITRE-SECTION          PIC X(40) VALUE SPACES.
      *
       01      T-EXC-NB                 PIC 9(04) VALUE ZERO.
       01      T-EXC-TAB.
           05  T-EXC-ENT OCCURS 1 TO 5000 TIMES
                             DEPENDING ON T-EXC-NB
                             INDEXED BY T-EXC-IDX.
               10  T-EX-CAT             PIC 9(1).
               10  T-EX-LIGNE           PIC X(132).
      *
       01      W-EXC-ENTETE.
           05  FILLER                   PIC X(10) VALUE '  COMPTE'.
           05  FILLER                   PIC X(7)  VALUE 'CLIENT'.
           05  FILLER                   PIC X(18) VALUE
                                        '         MONTANT'.
           05  FILLER                   PIC X(9)  VALUE '  NOMBRE'.
           05  FILLER                   PIC X(60) VALUE 'OBSERVATION'.
      *
       01      W-LIGNE-EXC.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EXC-COMPTE             PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EXC-CLIENT             PIC X(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EXC-MONTANT            PIC -(13)9V99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EXC-NOMBRE             PIC Z(6)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EXC-OBSERV             PIC X(60).
      *
      *     COMPTEURS DE L'ETAT
      *
       01      W-NB-CLIENTS-LUS         PIC 9(07) VALUE ZERO.
       01      W-NB-COMPTES-LUS         PIC 9(07) VALUE ZERO.
       01      W-NB-SOLDES-LUS          PIC 9(07) VALUE ZERO.
       01      W-NB-SUSPENS-LUS         PIC 9(07) VALUE ZERO.
       01      W-NB-HISTO-LUS           PIC 9(07) VALUE ZERO.
       01      W-SOLDE                  PIC S9(16)V99 VALUE ZERO.
       01      W-SOLDE-HISTO            PIC S9(16)V99 VALUE ZERO.
      *
       01      W-NB-AFF                 PIC Z(6)9.
       01      W-DATE-A-FORMATER        PIC X(8).
       01      W-DATE-FORMAT            PIC X(10).
       01      W-DATE-FORMAT-2          PIC X(10).
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
                          VALUE 'COHERENCE DES FICHIERS PERMANENTS'.
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
           PERFORM CHARGEMENT-CLIENTS     THRU CHARGEMENT-CLIENTS-FIN
           PERFORM CHARGEMENT-COMPTES     THRU CHARGEMENT-COMPTES-FIN
           PERFORM CONTROLE-SOLDE         THRU CONTROLE-SOLDE-FIN
                                         UNTIL FIN-SOLDENOU
           PERFORM CONTROLE-SUSPENS       THRU CONTROLE-SUSPENS-FIN
                                         UNTIL FIN-SUSPNOU
           PERFORM CONTROLE-HISTORIQUE    THRU CONTROLE-HISTORIQUE-FIN
                                         UNTIL FIN-HISTO
           PERFORM BILAN-CLIENTS          THRU BILAN-CLIENTS-FIN
                    VARYING W-IDX-TAB FROM 1 BY 1
                    UNTIL W-IDX-TAB > T-CLI-NB
           PERFORM BILAN-COMPTES          THRU BILAN-COMPTES-FIN
                    VARYING W-IDX-TAB FROM 1 BY 1
                    UNTIL W-IDX-TAB > T-CPT-NB
           PERFORM BILAN-HISTORIQUE       THRU BILAN-HISTORIQUE-FIN
                    VARYING W-IDX-TAB FROM 1 BY 1
                    UNTIL W-IDX-TAB > T-HIN-NB
           PERFORM FIN-PROGRAMME          THRU FIN-PROGRAMME-FIN.
      *
       DEBUT-PROGRAMME.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBCOH1'
           DISPLAY ' '
           OPEN     INPUT     CLIMSTR-FILE
           IF W-STAT-CLIMSTR NOT = '00'
              DISPLAY '*** ERREUR : CLIMSTR-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-CLIMSTR
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN     INPUT     CPTMSTR-FILE
           IF W-STAT-CPTMSTR NOT = '00'
              DISPLAY '*** ERREUR : CPTMSTR-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-CPTMSTR
              CLOSE CLIMSTR-FILE
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN     INPUT     SOLDENOU-FILE
           IF W-STAT-SOLDENOU NOT = '00'
              DISPLAY '*** ERREUR : SOLDENOU-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-SOLDENOU
              CLOSE CLIMSTR-FILE
              CLOSE CPTMSTR-FILE
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN     INPUT     SUSPNOU-FILE
           IF W-STAT-SUSPNOU = '00'
              MOVE  'O'                  TO AXI-SUSPNOU-DISPO
           ELSE
              DISPLAY 'SUSPNOU-FILE : INDISPONIBLE - STATUT '
                 W-STAT-SUSPNOU ' - SUSPENS NON CONTROLES'
              MOVE  '1'                  TO AXI-FT-SUSPNOU
           END-IF
           OPEN     INPUT     HISTO-FILE
           IF W-STAT-HISTO = '00'
              MOVE  'O'                  TO AXI-HISTO-DISPO
           ELSE
              DISPLAY 'HISTO-FILE : INDISPONIBLE - STATUT '
                 W-STAT-HISTO ' - HISTORIQUE NON CONTROLE'
              MOVE  '1'                  TO AXI-FT-HISTO
           END-IF
           OPEN     OUTPUT    ETAT-COH
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(6:1)
           MOVE     W-DATE-SYSTEME(1:4)  TO W-DATE-JOUR-AFF(7:4)
           MOVE     ZERO                 TO W-NB-CATEGORIE(1)
                                            W-NB-CATEGORIE(2)
                                            W-NB-CATEGORIE(3)
                                            W-NB-CATEGORIE(4)
                                            W-NB-CATEGORIE(5)
                                            W-NB-CATEGORIE(6)
           PERFORM  ENTETE-ETAT          THRU ENTETE-ETAT-FIN
           PERFORM  LECTURE-SOLDENOU     THRU LECTURE-SOLDENOU-FIN
           IF SUSPNOU-DISPONIBLE
              PERFORM LECTURE-SUSPNOU    THRU LECTURE-SUSPNOU-FIN
           END-IF
           IF HISTO-DISPONIBLE
              PERFORM LECTURE-HISTO      THRU LECTURE-HISTO-FIN
           END-IF.
       DEBUT-PROGRAMME-FIN.
           EXIT.
      *
       FIN-PROGRAMME.
           PERFORM  SECTION-ANOMALIES    THRU SECTION-ANOMALIES-FIN
                    VARYING W-IDX-CAT FROM 1 BY 1
                    UNTIL W-IDX-CAT > 6
           PERFORM  TOTAL-COHERENCE      THRU TOTAL-COHERENCE-FIN
           CLOSE    CLIMSTR-FILE
           CLOSE    CPTMSTR-FILE
           CLOSE    SOLDENOU-FILE
           IF SUSPNOU-DISPONIBLE
              CLOSE SUSPNOU-FILE
           END-IF
           IF HISTO-DISPONIBLE
              CLOSE HISTO-FILE
           END-IF
           CLOSE    ETAT-COH
           IF TABLES-SATUREES
              MOVE  12                   TO RETURN-CODE
           ELSE
              IF W-NB-BLOQUANTES > ZERO
                 MOVE 8                  TO RETURN-CODE
              ELSE
                 IF (W-NB-AVERTISSEMENTS > ZERO
                     OR NOT SUSPNOU-DISPONIBLE
                     OR NOT HISTO-DISPONIBLE
                     OR EXC-SATURES
                     OR HIN-SATURE)
                    AND RETURN-CODE < 4
                    MOVE 4               TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           DISPLAY 'ANOMALIES BLOQUANTES : ' W-NB-BLOQUANTES
              ' - AVERTISSEMENTS : ' W-NB-AVERTISSEMENTS
           DISPLAY 'FIN DU PROGRAMME FORBCOH1'
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
      *           CHARGEMENT DU REFERENTIEL CLIENT DANS L'ORDRE DES
      *           CODES.
       CHARGEMENT-CLIENTS.
           MOVE     LOW-VALUES           TO CLI-CODE
           START    CLIMSTR-FILE KEY NOT < CLI-CODE
              INVALID KEY
                 MOVE '1'                TO AXI-FT-CLIMSTR
           END-START
           IF NOT FIN-CLIMSTR
              PERFORM LECTURE-CLIMSTR    THRU LECTURE-CLIMSTR-FIN
           END-IF
           PERFORM  ALIMENTATION-CLIENT  THRU ALIMENTATION-CLIENT-FIN
                                         UNTIL FIN-CLIMSTR.
       CHARGEMENT-CLIENTS-FIN.
           EXIT.
      *
       LECTURE-CLIMSTR.
           READ     CLIMSTR-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-CLIMSTR
              NOT AT END
                 ADD  1                  TO W-NB-CLIENTS-LUS
           END-READ.
       LECTURE-CLIMSTR-FIN.
           EXIT.
      *
       ALIMENTATION-CLIENT.
           IF T-CLI-NB < 10000
              ADD   1                    TO T-CLI-NB
              MOVE  CLI-CODE             TO T-CL-CODE(T-CLI-NB)
              MOVE  CLI-NOM              TO T-CL-NOM(T-CLI-NB)
              MOVE  ZERO                 TO T-CL-NB-COMPTES(T-CLI-NB)
           ELSE
              IF NOT TABLES-SATUREES
                 MOVE 'O'                TO AXI-TABLES-SATUREES
                 DISPLAY '*** ERREUR : CLIMSTR-FILE DEPASSE 10000 '
                    'CLIENTS - CONTROLE NON FIABLE'
              END-IF
           END-IF
           PERFORM  LECTURE-CLIMSTR      THRU LECTURE-CLIMSTR-FIN.
       ALIMENTATION-CLIENT-FIN.
           EXIT.
      *
      *           CHARGEMENT DU FICHIER MAITRE DES COMPTES DANS
      *           L'ORDRE DES NUMEROS - CHAQUE COMPTE EST RATTACHE A
      *           SON CLIENT, UN CLIENT ABSENT DE CLIMSTR FAIT DU
      *           COMPTE UN ORPHELIN.
       CHARGEMENT-COMPTES.
           MOVE     LOW-VALUES           TO CM-COMPTE-NUM
           START    CPTMSTR-FILE KEY NOT < CM-COMPTE-NUM
              INVALID KEY
                 MOVE '1'                TO AXI-FT-CPTMSTR
           END-START
           IF NOT FIN-CPTMSTR
              PERFORM LECTURE-CPTMSTR    THRU LECTURE-CPTMSTR-FIN
           END-IF
           PERFORM  ALIMENTATION-COMPTE  THRU ALIMENTATION-COMPTE-FIN
                                         UNTIL FIN-CPTMSTR.
       CHARGEMENT-COMPTES-FIN.
           EXIT.
      *
       LECTURE-CPTMSTR.
           READ     CPTMSTR-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-CPTMSTR
              NOT AT END
                 ADD  1                  TO W-NB-COMPTES-LUS
           END-READ.
       LECTURE-CPTMSTR-FIN.
           EXIT.
      *
       ALIMENTATION-COMPTE.
           IF T-CPT-NB < 10000
              ADD   1                    TO T-CPT-NB
              MOVE  CM-COMPTE-NUM        TO T-CP-NUM(T-CPT-NB)
              MOVE  CM-CLI-CODE          TO T-CP-CLI(T-CPT-NB)
              MOVE  CM-STATUT            TO T-CP-STATUT(T-CPT-NB)
              MOVE  ZERO                 TO T-CP-SOLDE(T-CPT-NB)
              MOVE  ZERO                 TO T-CP-NB-SUSP(T-CPT-NB)
              MOVE  ZERO                 TO T-CP-MT-SUSP(T-CPT-NB)
           ELSE
              IF NOT TABLES-SATUREES
                 MOVE 'O'                TO AXI-TABLES-SATUREES
                 DISPLAY '*** ERREUR : CPTMSTR-FILE DEPASSE 10000 '
                    'COMPTES - CONTROLE NON FIABLE'
              END-IF
           END-IF
           SEARCH ALL T-CLI-ENT
              AT END
                 MOVE  SPACES            TO W-LIGNE-EXC
                 MOVE  CM-COMPTE-NUM     TO W-EXC-COMPTE
                 MOVE  CM-CLI-CODE       TO W-EXC-CLIENT
                 MOVE  ZERO              TO W-EXC-MONTANT
                 MOVE  ZERO              TO W-EXC-NOMBRE
                 STRING 'STATUT ' CM-STATUT ' - ' CM-LIBELLE
                        DELIMITED BY SIZE INTO W-EXC-OBSERV
                 MOVE  W-CAT-ORPHELIN    TO W-CAT
                 PERFORM MEMO-ANOMALIE   THRU MEMO-ANOMALIE-FIN
              WHEN T-CL-CODE(T-CLI-IDX) = CM-CLI-CODE
                 ADD   1                 TO T-CL-NB-COMPTES(T-CLI-IDX)
           END-SEARCH
           PERFORM  LECTURE-CPTMSTR      THRU LECTURE-CPTMSTR-FIN.
       ALIMENTATION-COMPTE-FIN.
           EXIT.
      *
       LECTURE-SOLDENOU.
           READ     SOLDENOU-FILE
              AT END
                 MOVE '1'                TO AXI-FT-SOLDENOU
              NOT AT END
                 ADD  1                  TO W-NB-SOLDES-LUS
           END-READ.
       LECTURE-SOLDENOU-FIN.
           EXIT.
      *
      *           UNE LIGNE DE SOLDE DOIT AVOIR SA FICHE AU FICHIER
      *           MAITRE ; SON SOLDE EST RETENU POUR LE CONTROLE DES
      *           COMPTES CLOTURES.
       CONTROLE-SOLDE.
           IF SN-SOLDE-SIGNE = '-'
              COMPUTE W-SOLDE = ZERO - SN-SOLDE
           ELSE
              MOVE  SN-SOLDE             TO W-SOLDE
           END-IF
           SEARCH ALL T-CPT-ENT
              AT END
                 MOVE  SPACES            TO W-LIGNE-EXC
                 MOVE  SN-COMPTE-NUM     TO W-EXC-COMPTE
                 MOVE  W-SOLDE           TO W-EXC-MONTANT
                 MOVE  ZERO              TO W-EXC-NOMBRE
                 MOVE  SPACES            TO W-DATE-FORMAT
                 IF SN-DATE-DERN-MVT IS NUMERIC
                    AND SN-DATE-DERN-MVT > ZERO
                    MOVE SN-DATE-DERN-MVT
                                         TO W-DATE-A-FORMATER
                    PERFORM FORMAT-DATE  THRU FORMAT-DATE-FIN
                 END-IF
                 STRING 'ABSENT DE CPTMSTR - DERNIER MVT '
                        W-DATE-FORMAT
                        DELIMITED BY SIZE INTO W-EXC-OBSERV
                 MOVE  W-CAT-SOLDE-ORPHELIN
                                         TO W-CAT
                 PERFORM MEMO-ANOMALIE   THRU MEMO-ANOMALIE-FIN
              WHEN T-CP-NUM(T-CPT-IDX) = SN-COMPTE-NUM
                 MOVE  W-SOLDE           TO T-CP-SOLDE(T-CPT-IDX)
           END-SEARCH
           PERFORM  LECTURE-SOLDENOU     THRU LECTURE-SOLDENOU-FIN.
       CONTROLE-SOLDE-FIN.
           EXIT.
      *
       LECTURE-SUSPNOU.
           READ     SUSPNOU-FILE
              AT END
                 MOVE '1'                TO AXI-FT-SUSPNOU
              NOT AT END
                 ADD  1                  TO W-NB-SUSPENS-LUS
           END-READ.
       LECTURE-SUSPNOU-FIN.
           EXIT.
      *
      *           ITEM EN SUSPENS : CUMULE SUR SON COMPTE S'IL EST
      *           CLOTURE ; SUR UN COMPTE ACTIF IL AURAIT DU ETRE
      *           LIBERE PAR FORBSUS1 (COMPTE CREE OU REACTIVE
      *           DEPUIS) ; SUR UN COMPTE INCONNU OU DORMANT IL EST
      *           NORMALEMENT EN ATTENTE.
       CONTROLE-SUSPENS.
           SEARCH ALL T-CPT-ENT
              AT END
                 CONTINUE
              WHEN T-CP-NUM(T-CPT-IDX) = SP-COMPTE-NUM
                 IF T-CP-CLOTURE(T-CPT-IDX)
                    ADD 1                TO T-CP-NB-SUSP(T-CPT-IDX)
                    ADD SP-MONTANT       TO T-CP-MT-SUSP(T-CPT-IDX)
                 ELSE
                    IF T-CP-ACTIF(T-CPT-IDX)
                       PERFORM SUSPENS-COMPTE-ACTIF
                                         THRU SUSPENS-COMPTE-ACTIF-FIN
                    END-IF
                 END-IF
           END-SEARCH
           PERFORM  LECTURE-SUSPNOU      THRU LECTURE-SUSPNOU-FIN.
       CONTROLE-SUSPENS-FIN.
           EXIT.
      *
       SUSPENS-COMPTE-ACTIF.
           MOVE     SPACES               TO W-LIGNE-EXC
           MOVE     SP-COMPTE-NUM        TO W-EXC-COMPTE
           MOVE     SP-CLI-CODE          TO W-EXC-CLIENT
           IF SP-SENS-ECRITURE = 'D'
              COMPUTE W-EXC-MONTANT = ZERO - SP-MONTANT
           ELSE
              MOVE  SP-MONTANT           TO W-EXC-MONTANT
           END-IF
           MOVE     1                    TO W-EXC-NOMBRE
           MOVE     SP-DATE-ENTREE       TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           STRING   'ECRITURE ' SP-ECRITURE-NUM
                    ' EN SUSPENS DEPUIS LE ' W-DATE-FORMAT
                    ' - ' SP-MOTIF
                    DELIMITED BY SIZE INTO W-EXC-OBSERV
           MOVE     W-CAT-SUSPENS-ACTIF  TO W-CAT
           PERFORM  MEMO-ANOMALIE        THRU MEMO-ANOMALIE-FIN.
       SUSPENS-COMPTE-ACTIF-FIN.
           EXIT.
      *
       LECTURE-HISTO.
           READ     HISTO-FILE
              AT END
                 MOVE '1'                TO AXI-FT-HISTO
              NOT AT END
                 ADD  1                  TO W-NB-HISTO-LUS
           END-READ.
       LECTURE-HISTO-FIN.
           EXIT.
      *
      *           HISTORIQUE D'UN CLIENT ABSENT DE CLIMSTR : CUMULE
      *           PAR CLIENT (NOMBRE D'ENREGISTREMENTS, SOMMES ET
      *           PERIODE COUVERTE) POUR UNE LIGNE UNIQUE A L'ETAT.
       CONTROLE-HISTORIQUE.
           SEARCH ALL T-CLI-ENT
              AT END
                 PERFORM CUMUL-HISTO-INCONNU
                                         THRU CUMUL-HISTO-INCONNU-FIN
              WHEN T-CL-CODE(T-CLI-IDX) = HI-CLI-CODE
                 CONTINUE
           END-SEARCH
           PERFORM  LECTURE-HISTO        THRU LECTURE-HISTO-FIN.
       CONTROLE-HISTORIQUE-FIN.
           EXIT.
      *
       CUMUL-HISTO-INCONNU.
           SET      T-HIN-IDX            TO 1
           SEARCH   T-HIN-ENT
              AT END
                 IF T-HIN-NB < 2000
                    ADD  1               TO T-HIN-NB
                    MOVE HI-CLI-CODE     TO T-HN-CODE(T-HIN-NB)
                    MOVE 1               TO T-HN-NB-ENR(T-HIN-NB)
                    MOVE HI-SOMME-D      TO T-HN-SOMME-D(T-HIN-NB)
                    MOVE HI-SOMME-C      TO T-HN-SOMME-C(T-HIN-NB)
                    MOVE HI-DATE-RUN     TO T-HN-DATE-MIN(T-HIN-NB)
                    MOVE HI-DATE-RUN     TO T-HN-DATE-MAX(T-HIN-NB)
                 ELSE
                    IF NOT HIN-SATURE
                       MOVE 'O'          TO AXI-HIN-SATURE
                       DISPLAY 'HISTORIQUE : PLUS DE 2000 CLIENTS '
                          'INCONNUS - ETAT INCOMPLET'
                    END-IF
                 END-IF
              WHEN T-HN-CODE(T-HIN-IDX) = HI-CLI-CODE
                 ADD  1                  TO T-HN-NB-ENR(T-HIN-IDX)
                 ADD  HI-SOMME-D         TO T-HN-SOMME-D(T-HIN-IDX)
                 ADD  HI-SOMME-C         TO T-HN-SOMME-C(T-HIN-IDX)
                 IF HI-DATE-RUN < T-HN-DATE-MIN(T-HIN-IDX)
                    MOVE HI-DATE-RUN     TO T-HN-DATE-MIN(T-HIN-IDX)
                 END-IF
                 IF HI-DATE-RUN > T-HN-DATE-MAX(T-HIN-IDX)
                    MOVE HI-DATE-RUN     TO T-HN-DATE-MAX(T-HIN-IDX)
                 END-IF
           END-SEARCH.
       CUMUL-HISTO-INCONNU-FIN.
           EXIT.
      *
       BILAN-CLIENTS.
           IF T-CL-NB-COMPTES(W-IDX-TAB) = ZERO
              MOVE  SPACES               TO W-LIGNE-EXC
              MOVE  T-CL-CODE(W-IDX-TAB) TO W-EXC-CLIENT
              MOVE  ZERO                 TO W-EXC-MONTANT
              MOVE  ZERO                 TO W-EXC-NOMBRE
              MOVE  T-CL-NOM(W-IDX-TAB)  TO W-EXC-OBSERV
              MOVE  W-CAT-SANS-COMPTE    TO W-CAT
              PERFORM MEMO-ANOMALIE      THRU MEMO-ANOMALIE-FIN
           END-IF.
       BILAN-CLIENTS-FIN.
           EXIT.
      *
      *           COMPTE CLOTURE : SON SOLDE DOIT ETRE NUL ET AUCUN
      *           ITEM NE DOIT PLUS L'ATTENDRE EN SUSPENS.
       BILAN-COMPTES.
           IF T-CP-CLOTURE(W-IDX-TAB)
              AND (T-CP-SOLDE(W-IDX-TAB) NOT = ZERO
                   OR T-CP-NB-SUSP(W-IDX-TAB) > ZERO)
              MOVE  SPACES               TO W-LIGNE-EXC
              MOVE  T-CP-NUM(W-IDX-TAB)  TO W-EXC-COMPTE
              MOVE  T-CP-CLI(W-IDX-TAB)  TO W-EXC-CLIENT
              MOVE  W-CAT-CLOTURE        TO W-CAT
              IF T-CP-SOLDE(W-IDX-TAB) NOT = ZERO
                 MOVE T-CP-SOLDE(W-IDX-TAB)
                                         TO W-EXC-MONTANT
                 MOVE ZERO               TO W-EXC-NOMBRE
                 MOVE 'SOLDE NON NUL AU DERNIER ARRETE'
                                         TO W-EXC-OBSERV
                 PERFORM MEMO-ANOMALIE   THRU MEMO-ANOMALIE-FIN
              END-IF
              IF T-CP-NB-SUSP(W-IDX-TAB) > ZERO
                 MOVE T-CP-MT-SUSP(W-IDX-TAB)
                                         TO W-EXC-MONTANT
                 MOVE T-CP-NB-SUSP(W-IDX-TAB)
                                         TO W-EXC-NOMBRE
                 MOVE 'ITEMS EN SUSPENS (MONTANT BRUT)'
                                         TO W-EXC-OBSERV
                 PERFORM MEMO-ANOMALIE   THRU MEMO-ANOMALIE-FIN
              END-IF
           END-IF.
       BILAN-COMPTES-FIN.
           EXIT.
      *
       BILAN-HISTORIQUE.
           MOVE     SPACES               TO W-LIGNE-EXC
           MOVE     T-HN-CODE(W-IDX-TAB) TO W-EXC-CLIENT
           COMPUTE  W-SOLDE-HISTO = T-HN-SOMME-C(W-IDX-TAB)
                                  - T-HN-SOMME-D(W-IDX-TAB)
           MOVE     W-SOLDE-HISTO        TO W-EXC-MONTANT
           MOVE     T-HN-NB-ENR(W-IDX-TAB)
                                         TO W-EXC-NOMBRE
           MOVE     T-HN-DATE-MIN(W-IDX-TAB)
                                         TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           MOVE     W-DATE-FORMAT        TO W-DATE-FORMAT-2
           MOVE     T-HN-DATE-MAX(W-IDX-TAB)
                                         TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           STRING   'ENREGISTREMENTS DU ' W-DATE-FORMAT-2
                    ' AU ' W-DATE-FORMAT ' (CREDIT - DEBIT)'
                    DELIMITED BY SIZE INTO W-EXC-OBSERV
           MOVE     W-CAT-HISTO-INCONNU  TO W-CAT
           PERFORM  MEMO-ANOMALIE        THRU MEMO-ANOMALIE-FIN.
       BILAN-HISTORIQUE-FIN.
           EXIT.
      *
      *           ANOMALIE DECOMPTEE DANS SA CATEGORIE ET MEMORISEE
      *           POUR L'ETAT - AU DELA DE LA CAPACITE, L'ETAT EST
      *           SIGNALE INCOMPLET MAIS LES DECOMPTES RESTENT EXACTS.
       MEMO-ANOMALIE.
           ADD      1                    TO W-NB-CATEGORIE(W-CAT)
           IF W-CAT-BLOQUANTE(W-CAT)
              ADD   1                    TO W-NB-BLOQUANTES
           ELSE
              ADD   1                    TO W-NB-AVERTISSEMENTS
           END-IF
           IF T-EXC-NB < 5000
              ADD   1                    TO T-EXC-NB
              MOVE  W-CAT                TO T-EX-CAT(T-EXC-NB)
              MOVE  W-LIGNE-EXC          TO T-EX-LIGNE(T-EXC-NB)
           ELSE
              IF NOT EXC-SATURES
                 DISPLAY 'ETAT DE COHERENCE : PLUS DE 5000 '
                    'ANOMALIES - ETAT INCOMPLET'
                 MOVE 'O'                TO AXI-EXC-SATURE
              END-IF
           END-IF.
       MEMO-ANOMALIE-FIN.
           EXIT.
      *
       SECTION-ANOMALIES.
           MOVE     W-CAT-TITRE(W-IDX-CAT)
                                         TO W-TITRE-SECTION
           STRING   '         ***** ' W-TITRE-SECTION
                    DELIMITED BY '  '
                    ' *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-EXC-ENTETE         TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     ZERO                 TO W-NB-EDITES
           PERFORM  LIGNE-ANOMALIE       THRU LIGNE-ANOMALIE-FIN
                    VARYING W-IDX-EXC FROM 1 BY 1
                    UNTIL W-IDX-EXC > T-EXC-NB
           IF W-NB-EDITES = ZERO
              MOVE  '         AUCUNE ANOMALIE'
                                         TO W-LIGNE-A-IMPRIMER
              IF W-IDX-CAT = W-CAT-SUSPENS-ACTIF
                 AND NOT SUSPNOU-DISPONIBLE
                 MOVE '         NON CONTROLE - SUSPNOU ABSENT'
                                         TO W-LIGNE-A-IMPRIMER
              END-IF
              IF W-IDX-CAT = W-CAT-HISTO-INCONNU
                 AND NOT HISTO-DISPONIBLE
                 MOVE '         NON CONTROLE - HISTMVT ABSENT'
                                         TO W-LIGNE-A-IMPRIMER
              END-IF
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF
           IF EXC-SATURES
              STRING '         *** LISTE INCOMPLETE - PLUS DE '
                     '5000 ANOMALIES DANS LE PASSAGE'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF
           IF W-IDX-CAT = W-CAT-HISTO-INCONNU
              AND HIN-SATURE
              STRING '         *** LISTE INCOMPLETE - PLUS DE '
                     '2000 CLIENTS INCONNUS A L''HISTORIQUE'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       SECTION-ANOMALIES-FIN.
           EXIT.
      *
       LIGNE-ANOMALIE.
           IF T-EX-CAT(W-IDX-EXC) = W-IDX-CAT
              MOVE  T-EX-LIGNE(W-IDX-EXC) TO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              ADD   1                    TO W-NB-EDITES
           END-IF.
       LIGNE-ANOMALIE-FIN.
           EXIT.
      *
       TOTAL-COHERENCE.
           STRING   '         ***** BILAN DE COHERENCE *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-CLIENTS-LUS     TO W-NB-AFF
           STRING   '         CLIENTS LUS       : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-COMPTES-LUS     TO W-NB-AFF
           STRING   '         COMPTES LUS       : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-SOLDES-LUS      TO W-NB-AFF
           STRING   '         SOLDES LUS        : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-SUSPENS-LUS     TO W-NB-AFF
           STRING   '         SUSPENS LUS       : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-HISTO-LUS       TO W-NB-AFF
           STRING   '         HISTORIQUE LU     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  LIGNE-BILAN-CATEGORIE
                                         THRU LIGNE-BILAN-CATEGORIE-FIN
                    VARYING W-IDX-CAT FROM 1 BY 1
                    UNTIL W-IDX-CAT > 6
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           IF TABLES-SATUREES
              STRING '         RESULTAT : CONTROLE NON FIABLE - '
                     'CAPACITE DES TABLES DEPASSEE'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           ELSE
              IF W-NB-BLOQUANTES > ZERO
                 MOVE '         RESULTAT : ANOMALIES BLOQUANTES'
                                         TO W-LIGNE-A-IMPRIMER
              ELSE
                 IF W-NB-AVERTISSEMENTS > ZERO
                    MOVE '         RESULTAT : AVERTISSEMENTS SEULEMENT'
                                         TO W-LIGNE-A-IMPRIMER
                 ELSE
                    MOVE '         RESULTAT : FICHIERS COHERENTS'
                                         TO W-LIGNE-A-IMPRIMER
                 END-IF
              END-IF
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TOTAL-COHERENCE-FIN.
           EXIT.
      *
       LIGNE-BILAN-CATEGORIE.
           MOVE     W-NB-CATEGORIE(W-IDX-CAT)
                                         TO W-NB-AFF
           MOVE     W-CAT-TITRE(W-IDX-CAT)
                                         TO W-TITRE-SECTION
           IF W-CAT-BLOQUANTE(W-IDX-CAT)
              STRING '         ' W-TITRE-SECTION ' : ' W-NB-AFF
                     '  BLOQUANT'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           ELSE
              STRING '         ' W-TITRE-SECTION ' : ' W-NB-AFF
                     '  AVERTISSEMENT'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-BILAN-CATEGORIE-FIN.
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
