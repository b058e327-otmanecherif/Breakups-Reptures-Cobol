       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBCLE1.
      *-------------------------------------------------------------*
      *                                                             *
      *     CHANGEMENT DE CLE DES COMPTES (RE-IMMATRICULATION ET    *
      *     CHANGEMENT DE CLIENT TITULAIRE) SANS RUPTURE DE         *
      *     L'HISTORIQUE. UNE CARTE ANCIENNE CLE / NOUVELLE CLE :   *
      *        'C' = UN COMPTE : NOUVEAU NUMERO ET/OU NOUVEAU       *
      *              CLIENT TITULAIRE (A BLANC = INCHANGE). SI LE   *
      *              COMPTE EST LE SEUL DE SON CLIENT, L'HISTORIQUE *
      *              DU CLIENT LE SUIT CHEZ LE NOUVEAU TITULAIRE    *
      *        'L' = FUSION DE CLIENTS : TOUS LES COMPTES DE        *
      *              L'ANCIEN CLIENT ET SON HISTORIQUE PASSENT SUR  *
      *              LE NOUVEAU (NUMEROS DE COMPTE INCHANGES)       *
      *     EN UN SEUL PASSAGE, LE PROGRAMME :                      *
      *      - VALIDE LES CARTES CONTRE CPTMSTR, CLIMSTR ET LA      *
      *        TABLE DE CORRESPONDANCE XREFCPT                      *
      *      - RECOPIE SOLDENOU, SUSPNOU ET HISTMVT EN NOUVELLES    *
      *        GENERATIONS (SOLDMAJ, SUSPMAJ, HISTMAJ) SOUS LES     *
      *        NOUVELLES CLES                                       *
      *      - CONTROLE, AVANT TOUTE ECRITURE, QUE CHAQUE COMPTE    *
      *        EST TOUJOURS EN PLACE ET QUE SA NOUVELLE CLE EST     *
      *        LIBRE DANS CPTMSTR, XREFCPT, JRNECR ET RELANCE       *
      *      - EDITE LE RAPPROCHEMENT AVANT/APRES PAR COMPTE, PAR   *
      *        CLIENT ET PAR FICHIER : SOLDES, SUSPENS ET TOTAUX    *
      *        D'HISTORIQUE DOIVENT ETRE INCHANGES                  *
      *      - SEULEMENT SI LE RAPPROCHEMENT ET LES CONTROLES SONT  *
      *        BONS : MET A JOUR CPTMSTR, ENREGISTRE CHAQUE         *
      *        ANCIENNE CLE DANS XREFCPT (LES ECRITURES ARRIVANT    *
      *        ENCORE SOUS L'ANCIENNE CLE SONT REDIRIGEES PAR       *
      *        FORBFUS1), RECLASSE SOUS LA NOUVELLE CLE LE JOURNAL  *
      *        DES ECRITURES JRNECR, LES DOSSIERS DE RELANCE ET LES *
      *        VIREMENTS PERMANENTS, ET JOURNALISE CHAQUE           *
      *        CHANGEMENT DANS CHGLOG (ACTION 'R')                  *
      *      - RAPPROCHE ENSUITE JRNECR, RELANCE ET VIRPERM         *
      *        AVANT/APRES PAR COMPTE                               *
      *     A PASSER ENTRE DEUX PASSAGES DE FORBMOR4, APRES         *
      *     FORBSUS1 ET APRES SAUVEGARDE DE CPTMSTR, XREFCPT,       *
      *     JRNECR, RELANCE, VIRPERM ET CHGLOG.                     *
      *     CODE RETOUR INFERIEUR A 12 : LES TROIS NOUVELLES        *
      *     GENERATIONS REMPLACENT SOLDENOU, SUSPNOU ET HISTMVT.    *
      *     CODE RETOUR 12 ET 'AUCUNE MISE A JOUR' : AUCUN FICHIER  *
      *     INDEXE N'A ETE TOUCHE, RIEN N'EST A BASCULER.           *
      *     CODE RETOUR 12 ET 'MISE A JOUR INTERROMPUE' : LES       *
      *     FICHIERS INDEXES SONT EN PARTIE MIS A JOUR - RIEN N'EST *
      *     A BASCULER, LES SIX FICHIERS SAUVEGARDES SONT A         *
      *     RESTAURER AVANT DE RELANCER LE PASSAGE.                 *
      *     CODE RETOUR 4 SI UNE CARTE EST REJETEE.                 *
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
      *     FICHIER MAITRE DES COMPTES (INDEXE) - ACCES DYNAMIQUE
      *     POUR RETROUVER LES COMPTES D'UN CLIENT
      *
            SELECT CPTMSTR-FILE ASSIGN TO UT-S-CPTMSTR
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY CM-COMPTE-NUM
            FILE STATUS IS W-STAT-CPTMSTR.
      *
      *     FICHIER MAITRE DES CLIENTS (TENU PAR FORBCLI1) - LE
      *     NOUVEAU CLIENT TITULAIRE DOIT Y ETRE CONNU
      *
            SELECT CLIMSTR-FILE ASSIGN TO UT-S-CLIMSTR
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY CLI-CODE
            FILE STATUS IS W-STAT-CLIMSTR.
      *
      *     TABLE DE CORRESPONDANCE ANCIENNE CLE -> CLE ACTUELLE
      *     (CREEE AU PREMIER CHANGEMENT DE CLE)
      *
            SELECT OPTIONAL XREFCPT-FILE ASSIGN TO UT-S-XREFCPT
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY XR-ANC-COMPTE-NUM
            FILE STATUS IS W-STAT-XREFCPT.
      *
      *     JOURNAL PERMANENT DES MISES A JOUR (AJOUT EN FIN DE
      *     FICHIER, CREE A LA PREMIERE MISE A JOUR)
      *
            SELECT OPTIONAL CHGLOG-FILE ASSIGN TO UT-S-CHGLOG
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-CHGLOG.
      *
      *     JOURNAL DES ECRITURES IMPUTEES (TENU PAR FORBMOR4),
      *     DOSSIERS DE RELANCE (FORBREL1) ET VIREMENTS PERMANENTS
      *     (FORBVIR1) : RECLASSES SOUS LES NOUVELLES CLES
      *
            SELECT OPTIONAL JRNECR-FILE ASSIGN TO UT-S-JRNECR
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY JR-CLE
            FILE STATUS IS W-STAT-JRNECR.
      *
            SELECT OPTIONAL RELANCE-FILE ASSIGN TO UT-S-RELANCE
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY RL-COMPTE-NUM
            FILE STATUS IS W-STAT-RELANCE.
      *
            SELECT OPTIONAL VIRPERM-FILE ASSIGN TO UT-S-VIRPERM
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY VP-ORDRE-NUM
            FILE STATUS IS W-STAT-VIRPERM.
      *
      *     CARTES DE CHANGEMENT DE CLE
      *
            SELECT TRANS-FILE ASSIGN TO UT-S-CLETRANS
            ORGANIZATION LINE SEQUENTIAL.
      *
      *     DERNIERS SOLDES DE CLOTURE PRODUITS PAR FORBMOR4 ET
      *     LEUR NOUVELLE GENERATION SOUS LES NOUVELLES CLES
      *
            SELECT SOLDENOU-FILE ASSIGN TO UT-S-SOLDENOU
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SOLDENOU.
      *
            SELECT SOLDMAJ-FILE ASSIGN TO UT-S-SOLDMAJ
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SOLDMAJ.
      *
      *     STOCK DES SUSPENS (PRODUIT PAR FORBSUS1) ET SA NOUVELLE
      *     GENERATION
      *
            SELECT OPTIONAL SUSPNOU-FILE ASSIGN TO UT-S-SUSPNOU
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SUSPNOU.
      *
            SELECT SUSPMAJ-FILE ASSIGN TO UT-S-SUSPMAJ
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SUSPMAJ.
      *
      *     HISTORIQUE DES MOUVEMENTS PAR CLIENT ET SA NOUVELLE
      *     GENERATION
      *
            SELECT OPTIONAL HISTO-FILE ASSIGN TO UT-S-HISTMVT
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-HISTO.
      *
            SELECT HISTMAJ-FILE ASSIGN TO UT-S-HISTMAJ
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-HISTMAJ.
      *
      *     ETAT DES CHANGEMENTS DE CLE ET DU RAPPROCHEMENT
      *
            SELECT ETAT-CLE ASSIGN TO UT-S-ETATCLE
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
       FD  CPTMSTR-FILE
           DATA RECORD    CPTMSTR-REC.
      *
       COPY CPTMSTR.
      *
       FD  CLIMSTR-FILE
           DATA RECORD    CLIMSTR-REC.
      *
       COPY CLIMSTR.
      *
       FD  XREFCPT-FILE
           DATA RECORD    XREFCPT-REC.
      *
       COPY XREFCPT.
      *
       FD  CHGLOG-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    CHGLOG-REC
           LABEL    RECORD    STANDARD.
      *
       COPY CHGLOG.
      *
       FD  JRNECR-FILE
           DATA RECORD    JRNECR-REC.
      *
       COPY JRNECR.
      *
       FD  RELANCE-FILE
           DATA RECORD    RELANCE-REC.
      *
       COPY RELANCE.
      *
       FD  VIRPERM-FILE
           DATA RECORD    VIRPERM-REC.
      *
       COPY VIRPERM.
      *
       FD  TRANS-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-TRANS
           LABEL    RECORD    STANDARD.
      *
      *     'C' : ANCIEN COMPTE OBLIGATOIRE, ANCIEN CLIENT FACULTATIF
      *           (CONTROLE), NOUVEAU COMPTE ET/OU NOUVEAU CLIENT
      *     'L' : ANCIEN ET NOUVEAU CLIENT, COMPTES A BLANC
      *
       01  LIGNE-TRANS.
           05  TR-TYPE                  PIC X(1).
           05  TR-ANC-COMPTE            PIC X(6).
           05  TR-NOUV-COMPTE           PIC X(6).
           05  TR-ANC-CLIENT            PIC X(5).
           05  TR-NOUV-CLIENT           PIC X(5).
           05  TR-OPERATEUR             PIC X(8).
           05  FILLER                   PIC X(49).
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
       FD  SOLDMAJ-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-SOLDMAJ
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-SOLDMAJ                PIC X(80).
      *
       FD  SUSPNOU-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-SUSPNOU
           LABEL    RECORD    STANDARD.
      *
      *     IMAGE DE L'ECRITURE SUSPENDUE, MOTIF ET DATE D'ENTREE
      *
       01  LIGNE-SUSPNOU.
           05  SP-CLI-CODE              PIC X(5).
           05  SP-COMPTE-NUM            PIC X(6).
           05  SP-ECRITURE-NUM          PIC X(5).
           05  SP-ECRITURE-DATE         PIC X(8).
           05  SP-COMPTE-LIBELLE        PIC X(35).
           05  SP-SENS-ECRITURE         PIC X(1).
           05  SP-MONTANT               PIC 9(16)V99.
           05  SP-DEVISE                PIC X(2).
           05  FILLER                   PIC X(2).
           05  SP-MOTIF                 PIC X(18).
           05  SP-DATE-ENTREE           PIC X(8).
      *
       FD  SUSPMAJ-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-SUSPMAJ
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-SUSPMAJ                PIC X(108).
      *
       FD  HISTO-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    HISTMVT-REC
           LABEL    RECORD    STANDARD.
      *
       COPY HISTMVT.
      *
       FD  HISTMAJ-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-HISTMAJ
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-HISTMAJ                PIC X(80).
      *
       FD  ETAT-CLE
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
       01      AXI-FT-TRANS             PIC X(01) VALUE SPACE.
            88 FIN-TRANS                          VALUE '1'.
       01      AXI-FT-CPTMSTR           PIC X(01) VALUE SPACE.
            88 FIN-CPTMSTR                        VALUE '1'.
       01      AXI-FT-XREFCPT           PIC X(01) VALUE SPACE.
            88 FIN-XREFCPT                        VALUE '1'.
       01      AXI-FT-SOLDENOU          PIC X(01) VALUE SPACE.
            88 FIN-SOLDENOU                       VALUE '1'.
       01      AXI-FT-SUSPNOU           PIC X(01) VALUE SPACE.
            88 FIN-SUSPNOU                        VALUE '1'.
       01      AXI-FT-HISTO             PIC X(01) VALUE SPACE.
            88 FIN-HISTO                          VALUE '1'.
       01      AXI-FT-JRNECR            PIC X(01) VALUE SPACE.
            88 FIN-JRNECR                         VALUE '1'.
       01      AXI-FT-VIRPERM           PIC X(01) VALUE SPACE.
            88 FIN-VIRPERM                        VALUE '1'.
      *
       01      W-STAT-CPTMSTR           PIC X(02) VALUE SPACES.
       01      W-STAT-CLIMSTR           PIC X(02) VALUE SPACES.
       01      W-STAT-XREFCPT           PIC X(02) VALUE SPACES.
       01      W-STAT-CHGLOG            PIC X(02) VALUE SPACES.
       01      W-STAT-SOLDENOU          PIC X(02) VALUE SPACES.
       01      W-STAT-SUSPNOU           PIC X(02) VALUE SPACES.
       01      W-STAT-HISTO             PIC X(02) VALUE SPACES.
       01      W-STAT-SOLDMAJ           PIC X(02) VALUE SPACES.
       01      W-STAT-SUSPMAJ           PIC X(02) VALUE SPACES.
       01      W-STAT-HISTMAJ           PIC X(02) VALUE SPACES.
       01      W-STAT-JRNECR            PIC X(02) VALUE SPACES.
       01      W-STAT-RELANCE           PIC X(02) VALUE SPACES.
       01      W-STAT-VIRPERM           PIC X(02) VALUE SPACES.
       01      W-STAT-OUVERTURE         PIC X(02) VALUE SPACES.
       01      W-FICHIER-OUVERTURE      PIC X(8)  VALUE SPACES.
       01      W-MOTIF-REJET            PIC X(35) VALUE SPACES.
      *
      *     CLES DE LA CARTE EN COURS : UNE CLE NOUVELLE A BLANC
      *     REPREND LA CLE ACTUELLE DU COMPTE
      *
       01      W-ANC-COMPTE             PIC X(6)  VALUE SPACES.
       01      W-ANC-CLI                PIC X(5)  VALUE SPACES.
       01      W-NOUV-COMPTE            PIC X(6)  VALUE SPACES.
       01      W-NOUV-CLI               PIC X(5)  VALUE SPACES.
       01      AXI-HISTO-SUIT           PIC X(01) VALUE 'N'.
            88 HISTO-SUIT                         VALUE 'O'.
      *
      *     COMPTES D'UN CLIENT AU FICHIER MAITRE : COMPTAGE SEUL,
      *     OU COMPTAGE ET INSCRIPTION A LA TABLE DES CHANGEMENTS
      *
       01      W-MODE-BALAYAGE          PIC X(01) VALUE 'C'.
            88 BALAYAGE-COMPTAGE                  VALUE 'C'.
            88 BALAYAGE-INSCRIPTION               VALUE 'I'.
       01      W-NB-COMPTES-CLI         PIC 9(05) VALUE ZERO.
       01      W-NB-DEJA-TRAITES        PIC 9(05) VALUE ZERO.
       01      W-NB-CPT-AFF             PIC ZZZZ9.
      *
      *     RECHERCHES DANS LES TABLES DU PASSAGE
      *
       01      W-CPT-CHERCHE            PIC X(6)  VALUE SPACES.
       01      W-CLI-CHERCHE            PIC X(5)  VALUE SPACES.
       01      AXI-MVT-TROUVE           PIC X(01) VALUE 'N'.
            88 MVT-TROUVE                         VALUE 'O'.
       01      AXI-HC-TROUVE            PIC X(01) VALUE 'N'.
            88 HC-TROUVE                          VALUE 'O'.
       01      W-IDX-MVT                PIC 9(03) VALUE ZERO.
       01      W-IDX-HC                 PIC 9(03) VALUE ZERO.
      *
      *     TABLE DES COMPTES A CHANGER DE CLE : ANCIENNE ET
      *     NOUVELLE CLE, PUIS LES ELEMENTS DU RAPPROCHEMENT
      *     (SOLDE SOUS L'ANCIEN NUMERO DANS SOLDENOU ET SOUS LE
      *     NOUVEAU DANS SOLDMAJ, SUSPENS RECLASSES)
      *
       01      T-MVT-NB                 PIC 9(03) VALUE ZERO.
       01      T-MVT-TAB.
           05  T-MV-ENT OCCURS 1 TO 500 TIMES
                             DEPENDING ON T-MVT-NB
                             INDEXED BY T-MV-IDX.
               10  T-MV-TYPE            PIC X(1).
               10  T-MV-ANC-COMPTE      PIC X(6).
               10  T-MV-ANC-CLI         PIC X(5).
               10  T-MV-NOUV-COMPTE     PIC X(6).
               10  T-MV-NOUV-CLI        PIC X(5).
               10  T-MV-OPERATEUR       PIC X(8).
               10  T-MV-NB-SOLDE-AV     PIC 9(3).
               10  T-MV-SOLDE-AV        PIC S9(16)V99.
               10  T-MV-NB-SOLDE-AP     PIC 9(3).
               10  T-MV-SOLDE-AP        PIC S9(16)V99.
               10  T-MV-NB-SUSP         PIC 9(5).
               10  T-MV-MT-SUSP         PIC 9(16)V99.
               10  T-MV-NB-JRN-AV       PIC 9(7).
               10  T-MV-NB-JRN-AP       PIC 9(7).
               10  T-MV-NB-REL-AV       PIC 9(1).
               10  T-MV-NB-REL-AP       PIC 9(1).
               10  T-MV-NB-VIR-AV       PIC 9(5).
               10  T-MV-NB-VIR-AP       PIC 9(5).
               10  T-MV-STATUT          PIC X(1).
                   88  T-MV-APPLIQUE             VALUE 'A'.
                   88  T-MV-EN-ERREUR            VALUE 'E'.
      *
      *     TABLE DES HISTORIQUES CLIENT A RECLASSER (FUSIONS ET
      *     COMPTE UNIQUE CHANGEANT DE TITULAIRE)
      *
       01      T-HC-NB                  PIC 9(03) VALUE ZERO.
       01      T-HC-TAB.
           05  T-HC-ENT OCCURS 1 TO 100 TIMES
                             DEPENDING ON T-HC-NB
                             INDEXED BY T-HC-IDX.
               10  T-HC-ANC-CLI         PIC X(5).
               10  T-HC-NOUV-CLI        PIC X(5).
               10  T-HC-NB-ENR          PIC 9(7).
               10  T-HC-SOMME-D         PIC 9(16)V99.
               10  T-HC-SOMME-C         PIC 9(16)V99.
      *
      *     TOTAUX DE RAPPROCHEMENT AVANT/APRES PAR FICHIER
      *
       01      W-MONTANT-SIGNE          PIC S9(16)V99 VALUE ZERO.
       01      W-SN-NB-AV               PIC 9(07) VALUE ZERO.
       01      W-SN-NB-AP               PIC 9(07) VALUE ZERO.
       01      W-SN-TOT-AV              PIC S9(16)V99 VALUE ZERO.
       01      W-SN-TOT-AP              PIC S9(16)V99 VALUE ZERO.
       01      W-NB-COLLISIONS          PIC 9(07) VALUE ZERO.
       01      W-SP-NB-AV               PIC 9(07) VALUE ZERO.
       01      W-SP-NB-AP               PIC 9(07) VALUE ZERO.
       01      W-SP-D-AV                PIC 9(16)V99 VALUE ZERO.
       01      W-SP-C-AV                PIC 9(16)V99 VALUE ZERO.
       01      W-SP-D-AP                PIC 9(16)V99 VALUE ZERO.
       01      W-SP-C-AP                PIC 9(16)V99 VALUE ZERO.
       01      W-HI-NB-AV               PIC 9(07) VALUE ZERO.
       01      W-HI-NB-AP               PIC 9(07) VALUE ZERO.
       01      W-HI-D-AV                PIC 9(16)V99 VALUE ZERO.
       01      W-HI-C-AV                PIC 9(16)V99 VALUE ZERO.
       01      W-HI-D-AP                PIC 9(16)V99 VALUE ZERO.
       01      W-HI-C-AP                PIC 9(16)V99 VALUE ZERO.
       01      AXI-ECART                PIC X(01) VALUE 'N'.
            88 ECART-DETECTE                      VALUE 'O'.
       01      W-CONTROLE-AFF           PIC X(7)  VALUE SPACES.
       01      W-NB-BLOCAGES            PIC 9(07) VALUE ZERO.
      *
      *     ECRITURES DU JOURNAL D'UN COMPTE (PAR NUMERO DE COMPTE
      *     EN TETE DE CLE) ET ORDRES PERMANENTS QUI LE CITENT
      *
       01      W-JRN-COMPTE             PIC X(6)  VALUE SPACES.
       01      W-NB-JRN-TROUVES         PIC 9(07) VALUE ZERO.
       01      W-IDX-SRC                PIC 9(03) VALUE ZERO.
       01      W-IDX-CIB                PIC 9(03) VALUE ZERO.
      *
      *     MISE A JOUR DES FICHIERS MAITRES ET JOURNAL
      *
       01      W-IMAGE-AVANT.
           05  W-AV-COMPTE-NUM          PIC X(6).
           05  W-AV-CLI-CODE            PIC X(5).
           05  FILLER                   PIC X(69).
       01      W-IMAGE-JRNECR           PIC X(120) VALUE SPACES.
       01      W-IMAGE-RELANCE          PIC X(100) VALUE SPACES.
       01      W-HEURE-MAJ              PIC 9(08) VALUE ZERO.
      *
      *     UNE ERREUR D'ECRITURE DANS UN FICHIER INDEXE ARRETE LA
      *     MISE A JOUR : LES COMPTES SUIVANTS NE SONT PAS TRAITES
      *
       01      AXI-MAJ-INTERROMPUE      PIC X(01) VALUE 'N'.
            88 MAJ-INTERROMPUE                    VALUE 'O'.
      *
      *     COMPTEURS DE L'ETAT
      *
       01      W-NB-TRANS-LUES          PIC 9(07) VALUE ZERO.
       01      W-NB-ACCEPTEES           PIC 9(07) VALUE ZERO.
       01      W-NB-REJETS              PIC 9(07) VALUE ZERO.
       01      W-NB-RENUMEROTES         PIC 9(07) VALUE ZERO.
       01      W-NB-CHANGE-CLIENT       PIC 9(07) VALUE ZERO.
       01      W-NB-MAJ-CPTMSTR         PIC 9(07) VALUE ZERO.
       01      W-NB-ERREURS-MAJ         PIC 9(07) VALUE ZERO.
       01      W-NB-RENVOIS-CREES       PIC 9(07) VALUE ZERO.
       01      W-NB-RENVOIS-MODIFIES    PIC 9(07) VALUE ZERO.
       01      W-NB-JOURNALISES         PIC 9(07) VALUE ZERO.
       01      W-NB-ECR-RECLASSEES      PIC 9(07) VALUE ZERO.
       01      W-NB-DOSSIERS-RECLASSES  PIC 9(07) VALUE ZERO.
       01      W-NB-ORDRES-RECLASSES    PIC 9(07) VALUE ZERO.
      *
       01      W-NB-AFF                 PIC Z(6)9.
       01      W-NB-AFF-2               PIC Z(6)9.
       01      W-NB-SUSP-AFF            PIC ZZZZ9.
       01      W-NB-ORD-AFF             PIC ZZZZ9.
       01      W-NB-ORD-AFF-2           PIC ZZZZ9.
       01      W-MT-AFF                 PIC -(13)9V99.
       01      W-MT-AFF-2               PIC -(13)9V99.
       01      W-D-AFF                  PIC Z(13)9V99.
       01      W-C-AFF                  PIC Z(13)9V99.
       01      W-DECOUVERT-TXT          PIC X(13) VALUE SPACES.
       01      W-DECOUVERT-AFF          PIC Z(9)9V99.
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
                          VALUE 'CHANGEMENTS DE CLE DES COMPTES'.
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
           PERFORM TRAITEMENT-TRANS       THRU TRAITEMENT-TRANS-FIN
                                         UNTIL FIN-TRANS
           PERFORM RECLASSEMENT-FICHIERS  THRU RECLASSEMENT-FICHIERS-FIN
           PERFORM CONTROLE-AVANT-MAJ     THRU CONTROLE-AVANT-MAJ-FIN
           PERFORM RAPPROCHEMENT          THRU RAPPROCHEMENT-FIN
           PERFORM MISE-A-JOUR-MAITRES    THRU MISE-A-JOUR-MAITRES-FIN
           PERFORM FIN-PROGRAMME          THRU FIN-PROGRAMME-FIN.
      *
      *           TOUS LES FICHIERS SONT OUVERTS AVANT LA PREMIERE
      *           CARTE : UN FICHIER INDISPONIBLE ARRETE LE PASSAGE
      *           AVANT TOUTE MISE A JOUR. SUSPNOU ET HISTMVT ABSENTS
      *           DONNENT DES GENERATIONS VIDES.
       DEBUT-PROGRAMME.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBCLE1'
           DISPLAY ' '
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           OPEN     I-O       CPTMSTR-FILE
           IF W-STAT-CPTMSTR NOT = '00'
              MOVE  'CPTMSTR'            TO W-FICHIER-OUVERTURE
              MOVE  W-STAT-CPTMSTR       TO W-STAT-OUVERTURE
              PERFORM ARRET-OUVERTURE    THRU ARRET-OUVERTURE-FIN
           END-IF
           OPEN     INPUT     CLIMSTR-FILE
           IF W-STAT-CLIMSTR NOT = '00'
              MOVE  'CLIMSTR'            TO W-FICHIER-OUVERTURE
              MOVE  W-STAT-CLIMSTR       TO W-STAT-OUVERTURE
              PERFORM ARRET-OUVERTURE    THRU ARRET-OUVERTURE-FIN
           END-IF
           OPEN     I-O       XREFCPT-FILE
           IF W-STAT-XREFCPT NOT = '00' AND NOT = '05'
              MOVE  'XREFCPT'            TO W-FICHIER-OUVERTURE
              MOVE  W-STAT-XREFCPT       TO W-STAT-OUVERTURE
              PERFORM ARRET-OUVERTURE    THRU ARRET-OUVERTURE-FIN
           END-IF
           OPEN     EXTEND    CHGLOG-FILE
           IF W-STAT-CHGLOG NOT = '00' AND NOT = '05'
              MOVE  'CHGLOG'             TO W-FICHIER-OUVERTURE
              MOVE  W-STAT-CHGLOG        TO W-STAT-OUVERTURE
              PERFORM ARRET-OUVERTURE    THRU ARRET-OUVERTURE-FIN
           END-IF
           OPEN     I-O       JRNECR-FILE
           IF W-STAT-JRNECR NOT = '00' AND NOT = '05'
              MOVE  'JRNECR'             TO W-FICHIER-OUVERTURE
              MOVE  W-STAT-JRNECR        TO W-STAT-OUVERTURE
              PERFORM ARRET-OUVERTURE    THRU ARRET-OUVERTURE-FIN
           END-IF
           OPEN     I-O       RELANCE-FILE
           IF W-STAT-RELANCE NOT = '00' AND NOT = '05'
              MOVE  'RELANCE'            TO W-FICHIER-OUVERTURE
              MOVE  W-STAT-RELANCE       TO W-STAT-OUVERTURE
              PERFORM ARRET-OUVERTURE    THRU ARRET-OUVERTURE-FIN
           END-IF
           OPEN     I-O       VIRPERM-FILE
           IF W-STAT-VIRPERM NOT = '00' AND NOT = '05'
              MOVE  'VIRPERM'            TO W-FICHIER-OUVERTURE
              MOVE  W-STAT-VIRPERM       TO W-STAT-OUVERTURE
              PERFORM ARRET-OUVERTURE    THRU ARRET-OUVERTURE-FIN
           END-IF
           OPEN     INPUT     SOLDENOU-FILE
           IF W-STAT-SOLDENOU NOT = '00'
              MOVE  'SOLDENOU'           TO W-FICHIER-OUVERTURE
              MOVE  W-STAT-SOLDENOU      TO W-STAT-OUVERTURE
              PERFORM ARRET-OUVERTURE    THRU ARRET-OUVERTURE-FIN
           END-IF
           OPEN     INPUT     SUSPNOU-FILE
           IF W-STAT-SUSPNOU NOT = '00' AND NOT = '05'
              MOVE  'SUSPNOU'            TO W-FICHIER-OUVERTURE
              MOVE  W-STAT-SUSPNOU       TO W-STAT-OUVERTURE
              PERFORM ARRET-OUVERTURE    THRU ARRET-OUVERTURE-FIN
           END-IF
           OPEN     INPUT     HISTO-FILE
           IF W-STAT-HISTO NOT = '00' AND NOT = '05'
              MOVE  'HISTMVT'            TO W-FICHIER-OUVERTURE
              MOVE  W-STAT-HISTO         TO W-STAT-OUVERTURE
              PERFORM ARRET-OUVERTURE    THRU ARRET-OUVERTURE-FIN
           END-IF
           OPEN     INPUT     TRANS-FILE
           OPEN     OUTPUT    SOLDMAJ-FILE
           OPEN     OUTPUT    SUSPMAJ-FILE
           OPEN     OUTPUT    HISTMAJ-FILE
           OPEN     OUTPUT    ETAT-CLE
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(6:1)
           MOVE     W-DATE-SYSTEME(1:4)  TO W-DATE-JOUR-AFF(7:4)
           PERFORM  ENTETE-ETAT          THRU ENTETE-ETAT-FIN
           STRING   '         ***** CARTES DE CHANGEMENT DE CLE *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  LECTURE-TRANS        THRU LECTURE-TRANS-FIN.
       DEBUT-PROGRAMME-FIN.
           EXIT.
      *
       FIN-PROGRAMME.
           PERFORM  TOTAL-CHANGEMENTS    THRU TOTAL-CHANGEMENTS-FIN
           CLOSE    CPTMSTR-FILE
           CLOSE    CLIMSTR-FILE
           CLOSE    XREFCPT-FILE
           CLOSE    CHGLOG-FILE
           CLOSE    JRNECR-FILE
           CLOSE    RELANCE-FILE
           CLOSE    VIRPERM-FILE
           CLOSE    TRANS-FILE
           CLOSE    SOLDENOU-FILE
           CLOSE    SOLDMAJ-FILE
           CLOSE    SUSPNOU-FILE
           CLOSE    SUSPMAJ-FILE
           CLOSE    HISTO-FILE
           CLOSE    HISTMAJ-FILE
           CLOSE    ETAT-CLE
           IF W-NB-REJETS > ZERO
              AND RETURN-CODE < 4
              MOVE  4                    TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME FORBCLE1'
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
       ARRET-OUVERTURE.
           DISPLAY  W-FICHIER-OUVERTURE ' : OUVERTURE IMPOSSIBLE - '
              'STATUT ' W-STAT-OUVERTURE
           DISPLAY  'ARRET DU PROGRAMME - AUCUNE MISE A JOUR'
           MOVE     12                   TO RETURN-CODE
           STOP RUN.
       ARRET-OUVERTURE-FIN.
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
      *           LES CARTES SONT SEULEMENT VALIDEES ET INSCRITES AUX
      *           TABLES DU PASSAGE : AUCUN FICHIER N'EST MODIFIE
      *           AVANT LE RAPPROCHEMENT.
       TRAITEMENT-TRANS.
           MOVE     SPACES               TO W-MOTIF-REJET
           EVALUATE TR-TYPE
              WHEN 'C'
                 PERFORM CARTE-COMPTE    THRU CARTE-COMPTE-FIN
              WHEN 'L'
                 PERFORM CARTE-CLIENT    THRU CARTE-CLIENT-FIN
              WHEN OTHER
                 MOVE 'TYPE DE CARTE INVALIDE'
                                         TO W-MOTIF-REJET
           END-EVALUATE
           IF W-MOTIF-REJET NOT = SPACES
              ADD   1                    TO W-NB-REJETS
              PERFORM LIGNE-REJET        THRU LIGNE-REJET-FIN
           ELSE
              ADD   1                    TO W-NB-ACCEPTEES
           END-IF
           PERFORM  LECTURE-TRANS        THRU LECTURE-TRANS-FIN.
       TRAITEMENT-TRANS-FIN.
           EXIT.
      *
      *           CHANGEMENT DE CLE D'UN COMPTE. LE NOUVEAU NUMERO NE
      *           DOIT ETRE NI ATTRIBUE, NI UN ANCIEN NUMERO REDIRIGE,
      *           NI DEJA DEMANDE ; LE NOUVEAU CLIENT DOIT ETRE CONNU.
      *           UN CLIENT DEJA CONCERNE PAR UNE FUSION DU PASSAGE
      *           NE PEUT PAS ETRE TOUCHE PAR UNE AUTRE CARTE.
       CARTE-COMPTE.
           MOVE     'N'                  TO AXI-HISTO-SUIT
           IF TR-ANC-COMPTE = SPACES
              MOVE  'ANCIEN NUMERO DE COMPTE ABSENT'
                                         TO W-MOTIF-REJET
           ELSE
              MOVE  TR-ANC-COMPTE        TO CM-COMPTE-NUM
              READ  CPTMSTR-FILE
                 INVALID KEY
                    MOVE 'COMPTE INCONNU AU FICHIER MAITRE'
                                         TO W-MOTIF-REJET
              END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES
              MOVE  CM-COMPTE-NUM        TO W-ANC-COMPTE
              MOVE  CM-CLI-CODE          TO W-ANC-CLI
              MOVE  CM-COMPTE-NUM        TO W-NOUV-COMPTE
              MOVE  CM-CLI-CODE          TO W-NOUV-CLI
              IF TR-NOUV-COMPTE NOT = SPACES
                 MOVE TR-NOUV-COMPTE     TO W-NOUV-COMPTE
              END-IF
              IF TR-NOUV-CLIENT NOT = SPACES
                 MOVE TR-NOUV-CLIENT     TO W-NOUV-CLI
              END-IF
              IF TR-ANC-CLIENT NOT = SPACES
                 AND TR-ANC-CLIENT NOT = W-ANC-CLI
                 MOVE 'CODE CLIENT NE CORRESPOND PAS'
                                         TO W-MOTIF-REJET
              END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
              AND W-NOUV-COMPTE = W-ANC-COMPTE
              AND W-NOUV-CLI = W-ANC-CLI
              MOVE  'AUCUN CHANGEMENT DEMANDE'
                                         TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
              MOVE  W-ANC-COMPTE         TO W-CPT-CHERCHE
              PERFORM RECHERCHE-ANC-COMPTE
                                         THRU RECHERCHE-ANC-COMPTE-FIN
              IF MVT-TROUVE
                 MOVE 'COMPTE DEJA TRAITE DANS LE PASSAGE'
                                         TO W-MOTIF-REJET
              END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
              AND W-NOUV-COMPTE NOT = W-ANC-COMPTE
              PERFORM CONTROLE-NOUV-COMPTE
                                         THRU CONTROLE-NOUV-COMPTE-FIN
           END-IF
           IF W-MOTIF-REJET = SPACES
              AND W-NOUV-CLI NOT = W-ANC-CLI
              PERFORM CONTROLE-NOUV-CLIENT
                                         THRU CONTROLE-NOUV-CLIENT-FIN
           END-IF
           IF W-MOTIF-REJET = SPACES
              AND T-MVT-NB NOT < 500
              MOVE  'CAPACITE DU PASSAGE ATTEINTE'
                                         TO W-MOTIF-REJET
           END-IF
      *           LE COMPTE EST-IL LE SEUL DE SON CLIENT ? SI OUI,
      *           L'HISTORIQUE DU CLIENT (TENU PAR CLIENT, NON PAR
      *           COMPTE) LE SUIT CHEZ LE NOUVEAU TITULAIRE.
           IF W-MOTIF-REJET = SPACES
              AND W-NOUV-CLI NOT = W-ANC-CLI
              MOVE  W-ANC-CLI            TO W-CLI-CHERCHE
              MOVE  'C'                  TO W-MODE-BALAYAGE
              PERFORM COMPTES-DU-CLIENT  THRU COMPTES-DU-CLIENT-FIN
              IF W-NB-COMPTES-CLI = 1
                 IF T-HC-NB NOT < 100
                    MOVE 'CAPACITE DU PASSAGE ATTEINTE'
                                         TO W-MOTIF-REJET
                 ELSE
                    MOVE 'O'             TO AXI-HISTO-SUIT
                 END-IF
              END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
              PERFORM INSCRIPTION-MVT    THRU INSCRIPTION-MVT-FIN
              IF HISTO-SUIT
                 PERFORM INSCRIPTION-HC  THRU INSCRIPTION-HC-FIN
              END-IF
              PERFORM LIGNE-ACCEPTATION  THRU LIGNE-ACCEPTATION-FIN
           END-IF.
       CARTE-COMPTE-FIN.
           EXIT.
      *
       CONTROLE-NOUV-COMPTE.
           MOVE     W-NOUV-COMPTE        TO W-CPT-CHERCHE
           PERFORM  RECHERCHE-NOUV-COMPTE
                                         THRU RECHERCHE-NOUV-COMPTE-FIN
           IF MVT-TROUVE
              MOVE  'NOUVEAU NUMERO DEJA DEMANDE'
                                         TO W-MOTIF-REJET
           ELSE
              MOVE  W-NOUV-COMPTE        TO XR-ANC-COMPTE-NUM
              READ  XREFCPT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'NOUVEAU NUMERO = ANCIEN NUMERO REDIRIGE'
                                         TO W-MOTIF-REJET
              END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES
              MOVE  W-NOUV-COMPTE        TO CM-COMPTE-NUM
              READ  CPTMSTR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'NOUVEAU NUMERO DEJA ATTRIBUE'
                                         TO W-MOTIF-REJET
              END-READ
           END-IF.
       CONTROLE-NOUV-COMPTE-FIN.
           EXIT.
      *
       CONTROLE-NOUV-CLIENT.
           MOVE     W-NOUV-CLI           TO CLI-CODE
           READ     CLIMSTR-FILE
              INVALID KEY
                 MOVE 'NOUVEAU CLIENT INCONNU AU FICHIER'
                                         TO W-MOTIF-REJET
           END-READ
           IF W-MOTIF-REJET = SPACES
              MOVE  W-ANC-CLI            TO W-CLI-CHERCHE
              PERFORM RECHERCHE-FUSION   THRU RECHERCHE-FUSION-FIN
              IF NOT HC-TROUVE
                 MOVE W-NOUV-CLI         TO W-CLI-CHERCHE
                 PERFORM RECHERCHE-FUSION
                                         THRU RECHERCHE-FUSION-FIN
              END-IF
              IF HC-TROUVE
                 MOVE 'CLIENT CONCERNE PAR UNE FUSION'
                                         TO W-MOTIF-REJET
              END-IF
           END-IF.
       CONTROLE-NOUV-CLIENT-FIN.
           EXIT.
      *
      *           FUSION DE CLIENTS : TOUS LES COMPTES DE L'ANCIEN
      *           CLIENT (CLOTURES COMPRIS) PASSENT SUR LE NOUVEAU AVEC
      *           SON HISTORIQUE. UN COMPTE DEJA PRIS PAR UNE AUTRE
      *           CARTE DU PASSAGE FAIT REJETER LA FUSION ENTIERE.
       CARTE-CLIENT.
           MOVE     TR-ANC-CLIENT        TO W-ANC-CLI
           MOVE     TR-NOUV-CLIENT       TO W-NOUV-CLI
           MOVE     SPACES               TO W-ANC-COMPTE
           MOVE     SPACES               TO W-NOUV-COMPTE
           IF W-ANC-CLI = SPACES OR W-NOUV-CLI = SPACES
              MOVE  'ANCIEN OU NOUVEAU CLIENT ABSENT'
                                         TO W-MOTIF-REJET
           ELSE
              IF W-ANC-CLI = W-NOUV-CLI
                 MOVE 'AUCUN CHANGEMENT DEMANDE'
                                         TO W-MOTIF-REJET
              END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
              PERFORM CONTROLE-NOUV-CLIENT
                                         THRU CONTROLE-NOUV-CLIENT-FIN
           END-IF
           IF W-MOTIF-REJET = SPACES
              MOVE  W-ANC-CLI            TO W-CLI-CHERCHE
              PERFORM RECHERCHE-NOUV-CLIENT
                                         THRU RECHERCHE-NOUV-CLIENT-FIN
              IF MVT-TROUVE
                 MOVE 'CLIENT CIBLE D''UNE AUTRE CARTE'
                                         TO W-MOTIF-REJET
              END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
              AND T-HC-NB NOT < 100
              MOVE  'CAPACITE DU PASSAGE ATTEINTE'
                                         TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
              MOVE  W-ANC-CLI            TO W-CLI-CHERCHE
              MOVE  'C'                  TO W-MODE-BALAYAGE
              PERFORM COMPTES-DU-CLIENT  THRU COMPTES-DU-CLIENT-FIN
              IF W-NB-DEJA-TRAITES > ZERO
                 MOVE 'COMPTE DEJA TRAITE DANS LE PASSAGE'
                                         TO W-MOTIF-REJET
              ELSE
                 IF T-MVT-NB + W-NB-COMPTES-CLI > 500
                    MOVE 'CAPACITE DU PASSAGE ATTEINTE'
                                         TO W-MOTIF-REJET
                 END-IF
              END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
              PERFORM INSCRIPTION-HC     THRU INSCRIPTION-HC-FIN
              MOVE  'I'                  TO W-MODE-BALAYAGE
              PERFORM COMPTES-DU-CLIENT  THRU COMPTES-DU-CLIENT-FIN
              PERFORM LIGNE-ACCEPTATION  THRU LIGNE-ACCEPTATION-FIN
           END-IF.
       CARTE-CLIENT-FIN.
           EXIT.
      *
      *           BALAYAGE COMPLET DE CPTMSTR PAR ORDRE DE CLE (PAS DE
      *           CLE SECONDAIRE PAR CLIENT) POUR LES COMPTES DE
      *           W-CLI-CHERCHE.
       COMPTES-DU-CLIENT.
           MOVE     ZERO                 TO W-NB-COMPTES-CLI
           MOVE     ZERO                 TO W-NB-DEJA-TRAITES
           MOVE     SPACE                TO AXI-FT-CPTMSTR
           MOVE     LOW-VALUES           TO CM-COMPTE-NUM
           START    CPTMSTR-FILE KEY NOT < CM-COMPTE-NUM
              INVALID KEY
                 MOVE '1'                TO AXI-FT-CPTMSTR
           END-START
           IF NOT FIN-CPTMSTR
              PERFORM LECTURE-CPTMSTR    THRU LECTURE-CPTMSTR-FIN
           END-IF
           PERFORM  CONTROLE-COMPTE      THRU CONTROLE-COMPTE-FIN
                                         UNTIL FIN-CPTMSTR.
       COMPTES-DU-CLIENT-FIN.
           EXIT.
      *
       LECTURE-CPTMSTR.
           READ     CPTMSTR-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-CPTMSTR
           END-READ.
       LECTURE-CPTMSTR-FIN.
           EXIT.
      *
       CONTROLE-COMPTE.
           IF CM-CLI-CODE = W-CLI-CHERCHE
              ADD   1                    TO W-NB-COMPTES-CLI
              IF BALAYAGE-INSCRIPTION
                 MOVE CM-COMPTE-NUM      TO W-ANC-COMPTE
                 MOVE CM-COMPTE-NUM      TO W-NOUV-COMPTE
                 PERFORM INSCRIPTION-MVT THRU INSCRIPTION-MVT-FIN
              ELSE
                 MOVE CM-COMPTE-NUM      TO W-CPT-CHERCHE
                 PERFORM RECHERCHE-ANC-COMPTE
                                         THRU RECHERCHE-ANC-COMPTE-FIN
                 IF MVT-TROUVE
                    ADD  1               TO W-NB-DEJA-TRAITES
                 END-IF
              END-IF
           END-IF
           PERFORM  LECTURE-CPTMSTR      THRU LECTURE-CPTMSTR-FIN.
       CONTROLE-COMPTE-FIN.
           EXIT.
      *
       INSCRIPTION-MVT.
           ADD      1                    TO T-MVT-NB
           MOVE     TR-TYPE              TO T-MV-TYPE(T-MVT-NB)
           MOVE     W-ANC-COMPTE         TO T-MV-ANC-COMPTE(T-MVT-NB)
           MOVE     W-ANC-CLI            TO T-MV-ANC-CLI(T-MVT-NB)
           MOVE     W-NOUV-COMPTE        TO T-MV-NOUV-COMPTE(T-MVT-NB)
           MOVE     W-NOUV-CLI           TO T-MV-NOUV-CLI(T-MVT-NB)
           MOVE     TR-OPERATEUR         TO T-MV-OPERATEUR(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-NB-SOLDE-AV(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-SOLDE-AV(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-NB-SOLDE-AP(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-SOLDE-AP(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-NB-SUSP(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-MT-SUSP(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-NB-JRN-AV(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-NB-JRN-AP(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-NB-REL-AV(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-NB-REL-AP(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-NB-VIR-AV(T-MVT-NB)
           MOVE     ZERO                 TO T-MV-NB-VIR-AP(T-MVT-NB)
           MOVE     SPACE                TO T-MV-STATUT(T-MVT-NB)
           IF W-NOUV-COMPTE NOT = W-ANC-COMPTE
              ADD   1                    TO W-NB-RENUMEROTES
           END-IF
           IF W-NOUV-CLI NOT = W-ANC-CLI
              ADD   1                    TO W-NB-CHANGE-CLIENT
           END-IF.
       INSCRIPTION-MVT-FIN.
           EXIT.
      *
       INSCRIPTION-HC.
           ADD      1                    TO T-HC-NB
           MOVE     W-ANC-CLI            TO T-HC-ANC-CLI(T-HC-NB)
           MOVE     W-NOUV-CLI           TO T-HC-NOUV-CLI(T-HC-NB)
           MOVE     ZERO                 TO T-HC-NB-ENR(T-HC-NB)
           MOVE     ZERO                 TO T-HC-SOMME-D(T-HC-NB)
           MOVE     ZERO                 TO T-HC-SOMME-C(T-HC-NB).
       INSCRIPTION-HC-FIN.
           EXIT.
      *
      *           RECHERCHES SEQUENTIELLES DANS LES TABLES DU PASSAGE
      *           (ANCIEN COMPTE, NOUVEAU COMPTE, NOUVEAU CLIENT D'UN
      *           COMPTE, CLIENT D'UNE FUSION DE L'UN OU L'AUTRE COTE,
      *           ANCIEN CLIENT D'UNE FUSION).
       RECHERCHE-ANC-COMPTE.
           MOVE     'N'                  TO AXI-MVT-TROUVE
           IF T-MVT-NB > ZERO
              SET   T-MV-IDX             TO 1
              SEARCH T-MV-ENT
                 AT END
                    CONTINUE
                 WHEN T-MV-ANC-COMPTE(T-MV-IDX) = W-CPT-CHERCHE
                    MOVE 'O'             TO AXI-MVT-TROUVE
                    SET  W-IDX-MVT       TO T-MV-IDX
              END-SEARCH
           END-IF.
       RECHERCHE-ANC-COMPTE-FIN.
           EXIT.
      *
       RECHERCHE-NOUV-COMPTE.
           MOVE     'N'                  TO AXI-MVT-TROUVE
           IF T-MVT-NB > ZERO
              SET   T-MV-IDX             TO 1
              SEARCH T-MV-ENT
                 AT END
                    CONTINUE
                 WHEN T-MV-NOUV-COMPTE(T-MV-IDX) = W-CPT-CHERCHE
                    MOVE 'O'             TO AXI-MVT-TROUVE
                    SET  W-IDX-MVT       TO T-MV-IDX
              END-SEARCH
           END-IF.
       RECHERCHE-NOUV-COMPTE-FIN.
           EXIT.
      *
       RECHERCHE-NOUV-CLIENT.
           MOVE     'N'                  TO AXI-MVT-TROUVE
           IF T-MVT-NB > ZERO
              SET   T-MV-IDX             TO 1
              SEARCH T-MV-ENT
                 AT END
                    CONTINUE
                 WHEN T-MV-NOUV-CLI(T-MV-IDX) = W-CLI-CHERCHE
                    MOVE 'O'             TO AXI-MVT-TROUVE
                    SET  W-IDX-MVT       TO T-MV-IDX
              END-SEARCH
           END-IF.
       RECHERCHE-NOUV-CLIENT-FIN.
           EXIT.
      *
       RECHERCHE-FUSION.
           MOVE     'N'                  TO AXI-HC-TROUVE
           IF T-HC-NB > ZERO
              SET   T-HC-IDX             TO 1
              SEARCH T-HC-ENT
                 AT END
                    CONTINUE
                 WHEN T-HC-ANC-CLI(T-HC-IDX) = W-CLI-CHERCHE
                   OR T-HC-NOUV-CLI(T-HC-IDX) = W-CLI-CHERCHE
                    MOVE 'O'             TO AXI-HC-TROUVE
                    SET  W-IDX-HC        TO T-HC-IDX
              END-SEARCH
           END-IF.
       RECHERCHE-FUSION-FIN.
           EXIT.
      *
       RECHERCHE-HISTO-CLIENT.
           MOVE     'N'                  TO AXI-HC-TROUVE
           IF T-HC-NB > ZERO
              SET   T-HC-IDX             TO 1
              SEARCH T-HC-ENT
                 AT END
                    CONTINUE
                 WHEN T-HC-ANC-CLI(T-HC-IDX) = W-CLI-CHERCHE
                    MOVE 'O'             TO AXI-HC-TROUVE
                    SET  W-IDX-HC        TO T-HC-IDX
              END-SEARCH
           END-IF.
       RECHERCHE-HISTO-CLIENT-FIN.
           EXIT.
      *
       LIGNE-ACCEPTATION.
           IF TR-TYPE = 'L'
              MOVE  W-NB-COMPTES-CLI     TO W-NB-CPT-AFF
              STRING TR-TYPE             '  CLIENT '
                     W-ANC-CLI           ' -> '
                     W-NOUV-CLI          '  '
                     W-NB-CPT-AFF        ' COMPTE(S) ET HISTORIQUE'
                     ' - ACCEPTEE'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           ELSE
              STRING TR-TYPE             '  COMPTE '
                     W-ANC-COMPTE        ' CLIENT '
                     W-ANC-CLI           ' -> COMPTE '
                     W-NOUV-COMPTE       ' CLIENT '
                     W-NOUV-CLI          ' - ACCEPTEE'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              IF HISTO-SUIT
                 MOVE ' (AVEC L''HISTORIQUE DU CLIENT)'
                                         TO W-LIGNE-A-IMPRIMER(71:31)
              END-IF
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-ACCEPTATION-FIN.
           EXIT.
      *
       LIGNE-REJET.
           STRING   TR-TYPE              '  *** REJET : '
                    TR-ANC-COMPTE        ' '
                    TR-ANC-CLIENT        ' -> '
                    TR-NOUV-COMPTE       ' '
                    TR-NOUV-CLIENT       ' - '
                    W-MOTIF-REJET
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-REJET-FIN.
           EXIT.
      *
      *           RECOPIE DES TROIS FICHIERS SEQUENTIELS SOUS LES
      *           NOUVELLES CLES, AVEC CUMUL DES TOTAUX AVANT (LUS)
      *           ET APRES (ECRITS). SANS CARTE ACCEPTEE, LES
      *           GENERATIONS SONT DES COPIES CONFORMES.
       RECLASSEMENT-FICHIERS.
           PERFORM  LECTURE-SOLDENOU     THRU LECTURE-SOLDENOU-FIN
           PERFORM  RECLASSEMENT-SOLDE   THRU RECLASSEMENT-SOLDE-FIN
                                         UNTIL FIN-SOLDENOU
           PERFORM  LECTURE-SUSPNOU      THRU LECTURE-SUSPNOU-FIN
           PERFORM  RECLASSEMENT-SUSPENS THRU RECLASSEMENT-SUSPENS-FIN
                                         UNTIL FIN-SUSPNOU
           PERFORM  LECTURE-HISTO        THRU LECTURE-HISTO-FIN
           PERFORM  RECLASSEMENT-HISTO   THRU RECLASSEMENT-HISTO-FIN
                                         UNTIL FIN-HISTO.
       RECLASSEMENT-FICHIERS-FIN.
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
      *           LE SOLDE D'UN COMPTE DEPLACE EST CUMULE SOUS SON
      *           ANCIEN NUMERO EN LECTURE ET SOUS SON NOUVEAU NUMERO
      *           EN ECRITURE. UNE LIGNE DEJA PRESENTE SOUS UN
      *           NOUVEAU NUMERO (SOLDE SANS FICHE) EST UNE COLLISION
      *           QUI INTERDIT LA MISE A JOUR.
       RECLASSEMENT-SOLDE.
           ADD      1                    TO W-SN-NB-AV
           PERFORM  SOLDE-SIGNE          THRU SOLDE-SIGNE-FIN
           ADD      W-MONTANT-SIGNE      TO W-SN-TOT-AV
           MOVE     SN-COMPTE-NUM        TO W-CPT-CHERCHE
           PERFORM  RECHERCHE-ANC-COMPTE THRU RECHERCHE-ANC-COMPTE-FIN
           IF MVT-TROUVE
              ADD   1                    TO T-MV-NB-SOLDE-AV(W-IDX-MVT)
              ADD   W-MONTANT-SIGNE      TO T-MV-SOLDE-AV(W-IDX-MVT)
              MOVE  T-MV-NOUV-COMPTE(W-IDX-MVT)
                                         TO SN-COMPTE-NUM
           ELSE
              PERFORM RECHERCHE-NOUV-COMPTE
                                         THRU RECHERCHE-NOUV-COMPTE-FIN
              IF MVT-TROUVE
                 ADD  1                  TO W-NB-COLLISIONS
                 STRING '  *** COLLISION : SOLDE DEJA PRESENT SOUS LE '
                        'NOUVEAU NUMERO ' SN-COMPTE-NUM
                        DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                 PERFORM IMPRESSION-LIGNE
                                         THRU IMPRESSION-LIGNE-FIN
              END-IF
           END-IF
           WRITE    LIGNE-SOLDMAJ        FROM LIGNE-SOLDENOU
           IF W-STAT-SOLDMAJ NOT = '00'
              DISPLAY '*** ERREUR : ECRITURE SOLDMAJ - STATUT '
                 W-STAT-SOLDMAJ ' - COMPTE ' SN-COMPTE-NUM
              MOVE  'O'                  TO AXI-ECART
           ELSE
              ADD   1                    TO W-SN-NB-AP
              PERFORM SOLDE-SIGNE        THRU SOLDE-SIGNE-FIN
              ADD   W-MONTANT-SIGNE      TO W-SN-TOT-AP
              MOVE  SN-COMPTE-NUM        TO W-CPT-CHERCHE
              PERFORM RECHERCHE-NOUV-COMPTE
                                         THRU RECHERCHE-NOUV-COMPTE-FIN
              IF MVT-TROUVE
                 ADD 1                  TO T-MV-NB-SOLDE-AP(W-IDX-MVT)
                 ADD W-MONTANT-SIGNE    TO T-MV-SOLDE-AP(W-IDX-MVT)
              END-IF
           END-IF
           PERFORM  LECTURE-SOLDENOU     THRU LECTURE-SOLDENOU-FIN.
       RECLASSEMENT-SOLDE-FIN.
           EXIT.
      *
       SOLDE-SIGNE.
           IF SN-SOLDE-SIGNE = '-'
              COMPUTE W-MONTANT-SIGNE = ZERO - SN-SOLDE
           ELSE
              MOVE  SN-SOLDE             TO W-MONTANT-SIGNE
           END-IF.
       SOLDE-SIGNE-FIN.
           EXIT.
      *
       LECTURE-SUSPNOU.
           READ     SUSPNOU-FILE
              AT END
                 MOVE '1'                TO AXI-FT-SUSPNOU
              END-READ.
       LECTURE-SUSPNOU-FIN.
           EXIT.
      *
      *           UN SUSPENS N'EST RECLASSE QUE S'IL PORTE L'ANCIEN
      *           COMPTE ET SON ANCIEN CLIENT : UN SUSPENS DONT LE
      *           CLIENT NE CORRESPONDAIT DEJA PAS RESTE EN L'ETAT.
      *           IL GARDE SA DATE D'ENTREE ET SON MOTIF ; FORBSUS1
      *           LE RETENTERA SOUS LA NOUVELLE CLE.
       RECLASSEMENT-SUSPENS.
           ADD      1                    TO W-SP-NB-AV
           IF SP-SENS-ECRITURE = 'C'
              ADD   SP-MONTANT           TO W-SP-C-AV
           ELSE
              ADD   SP-MONTANT           TO W-SP-D-AV
           END-IF
           MOVE     SP-COMPTE-NUM        TO W-CPT-CHERCHE
           PERFORM  RECHERCHE-ANC-COMPTE THRU RECHERCHE-ANC-COMPTE-FIN
           IF MVT-TROUVE
              AND SP-CLI-CODE = T-MV-ANC-CLI(W-IDX-MVT)
              ADD   1                    TO T-MV-NB-SUSP(W-IDX-MVT)
              ADD   SP-MONTANT           TO T-MV-MT-SUSP(W-IDX-MVT)
              MOVE  T-MV-NOUV-COMPTE(W-IDX-MVT)
                                         TO SP-COMPTE-NUM
              MOVE  T-MV-NOUV-CLI(W-IDX-MVT)
                                         TO SP-CLI-CODE
           END-IF
           WRITE    LIGNE-SUSPMAJ        FROM LIGNE-SUSPNOU
           IF W-STAT-SUSPMAJ NOT = '00'
              DISPLAY '*** ERREUR : ECRITURE SUSPMAJ - STATUT '
                 W-STAT-SUSPMAJ ' - COMPTE ' SP-COMPTE-NUM
              MOVE  'O'                  TO AXI-ECART
           ELSE
              ADD   1                    TO W-SP-NB-AP
              IF SP-SENS-ECRITURE = 'C'
                 ADD SP-MONTANT          TO W-SP-C-AP
              ELSE
                 ADD SP-MONTANT          TO W-SP-D-AP
              END-IF
           END-IF
           PERFORM  LECTURE-SUSPNOU      THRU LECTURE-SUSPNOU-FIN.
       RECLASSEMENT-SUSPENS-FIN.
           EXIT.
      *
       LECTURE-HISTO.
           READ     HISTO-FILE
              AT END
                 MOVE '1'                TO AXI-FT-HISTO
              END-READ.
       LECTURE-HISTO-FIN.
           EXIT.
      *
      *           L'HISTORIQUE EST TENU PAR CLIENT : IL NE CHANGE DE
      *           CODE QUE POUR LES CLIENTS DONT TOUS LES COMPTES
      *           CHANGENT DE TITULAIRE (TABLE T-HC).
       RECLASSEMENT-HISTO.
           ADD      1                    TO W-HI-NB-AV
           ADD      HI-SOMME-D           TO W-HI-D-AV
           ADD      HI-SOMME-C           TO W-HI-C-AV
           MOVE     HI-CLI-CODE          TO W-CLI-CHERCHE
           PERFORM  RECHERCHE-HISTO-CLIENT
                                         THRU RECHERCHE-HISTO-CLIENT-FIN
           IF HC-TROUVE
              ADD   1                    TO T-HC-NB-ENR(W-IDX-HC)
              ADD   HI-SOMME-D           TO T-HC-SOMME-D(W-IDX-HC)
              ADD   HI-SOMME-C           TO T-HC-SOMME-C(W-IDX-HC)
              MOVE  T-HC-NOUV-CLI(W-IDX-HC)
                                         TO HI-CLI-CODE
           END-IF
           WRITE    LIGNE-HISTMAJ        FROM HISTMVT-REC
           IF W-STAT-HISTMAJ NOT = '00'
              DISPLAY '*** ERREUR : ECRITURE HISTMAJ - STATUT '
                 W-STAT-HISTMAJ ' - CLIENT ' HI-CLI-CODE
              MOVE  'O'                  TO AXI-ECART
           ELSE
              ADD   1                    TO W-HI-NB-AP
              ADD   HI-SOMME-D           TO W-HI-D-AP
              ADD   HI-SOMME-C           TO W-HI-C-AP
           END-IF
           PERFORM  LECTURE-HISTO        THRU LECTURE-HISTO-FIN.
       RECLASSEMENT-HISTO-FIN.
           EXIT.
      *
      *           CONTROLES AVANT TOUTE ECRITURE DANS LES FICHIERS
      *           INDEXES : CHAQUE COMPTE DOIT ETRE TOUJOURS EN PLACE
      *           SOUS SON ANCIENNE CLE ET AVEC SON ANCIEN CLIENT, ET
      *           CHAQUE NOUVEAU NUMERO LIBRE DANS CPTMSTR, XREFCPT,
      *           JRNECR ET RELANCE. UN SEUL BLOCAGE INTERDIT TOUTE
      *           MISE A JOUR, DE SORTE QU'UNE MISE A JOUR N'EST
      *           JAMAIS LAISSEE A MOITIE FAITE POUR UNE CAUSE
      *           PREVISIBLE. LES ECRITURES DU JOURNAL, LE DOSSIER DE
      *           RELANCE ET LES ORDRES PERMANENTS DE CHAQUE COMPTE
      *           SONT COMPTES POUR LE RAPPROCHEMENT APRES MISE A JOUR.
       CONTROLE-AVANT-MAJ.
           IF T-MVT-NB > ZERO
              PERFORM CONTROLE-MVT       THRU CONTROLE-MVT-FIN
                      VARYING W-IDX-MVT FROM 1 BY 1
                      UNTIL W-IDX-MVT > T-MVT-NB
              PERFORM POSITION-VIRPERM   THRU POSITION-VIRPERM-FIN
              PERFORM INVENTAIRE-ORDRE   THRU INVENTAIRE-ORDRE-FIN
                                         UNTIL FIN-VIRPERM
           END-IF
           IF W-NB-BLOCAGES > ZERO
              MOVE  'O'                  TO AXI-ECART
           END-IF.
       CONTROLE-AVANT-MAJ-FIN.
           EXIT.
      *
       CONTROLE-MVT.
           MOVE     SPACES               TO W-MOTIF-REJET
           MOVE     T-MV-ANC-COMPTE(W-IDX-MVT) TO CM-COMPTE-NUM
           READ     CPTMSTR-FILE
              INVALID KEY
                 MOVE 'COMPTE ABSENT DU FICHIER MAITRE'
                                         TO W-MOTIF-REJET
              NOT INVALID KEY
                 IF CM-CLI-CODE NOT = T-MV-ANC-CLI(W-IDX-MVT)
                    MOVE 'CLIENT DU COMPTE MODIFIE'
                                         TO W-MOTIF-REJET
                 END-IF
           END-READ
           IF W-MOTIF-REJET = SPACES
              AND T-MV-NOUV-COMPTE(W-IDX-MVT)
                  NOT = T-MV-ANC-COMPTE(W-IDX-MVT)
              PERFORM CONTROLE-NOUV-CLE  THRU CONTROLE-NOUV-CLE-FIN
           END-IF
           MOVE     T-MV-ANC-COMPTE(W-IDX-MVT) TO W-JRN-COMPTE
           PERFORM  COMPTAGE-JOURNAL     THRU COMPTAGE-JOURNAL-FIN
           MOVE     W-NB-JRN-TROUVES     TO T-MV-NB-JRN-AV(W-IDX-MVT)
           MOVE     T-MV-ANC-COMPTE(W-IDX-MVT) TO RL-COMPTE-NUM
           READ     RELANCE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1                  TO T-MV-NB-REL-AV(W-IDX-MVT)
           END-READ
           IF W-MOTIF-REJET NOT = SPACES
              ADD   1                    TO W-NB-BLOCAGES
              STRING '  *** BLOCAGE : COMPTE '
                     T-MV-ANC-COMPTE(W-IDX-MVT) ' -> '
                     T-MV-NOUV-COMPTE(W-IDX-MVT) ' - '
                     W-MOTIF-REJET
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF.
       CONTROLE-MVT-FIN.
           EXIT.
      *
       CONTROLE-NOUV-CLE.
           MOVE     T-MV-NOUV-COMPTE(W-IDX-MVT) TO CM-COMPTE-NUM
           READ     CPTMSTR-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'NOUVEAU NUMERO DEJA ATTRIBUE'
                                         TO W-MOTIF-REJET
           END-READ
           IF W-MOTIF-REJET = SPACES
              MOVE  T-MV-NOUV-COMPTE(W-IDX-MVT) TO XR-ANC-COMPTE-NUM
              READ  XREFCPT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'NOUVEAU NUMERO DEJA REDIRIGE'
                                         TO W-MOTIF-REJET
              END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES
              MOVE  T-MV-NOUV-COMPTE(W-IDX-MVT) TO W-JRN-COMPTE
              PERFORM COMPTAGE-JOURNAL   THRU COMPTAGE-JOURNAL-FIN
              IF W-NB-JRN-TROUVES > ZERO
                 MOVE 'NOUVEAU NUMERO PRESENT DANS JRNECR'
                                         TO W-MOTIF-REJET
              END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
              MOVE  T-MV-NOUV-COMPTE(W-IDX-MVT) TO RL-COMPTE-NUM
              READ  RELANCE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'NOUVEAU NUMERO PRESENT DANS RELANCE'
                                         TO W-MOTIF-REJET
              END-READ
           END-IF.
       CONTROLE-NOUV-CLE-FIN.
           EXIT.
      *
      *           ECRITURES DU JOURNAL SOUS LE COMPTE W-JRN-COMPTE :
      *           LE NUMERO DE COMPTE EST EN TETE DE LA CLE, ELLES SONT
      *           CONTIGUES.
       COMPTAGE-JOURNAL.
           MOVE     ZERO                 TO W-NB-JRN-TROUVES
           PERFORM  POSITION-JRNECR      THRU POSITION-JRNECR-FIN
           PERFORM  COMPTAGE-ECRITURE    THRU COMPTAGE-ECRITURE-FIN
                                         UNTIL FIN-JRNECR.
       COMPTAGE-JOURNAL-FIN.
           EXIT.
      *
       POSITION-JRNECR.
           MOVE     SPACE                TO AXI-FT-JRNECR
           MOVE     LOW-VALUES           TO JR-CLE
           MOVE     W-JRN-COMPTE         TO JR-COMPTE-NUM
           START    JRNECR-FILE KEY NOT < JR-CLE
              INVALID KEY
                 MOVE '1'                TO AXI-FT-JRNECR
           END-START
           IF NOT FIN-JRNECR
              PERFORM LECTURE-JRNECR     THRU LECTURE-JRNECR-FIN
           END-IF.
       POSITION-JRNECR-FIN.
           EXIT.
      *
       LECTURE-JRNECR.
           READ     JRNECR-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-JRNECR
              NOT AT END
                 IF JR-COMPTE-NUM NOT = W-JRN-COMPTE
                    MOVE '1'             TO AXI-FT-JRNECR
                 END-IF
           END-READ.
       LECTURE-JRNECR-FIN.
           EXIT.
      *
       COMPTAGE-ECRITURE.
           ADD      1                    TO W-NB-JRN-TROUVES
           PERFORM  LECTURE-JRNECR       THRU LECTURE-JRNECR-FIN.
       COMPTAGE-ECRITURE-FIN.
           EXIT.
      *
       POSITION-VIRPERM.
           MOVE     SPACE                TO AXI-FT-VIRPERM
           MOVE     LOW-VALUES           TO VP-ORDRE-NUM
           START    VIRPERM-FILE KEY NOT < VP-ORDRE-NUM
              INVALID KEY
                 MOVE '1'                TO AXI-FT-VIRPERM
           END-START
           IF NOT FIN-VIRPERM
              PERFORM LECTURE-VIRPERM    THRU LECTURE-VIRPERM-FIN
           END-IF.
       POSITION-VIRPERM-FIN.
           EXIT.
      *
       LECTURE-VIRPERM.
           READ     VIRPERM-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-VIRPERM
           END-READ.
       LECTURE-VIRPERM-FIN.
           EXIT.
      *
      *           UN ORDRE EST COMPTE UNE FOIS POUR SON COMPTE SOURCE
      *           ET UNE FOIS POUR SON COMPTE CIBLE, QUEL QUE SOIT SON
      *           STATUT.
       INVENTAIRE-ORDRE.
           MOVE     VP-COMPTE-SOURCE     TO W-CPT-CHERCHE
           PERFORM  RECHERCHE-ANC-COMPTE THRU RECHERCHE-ANC-COMPTE-FIN
           IF MVT-TROUVE
              ADD   1                    TO T-MV-NB-VIR-AV(W-IDX-MVT)
           END-IF
           MOVE     VP-COMPTE-CIBLE      TO W-CPT-CHERCHE
           PERFORM  RECHERCHE-ANC-COMPTE THRU RECHERCHE-ANC-COMPTE-FIN
           IF MVT-TROUVE
              ADD   1                    TO T-MV-NB-VIR-AV(W-IDX-MVT)
           END-IF
           PERFORM  LECTURE-VIRPERM      THRU LECTURE-VIRPERM-FIN.
       INVENTAIRE-ORDRE-FIN.
           EXIT.
      *
      *           ETAT DE RAPPROCHEMENT : PAR COMPTE (SOLDE SOUS
      *           L'ANCIENNE ET LA NOUVELLE CLE, SUSPENS RECLASSES),
      *           PAR CLIENT (HISTORIQUE RECLASSE), PUIS PAR FICHIER.
      *           UN ECART, UNE COLLISION OU UN BLOCAGE CONDAMNE LE
      *           PASSAGE :
      *           AUCUNE MISE A JOUR DES FICHIERS MAITRES ET AUCUNE
      *           GENERATION A BASCULER (CODE RETOUR 12).
       RAPPROCHEMENT.
           IF W-NB-COLLISIONS > ZERO
              MOVE  'O'                  TO AXI-ECART
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         ***** RAPPROCHEMENT PAR COMPTE *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '  ANCIEN CLIENT    NOUVEAU CLIENT    '
                    '   SOLDE AVANT       SOLDE APRES   '
                    'SUSPENS   MONTANT SUSPENS  CONTROLE'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           IF T-MVT-NB = ZERO
              MOVE  '  AUCUN COMPTE DEPLACE - FICHIERS RECOPIES A '
                                         TO W-LIGNE-A-IMPRIMER
              MOVE  'L''IDENTIQUE'       TO W-LIGNE-A-IMPRIMER(46:11)
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           ELSE
              PERFORM LIGNE-RAPPROCHEMENT-CPT
                                         THRU
                      LIGNE-RAPPROCHEMENT-CPT-FIN
                      VARYING W-IDX-MVT FROM 1 BY 1
                      UNTIL W-IDX-MVT > T-MVT-NB
           END-IF
           IF T-HC-NB > ZERO
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              STRING '         ***** HISTORIQUE RECLASSE PAR CLIENT '
                     '*****'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              PERFORM LIGNE-RAPPROCHEMENT-HC
                                         THRU
                      LIGNE-RAPPROCHEMENT-HC-FIN
                      VARYING W-IDX-HC FROM 1 BY 1
                      UNTIL W-IDX-HC > T-HC-NB
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         ***** TOTAUX DES FICHIERS AVANT/APRES '
                    '*****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  TOTAUX-SOLDES        THRU TOTAUX-SOLDES-FIN
           PERFORM  TOTAUX-SUSPENS       THRU TOTAUX-SUSPENS-FIN
           PERFORM  TOTAUX-HISTORIQUE    THRU TOTAUX-HISTORIQUE-FIN
           MOVE     W-NB-COLLISIONS      TO W-NB-AFF
           STRING   '         COLLISIONS DE NUMERO        : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-BLOCAGES        TO W-NB-AFF
           STRING   '         BLOCAGES AVANT MISE A JOUR  : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           IF ECART-DETECTE
              STRING '         RECOUPEMENT : *** ECART DETECTE - '
                     'AUCUNE MISE A JOUR, NE PAS BASCULER SOLDMAJ/'
                     'SUSPMAJ/HISTMAJ'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              MOVE  12                   TO RETURN-CODE
              DISPLAY '*** ERREUR : RAPPROCHEMENT AVANT/APRES EN '
                 'ECART - AUCUNE MISE A JOUR'
           ELSE
              STRING '         RECOUPEMENT : OK'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF.
       RAPPROCHEMENT-FIN.
           EXIT.
      *
       LIGNE-RAPPROCHEMENT-CPT.
           IF T-MV-SOLDE-AV(W-IDX-MVT) = T-MV-SOLDE-AP(W-IDX-MVT)
              AND T-MV-NB-SOLDE-AV(W-IDX-MVT)
                = T-MV-NB-SOLDE-AP(W-IDX-MVT)
              MOVE  'OK'                 TO W-CONTROLE-AFF
           ELSE
              MOVE  'ECART'              TO W-CONTROLE-AFF
              MOVE  'O'                  TO AXI-ECART
           END-IF
           MOVE     T-MV-SOLDE-AV(W-IDX-MVT)  TO W-MT-AFF
           MOVE     T-MV-SOLDE-AP(W-IDX-MVT)  TO W-MT-AFF-2
           MOVE     T-MV-NB-SUSP(W-IDX-MVT)   TO W-NB-SUSP-AFF
           MOVE     T-MV-MT-SUSP(W-IDX-MVT)   TO W-D-AFF
           STRING   '  ' T-MV-ANC-COMPTE(W-IDX-MVT)
                    ' '  T-MV-ANC-CLI(W-IDX-MVT)
                    '   ' T-MV-NOUV-COMPTE(W-IDX-MVT)
                    ' '  T-MV-NOUV-CLI(W-IDX-MVT)
                    '   ' W-MT-AFF
                    '  ' W-MT-AFF-2
                    '  ' W-NB-SUSP-AFF
                    '  ' W-D-AFF
                    '  ' W-CONTROLE-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-RAPPROCHEMENT-CPT-FIN.
           EXIT.
      *
       LIGNE-RAPPROCHEMENT-HC.
           MOVE     T-HC-NB-ENR(W-IDX-HC)    TO W-NB-AFF
           MOVE     T-HC-SOMME-D(W-IDX-HC)   TO W-D-AFF
           MOVE     T-HC-SOMME-C(W-IDX-HC)   TO W-C-AFF
           STRING   '  CLIENT ' T-HC-ANC-CLI(W-IDX-HC)
                    ' -> '      T-HC-NOUV-CLI(W-IDX-HC)
                    '  ENREGISTREMENTS ' W-NB-AFF
                    '  DEBIT '  W-D-AFF
                    '  CREDIT ' W-C-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-RAPPROCHEMENT-HC-FIN.
           EXIT.
      *
       TOTAUX-SOLDES.
           MOVE     W-SN-NB-AV           TO W-NB-AFF
           MOVE     W-SN-TOT-AV          TO W-MT-AFF
           MOVE     W-SN-NB-AP           TO W-NB-AFF-2
           MOVE     W-SN-TOT-AP          TO W-MT-AFF-2
           STRING   '         SOLDENOU  AVANT : ' W-NB-AFF
                    ' LIGNES  SOLDE NET ' W-MT-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         SOLDMAJ   APRES : ' W-NB-AFF-2
                    ' LIGNES  SOLDE NET ' W-MT-AFF-2
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           IF W-SN-NB-AV NOT = W-SN-NB-AP
              OR W-SN-TOT-AV NOT = W-SN-TOT-AP
              MOVE  'O'                  TO AXI-ECART
           END-IF.
       TOTAUX-SOLDES-FIN.
           EXIT.
      *
       TOTAUX-SUSPENS.
           MOVE     W-SP-NB-AV           TO W-NB-AFF
           MOVE     W-SP-D-AV            TO W-D-AFF
           MOVE     W-SP-C-AV            TO W-C-AFF
           STRING   '         SUSPNOU   AVANT : ' W-NB-AFF
                    ' ITEMS   DEBIT ' W-D-AFF
                    '  CREDIT ' W-C-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-SP-NB-AP           TO W-NB-AFF
           MOVE     W-SP-D-AP            TO W-D-AFF
           MOVE     W-SP-C-AP            TO W-C-AFF
           STRING   '         SUSPMAJ   APRES : ' W-NB-AFF
                    ' ITEMS   DEBIT ' W-D-AFF
                    '  CREDIT ' W-C-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           IF W-SP-NB-AV NOT = W-SP-NB-AP
              OR W-SP-D-AV NOT = W-SP-D-AP
              OR W-SP-C-AV NOT = W-SP-C-AP
              MOVE  'O'                  TO AXI-ECART
           END-IF.
       TOTAUX-SUSPENS-FIN.
           EXIT.
      *
       TOTAUX-HISTORIQUE.
           MOVE     W-HI-NB-AV           TO W-NB-AFF
           MOVE     W-HI-D-AV            TO W-D-AFF
           MOVE     W-HI-C-AV            TO W-C-AFF
           STRING   '         HISTMVT   AVANT : ' W-NB-AFF
                    ' ENREG.  DEBIT ' W-D-AFF
                    '  CREDIT ' W-C-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-HI-NB-AP           TO W-NB-AFF
           MOVE     W-HI-D-AP            TO W-D-AFF
           MOVE     W-HI-C-AP            TO W-C-AFF
           STRING   '         HISTMAJ   APRES : ' W-NB-AFF
                    ' ENREG.  DEBIT ' W-D-AFF
                    '  CREDIT ' W-C-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           IF W-HI-NB-AV NOT = W-HI-NB-AP
              OR W-HI-D-AV NOT = W-HI-D-AP
              OR W-HI-C-AV NOT = W-HI-C-AP
              MOVE  'O'                  TO AXI-ECART
           END-IF.
       TOTAUX-HISTORIQUE-FIN.
           EXIT.
      *
      *           MISE A JOUR DES FICHIERS MAITRES, SEULEMENT APRES UN
      *           RAPPROCHEMENT SANS ECART ET SANS BLOCAGE. LA PREMIERE
      *           ERREUR D'ECRITURE ARRETE LA MISE A JOUR ; LES
      *           FICHIERS INDEXES SONT ALORS A RESTAURER.
       MISE-A-JOUR-MAITRES.
           IF NOT ECART-DETECTE
              AND T-MVT-NB > ZERO
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              STRING '         ***** MISE A JOUR DU FICHIER MAITRE '
                     'ET DES RENVOIS *****'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              PERFORM APPLICATION-MVT    THRU APPLICATION-MVT-FIN
                      VARYING W-IDX-MVT FROM 1 BY 1
                      UNTIL W-IDX-MVT > T-MVT-NB
                         OR MAJ-INTERROMPUE
              IF NOT MAJ-INTERROMPUE
                 PERFORM POSITION-VIRPERM
                                         THRU POSITION-VIRPERM-FIN
                 PERFORM RECLASSEMENT-ORDRE
                                         THRU RECLASSEMENT-ORDRE-FIN
                                         UNTIL FIN-VIRPERM
                                            OR MAJ-INTERROMPUE
              END-IF
              PERFORM RAPPROCHEMENT-INDEXES
                                         THRU RAPPROCHEMENT-INDEXES-FIN
              IF MAJ-INTERROMPUE
                 PERFORM ARRET-MISE-A-JOUR
                                         THRU ARRET-MISE-A-JOUR-FIN
              END-IF
           END-IF.
       MISE-A-JOUR-MAITRES-FIN.
           EXIT.
      *
      *           UN CHANGEMENT DE NUMERO EST UNE SUPPRESSION SUIVIE
      *           D'UNE CREATION SOUS LA NOUVELLE CLE (MEME FICHE,
      *           MEME STATUT) ; UN CHANGEMENT DE CLIENT SEUL EST UNE
      *           REECRITURE. SI LA CREATION ECHOUE, L'ANCIENNE FICHE
      *           EST RETABLIE.
       APPLICATION-MVT.
           MOVE     T-MV-ANC-COMPTE(W-IDX-MVT) TO CM-COMPTE-NUM
           READ     CPTMSTR-FILE
              INVALID KEY
                 MOVE 'E'          TO T-MV-STATUT(W-IDX-MVT)
              NOT INVALID KEY
                 PERFORM LIGNE-AVANT     THRU LIGNE-AVANT-FIN
                 MOVE T-MV-NOUV-CLI(W-IDX-MVT)
                                         TO CM-CLI-CODE
                 IF T-MV-NOUV-COMPTE(W-IDX-MVT)
                    = T-MV-ANC-COMPTE(W-IDX-MVT)
                    PERFORM REECRITURE-COMPTE
                                         THRU REECRITURE-COMPTE-FIN
                 ELSE
                    PERFORM RENUMEROTATION-COMPTE
                                         THRU
                            RENUMEROTATION-COMPTE-FIN
                 END-IF
           END-READ
           IF T-MV-EN-ERREUR(W-IDX-MVT)
              ADD   1                    TO W-NB-ERREURS-MAJ
              MOVE  'O'                  TO AXI-MAJ-INTERROMPUE
              STRING '  *** ERREUR : COMPTE '
                     T-MV-ANC-COMPTE(W-IDX-MVT)
                     ' NON MIS A JOUR - STATUT CPTMSTR '
                     W-STAT-CPTMSTR
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              DISPLAY '*** ERREUR : MISE A JOUR CPTMSTR IMPOSSIBLE - '
                 'COMPTE ' T-MV-ANC-COMPTE(W-IDX-MVT)
           ELSE
              ADD   1                    TO W-NB-MAJ-CPTMSTR
              PERFORM LIGNE-APRES        THRU LIGNE-APRES-FIN
              PERFORM JOURNALISATION-MAJ THRU JOURNALISATION-MAJ-FIN
              PERFORM MISE-A-JOUR-RENVOI THRU MISE-A-JOUR-RENVOI-FIN
              IF NOT MAJ-INTERROMPUE
                 PERFORM RECLASSEMENT-DOSSIER
                                         THRU RECLASSEMENT-DOSSIER-FIN
              END-IF
              IF NOT MAJ-INTERROMPUE
                 AND T-MV-NOUV-COMPTE(W-IDX-MVT)
                     NOT = T-MV-ANC-COMPTE(W-IDX-MVT)
                 PERFORM RECLASSEMENT-JOURNAL
                                         THRU RECLASSEMENT-JOURNAL-FIN
              END-IF
           END-IF.
       APPLICATION-MVT-FIN.
           EXIT.
      *
       REECRITURE-COMPTE.
           REWRITE  CPTMSTR-REC
              INVALID KEY
                 MOVE 'E'          TO T-MV-STATUT(W-IDX-MVT)
              NOT INVALID KEY
                 MOVE 'A'          TO T-MV-STATUT(W-IDX-MVT)
           END-REWRITE.
       REECRITURE-COMPTE-FIN.
           EXIT.
      *
       RENUMEROTATION-COMPTE.
           DELETE   CPTMSTR-FILE RECORD
              INVALID KEY
                 MOVE 'E'          TO T-MV-STATUT(W-IDX-MVT)
           END-DELETE
           IF NOT T-MV-EN-ERREUR(W-IDX-MVT)
              MOVE  W-IMAGE-AVANT        TO CPTMSTR-REC
              MOVE  T-MV-NOUV-COMPTE(W-IDX-MVT) TO CM-COMPTE-NUM
              MOVE  T-MV-NOUV-CLI(W-IDX-MVT)    TO CM-CLI-CODE
              WRITE CPTMSTR-REC
                 INVALID KEY
                    MOVE 'E'       TO T-MV-STATUT(W-IDX-MVT)
                    MOVE W-IMAGE-AVANT   TO CPTMSTR-REC
                    WRITE CPTMSTR-REC
                       INVALID KEY
                          DISPLAY '*** ERREUR : FICHE '
                             W-AV-COMPTE-NUM ' NON RETABLIE'
                    END-WRITE
                 NOT INVALID KEY
                    MOVE 'A'       TO T-MV-STATUT(W-IDX-MVT)
              END-WRITE
           END-IF.
       RENUMEROTATION-COMPTE-FIN.
           EXIT.
      *
      *           RENVOI DE L'ANCIENNE CLE VERS LA CLE ACTUELLE, PUIS
      *           REPRISE DES RENVOIS PLUS ANCIENS QUI POINTAIENT SUR
      *           L'ANCIENNE CLE : UNE CHAINE DE CHANGEMENTS EST
      *           TOUJOURS RAMENEE SUR LE DERNIER NUMERO.
       MISE-A-JOUR-RENVOI.
           MOVE     T-MV-ANC-COMPTE(W-IDX-MVT) TO XR-ANC-COMPTE-NUM
           READ     XREFCPT-FILE
              INVALID KEY
                 MOVE SPACES             TO XREFCPT-REC
                 MOVE T-MV-ANC-COMPTE(W-IDX-MVT)
                                         TO XR-ANC-COMPTE-NUM
                 MOVE T-MV-ANC-CLI(W-IDX-MVT)
                                         TO XR-ANC-CLI-CODE
                 PERFORM ALIMENTATION-RENVOI
                                         THRU ALIMENTATION-RENVOI-FIN
                 WRITE XREFCPT-REC
                    INVALID KEY
                       PERFORM ERREUR-RENVOI
                                         THRU ERREUR-RENVOI-FIN
                    NOT INVALID KEY
                       ADD 1             TO W-NB-RENVOIS-CREES
                 END-WRITE
              NOT INVALID KEY
                 PERFORM ALIMENTATION-RENVOI
                                         THRU ALIMENTATION-RENVOI-FIN
                 PERFORM REECRITURE-RENVOI
                                         THRU REECRITURE-RENVOI-FIN
           END-READ
           MOVE     SPACE                TO AXI-FT-XREFCPT
           MOVE     LOW-VALUES           TO XR-ANC-COMPTE-NUM
           START    XREFCPT-FILE KEY NOT < XR-ANC-COMPTE-NUM
              INVALID KEY
                 MOVE '1'                TO AXI-FT-XREFCPT
           END-START
           IF NOT FIN-XREFCPT
              PERFORM LECTURE-XREFCPT    THRU LECTURE-XREFCPT-FIN
           END-IF
           PERFORM  REPRISE-CHAINE       THRU REPRISE-CHAINE-FIN
                                         UNTIL FIN-XREFCPT.
       MISE-A-JOUR-RENVOI-FIN.
           EXIT.
      *
       ALIMENTATION-RENVOI.
           MOVE     T-MV-NOUV-COMPTE(W-IDX-MVT) TO XR-NOUV-COMPTE-NUM
           MOVE     T-MV-NOUV-CLI(W-IDX-MVT)    TO XR-NOUV-CLI-CODE
           MOVE     W-DATE-SYSTEME              TO XR-DATE-EFFET
           IF T-MV-OPERATEUR(W-IDX-MVT) = SPACES
              MOVE  'BATCH'              TO XR-OPERATEUR
           ELSE
              MOVE  T-MV-OPERATEUR(W-IDX-MVT) TO XR-OPERATEUR
           END-IF.
       ALIMENTATION-RENVOI-FIN.
           EXIT.
      *
       LECTURE-XREFCPT.
           READ     XREFCPT-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-XREFCPT
           END-READ.
       LECTURE-XREFCPT-FIN.
           EXIT.
      *
       REPRISE-CHAINE.
           IF XR-NOUV-COMPTE-NUM = T-MV-ANC-COMPTE(W-IDX-MVT)
              AND XR-ANC-COMPTE-NUM NOT = T-MV-ANC-COMPTE(W-IDX-MVT)
              PERFORM ALIMENTATION-RENVOI
                                         THRU ALIMENTATION-RENVOI-FIN
              PERFORM REECRITURE-RENVOI  THRU REECRITURE-RENVOI-FIN
           END-IF
           PERFORM  LECTURE-XREFCPT      THRU LECTURE-XREFCPT-FIN.
       REPRISE-CHAINE-FIN.
           EXIT.
      *
       REECRITURE-RENVOI.
           REWRITE  XREFCPT-REC
              INVALID KEY
                 PERFORM ERREUR-RENVOI   THRU ERREUR-RENVOI-FIN
              NOT INVALID KEY
                 ADD  1                  TO W-NB-RENVOIS-MODIFIES
           END-REWRITE.
       REECRITURE-RENVOI-FIN.
           EXIT.
      *
       ERREUR-RENVOI.
           MOVE     'O'                  TO AXI-MAJ-INTERROMPUE
           DISPLAY  '*** ERREUR : XREFCPT-FILE MISE A JOUR IMPOSSIBLE'
              ' - STATUT ' W-STAT-XREFCPT ' - ANCIEN COMPTE '
              XR-ANC-COMPTE-NUM.
       ERREUR-RENVOI-FIN.
           EXIT.
      *
      *           ENTREE DU JOURNAL PERMANENT : ACTION 'R', ANCIENNE
      *           ET NOUVELLE CLE, IMAGES AVANT/APRES DE LA FICHE.
       JOURNALISATION-MAJ.
           ACCEPT   W-HEURE-MAJ          FROM TIME
           MOVE     SPACES               TO CHGLOG-REC
           MOVE     W-DATE-SYSTEME       TO CL-DATE
           MOVE     W-HEURE-MAJ          TO CL-HEURE
           MOVE     'FORBCLE1'           TO CL-PROGRAMME
           MOVE     'CPTMSTR'            TO CL-FICHIER
           MOVE     'R'                  TO CL-CODE-TRANS
           MOVE     CM-COMPTE-NUM        TO CL-CLE
           MOVE     CM-CLI-CODE          TO CL-CLI-CODE
           MOVE     W-AV-COMPTE-NUM      TO CL-CLE-AVANT
           MOVE     W-AV-CLI-CODE        TO CL-CLI-CODE-AVANT
           IF T-MV-OPERATEUR(W-IDX-MVT) = SPACES
              MOVE  'BATCH'              TO CL-OPERATEUR
           ELSE
              MOVE  T-MV-OPERATEUR(W-IDX-MVT) TO CL-OPERATEUR
           END-IF
           MOVE     W-IMAGE-AVANT        TO CL-IMAGE-AVANT
           MOVE     CPTMSTR-REC          TO CL-IMAGE-APRES
           WRITE    CHGLOG-REC
           IF W-STAT-CHGLOG = '00'
              ADD   1                    TO W-NB-JOURNALISES
           ELSE
              DISPLAY '*** ERREUR : CHGLOG-FILE ECRITURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-CHGLOG ' - COMPTE ' CM-COMPTE-NUM
              MOVE  'O'                  TO AXI-MAJ-INTERROMPUE
           END-IF.
       JOURNALISATION-MAJ-FIN.
           EXIT.
      *
      *           LE DOSSIER DE RELANCE SUIT LE COMPTE AVEC SON NIVEAU,
      *           SES DATES ET SES LETTRES : RECREE SOUS LE NOUVEAU
      *           NUMERO, OU REECRIT SOUS LE NOUVEAU CLIENT.
       RECLASSEMENT-DOSSIER.
           IF T-MV-NB-REL-AV(W-IDX-MVT) > ZERO
              MOVE  T-MV-ANC-COMPTE(W-IDX-MVT) TO RL-COMPTE-NUM
              READ  RELANCE-FILE
                 INVALID KEY
                    PERFORM ERREUR-DOSSIER
                                         THRU ERREUR-DOSSIER-FIN
              END-READ
           END-IF
           IF T-MV-NB-REL-AV(W-IDX-MVT) > ZERO
              AND NOT MAJ-INTERROMPUE
              MOVE  T-MV-NOUV-CLI(W-IDX-MVT)    TO RL-CLI-CODE
              IF T-MV-NOUV-COMPTE(W-IDX-MVT)
                 = T-MV-ANC-COMPTE(W-IDX-MVT)
                 REWRITE RELANCE-REC
                    INVALID KEY
                       PERFORM ERREUR-DOSSIER
                                         THRU ERREUR-DOSSIER-FIN
                 END-REWRITE
              ELSE
                 PERFORM RENUMEROTATION-DOSSIER
                                         THRU
                         RENUMEROTATION-DOSSIER-FIN
              END-IF
           END-IF
           IF T-MV-NB-REL-AV(W-IDX-MVT) > ZERO
              AND NOT MAJ-INTERROMPUE
              MOVE  1                    TO T-MV-NB-REL-AP(W-IDX-MVT)
              ADD   1                    TO W-NB-DOSSIERS-RECLASSES
           END-IF.
       RECLASSEMENT-DOSSIER-FIN.
           EXIT.
      *
       RENUMEROTATION-DOSSIER.
           MOVE     RELANCE-REC          TO W-IMAGE-RELANCE
           DELETE   RELANCE-FILE RECORD
              INVALID KEY
                 PERFORM ERREUR-DOSSIER  THRU ERREUR-DOSSIER-FIN
           END-DELETE
           IF NOT MAJ-INTERROMPUE
              MOVE  W-IMAGE-RELANCE      TO RELANCE-REC
              MOVE  T-MV-NOUV-COMPTE(W-IDX-MVT) TO RL-COMPTE-NUM
              WRITE RELANCE-REC
                 INVALID KEY
                    PERFORM ERREUR-DOSSIER
                                         THRU ERREUR-DOSSIER-FIN
              END-WRITE
           END-IF.
       RENUMEROTATION-DOSSIER-FIN.
           EXIT.
      *
       ERREUR-DOSSIER.
           MOVE     'O'                  TO AXI-MAJ-INTERROMPUE
           DISPLAY  '*** ERREUR : RELANCE-FILE MISE A JOUR IMPOSSIBLE'
              ' - STATUT ' W-STAT-RELANCE ' - COMPTE '
              T-MV-ANC-COMPTE(W-IDX-MVT).
       ERREUR-DOSSIER-FIN.
           EXIT.
      *
      *           LES ECRITURES DEJA IMPUTEES SOUS L'ANCIEN NUMERO SONT
      *           RECLASSEES AU JOURNAL SOUS LE NOUVEAU : UNE ECRITURE
      *           REPRESENTEE SOUS L'ANCIEN NUMERO ET REDIRIGEE PAR
      *           FORBFUS1 Y EST RECONNUE COMME DEJA IMPUTEE PAR
      *           FORBMOR4. CLIENT, RUN ET ORIGINE SONT CONSERVES.
      *           LE CURSEUR EST REPOSITIONNE APRES CHAQUE DEPLACEMENT.
       RECLASSEMENT-JOURNAL.
           MOVE     T-MV-ANC-COMPTE(W-IDX-MVT) TO W-JRN-COMPTE
           MOVE     SPACE                TO AXI-FT-JRNECR
           PERFORM  DEPLACEMENT-ECRITURE THRU DEPLACEMENT-ECRITURE-FIN
                                         UNTIL FIN-JRNECR.
       RECLASSEMENT-JOURNAL-FIN.
           EXIT.
      *
       DEPLACEMENT-ECRITURE.
           PERFORM  POSITION-JRNECR      THRU POSITION-JRNECR-FIN
           IF NOT FIN-JRNECR
              MOVE  JRNECR-REC           TO W-IMAGE-JRNECR
              DELETE JRNECR-FILE RECORD
                 INVALID KEY
                    PERFORM ERREUR-JOURNAL
                                         THRU ERREUR-JOURNAL-FIN
              END-DELETE
           END-IF
           IF NOT FIN-JRNECR
              MOVE  W-IMAGE-JRNECR       TO JRNECR-REC
              MOVE  T-MV-NOUV-COMPTE(W-IDX-MVT) TO JR-COMPTE-NUM
              WRITE JRNECR-REC
                 INVALID KEY
                    PERFORM ERREUR-JOURNAL
                                         THRU ERREUR-JOURNAL-FIN
                    MOVE W-IMAGE-JRNECR  TO JRNECR-REC
                    WRITE JRNECR-REC
                       INVALID KEY
                          DISPLAY '*** ERREUR : ECRITURE '
                             JR-CLE ' NON RETABLIE AU JOURNAL'
                    END-WRITE
                 NOT INVALID KEY
                    ADD 1          TO T-MV-NB-JRN-AP(W-IDX-MVT)
                    ADD 1                TO W-NB-ECR-RECLASSEES
              END-WRITE
           END-IF.
       DEPLACEMENT-ECRITURE-FIN.
           EXIT.
      *
       ERREUR-JOURNAL.
           MOVE     'O'                  TO AXI-MAJ-INTERROMPUE
           MOVE     '1'                  TO AXI-FT-JRNECR
           DISPLAY  '*** ERREUR : JRNECR-FILE MISE A JOUR IMPOSSIBLE'
              ' - STATUT ' W-STAT-JRNECR ' - COMPTE '
              T-MV-ANC-COMPTE(W-IDX-MVT).
       ERREUR-JOURNAL-FIN.
           EXIT.
      *
      *           ORDRES PERMANENTS : COMPTE SOURCE ET/OU CIBLE PORTES
      *           SOUS LEUR NOUVEAU NUMERO ; LE CLIENT DONNEUR D'ORDRE
      *           SUIT LE TITULAIRE DU COMPTE SOURCE. TOUS LES ORDRES
      *           SONT REPRIS, QUEL QUE SOIT LEUR STATUT.
       RECLASSEMENT-ORDRE.
           MOVE     ZERO                 TO W-IDX-SRC
           MOVE     ZERO                 TO W-IDX-CIB
           MOVE     VP-COMPTE-SOURCE     TO W-CPT-CHERCHE
           PERFORM  RECHERCHE-ANC-COMPTE THRU RECHERCHE-ANC-COMPTE-FIN
           IF MVT-TROUVE
              MOVE  W-IDX-MVT            TO W-IDX-SRC
              MOVE  T-MV-NOUV-COMPTE(W-IDX-SRC) TO VP-COMPTE-SOURCE
              MOVE  T-MV-NOUV-CLI(W-IDX-SRC)    TO VP-CLI-CODE
           END-IF
           MOVE     VP-COMPTE-CIBLE      TO W-CPT-CHERCHE
           PERFORM  RECHERCHE-ANC-COMPTE THRU RECHERCHE-ANC-COMPTE-FIN
           IF MVT-TROUVE
              MOVE  W-IDX-MVT            TO W-IDX-CIB
              MOVE  T-MV-NOUV-COMPTE(W-IDX-CIB) TO VP-COMPTE-CIBLE
           END-IF
           IF W-IDX-SRC > ZERO OR W-IDX-CIB > ZERO
              REWRITE VIRPERM-REC
                 INVALID KEY
                    MOVE 'O'             TO AXI-MAJ-INTERROMPUE
                    DISPLAY '*** ERREUR : VIRPERM-FILE MISE A JOUR '
                       'IMPOSSIBLE - STATUT ' W-STAT-VIRPERM
                       ' - ORDRE ' VP-ORDRE-NUM
                 NOT INVALID KEY
                    ADD 1                TO W-NB-ORDRES-RECLASSES
                    PERFORM COMPTAGE-ORDRE
                                         THRU COMPTAGE-ORDRE-FIN
              END-REWRITE
           END-IF
           PERFORM  LECTURE-VIRPERM      THRU LECTURE-VIRPERM-FIN.
       RECLASSEMENT-ORDRE-FIN.
           EXIT.
      *
       COMPTAGE-ORDRE.
           IF W-IDX-SRC > ZERO
              ADD   1                    TO T-MV-NB-VIR-AP(W-IDX-SRC)
           END-IF
           IF W-IDX-CIB > ZERO
              ADD   1                    TO T-MV-NB-VIR-AP(W-IDX-CIB)
           END-IF.
       COMPTAGE-ORDRE-FIN.
           EXIT.
      *
      *           RAPPROCHEMENT DES FICHIERS INDEXES RECLASSES : AUTANT
      *           D'ECRITURES AU JOURNAL, DE DOSSIERS DE RELANCE ET DE
      *           REFERENCES D'ORDRES PERMANENTS SOUS LA NOUVELLE CLE
      *           QU'IL Y EN AVAIT SOUS L'ANCIENNE. UN ECART REND LA
      *           MISE A JOUR INCOMPLETE.
       RAPPROCHEMENT-INDEXES.
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         ***** RAPPROCHEMENT JRNECR / RELANCE / '
                    'VIRPERM *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '  ANCIEN   NOUVEAU   ECRITURES AVANT   APRES  '
                    'DOSSIER AVANT APRES  ORDRES AVANT APRES  CONTROLE'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  LIGNE-RAPPROCHEMENT-IDX
                                         THRU
                    LIGNE-RAPPROCHEMENT-IDX-FIN
                    VARYING W-IDX-MVT FROM 1 BY 1
                    UNTIL W-IDX-MVT > T-MVT-NB.
       RAPPROCHEMENT-INDEXES-FIN.
           EXIT.
      *
       LIGNE-RAPPROCHEMENT-IDX.
           IF NOT T-MV-APPLIQUE(W-IDX-MVT)
              MOVE  'NON MAJ'            TO W-CONTROLE-AFF
           ELSE
              IF T-MV-NB-JRN-AV(W-IDX-MVT)
                 = T-MV-NB-JRN-AP(W-IDX-MVT)
                 AND T-MV-NB-REL-AV(W-IDX-MVT)
                   = T-MV-NB-REL-AP(W-IDX-MVT)
                 AND T-MV-NB-VIR-AV(W-IDX-MVT)
                   = T-MV-NB-VIR-AP(W-IDX-MVT)
                 MOVE 'OK'               TO W-CONTROLE-AFF
              ELSE
                 MOVE 'ECART'            TO W-CONTROLE-AFF
                 MOVE 'O'                TO AXI-MAJ-INTERROMPUE
              END-IF
           END-IF
           MOVE     T-MV-NB-JRN-AV(W-IDX-MVT) TO W-NB-AFF
           MOVE     T-MV-NB-JRN-AP(W-IDX-MVT) TO W-NB-AFF-2
           MOVE     T-MV-NB-VIR-AV(W-IDX-MVT) TO W-NB-ORD-AFF
           MOVE     T-MV-NB-VIR-AP(W-IDX-MVT) TO W-NB-ORD-AFF-2
           STRING   '  ' T-MV-ANC-COMPTE(W-IDX-MVT)
                    '   ' T-MV-NOUV-COMPTE(W-IDX-MVT)
                    '             ' W-NB-AFF
                    ' ' W-NB-AFF-2
                    '              ' T-MV-NB-REL-AV(W-IDX-MVT)
                    '     ' T-MV-NB-REL-AP(W-IDX-MVT)
                    '         ' W-NB-ORD-AFF
                    ' ' W-NB-ORD-AFF-2
                    '  ' W-CONTROLE-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-RAPPROCHEMENT-IDX-FIN.
           EXIT.
      *
      *           MISE A JOUR INCOMPLETE : CPTMSTR, XREFCPT, JRNECR,
      *           RELANCE, VIRPERM ET CHGLOG NE CORRESPONDENT PLUS AUX
      *           GENERATIONS PRODUITES ; SEULE LA RESTAURATION DES
      *           SAUVEGARDES REND LES FICHIERS COHERENTS.
       ARRET-MISE-A-JOUR.
           MOVE     12                   TO RETURN-CODE
           STRING   '  *** MISE A JOUR INTERROMPUE - NE RIEN BASCULER,'
                    ' RESTAURER CPTMSTR, XREFCPT, JRNECR, RELANCE, '
                    'VIRPERM ET CHGLOG PUIS RELANCER'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           DISPLAY  '*** ERREUR : MISE A JOUR INTERROMPUE - RESTAURER '
              'LES FICHIERS INDEXES ET CHGLOG AVANT DE RELANCER'.
       ARRET-MISE-A-JOUR-FIN.
           EXIT.
      *
       LIGNE-AVANT.
           MOVE     CPTMSTR-REC          TO W-IMAGE-AVANT
           PERFORM  EDITION-DECOUVERT    THRU EDITION-DECOUVERT-FIN
           STRING   'R  AVANT : '
                    CM-COMPTE-NUM        ' '
                    CM-CLI-CODE          ' '
                    CM-LIBELLE           ' '
                    CM-STATUT            '  DECOUVERT : '
                    W-DECOUVERT-TXT
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-AVANT-FIN.
           EXIT.
      *
       LIGNE-APRES.
           PERFORM  EDITION-DECOUVERT    THRU EDITION-DECOUVERT-FIN
           STRING   '   APRES : '
                    CM-COMPTE-NUM        ' '
                    CM-CLI-CODE          ' '
                    CM-LIBELLE           ' '
                    CM-STATUT            '  DECOUVERT : '
                    W-DECOUVERT-TXT
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-APRES-FIN.
           EXIT.
      *
       EDITION-DECOUVERT.
           IF CM-DECOUVERT-AUT IS NUMERIC
              MOVE  CM-DECOUVERT-AUT     TO W-DECOUVERT-AFF
              MOVE  W-DECOUVERT-AFF      TO W-DECOUVERT-TXT
           ELSE
              MOVE  'NON FIXE'           TO W-DECOUVERT-TXT
           END-IF.
       EDITION-DECOUVERT-FIN.
           EXIT.
      *
       TOTAL-CHANGEMENTS.
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         ***** BILAN DES CHANGEMENTS DE CLE *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-TRANS-LUES      TO W-NB-AFF
           STRING   '         CARTES LUES          : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-ACCEPTEES       TO W-NB-AFF
           STRING   '         CARTES ACCEPTEES     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REJETS          TO W-NB-AFF
           STRING   '         CARTES REJETEES      : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     T-MVT-NB             TO W-NB-AFF
           STRING   '         COMPTES DEPLACES     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-RENUMEROTES     TO W-NB-AFF
           STRING   '         DONT RENUMEROTES     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-CHANGE-CLIENT   TO W-NB-AFF
           STRING   '         DONT CHANGE DE CLIENT: ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     T-HC-NB              TO W-NB-AFF
           STRING   '         HISTORIQUES RECLASSES: ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-MAJ-CPTMSTR     TO W-NB-AFF
           STRING   '         FICHES MISES A JOUR  : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-ERREURS-MAJ     TO W-NB-AFF
           STRING   '         FICHES EN ERREUR     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-RENVOIS-CREES   TO W-NB-AFF
           STRING   '         RENVOIS CREES        : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-RENVOIS-MODIFIES TO W-NB-AFF
           STRING   '         RENVOIS MODIFIES     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-ECR-RECLASSEES  TO W-NB-AFF
           STRING   '         ECRITURES RECLASSEES : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-DOSSIERS-RECLASSES TO W-NB-AFF
           STRING   '         DOSSIERS RECLASSES   : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-ORDRES-RECLASSES TO W-NB-AFF
           STRING   '         ORDRES RECLASSES     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-JOURNALISES     TO W-NB-AFF
           STRING   '         JOURNALISEES         : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TOTAL-CHANGEMENTS-FIN.
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
