       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBFUS1.
      *-------------------------------------------------------------*
      *                                                             *
      *      FUSION DES FLUX D'ECRITURES EN AMONT DE FORBMOR4       *
      *   LES SIX FICHIERS SOURCES (MOUVEMENTS AGENCES MVMNTS,      *
      *   VIREMENTS MVTVIR DE FORBCPT1, RECYCLES MVTRECYC DE        *
      *   FORBREJ1, FRAIS ET INTERETS MVTFRAIS DE FORBINT1,         *
      *   RESOUMISSIONS MVTSUSP DE FORBSUS1, VIREMENTS PERMANENTS   *
      *   MVTPERM DE FORBVIR2) SONT FUSIONNES ET                    *
      *   TRIES EN ORDRE CLIENT/COMPTE/DATE/ECRITURE EN UN SEUL     *
      *   FICHIER D'ENTREE POUR FORBMOR4. CHAQUE ECRITURE EST       *
      *   MARQUEE DE SA SOURCE, DU RUN D'ORIGINE ET DE SON NUMERO   *
      *   DE LOT. UN REGISTRE DES FICHIERS DEJA FUSIONNES INTERDIT  *
      *   DE PRESENTER DEUX FOIS LE MEME FICHIER ; UNE SOURCE       *
      *   OBLIGATOIRE ABSENTE ARRETE LA CHAINE (CODE RETOUR 12).    *
      *   L'ETAT DE CONTROLE DES LOTS DONNE PAR SOURCE LE NOMBRE    *
      *   D'ECRITURES ET LES TOTAUX DEBIT/CREDIT A RAPPROCHER DU    *
      *   BORDEREAU DE CONTROLE DE FORBMOR4.                        *
      *   UNE ECRITURE PRESENTEE SOUS UN ANCIEN NUMERO DE COMPTE    *
      *   (TABLE XREFCPT TENUE PAR FORBCLE1) EST REDIRIGEE VERS LE  *
      *   COMPTE ET LE CLIENT ACTUELS AVANT LE TRI.                 *
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
      *     MOUVEMENTS DES AGENCES (FRONT OFFICE)
      *
            SELECT OPTIONAL MVAGENCE-FILE ASSIGN TO UT-S-MVMNTS
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-AGENCE.
      *
      *     VIREMENTS ENTRE COMPTES (PRODUIT PAR FORBCPT1)
      *
            SELECT OPTIONAL MVTVIR-FILE ASSIGN TO UT-S-MVTVIR
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-VIR.
      *
      *     ECRITURES RECYCLEES (PRODUIT PAR FORBREJ1)
      *
            SELECT OPTIONAL MVTRECYC-FILE ASSIGN TO UT-S-MVTRECYC
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-RECYC.
      *
      *     INTERETS DEBITEURS ET FRAIS (PRODUIT PAR FORBINT1)
      *
            SELECT OPTIONAL MVTFRAIS-FILE ASSIGN TO UT-S-MVTFRAIS
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-FRAIS.
      *
      *     RESOUMISSIONS DU STOCK DE SUSPENS (PRODUIT PAR FORBSUS1)
      *
            SELECT OPTIONAL MVTSUSP-FILE ASSIGN TO UT-S-MVTSUSP
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SUSP.
      *
      *     ECHEANCES DES VIREMENTS PERMANENTS (PRODUIT PAR FORBVIR2)
      *
            SELECT OPTIONAL MVTPERM-FILE ASSIGN TO UT-S-MVTPERM
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-PERM.
      *
      *     FICHIER FUSIONNE ET TRIE (ENTREE MVMNTS DE FORBMOR4)
      *
            SELECT MVFUSION-FILE ASSIGN TO UT-S-MVFUSION
            ORGANIZATION LINE SEQUENTIAL.
      *
      *     REGISTRE DES FICHIERS DEJA FUSIONNES (EN AJOUT)
      *
            SELECT OPTIONAL REGFUS-FILE ASSIGN TO UT-S-REGFUS
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-REGFUS.
      *
      *     CARTE PARAMETRE : SOURCES OBLIGATOIRES
      *
            SELECT OPTIONAL PARM-FILE ASSIGN TO UT-S-PARM
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-PARM.
      *
      *     COURS DE CHANGE DU JOUR (MEMES COURS QUE FORBMOR4)
      *
            SELECT OPTIONAL TXCHANGE-FILE ASSIGN TO UT-S-TXCHANGE
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-TXCHANGE.
      *
      *     TABLE DE CORRESPONDANCE DES COMPTES RE-IMMATRICULES
      *     (TENUE PAR FORBCLE1)
      *
            SELECT OPTIONAL XREFCPT-FILE ASSIGN TO UT-S-XREFCPT
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY XR-ANC-COMPTE-NUM
            FILE STATUS IS W-STAT-XREFCPT.
      *
      *     JOURNAL DE CONTROLE DES RUNS DE FORBMOR4 - LE DERNIER
      *     RUN DOIT ETRE MARQUE TERMINE AVANT DE PREPARER L'ENTREE
      *     DU SUIVANT ; IL DONNE LE RUN D'ORIGINE DES LOTS
      *
            SELECT OPTIONAL RUNCTL-FILE ASSIGN TO UT-S-RUNCTL
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-RUNCTL.
      *
      *     ETAT IMPRIME DE CONTROLE DES LOTS
      *
            SELECT ETAT-FUSION ASSIGN TO UT-S-ETATFUS
            ORGANIZATION LINE SEQUENTIAL.
      *
      *     FICHIER DE TRAVAIL DU TRI
      *
            SELECT TRI-FICHIER ASSIGN TO UT-S-SORTWK.
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
       FD  MVAGENCE-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-AGENCE
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-AGENCE                 PIC X(80).
      *
       FD  MVTVIR-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-VIR
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-VIR                    PIC X(80).
      *
       FD  MVTRECYC-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-RECYC
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-RECYC                  PIC X(80).
      *
       FD  MVTFRAIS-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-FRAIS
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-FRAIS                  PIC X(80).
      *
       FD  MVTSUSP-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-SUSP
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-SUSP                   PIC X(80).
      *
       FD  MVTPERM-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-PERM
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-PERM                   PIC X(80).
      *
       FD  MVFUSION-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-FUSION
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-FUSION                 PIC X(91).
      *
       FD  REGFUS-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    REGFUS-REC
           LABEL    RECORD    STANDARD.
      *
       COPY REGFUS.
      *
       FD  PARM-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-PARM
           LABEL    RECORD    STANDARD.
      *
      *     UN INDICATEUR PAR SOURCE, DANS L'ORDRE A V R F S P :
      *     'O' SOURCE OBLIGATOIRE, 'N' FACULTATIVE - A BLANC,
      *     SEULS LES MOUVEMENTS AGENCES SONT OBLIGATOIRES
      *
       01  LIGNE-PARM.
           05  PARM-OBLIGATOIRE         PIC X(1) OCCURS 6.
           05  FILLER                   PIC X(74).
      *
       FD  TXCHANGE-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-TXCHANGE
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-TXCHANGE.
           05  TX-DEVISE                PIC X(2).
           05  TX-TAUX                  PIC 9(3)V9(6).
           05  FILLER                   PIC X(69).
      *
       FD  XREFCPT-FILE
           DATA RECORD    XREFCPT-REC.
      *
       COPY XREFCPT.
      *
       FD  RUNCTL-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    RUNCTL-REC
           LABEL    RECORD    STANDARD.
      *
       COPY RUNCTL.
      *
       FD  ETAT-FUSION
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-ETAT
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-ETAT                   PIC X(132).
      *
       SD  TRI-FICHIER
           DATA RECORD    TRI-MVMNTS.
      *
      *     IMAGE 80 OCTETS DE L'ECRITURE SUIVIE DE SON ORIGINE :
      *     SOURCE, RUN D'ORIGINE, NUMERO DE LOT AU REGISTRE
      *
       01  TRI-MVMNTS.
           05  TRI-MVMNT-IMAGE.
               10  TRI-CLI-CODE         PIC X(5).
               10  TRI-COMPTE-NUM       PIC X(6).
               10  TRI-ECRITURE-NUM     PIC X(5).
               10  TRI-ECRITURE-DATE    PIC X(8).
               10  FILLER               PIC X(56).
           05  TRI-ORIGINE.
               10  TRI-ORG-SOURCE       PIC X(1).
               10  TRI-ORG-RUN          PIC 9(5).
               10  TRI-ORG-LOT          PIC 9(5).
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
       01      AXI-FT-SOURCE            PIC X(01) VALUE SPACE.
            88 FIN-SOURCE                         VALUE '1'.
       01      AXI-FT-REGFUS            PIC X(01) VALUE SPACE.
            88 FIN-REGFUS                         VALUE '1'.
       01      AXI-FT-RUNCTL            PIC X(01) VALUE SPACE.
            88 FIN-RUNCTL                         VALUE '1'.
       01      AXI-FT-TXCHANGE          PIC X(01) VALUE SPACE.
            88 FIN-TXCHANGE                       VALUE '1'.
      *
       01      AXI-FUSION-REFUSEE       PIC X(01) VALUE 'N'.
            88 FUSION-REFUSEE                     VALUE 'O'.
       01      AXI-SOURCE-ECARTEE       PIC X(01) VALUE 'N'.
            88 SOURCE-ECARTEE                     VALUE 'O'.
       01      AXI-RENVOI-ACTIF         PIC X(01) VALUE 'N'.
            88 RENVOI-ACTIF                       VALUE 'O'.
      *
       01      W-STAT-AGENCE            PIC X(02) VALUE SPACES.
       01      W-STAT-VIR               PIC X(02) VALUE SPACES.
       01      W-STAT-RECYC             PIC X(02) VALUE SPACES.
       01      W-STAT-FRAIS             PIC X(02) VALUE SPACES.
       01      W-STAT-SUSP              PIC X(02) VALUE SPACES.
       01      W-STAT-PERM              PIC X(02) VALUE SPACES.
       01      W-STAT-SOURCE            PIC X(02) VALUE SPACES.
       01      W-STAT-REGFUS            PIC X(02) VALUE SPACES.
       01      W-STAT-PARM              PIC X(02) VALUE SPACES.
       01      W-STAT-TXCHANGE          PIC X(02) VALUE SPACES.
       01      W-STAT-RUNCTL            PIC X(02) VALUE SPACES.
       01      W-STAT-XREFCPT           PIC X(02) VALUE SPACES.
      *
      *     CONTROLE DU STATUT DU DERNIER RUN DE FORBMOR4
      *
       01      W-DERNIER-RUN            PIC 9(05) VALUE ZERO.
       01      W-DERNIER-ETAT           PIC X(01) VALUE SPACE.
       01      W-RUN-DESTINATAIRE       PIC 9(05) VALUE ZERO.
      *
      *     ZONE DE LECTURE DES FICHIERS SOURCES (READ ... INTO)
      *
       COPY MVMNTS.
      *
      *     DEFINITION DES SIX SOURCES : CODE, NOM DU FICHIER,
      *     LIBELLE, CARACTERE OBLIGATOIRE PAR DEFAUT
      *
       01      W-SOURCES-DEF.
           05  FILLER                   PIC X(1)  VALUE 'A'.
           05  FILLER                   PIC X(8)  VALUE 'MVMNTS'.
           05  FILLER                   PIC X(20) VALUE 'AGENCES'.
           05  FILLER                   PIC X(1)  VALUE 'O'.
           05  FILLER                   PIC X(1)  VALUE 'V'.
           05  FILLER                   PIC X(8)  VALUE 'MVTVIR'.
           05  FILLER                   PIC X(20)
                                        VALUE 'VIREMENTS FORBCPT1'.
           05  FILLER                   PIC X(1)  VALUE 'N'.
           05  FILLER                   PIC X(1)  VALUE 'R'.
           05  FILLER                   PIC X(8)  VALUE 'MVTRECYC'.
           05  FILLER                   PIC X(20)
                                        VALUE 'RECYCLAGE FORBREJ1'.
           05  FILLER                   PIC X(1)  VALUE 'N'.
           05  FILLER                   PIC X(1)  VALUE 'F'.
           05  FILLER                   PIC X(8)  VALUE 'MVTFRAIS'.
           05  FILLER                   PIC X(20)
                                        VALUE 'FRAIS FORBINT1'.
           05  FILLER                   PIC X(1)  VALUE 'N'.
           05  FILLER                   PIC X(1)  VALUE 'S'.
           05  FILLER                   PIC X(8)  VALUE 'MVTSUSP'.
           05  FILLER                   PIC X(20)
                                        VALUE 'SUSPENS FORBSUS1'.
           05  FILLER                   PIC X(1)  VALUE 'N'.
           05  FILLER                   PIC X(1)  VALUE 'P'.
           05  FILLER                   PIC X(8)  VALUE 'MVTPERM'.
           05  FILLER                   PIC X(20)
                                        VALUE 'PERMANENTS FORBVIR2'.
           05  FILLER                   PIC X(1)  VALUE 'N'.
       01      T-SOURCES-DEF REDEFINES W-SOURCES-DEF.
           05  T-DEF-ENT OCCURS 6.
               10  T-DEF-CODE           PIC X(1).
               10  T-DEF-FICHIER        PIC X(8).
               10  T-DEF-LIBELLE        PIC X(20).
               10  T-DEF-OBLIGATOIRE    PIC X(1).
      *
      *     ETAT DE CHAQUE SOURCE POUR LE PASSAGE : L'EMPREINTE
      *     (NOMBRE, TOTAUX DE HACHAGE DES MONTANTS D'ORIGINE,
      *     PREMIERE ET DERNIERE CLE) EST CELLE DU REGISTRE ; LES
      *     TOTAUX DE CONTROLE SONT CONVERTIS EN DEVISE DE
      *     REFERENCE COMME LE "LU (BRUT)" DE FORBMOR4
      *
       01      T-SOURCES-TAB.
           05  T-SRC-ENT OCCURS 6.
               10  T-SRC-OBLIGATOIRE    PIC X(1).
               10  T-SRC-STATUT         PIC X(1).
                   88  T-SRC-ABSENTE             VALUE 'A'.
                   88  T-SRC-VIDE                VALUE 'V'.
                   88  T-SRC-A-FUSIONNER         VALUE 'P'.
                   88  T-SRC-REFUSEE             VALUE 'R'.
               10  T-SRC-EMPREINTE.
                   15  T-SRC-NB-ENR     PIC 9(7).
                   15  T-SRC-HASH-D     PIC 9(16)V99.
                   15  T-SRC-HASH-C     PIC 9(16)V99.
                   15  T-SRC-PREM-CLE   PIC X(24).
                   15  T-SRC-DERN-CLE   PIC X(24).
               10  T-SRC-CTL-D          PIC 9(16)V99.
               10  T-SRC-CTL-C          PIC 9(16)V99.
               10  T-SRC-LOT            PIC 9(5).
               10  T-SRC-MOTIF          PIC X(30).
      *
       01      W-EMPREINTE-REG.
           05  W-REG-NB-ENR             PIC 9(7).
           05  W-REG-HASH-D             PIC 9(16)V99.
           05  W-REG-HASH-C             PIC 9(16)V99.
           05  W-REG-PREM-CLE           PIC X(24).
           05  W-REG-DERN-CLE           PIC X(24).
      *
       01      W-IDX-SRC                PIC 9(03).
       01      W-IDX-SRC2               PIC 9(03).
       01      W-DERNIER-LOT            PIC 9(05) VALUE ZERO.
      *
      *     COURS DE CHANGE ET CONVERSION VERS LA DEVISE DE
      *     REFERENCE (MEMES REGLES QUE FORBMOR4)
      *
       01      AXI-TAUX-TROUVE          PIC X(01) VALUE 'N'.
            88 TAUX-TROUVE                        VALUE 'O'.
       01      T-TAUX-NB                PIC 9(03) VALUE ZERO.
       01      T-TAUX-TAB.
           05  T-TAUX-ENT OCCURS 1 TO 50 TIMES
                             DEPENDING ON T-TAUX-NB
                             INDEXED BY T-TAUX-IDX.
               10  T-TX-DEVISE          PIC X(2).
               10  T-TX-TAUX            PIC 9(3)V9(6).
      *
       01      W-DEVISE-REF             PIC X(2)  VALUE 'EU'.
       01      W-CONV-DEVISE            PIC X(2)  VALUE SPACES.
       01      W-CONV-MONTANT           PIC 9(16)V99 VALUE ZERO.
       01      W-CONV-TAUX              PIC 9(3)V9(6) VALUE ZERO.
       01      W-MONTANT-CONV           PIC 9(16)V99 VALUE ZERO.
      *
      *     TOTAUX DE LA FUSION
      *
       01      W-NB-FUSIONNES           PIC 9(07) VALUE ZERO.
       01      W-NB-RELACHES            PIC 9(07) VALUE ZERO.
       01      W-NB-REDIRIGES           PIC 9(07) VALUE ZERO.
       01      W-NB-FICHIERS-FUS        PIC 9(07) VALUE ZERO.
       01      W-NB-FICHIERS-REF        PIC 9(07) VALUE ZERO.
       01      W-TOT-CTL-D              PIC 9(16)V99 VALUE ZERO.
       01      W-TOT-CTL-C              PIC 9(16)V99 VALUE ZERO.
      *
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
       01      W-MAX-LIGNES-PAGE        PIC 9(03) VALUE 060.
       01      W-LIGNE-A-IMPRIMER       PIC X(132) VALUE SPACES.
       01      W-NB-AFF                 PIC Z(6)9.
       01      W-LOT-AFF                PIC X(5).
       01      W-STATUT-AFF             PIC X(9).
       01      W-CTL-D-AFF              PIC Z(12)9V99.
       01      W-CTL-C-AFF              PIC Z(12)9V99.
       01      W-RUN-AFF                PIC ZZZZ9.
      *
       01      W-ENTETE-1.
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(34)
                          VALUE 'CONTROLE DES LOTS FUSIONNES       '.
           05  FILLER                   PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'DATE:'.
           05  W-ENT1-DATE              PIC X(10).
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'PAGE:'.
           05  W-ENT1-PAGE              PIC ZZZZ9.
      *
       01      W-ENTETE-2.
           05  FILLER                   PIC X(3)  VALUE 'SRC'.
           05  FILLER                   PIC X(10) VALUE 'FICHIER'.
           05  FILLER                   PIC X(22) VALUE 'LIBELLE'.
           05  FILLER                   PIC X(4)  VALUE 'OBL'.
           05  FILLER                   PIC X(11) VALUE 'STATUT'.
           05  FILLER                   PIC X(7)  VALUE 'LOT'.
           05  FILLER                   PIC X(9)  VALUE 'NB ECR.'.
           05  FILLER                   PIC X(17) VALUE 'DEBIT'.
           05  FILLER                   PIC X(17) VALUE 'CREDIT'.
           05  FILLER                   PIC X(30) VALUE 'OBSERVATION'.
      *
       PROCEDURE DIVISION.
      *
      * ------------------> NIVEAU 01 <-----------------------------*
      *
       ENTREE-PROGRAMME.
           PERFORM DEBUT-PROGRAMME        THRU DEBUT-PROGRAMME-FIN
           SORT TRI-FICHIER
                ON ASCENDING KEY TRI-CLI-CODE
                                 TRI-COMPTE-NUM
                                 TRI-ECRITURE-DATE
                                 TRI-ECRITURE-NUM
                INPUT PROCEDURE IS ALIMENTATION-TRI
                                 THRU ALIMENTATION-TRI-FIN
                GIVING MVFUSION-FILE
           PERFORM FIN-PROGRAMME          THRU FIN-PROGRAMME-FIN.
      *
       DEBUT-PROGRAMME.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBFUS1'
           DISPLAY ' '
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(6:1)
           MOVE     W-DATE-SYSTEME(1:4)  TO W-DATE-JOUR-AFF(7:4)
           PERFORM  CONTROLE-STATUT-RUN  THRU CONTROLE-STATUT-RUN-FIN
           PERFORM  INITIALISATION-SOURCE
                                         THRU INITIALISATION-SOURCE-FIN
                    VARYING W-IDX-SRC FROM 1 BY 1
                    UNTIL W-IDX-SRC > 6
           PERFORM  LECTURE-PARM         THRU LECTURE-PARM-FIN
           PERFORM  CHARGEMENT-TXCHANGE  THRU CHARGEMENT-TXCHANGE-FIN
           PERFORM  OUVERTURE-XREFCPT    THRU OUVERTURE-XREFCPT-FIN
           PERFORM  EMPREINTE-SOURCE     THRU EMPREINTE-SOURCE-FIN
                    VARYING W-IDX-SRC FROM 1 BY 1
                    UNTIL W-IDX-SRC > 6
           PERFORM  CONTROLE-DOUBLE-PASSAGE
                                         THRU
                    CONTROLE-DOUBLE-PASSAGE-FIN
                    VARYING W-IDX-SRC FROM 2 BY 1
                    UNTIL W-IDX-SRC > 6
                    AFTER W-IDX-SRC2 FROM 1 BY 1
                    UNTIL W-IDX-SRC2 NOT < W-IDX-SRC
           PERFORM  CONTROLE-REGISTRE    THRU CONTROLE-REGISTRE-FIN
           PERFORM  CONTROLE-OBLIGATOIRE THRU CONTROLE-OBLIGATOIRE-FIN
                    VARYING W-IDX-SRC FROM 1 BY 1
                    UNTIL W-IDX-SRC > 6
           OPEN     OUTPUT    ETAT-FUSION
           PERFORM  ENTETE-ETAT          THRU ENTETE-ETAT-FIN
           IF FUSION-REFUSEE
              PERFORM ARRET-FUSION       THRU ARRET-FUSION-FIN
           END-IF
           PERFORM  ATTRIBUTION-LOT      THRU ATTRIBUTION-LOT-FIN
                    VARYING W-IDX-SRC FROM 1 BY 1
                    UNTIL W-IDX-SRC > 6.
       DEBUT-PROGRAMME-FIN.
           EXIT.
      *
      *           LE REGISTRE N'EST MIS A JOUR QU'UNE FOIS LE FICHIER
      *           FUSIONNE PRODUIT ET RAPPROCHE : SI LE TRI N'A PAS
      *           RELACHE TOUTES LES ECRITURES RELEVEES, LES SOURCES NE
      *           SONT PAS MARQUEES FUSIONNEES ET PEUVENT ETRE
      *           REPRESENTEES APRES CORRECTION. UNE SOURCE FACULTATIVE
      *           ECARTEE (DEJA FUSIONNEE) LAISSE UN CODE RETOUR 4 POUR
      *           ATTIRER L'ATTENTION DE L'EXPLOITATION SANS BLOQUER
      *           LA CHAINE.
       FIN-PROGRAMME.
           IF W-NB-RELACHES = W-NB-FUSIONNES
              PERFORM MISE-A-JOUR-REGISTRE
                                         THRU MISE-A-JOUR-REGISTRE-FIN
           END-IF
           PERFORM  EDITION-SOURCES      THRU EDITION-SOURCES-FIN
           PERFORM  BILAN-FUSION         THRU BILAN-FUSION-FIN
           CLOSE    ETAT-FUSION
           CLOSE    XREFCPT-FILE
           IF W-NB-RELACHES NOT = W-NB-FUSIONNES
              DISPLAY '*** ERREUR : ' W-NB-RELACHES
                 ' ECRITURES RELACHEES AU TRI POUR ' W-NB-FUSIONNES
                 ' RELEVEES A L''EMPREINTE'
              DISPLAY 'REGISTRE REGFUS NON MIS A JOUR - FICHIER'
                 ' FUSIONNE A NE PAS PRESENTER A FORBMOR4'
              MOVE  12                   TO RETURN-CODE
           ELSE
              IF SOURCE-ECARTEE
                 MOVE  4                 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY 'FIN DU PROGRAMME FORBFUS1'
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
      *           LE DERNIER RUN DE FORBMOR4 DOIT ETRE MARQUE TERMINE
      *           ('T') : UN RUN EN VOL OU PLANTE SE REPREND SUR SA
      *           PROPRE ENTREE, ON N'EN PREPARE PAS UNE NOUVELLE.
      *           SON NUMERO EST LE RUN D'ORIGINE PORTE PAR LES LOTS.
       CONTROLE-STATUT-RUN.
           OPEN     INPUT     RUNCTL-FILE
           IF W-STAT-RUNCTL = '00'
              PERFORM LECTURE-RUNCTL     THRU LECTURE-RUNCTL-FIN
              PERFORM EXAMEN-RUNCTL      THRU EXAMEN-RUNCTL-FIN
                                         UNTIL FIN-RUNCTL
           END-IF
           CLOSE    RUNCTL-FILE
           IF W-DERNIER-RUN > ZERO
              AND W-DERNIER-ETAT NOT = 'T'
              DISPLAY '*** ERREUR : LE RUN ' W-DERNIER-RUN
                 ' DE FORBMOR4 N''EST PAS MARQUE TERMINE - '
                 'FUSION REFUSEE'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE  W-RUN-DESTINATAIRE = W-DERNIER-RUN + 1.
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
              END-IF
           END-IF
           PERFORM  LECTURE-RUNCTL       THRU LECTURE-RUNCTL-FIN.
       EXAMEN-RUNCTL-FIN.
           EXIT.
      *
       INITIALISATION-SOURCE.
           MOVE     T-DEF-OBLIGATOIRE(W-IDX-SRC)
                                    TO T-SRC-OBLIGATOIRE(W-IDX-SRC)
           MOVE     'A'             TO T-SRC-STATUT(W-IDX-SRC)
           MOVE     ZERO            TO T-SRC-NB-ENR(W-IDX-SRC)
           MOVE     ZERO            TO T-SRC-HASH-D(W-IDX-SRC)
           MOVE     ZERO            TO T-SRC-HASH-C(W-IDX-SRC)
           MOVE     SPACES          TO T-SRC-PREM-CLE(W-IDX-SRC)
           MOVE     SPACES          TO T-SRC-DERN-CLE(W-IDX-SRC)
           MOVE     ZERO            TO T-SRC-CTL-D(W-IDX-SRC)
           MOVE     ZERO            TO T-SRC-CTL-C(W-IDX-SRC)
           MOVE     ZERO            TO T-SRC-LOT(W-IDX-SRC)
           MOVE     SPACES          TO T-SRC-MOTIF(W-IDX-SRC).
       INITIALISATION-SOURCE-FIN.
           EXIT.
      *
      *           CARTE PARAMETRE FACULTATIVE : UN INDICATEUR NON
      *           RENSEIGNE LAISSE LE CARACTERE OBLIGATOIRE PAR DEFAUT.
       LECTURE-PARM.
           OPEN     INPUT     PARM-FILE
           IF W-STAT-PARM = '00'
              READ  PARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM PARM-OBLIGATOIRE-SRC
                                      THRU PARM-OBLIGATOIRE-SRC-FIN
                            VARYING W-IDX-SRC FROM 1 BY 1
                            UNTIL W-IDX-SRC > 6
              END-READ
           END-IF
           CLOSE    PARM-FILE.
       LECTURE-PARM-FIN.
           EXIT.
      *
       PARM-OBLIGATOIRE-SRC.
           IF PARM-OBLIGATOIRE(W-IDX-SRC) = 'O' OR 'N'
              MOVE  PARM-OBLIGATOIRE(W-IDX-SRC)
                                    TO T-SRC-OBLIGATOIRE(W-IDX-SRC)
           END-IF.
       PARM-OBLIGATOIRE-SRC-FIN.
           EXIT.
      *
      *           CHARGEMENT EN TABLE DES COURS DE CHANGE DU JOUR -
      *           FICHIER OPTIONNEL (RUN SANS MOUVEMENT EN DEVISES).
       CHARGEMENT-TXCHANGE.
           OPEN     INPUT     TXCHANGE-FILE
           IF W-STAT-TXCHANGE = '00'
              PERFORM  LECTURE-TXCHANGE  THRU LECTURE-TXCHANGE-FIN
              PERFORM  ALIMENTATION-TXCHANGE
                                         THRU ALIMENTATION-TXCHANGE-FIN
                                         UNTIL FIN-TXCHANGE
           END-IF
           CLOSE    TXCHANGE-FILE.
       CHARGEMENT-TXCHANGE-FIN.
           EXIT.
      *
      *           TABLE DES RENVOIS ABSENTE (AUCUN COMPTE ENCORE
      *           RE-IMMATRICULE) : PAS DE REDIRECTION. ILLISIBLE :
      *           LES ECRITURES SOUS UN ANCIEN NUMERO PARTIRAIENT EN
      *           SUSPENS, ON ARRETE.
       OUVERTURE-XREFCPT.
           OPEN     INPUT     XREFCPT-FILE
           IF W-STAT-XREFCPT = '00'
              MOVE  'O'                  TO AXI-RENVOI-ACTIF
           ELSE
              IF W-STAT-XREFCPT NOT = '05'
                 DISPLAY 'XREFCPT-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                    W-STAT-XREFCPT
                 DISPLAY 'ARRET DU PROGRAMME'
                 MOVE  12                TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       OUVERTURE-XREFCPT-FIN.
           EXIT.
      *
       LECTURE-TXCHANGE.
           READ     TXCHANGE-FILE
              AT END
                 MOVE '1'                TO AXI-FT-TXCHANGE
              END-READ.
       LECTURE-TXCHANGE-FIN.
           EXIT.
      *
       ALIMENTATION-TXCHANGE.
           IF T-TAUX-NB < 50
              ADD      1                 TO T-TAUX-NB
              MOVE  TX-DEVISE      TO T-TX-DEVISE(T-TAUX-NB)
              MOVE  TX-TAUX        TO T-TX-TAUX(T-TAUX-NB)
           ELSE
              DISPLAY 'TXCHANGE-FILE : PLUS DE 50 DEVISES - '
                 'CHARGEMENT DE LA TABLE ARRETE'
              MOVE     '1'                TO AXI-FT-TXCHANGE
           END-IF
           IF NOT FIN-TXCHANGE
              PERFORM  LECTURE-TXCHANGE  THRU LECTURE-TXCHANGE-FIN
           END-IF.
       ALIMENTATION-TXCHANGE-FIN.
           EXIT.
      *
      *           PREMIERE LECTURE DE CHAQUE SOURCE : PRESENCE,
      *           EMPREINTE DU FICHIER ET TOTAUX DE CONTROLE. UN
      *           FICHIER ABSENT (STATUT '05' SUR FICHIER OPTIONNEL)
      *           EST MARQUE 'A', UN FICHIER PRESENT MAIS VIDE 'V'.
       EMPREINTE-SOURCE.
           PERFORM  OUVERTURE-SOURCE     THRU OUVERTURE-SOURCE-FIN
           IF W-STAT-SOURCE = '00'
              PERFORM LECTURE-SOURCE     THRU LECTURE-SOURCE-FIN
              PERFORM CUMUL-EMPREINTE    THRU CUMUL-EMPREINTE-FIN
                                         UNTIL FIN-SOURCE
              IF T-SRC-NB-ENR(W-IDX-SRC) = ZERO
                 MOVE 'V'                TO T-SRC-STATUT(W-IDX-SRC)
                 MOVE 'FICHIER VIDE'     TO T-SRC-MOTIF(W-IDX-SRC)
              ELSE
                 MOVE 'P'                TO T-SRC-STATUT(W-IDX-SRC)
              END-IF
           ELSE
              MOVE  'A'                  TO T-SRC-STATUT(W-IDX-SRC)
              IF W-STAT-SOURCE NOT = '05'
                 DISPLAY T-DEF-FICHIER(W-IDX-SRC)
                    ' : OUVERTURE IMPOSSIBLE - STATUT ' W-STAT-SOURCE
              END-IF
           END-IF
           PERFORM  FERMETURE-SOURCE     THRU FERMETURE-SOURCE-FIN.
       EMPREINTE-SOURCE-FIN.
           EXIT.
      *
      *           UN MONTANT NON NUMERIQUE N'EST PAS CUMULE : FORBMOR4
      *           LE COMPTE DANS SES LUS MAIS PAS DANS SON "BRUT",
      *           PUIS LE REJETTE EN V02.
       CUMUL-EMPREINTE.
           ADD      1               TO T-SRC-NB-ENR(W-IDX-SRC)
           IF T-SRC-NB-ENR(W-IDX-SRC) = 1
              MOVE  1-MVMNTS(1:24)  TO T-SRC-PREM-CLE(W-IDX-SRC)
           END-IF
           MOVE     1-MVMNTS(1:24)  TO T-SRC-DERN-CLE(W-IDX-SRC)
           IF 1-MV-MONTANT IS NUMERIC
              MOVE  1-MV-DEVISE          TO W-CONV-DEVISE
              MOVE  1-MV-MONTANT         TO W-CONV-MONTANT
              PERFORM CONVERSION-MONTANT THRU CONVERSION-MONTANT-FIN
              IF 1-MV-SENS-ECRITURE = 'C'
                 ADD 1-MV-MONTANT   TO T-SRC-HASH-C(W-IDX-SRC)
                 ADD W-MONTANT-CONV TO T-SRC-CTL-C(W-IDX-SRC)
              ELSE
                 ADD 1-MV-MONTANT   TO T-SRC-HASH-D(W-IDX-SRC)
                 ADD W-MONTANT-CONV TO T-SRC-CTL-D(W-IDX-SRC)
              END-IF
           END-IF
           PERFORM  LECTURE-SOURCE       THRU LECTURE-SOURCE-FIN.
       CUMUL-EMPREINTE-FIN.
           EXIT.
      *
       OUVERTURE-SOURCE.
           MOVE     SPACE                TO AXI-FT-SOURCE
           EVALUATE W-IDX-SRC
              WHEN 1
                 OPEN  INPUT  MVAGENCE-FILE
                 MOVE  W-STAT-AGENCE     TO W-STAT-SOURCE
              WHEN 2
                 OPEN  INPUT  MVTVIR-FILE
                 MOVE  W-STAT-VIR        TO W-STAT-SOURCE
              WHEN 3
                 OPEN  INPUT  MVTRECYC-FILE
                 MOVE  W-STAT-RECYC      TO W-STAT-SOURCE
              WHEN 4
                 OPEN  INPUT  MVTFRAIS-FILE
                 MOVE  W-STAT-FRAIS      TO W-STAT-SOURCE
              WHEN 5
                 OPEN  INPUT  MVTSUSP-FILE
                 MOVE  W-STAT-SUSP       TO W-STAT-SOURCE
              WHEN 6
                 OPEN  INPUT  MVTPERM-FILE
                 MOVE  W-STAT-PERM       TO W-STAT-SOURCE
           END-EVALUATE.
       OUVERTURE-SOURCE-FIN.
           EXIT.
      *
       LECTURE-SOURCE.
           EVALUATE W-IDX-SRC
              WHEN 1
                 READ  MVAGENCE-FILE     INTO 1-MVMNTS
                    AT END
                       MOVE '1'          TO AXI-FT-SOURCE
                 END-READ
              WHEN 2
                 READ  MVTVIR-FILE       INTO 1-MVMNTS
                    AT END
                       MOVE '1'          TO AXI-FT-SOURCE
                 END-READ
              WHEN 3
                 READ  MVTRECYC-FILE     INTO 1-MVMNTS
                    AT END
                       MOVE '1'          TO AXI-FT-SOURCE
                 END-READ
              WHEN 4
                 READ  MVTFRAIS-FILE     INTO 1-MVMNTS
                    AT END
                       MOVE '1'          TO AXI-FT-SOURCE
                 END-READ
              WHEN 5
                 READ  MVTSUSP-FILE      INTO 1-MVMNTS
                    AT END
                       MOVE '1'          TO AXI-FT-SOURCE
                 END-READ
              WHEN 6
                 READ  MVTPERM-FILE      INTO 1-MVMNTS
                    AT END
                       MOVE '1'          TO AXI-FT-SOURCE
                 END-READ
           END-EVALUATE.
       LECTURE-SOURCE-FIN.
           EXIT.
      *
       FERMETURE-SOURCE.
           EVALUATE W-IDX-SRC
              WHEN 1
                 CLOSE MVAGENCE-FILE
              WHEN 2
                 CLOSE MVTVIR-FILE
              WHEN 3
                 CLOSE MVTRECYC-FILE
              WHEN 4
                 CLOSE MVTFRAIS-FILE
              WHEN 5
                 CLOSE MVTSUSP-FILE
              WHEN 6
                 CLOSE MVTPERM-FILE
           END-EVALUATE.
       FERMETURE-SOURCE-FIN.
           EXIT.
      *
       RECHERCHE-TAUX.
           MOVE     'N'                  TO AXI-TAUX-TROUVE
           MOVE     ZERO                 TO W-CONV-TAUX
           IF T-TAUX-NB > ZERO
              SET   T-TAUX-IDX           TO 1
              SEARCH T-TAUX-ENT
                 AT END
                    CONTINUE
                 WHEN T-TX-DEVISE(T-TAUX-IDX) = W-CONV-DEVISE
                    MOVE 'O'             TO AXI-TAUX-TROUVE
                    MOVE T-TX-TAUX(T-TAUX-IDX) TO W-CONV-TAUX
              END-SEARCH
           END-IF.
       RECHERCHE-TAUX-FIN.
           EXIT.
      *
      *           CONVERSION DU MONTANT (W-CONV-DEVISE/W-CONV-MONTANT)
      *           VERS LA DEVISE DE REFERENCE - DEVISE A BLANC OU 'EU'
      *           SANS CONVERSION, DEVISE SANS COURS AU TAUX DE 1,
      *           COMME DANS FORBMOR4.
       CONVERSION-MONTANT.
           IF W-CONV-DEVISE = SPACES
              OR W-CONV-DEVISE = W-DEVISE-REF
              MOVE  W-CONV-MONTANT      TO W-MONTANT-CONV
           ELSE
              PERFORM RECHERCHE-TAUX    THRU RECHERCHE-TAUX-FIN
              IF TAUX-TROUVE
                 COMPUTE W-MONTANT-CONV ROUNDED =
                         W-CONV-MONTANT * W-CONV-TAUX
              ELSE
                 MOVE  W-CONV-MONTANT   TO W-MONTANT-CONV
              END-IF
           END-IF.
       CONVERSION-MONTANT-FIN.
           EXIT.
      *
      *           LE MEME FICHIER PRESENTE SOUS DEUX SOURCES DANS LE
      *           MEME PASSAGE N'EST FUSIONNE QU'UNE FOIS : LA
      *           SECONDE OCCURRENCE EST REFUSEE.
       CONTROLE-DOUBLE-PASSAGE.
           IF T-SRC-A-FUSIONNER(W-IDX-SRC)
              AND T-SRC-A-FUSIONNER(W-IDX-SRC2)
              AND T-SRC-EMPREINTE(W-IDX-SRC)
                                     = T-SRC-EMPREINTE(W-IDX-SRC2)
              MOVE  'R'                  TO T-SRC-STATUT(W-IDX-SRC)
              STRING 'IDENTIQUE A ' T-DEF-FICHIER(W-IDX-SRC2)
                     DELIMITED BY SIZE INTO T-SRC-MOTIF(W-IDX-SRC)
              DISPLAY '*** ' T-DEF-FICHIER(W-IDX-SRC)
                 ' IDENTIQUE A ' T-DEF-FICHIER(W-IDX-SRC2)
                 ' - FICHIER REFUSE'
           END-IF.
       CONTROLE-DOUBLE-PASSAGE-FIN.
           EXIT.
      *
      *           RELECTURE DU REGISTRE : UN FICHIER DONT L'EMPREINTE
      *           Y FIGURE DEJA A ETE FUSIONNE PAR UN PASSAGE
      *           ANTERIEUR, QUELLE QUE SOIT LA SOURCE SOUS LAQUELLE
      *           IL EST REPRESENTE. LE REGISTRE DONNE AUSSI LE
      *           DERNIER NUMERO DE LOT ATTRIBUE.
       CONTROLE-REGISTRE.
           OPEN     INPUT     REGFUS-FILE
           IF W-STAT-REGFUS = '00'
              PERFORM LECTURE-REGISTRE   THRU LECTURE-REGISTRE-FIN
              PERFORM EXAMEN-REGISTRE    THRU EXAMEN-REGISTRE-FIN
                                         UNTIL FIN-REGFUS
           END-IF
           CLOSE    REGFUS-FILE.
       CONTROLE-REGISTRE-FIN.
           EXIT.
      *
       LECTURE-REGISTRE.
           READ     REGFUS-FILE
              AT END
                 MOVE '1'                TO AXI-FT-REGFUS
              END-READ.
       LECTURE-REGISTRE-FIN.
           EXIT.
      *
       EXAMEN-REGISTRE.
           IF RF-LOT-NUM IS NUMERIC
              IF RF-LOT-NUM > W-DERNIER-LOT
                 MOVE  RF-LOT-NUM        TO W-DERNIER-LOT
              END-IF
              MOVE  RF-NB-ENR            TO W-REG-NB-ENR
              MOVE  RF-HASH-D            TO W-REG-HASH-D
              MOVE  RF-HASH-C            TO W-REG-HASH-C
              MOVE  RF-PREMIERE-CLE      TO W-REG-PREM-CLE
              MOVE  RF-DERNIERE-CLE      TO W-REG-DERN-CLE
              PERFORM COMPARAISON-REGISTRE
                                     THRU COMPARAISON-REGISTRE-FIN
                      VARYING W-IDX-SRC FROM 1 BY 1
                      UNTIL W-IDX-SRC > 6
           END-IF
           PERFORM  LECTURE-REGISTRE     THRU LECTURE-REGISTRE-FIN.
       EXAMEN-REGISTRE-FIN.
           EXIT.
      *
       COMPARAISON-REGISTRE.
           IF T-SRC-A-FUSIONNER(W-IDX-SRC)
              AND T-SRC-EMPREINTE(W-IDX-SRC) = W-EMPREINTE-REG
              MOVE  'R'                  TO T-SRC-STATUT(W-IDX-SRC)
              STRING 'DEJA FUSIONNE - LOT ' RF-LOT-NUM
                     DELIMITED BY SIZE INTO T-SRC-MOTIF(W-IDX-SRC)
              DISPLAY '*** ' T-DEF-FICHIER(W-IDX-SRC)
                 ' DEJA FUSIONNE LE ' RF-DATE-FUSION
                 ' (LOT ' RF-LOT-NUM ') - FICHIER REFUSE'
           END-IF.
       COMPARAISON-REGISTRE-FIN.
           EXIT.
      *
      *           UNE SOURCE OBLIGATOIRE DOIT ETRE PRESENTE ET NON
      *           REFUSEE (UN FICHIER VIDE EST ADMIS : JOUR SANS
      *           MOUVEMENT). UNE SOURCE FACULTATIVE REFUSEE EST
      *           SIMPLEMENT ECARTEE DE LA FUSION.
       CONTROLE-OBLIGATOIRE.
           IF T-SRC-ABSENTE(W-IDX-SRC) OR T-SRC-REFUSEE(W-IDX-SRC)
              IF T-SRC-OBLIGATOIRE(W-IDX-SRC) = 'O'
                 MOVE 'O'                TO AXI-FUSION-REFUSEE
                 DISPLAY '*** ERREUR : SOURCE OBLIGATOIRE '
                    T-DEF-FICHIER(W-IDX-SRC) ' ABSENTE OU REFUSEE'
                 IF T-SRC-ABSENTE(W-IDX-SRC)
                    MOVE 'SOURCE OBLIGATOIRE ABSENTE'
                                         TO T-SRC-MOTIF(W-IDX-SRC)
                 END-IF
              ELSE
                 IF T-SRC-REFUSEE(W-IDX-SRC)
                    MOVE 'O'             TO AXI-SOURCE-ECARTEE
                 END-IF
              END-IF
           END-IF.
       CONTROLE-OBLIGATOIRE-FIN.
           EXIT.
      *
      *           FUSION REFUSEE : L'ETAT MONTRE LA SITUATION DE
      *           CHAQUE SOURCE, AUCUN FICHIER FUSIONNE N'EST PRODUIT
      *           ET LE REGISTRE RESTE INCHANGE.
       ARRET-FUSION.
           PERFORM  EDITION-SOURCES      THRU EDITION-SOURCES-FIN
           STRING   '         ***** FUSION NON EFFECTUEE - SOURCE '
                    'OBLIGATOIRE ABSENTE OU REFUSEE *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           CLOSE    ETAT-FUSION
           DISPLAY 'ARRET DU PROGRAMME'
           MOVE     12                   TO RETURN-CODE
           STOP RUN.
       ARRET-FUSION-FIN.
           EXIT.
      *
       ATTRIBUTION-LOT.
           IF T-SRC-A-FUSIONNER(W-IDX-SRC)
              ADD   1                    TO W-DERNIER-LOT
              MOVE  W-DERNIER-LOT        TO T-SRC-LOT(W-IDX-SRC)
              ADD   1                    TO W-NB-FICHIERS-FUS
              ADD   T-SRC-NB-ENR(W-IDX-SRC) TO W-NB-FUSIONNES
              ADD   T-SRC-CTL-D(W-IDX-SRC)  TO W-TOT-CTL-D
              ADD   T-SRC-CTL-C(W-IDX-SRC)  TO W-TOT-CTL-C
           END-IF
           IF T-SRC-REFUSEE(W-IDX-SRC)
              ADD   1                    TO W-NB-FICHIERS-REF
           END-IF.
       ATTRIBUTION-LOT-FIN.
           EXIT.
      *
      *           PROCEDURE D'ENTREE DU TRI : SECONDE LECTURE DES
      *           SOURCES RETENUES, CHAQUE ECRITURE PART AU TRI AVEC
      *           SA SOURCE, LE RUN D'ORIGINE ET LE LOT.
       ALIMENTATION-TRI.
           PERFORM  RELACHE-SOURCE       THRU RELACHE-SOURCE-FIN
                    VARYING W-IDX-SRC FROM 1 BY 1
                    UNTIL W-IDX-SRC > 6.
       ALIMENTATION-TRI-FIN.
           EXIT.
      *
       RELACHE-SOURCE.
           IF T-SRC-A-FUSIONNER(W-IDX-SRC)
              PERFORM OUVERTURE-SOURCE   THRU OUVERTURE-SOURCE-FIN
              PERFORM LECTURE-SOURCE     THRU LECTURE-SOURCE-FIN
              PERFORM RELACHE-ECRITURE   THRU RELACHE-ECRITURE-FIN
                                         UNTIL FIN-SOURCE
              PERFORM FERMETURE-SOURCE   THRU FERMETURE-SOURCE-FIN
           END-IF.
       RELACHE-SOURCE-FIN.
           EXIT.
      *
       RELACHE-ECRITURE.
           IF RENVOI-ACTIF
              PERFORM REDIRECTION-ECRITURE
                                         THRU REDIRECTION-ECRITURE-FIN
           END-IF
           MOVE     1-MVMNTS             TO TRI-MVMNT-IMAGE
           MOVE     T-DEF-CODE(W-IDX-SRC) TO TRI-ORG-SOURCE
           MOVE     W-DERNIER-RUN        TO TRI-ORG-RUN
           MOVE     T-SRC-LOT(W-IDX-SRC) TO TRI-ORG-LOT
           RELEASE  TRI-MVMNTS
           ADD      1                    TO W-NB-RELACHES
           PERFORM  LECTURE-SOURCE       THRU LECTURE-SOURCE-FIN.
       RELACHE-ECRITURE-FIN.
           EXIT.
      *
      *           SEULE UNE ECRITURE PORTANT L'ANCIEN CLIENT OU LE
      *           CLIENT ACTUEL DU COMPTE EST REDIRIGEE ; UNE AUTRE
      *           GARDE SA CLE ET SERA SUSPENDUE PAR FORBMOR4.
       REDIRECTION-ECRITURE.
           MOVE     1-MV-COMPTE-NUM      TO XR-ANC-COMPTE-NUM
           READ     XREFCPT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF (1-MV-CLI-CODE = XR-ANC-CLI-CODE
                     OR 1-MV-CLI-CODE = XR-NOUV-CLI-CODE)
                    AND (1-MV-COMPTE-NUM NOT = XR-NOUV-COMPTE-NUM
                     OR 1-MV-CLI-CODE NOT = XR-NOUV-CLI-CODE)
                    MOVE XR-NOUV-COMPTE-NUM TO 1-MV-COMPTE-NUM
                    MOVE XR-NOUV-CLI-CODE   TO 1-MV-CLI-CODE
                    ADD  1               TO W-NB-REDIRIGES
                 END-IF
           END-READ.
       REDIRECTION-ECRITURE-FIN.
           EXIT.
      *
      *           UN LOT PAR SOURCE FUSIONNEE, AVEC SON EMPREINTE.
      *           UN LOT NON ENREGISTRE POURRAIT ETRE FUSIONNE UNE
      *           SECONDE FOIS : ON ARRETE NET.
       MISE-A-JOUR-REGISTRE.
           OPEN     EXTEND    REGFUS-FILE
           IF W-STAT-REGFUS NOT = '00' AND NOT = '05'
              DISPLAY '*** ERREUR : REGFUS-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-REGFUS
              DISPLAY 'REGISTRE NON MIS A JOUR - FICHIER FUSIONNE A '
                 'NE PAS PRESENTER A FORBMOR4'
              DISPLAY 'ARRET DU PROGRAMME'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM  ECRITURE-REGISTRE    THRU ECRITURE-REGISTRE-FIN
                    VARYING W-IDX-SRC FROM 1 BY 1
                    UNTIL W-IDX-SRC > 6
           CLOSE    REGFUS-FILE.
       MISE-A-JOUR-REGISTRE-FIN.
           EXIT.
      *
       ECRITURE-REGISTRE.
           IF T-SRC-A-FUSIONNER(W-IDX-SRC)
              MOVE  SPACES               TO REGFUS-REC
              MOVE  T-SRC-LOT(W-IDX-SRC) TO RF-LOT-NUM
              MOVE  T-DEF-CODE(W-IDX-SRC) TO RF-SOURCE
              MOVE  W-DATE-SYSTEME       TO RF-DATE-FUSION
              MOVE  W-DERNIER-RUN        TO RF-RUN-ORIGINE
              MOVE  T-SRC-NB-ENR(W-IDX-SRC)   TO RF-NB-ENR
              MOVE  T-SRC-HASH-D(W-IDX-SRC)   TO RF-HASH-D
              MOVE  T-SRC-HASH-C(W-IDX-SRC)   TO RF-HASH-C
              MOVE  T-SRC-PREM-CLE(W-IDX-SRC) TO RF-PREMIERE-CLE
              MOVE  T-SRC-DERN-CLE(W-IDX-SRC) TO RF-DERNIERE-CLE
              WRITE REGFUS-REC
              IF W-STAT-REGFUS NOT = '00'
                 DISPLAY '*** ERREUR : REGFUS-FILE ECRITURE IMPOSSIBLE'
                    ' - STATUT ' W-STAT-REGFUS ' - LOT '
                    T-SRC-LOT(W-IDX-SRC)
                 DISPLAY 'REGISTRE INCOMPLET - RESTAURER REGFUS ET '
                    'NE PAS PRESENTER LE FICHIER FUSIONNE A FORBMOR4'
                 DISPLAY 'ARRET DU PROGRAMME'
                 MOVE  12                TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       ECRITURE-REGISTRE-FIN.
           EXIT.
      *
       EDITION-SOURCES.
           PERFORM  LIGNE-SOURCE         THRU LIGNE-SOURCE-FIN
                    VARYING W-IDX-SRC FROM 1 BY 1
                    UNTIL W-IDX-SRC > 6.
       EDITION-SOURCES-FIN.
           EXIT.
      *
       LIGNE-SOURCE.
           EVALUATE TRUE
              WHEN T-SRC-A-FUSIONNER(W-IDX-SRC)
                 MOVE 'FUSIONNE'         TO W-STATUT-AFF
              WHEN T-SRC-VIDE(W-IDX-SRC)
                 MOVE 'VIDE'             TO W-STATUT-AFF
              WHEN T-SRC-REFUSEE(W-IDX-SRC)
                 MOVE 'REFUSE'           TO W-STATUT-AFF
              WHEN OTHER
                 MOVE 'ABSENT'           TO W-STATUT-AFF
           END-EVALUATE
           IF T-SRC-LOT(W-IDX-SRC) > ZERO
              MOVE  T-SRC-LOT(W-IDX-SRC) TO W-LOT-AFF
           ELSE
              MOVE  SPACES               TO W-LOT-AFF
           END-IF
           MOVE     T-SRC-NB-ENR(W-IDX-SRC) TO W-NB-AFF
           MOVE     T-SRC-CTL-D(W-IDX-SRC)  TO W-CTL-D-AFF
           MOVE     T-SRC-CTL-C(W-IDX-SRC)  TO W-CTL-C-AFF
           STRING   T-DEF-CODE(W-IDX-SRC)          '  '
                    T-DEF-FICHIER(W-IDX-SRC)       '  '
                    T-DEF-LIBELLE(W-IDX-SRC)       '  '
                    T-SRC-OBLIGATOIRE(W-IDX-SRC)   '   '
                    W-STATUT-AFF                   '  '
                    W-LOT-AFF                      '  '
                    W-NB-AFF                       '  '
                    W-CTL-D-AFF                    '  '
                    W-CTL-C-AFF                    '  '
                    T-SRC-MOTIF(W-IDX-SRC)
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-SOURCE-FIN.
           EXIT.
      *
      *           LES TOTAUX FUSIONNES SONT CEUX QUE FORBMOR4 DOIT
      *           RETROUVER EN "ENREGISTREMENTS LUS" ET "TOTAL
      *           DEBIT/CREDIT LU (BRUT)" SUR SON BORDEREAU, OU ILS
      *           SONT VENTILES PAR SOURCE (MEMES COURS DU JOUR).
       BILAN-FUSION.
           STRING   '         ***** BILAN DE LA FUSION *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-DERNIER-RUN        TO W-RUN-AFF
           STRING   '         RUN D''ORIGINE DES LOTS   : '
                    W-RUN-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-RUN-DESTINATAIRE   TO W-RUN-AFF
           STRING   '         RUN FORBMOR4 ATTENDU     : '
                    W-RUN-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-FICHIERS-FUS    TO W-NB-AFF
           STRING   '         FICHIERS FUSIONNES       : '
                    W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-FICHIERS-REF    TO W-NB-AFF
           STRING   '         FICHIERS REFUSES         : '
                    W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-FUSIONNES       TO W-NB-AFF
           STRING   '         ECRITURES FUSIONNEES     : '
                    W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-RELACHES        TO W-NB-AFF
           STRING   '         ECRITURES RELACHEES AU TRI : '
                    W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REDIRIGES       TO W-NB-AFF
           STRING   '         DONT REDIRIGEES (XREFCPT)  : '
                    W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-TOT-CTL-D          TO W-CTL-D-AFF
           STRING   '         TOTAL DEBIT  FUSIONNE (BRUT) : '
                    W-CTL-D-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-TOT-CTL-C          TO W-CTL-C-AFF
           STRING   '         TOTAL CREDIT FUSIONNE (BRUT) : '
                    W-CTL-C-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         A RAPPROCHER DU BORDEREAU DE CONTROLE '
                    'DE FORBMOR4 (LUS ET TOTAUX LU (BRUT) PAR SOURCE)'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       BILAN-FUSION-FIN.
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
           WRITE    LIGNE-ETAT           FROM W-ENTETE-2
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
