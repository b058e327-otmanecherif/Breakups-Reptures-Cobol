       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBREL1.
      *-------------------------------------------------------------*
      *                                                             *
      *     SUIVI ET RELANCE DES COMPTES EN DEPASSEMENT, EXECUTE    *
      *     APRES FORBMOR4 : CHAQUE SOLDE DE SOLDENOU EST COMPARE   *
      *     AU DECOUVERT AUTORISE DE CPTMSTR. UN COMPTE ACTIF       *
      *     DEBITEUR AU-DELA DE SA FACILITE (OU DEBITEUR SANS       *
      *     FACILITE) OUVRE UN DOSSIER DANS LE FICHIER RELANCE,     *
      *     DATE DU PREMIER CONSTAT. AU FRANCHISSEMENT DES SEUILS   *
      *     D'ANCIENNETE (CARTE PARAMETRE, JOURS CALENDAIRES) LE    *
      *     DOSSIER MONTE D'UN NIVEAU PAR PASSAGE ET UNE LETTRE EST *
      *     EDITEE : PREMIERE RELANCE, MISE EN DEMEURE, PUIS        *
      *     TRANSMISSION AU CONTENTIEUX. LA LETTRE EST ADRESSEE     *
      *     D'APRES CLIMSTR ET RETENUE QUAND L'ENVOI EST SUSPENDU   *
      *     (CLI-IND-RELEVE = 'S'). UN COMPTE REVENU DANS SA LIMITE,*
      *     CLOTURE OU ABSENT DES SOLDES VOIT SON DOSSIER SUPPRIME. *
      *     L'ETAT DU JOUR LISTE LES DOSSIERS NOUVEAUX, ESCALADES   *
      *     ET RESOLUS.                                             *
      *     CODE RETOUR 4 SI UNE LETTRE N'A PU ETRE ADRESSEE.       *
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
      *     DOSSIERS DE RELANCE EN COURS (INDEXE) - CREE AU PREMIER
      *     PASSAGE, MIS A JOUR A CHAQUE EXECUTION
      *
            SELECT OPTIONAL RELANCE-FILE ASSIGN TO UT-S-RELANCE
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY RL-COMPTE-NUM
            FILE STATUS IS W-STAT-RELANCE.
      *
      *     FICHIER MAITRE DES COMPTES (INDEXE)
      *
            SELECT CPTMSTR-FILE ASSIGN TO UT-S-CPTMSTR
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY CM-COMPTE-NUM
            FILE STATUS IS W-STAT-CPTMSTR.
      *
      *     REFERENTIEL CLIENT (INDEXE) - ADRESSE DES LETTRES
      *
            SELECT CLIMSTR-FILE ASSIGN TO UT-S-CLIMSTR
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY CLI-CODE
            FILE STATUS IS W-STAT-CLIMSTR.
      *
      *     DERNIERS SOLDES DE CLOTURE PRODUITS PAR FORBMOR4
      *
            SELECT SOLDENOU-FILE ASSIGN TO UT-S-SOLDENOU
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SOLDENOU.
      *
      *     CARTE PARAMETRE (SEUILS DE RELANCE EN JOURS)
      *
            SELECT OPTIONAL PARM-FILE ASSIGN TO UT-S-RELPARM
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-PARM.
      *
      *     LETTRES DE RELANCE (UNE PAGE PAR LETTRE)
      *
            SELECT LETTRES-FILE ASSIGN TO UT-S-LETREL
            ORGANIZATION LINE SEQUENTIAL.
      *
      *     ETAT RECAPITULATIF DU JOUR
      *
            SELECT ETAT-REL ASSIGN TO UT-S-ETATREL
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
       FD  RELANCE-FILE
           DATA RECORD    RELANCE-REC.
      *
       COPY RELANCE.
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
       FD  PARM-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-PARM
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-PARM.
           05  PARM-SEUIL-1             PIC X(3).
           05  PARM-SEUIL-2             PIC X(3).
           05  PARM-SEUIL-3             PIC X(3).
           05  FILLER                   PIC X(71).
      *
       FD  LETTRES-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-LETTRE
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-LETTRE                 PIC X(132).
      *
       FD  ETAT-REL
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
       01      AXI-FT-SOLDENOU          PIC X(01) VALUE SPACE.
            88 FIN-SOLDENOU                       VALUE '1'.
       01      AXI-FT-RELANCE           PIC X(01) VALUE SPACE.
            88 FIN-RELANCE                        VALUE '1'.
       01      W-STAT-RELANCE           PIC X(02) VALUE SPACES.
       01      W-STAT-CPTMSTR           PIC X(02) VALUE SPACES.
       01      W-STAT-SOLDENOU          PIC X(02) VALUE SPACES.
       01      W-STAT-PARM              PIC X(02) VALUE SPACES.
      *
      *     SITUATION DU COMPTE COURANT : ETAT AU FICHIER MAITRE,
      *     SOLDE SIGNE, FACILITE (A BLANC OU ILLISIBLE : AUCUNE,
      *     TOUT DEBIT EST UN DEPASSEMENT) ET EXCES SUR LA FACILITE
      *
       01      AXI-ETAT-COMPTE          PIC X(01) VALUE SPACE.
            88 COMPTE-ACTIF                       VALUE 'A'.
            88 COMPTE-CLOS                        VALUE 'C'.
            88 COMPTE-INCONNU                     VALUE 'I'.
       01      AXI-DOSSIER              PIC X(01) VALUE 'N'.
            88 DOSSIER-EXISTANT                   VALUE 'O'.
       01      AXI-DEPASSEMENT          PIC X(01) VALUE 'N'.
            88 DEPASSEMENT-CONSTATE               VALUE 'O'.
       01      AXI-ESCALADE             PIC X(01) VALUE 'N'.
            88 ESCALADE-DU-JOUR                   VALUE 'O'.
       01      W-CLI-CODE               PIC X(5)  VALUE SPACES.
       01      W-SOLDE                  PIC S9(16)V99 VALUE ZERO.
       01      W-DECOUVERT-AUT          PIC 9(10)V99 VALUE ZERO.
       01      W-EXCES                  PIC S9(16)V99 VALUE ZERO.
       01      W-OBSERVATION            PIC X(42) VALUE SPACES.
       01      W-MOTIF-RESOLUTION       PIC X(24) VALUE SPACES.
      *
      *     SEUILS D'ANCIENNETE DU DEPASSEMENT (JOURS CALENDAIRES
      *     DEPUIS LE PREMIER CONSTAT) DECLENCHANT LES NIVEAUX 1 A 3
      *     - VALEURS PAR DEFAUT SANS CARTE PARAMETRE VALIDE
      *
       01      W-SEUIL-1                PIC 9(03) VALUE 010.
       01      W-SEUIL-2                PIC 9(03) VALUE 030.
       01      W-SEUIL-3                PIC 9(03) VALUE 060.
       01      W-NIVEAU-CIBLE           PIC 9(01) VALUE ZERO.
       01      W-JOURS-DEPASS           PIC 9(05) VALUE ZERO.
       01      W-JULIEN-JOUR            PIC 9(07) VALUE ZERO.
      *
      *     NUMERO DE JOUR JULIEN (DIFFERENCE DE DATES)
      *
       01      W-CAL-DATE.
           05  W-CAL-AAAA               PIC 9(04).
           05  W-CAL-MM                 PIC 9(02).
           05  W-CAL-JJ                 PIC 9(02).
       01      W-CAL-A                  PIC 9(01).
       01      W-CAL-Y                  PIC 9(05).
       01      W-CAL-M                  PIC 9(02).
       01      W-CAL-TRAV               PIC 9(07).
       01      W-CAL-QUOTIENT           PIC 9(07).
       01      W-CAL-JULIEN             PIC 9(07).
      *
      *     ADRESSE DU CLIENT (REFERENTIEL FACULTATIF : ABSENT OU
      *     FICHE MANQUANTE, LA LETTRE NE PEUT ETRE ADRESSEE)
      *
       01      W-STAT-CLIMSTR           PIC X(02) VALUE SPACES.
       01      AXI-CLIMSTR-DISPO        PIC X(01) VALUE 'N'.
            88 CLIMSTR-DISPONIBLE                 VALUE 'O'.
       01      AXI-FICHE-CLI            PIC X(01) VALUE 'N'.
            88 FICHE-CLI-TROUVEE                  VALUE 'O'.
       01      AXI-ENVOI-SUSPENDU       PIC X(01) VALUE 'N'.
            88 ENVOI-CLI-SUSPENDU                 VALUE 'O'.
       01      W-LET-ADR-NOM            PIC X(35) VALUE SPACES.
       01      W-LET-ADR-L1             PIC X(35) VALUE SPACES.
       01      W-LET-ADR-L2             PIC X(35) VALUE SPACES.
       01      W-LET-ADR-CPV            PIC X(31) VALUE SPACES.
      *
      *     LETTRE DE RELANCE : BLOC ADRESSE CALE SUR LA FENETRE DES
      *     ENVELOPPES (COMME LE RELEVE DE FORBMOR4), CORPS DU TEXTE
      *     SELON LE NIVEAU
      *
       01      W-LET-ADRESSE.
           05  FILLER                   PIC X(44) VALUE SPACES.
           05  W-LET-ADR-TEXTE          PIC X(38).
           05  FILLER                   PIC X(50) VALUE SPACES.
      *
       01      W-LET-ENTETE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(40)
                          VALUE 'SERVICE DU RECOUVREMENT'.
           05  FILLER                   PIC X(32) VALUE SPACES.
           05  FILLER                   PIC X(3)  VALUE 'LE '.
           05  W-LET-ENT-DATE           PIC X(10).
           05  FILLER                   PIC X(37) VALUE SPACES.
      *
       01      W-LET-LIGNE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  W-LET-TEXTE              PIC X(80).
           05  FILLER                   PIC X(42) VALUE SPACES.
      *
       01      W-TEXTES-LETTRE-VAL.
           05  FILLER                   PIC X(30) VALUE
           'PREMIERE RELANCE'.
           05  FILLER                   PIC X(56) VALUE
           'SAUF ERREUR DE NOTRE PART, VOTRE COMPTE PRESENTE UN'.
           05  FILLER                   PIC X(56) VALUE
           'SOLDE DEBITEUR QUI EXCEDE LE DECOUVERT AUTORISE.'.
           05  FILLER                   PIC X(56) VALUE
           'NOUS VOUS REMERCIONS DE BIEN VOULOIR REGULARISER'.
           05  FILLER                   PIC X(56) VALUE
           'CETTE SITUATION DANS LES MEILLEURS DELAIS.'.
           05  FILLER                   PIC X(30) VALUE
           'MISE EN DEMEURE'.
           05  FILLER                   PIC X(56) VALUE
           'MALGRE NOTRE PRECEDENT COURRIER, VOTRE COMPTE DEMEURE'.
           05  FILLER                   PIC X(56) VALUE
           'DEBITEUR AU-DELA DU DECOUVERT AUTORISE. NOUS VOUS'.
           05  FILLER                   PIC X(56) VALUE
           'METTONS EN DEMEURE DE REGULARISER CETTE SITUATION'.
           05  FILLER                   PIC X(56) VALUE
           'SOUS HUITAINE A COMPTER DE LA PRESENTE.'.
           05  FILLER                   PIC X(30) VALUE
           'TRANSMISSION AU CONTENTIEUX'.
           05  FILLER                   PIC X(56) VALUE
           'VOTRE COMPTE DEMEURANT DEBITEUR AU-DELA DU DECOUVERT'.
           05  FILLER                   PIC X(56) VALUE
           'AUTORISE MALGRE NOTRE MISE EN DEMEURE, LE DOSSIER EST'.
           05  FILLER                   PIC X(56) VALUE
           'TRANSMIS A NOTRE SERVICE DU CONTENTIEUX EN VUE DU'.
           05  FILLER                   PIC X(56) VALUE
           'RECOUVREMENT DES SOMMES DUES.'.
       01      W-TEXTES-LETTRE REDEFINES W-TEXTES-LETTRE-VAL.
           05  W-TXT-NIVEAU             OCCURS 3.
               10  W-TXT-OBJET          PIC X(30).
               10  W-TXT-LIGNE          PIC X(56) OCCURS 4.
       01      W-IDX-TXT                PIC 9(01).
      *
      *     EVENEMENTS DU JOUR MEMORISES POUR L'ETAT (EDITES PAR
      *     CATEGORIE EN FIN DE PASSAGE) : N NOUVEAU, E ESCALADE,
      *     R RESOLU
      *
       01      AXI-EVT-SATURE           PIC X(01) VALUE 'N'.
            88 EVT-SATURES                        VALUE 'O'.
       01      W-TYPE-EVT               PIC X(01) VALUE SPACE.
       01      W-TYPE-EDITE             PIC X(01) VALUE SPACE.
       01      W-TITRE-SECTION          PIC X(40) VALUE SPACES.
       01      W-IDX-EVT                PIC 9(04).
       01      W-NB-EDITES              PIC 9(04).
      *
       01      T-EVT-NB                 PIC 9(04) VALUE ZERO.
       01      T-EVT-TAB.
           05  T-EVT-ENT OCCURS 1 TO 3000 TIMES
                             DEPENDING ON T-EVT-NB
                             INDEXED BY T-EVT-IDX.
               10  T-EV-TYPE            PIC X(1).
               10  T-EV-LIGNE           PIC X(132).
      *
       01      W-EVT-ENTETE.
           05  FILLER                   PIC X(10) VALUE '  COMPTE'.
           05  FILLER                   PIC X(7)  VALUE 'CLIENT'.
           05  FILLER                   PIC X(18) VALUE
                                        '           SOLDE'.
           05  FILLER                   PIC X(14) VALUE
                                        '   DECOUVERT'.
           05  FILLER                   PIC X(18) VALUE
                                        '     DEPASSEMENT'.
           05  FILLER                   PIC X(12) VALUE 'DEPUIS LE'.
           05  FILLER                   PIC X(8)  VALUE 'JOURS'.
           05  FILLER                   PIC X(3)  VALUE 'NIV'.
           05  FILLER                   PIC X(42) VALUE 'OBSERVATION'.
      *
       01      W-LIGNE-EVT.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EVT-COMPTE             PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EVT-CLIENT             PIC X(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EVT-SOLDE              PIC -(13)9V99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EVT-DECOUVERT          PIC Z(9)9V99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EVT-EXCES              PIC Z(13)9V99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EVT-DEBUT              PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EVT-JOURS              PIC ZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  W-EVT-NIVEAU             PIC 9(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EVT-OBSERV             PIC X(42).
      *
      *     COMPTEURS DE L'ETAT
      *
       01      W-NB-SOLDES-LUS          PIC 9(07) VALUE ZERO.
       01      W-NB-DEPASSEMENTS        PIC 9(07) VALUE ZERO.
       01      W-NB-INCONNUS            PIC 9(07) VALUE ZERO.
       01      W-NB-NOUVEAUX            PIC 9(07) VALUE ZERO.
       01      W-NB-ESCALADES           PIC 9(07) VALUE ZERO.
       01      W-NB-RESOLUS             PIC 9(07) VALUE ZERO.
       01      W-NB-EN-COURS            PIC 9(07) VALUE ZERO.
       01      W-NB-NIVEAU-0            PIC 9(07) VALUE ZERO.
       01      W-NB-NIVEAU-1            PIC 9(07) VALUE ZERO.
       01      W-NB-NIVEAU-2            PIC 9(07) VALUE ZERO.
       01      W-NB-NIVEAU-3            PIC 9(07) VALUE ZERO.
       01      W-NB-LETTRES-EDITEES     PIC 9(07) VALUE ZERO.
       01      W-NB-LETTRES-RETENUES    PIC 9(07) VALUE ZERO.
       01      W-NB-SANS-ADRESSE        PIC 9(07) VALUE ZERO.
       01      W-TOT-EXCES              PIC 9(16)V99 VALUE ZERO.
      *
       01      W-MONTANT-AFF            PIC Z(13)9V99.
       01      W-TOTAL-AFF              PIC Z(15)9V99.
       01      W-NB-AFF                 PIC Z(6)9.
       01      W-SEUIL-1-AFF            PIC ZZ9.
       01      W-SEUIL-2-AFF            PIC ZZ9.
       01      W-SEUIL-3-AFF            PIC ZZ9.
       01      W-DATE-A-FORMATER        PIC X(8).
       01      W-DATE-FORMAT            PIC X(10).
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
                          VALUE 'RELANCE DES COMPTES EN DEPASSEMENT'.
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
           PERFORM TRAITEMENT-SOLDE       THRU TRAITEMENT-SOLDE-FIN
                                         UNTIL FIN-SOLDENOU
           PERFORM FIN-PROGRAMME          THRU FIN-PROGRAMME-FIN.
      *
       DEBUT-PROGRAMME.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBREL1'
           DISPLAY ' '
           OPEN     I-O       RELANCE-FILE
           IF W-STAT-RELANCE NOT = '00' AND NOT = '05'
              DISPLAY '*** ERREUR : RELANCE-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-RELANCE
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN     INPUT     CPTMSTR-FILE
           IF W-STAT-CPTMSTR NOT = '00'
              DISPLAY '*** ERREUR : CPTMSTR-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-CPTMSTR
              CLOSE RELANCE-FILE
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
      *           SANS SOLDES DU JOUR TOUS LES DOSSIERS PASSERAIENT
      *           POUR RESOLUS : ON ARRETE NET.
           OPEN     INPUT     SOLDENOU-FILE
           IF W-STAT-SOLDENOU NOT = '00'
              DISPLAY '*** ERREUR : SOLDENOU-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-SOLDENOU
              CLOSE RELANCE-FILE
              CLOSE CPTMSTR-FILE
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN     INPUT     CLIMSTR-FILE
           IF W-STAT-CLIMSTR = '00'
              MOVE  'O'                  TO AXI-CLIMSTR-DISPO
           ELSE
              DISPLAY 'CLIMSTR-FILE : INDISPONIBLE - STATUT '
                 W-STAT-CLIMSTR ' - LETTRES NON ADRESSEES'
           END-IF
           OPEN     OUTPUT    LETTRES-FILE
           OPEN     OUTPUT    ETAT-REL
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           PERFORM  LECTURE-PARM         THRU LECTURE-PARM-FIN
           MOVE     W-DATE-SYSTEME       TO W-CAL-DATE
           PERFORM  CALCUL-JULIEN        THRU CALCUL-JULIEN-FIN
           MOVE     W-CAL-JULIEN         TO W-JULIEN-JOUR
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(6:1)
           MOVE     W-DATE-SYSTEME(1:4)  TO W-DATE-JOUR-AFF(7:4)
           PERFORM  ENTETE-ETAT          THRU ENTETE-ETAT-FIN
           PERFORM  LECTURE-SOLDENOU     THRU LECTURE-SOLDENOU-FIN.
       DEBUT-PROGRAMME-FIN.
           EXIT.
      *
       FIN-PROGRAMME.
           PERFORM  BALAYAGE-DOSSIERS    THRU BALAYAGE-DOSSIERS-FIN
           MOVE     'N'                  TO W-TYPE-EDITE
           MOVE     'NOUVEAUX DOSSIERS'  TO W-TITRE-SECTION
           PERFORM  SECTION-EVENEMENTS   THRU SECTION-EVENEMENTS-FIN
           MOVE     'E'                  TO W-TYPE-EDITE
           MOVE     'DOSSIERS ESCALADES' TO W-TITRE-SECTION
           PERFORM  SECTION-EVENEMENTS   THRU SECTION-EVENEMENTS-FIN
           MOVE     'R'                  TO W-TYPE-EDITE
           MOVE     'DOSSIERS RESOLUS'   TO W-TITRE-SECTION
           PERFORM  SECTION-EVENEMENTS   THRU SECTION-EVENEMENTS-FIN
           PERFORM  TOTAL-RELANCE        THRU TOTAL-RELANCE-FIN
           CLOSE    RELANCE-FILE
           CLOSE    CPTMSTR-FILE
           CLOSE    SOLDENOU-FILE
           IF CLIMSTR-DISPONIBLE
              CLOSE CLIMSTR-FILE
           END-IF
           CLOSE    LETTRES-FILE
           CLOSE    ETAT-REL
           IF (W-NB-SANS-ADRESSE > ZERO OR EVT-SATURES)
              AND RETURN-CODE < 4
              MOVE  4                    TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME FORBREL1'
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
      *           SEUILS DE LA CARTE PARAMETRE : TROIS NOMBRES DE
      *           JOURS STRICTEMENT CROISSANTS - CARTE ABSENTE, A
      *           BLANC OU INCOHERENTE, LES SEUILS PAR DEFAUT SONT
      *           CONSERVES.
       LECTURE-PARM.
           OPEN     INPUT     PARM-FILE
           IF W-STAT-PARM = '00'
              READ     PARM-FILE
                 NOT AT END
                    IF LIGNE-PARM(1:9) NOT = SPACES
                       IF PARM-SEUIL-1 IS NUMERIC
                          AND PARM-SEUIL-2 IS NUMERIC
                          AND PARM-SEUIL-3 IS NUMERIC
                          AND PARM-SEUIL-1 < PARM-SEUIL-2
                          AND PARM-SEUIL-2 < PARM-SEUIL-3
                          MOVE PARM-SEUIL-1 TO W-SEUIL-1
                          MOVE PARM-SEUIL-2 TO W-SEUIL-2
                          MOVE PARM-SEUIL-3 TO W-SEUIL-3
                       ELSE
                          DISPLAY 'CARTE PARAMETRE : SEUILS INVALIDES '
                             LIGNE-PARM(1:9)
                             ' - SEUILS PAR DEFAUT CONSERVES'
                       END-IF
                    END-IF
              END-READ
           END-IF
           CLOSE    PARM-FILE
           DISPLAY 'SEUILS DE RELANCE (JOURS) : ' W-SEUIL-1 ' / '
              W-SEUIL-2 ' / ' W-SEUIL-3.
       LECTURE-PARM-FIN.
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
       TRAITEMENT-SOLDE.
           PERFORM  EVALUATION-COMPTE    THRU EVALUATION-COMPTE-FIN
           PERFORM  LECTURE-SOLDENOU     THRU LECTURE-SOLDENOU-FIN.
       TRAITEMENT-SOLDE-FIN.
           EXIT.
      *
      *           UN COMPTE INCONNU DU FICHIER MAITRE N'EST PAS
      *           EVALUE (SON DOSSIER EVENTUEL EST CONSERVE TEL
      *           QUEL). UN COMPTE EN DEPASSEMENT OUVRE OU FAIT
      *           VIVRE SON DOSSIER ; SINON UN DOSSIER EXISTANT EST
      *           RESOLU.
       EVALUATION-COMPTE.
           IF SN-SOLDE-SIGNE = '-'
              COMPUTE W-SOLDE = ZERO - SN-SOLDE
           ELSE
              MOVE  SN-SOLDE             TO W-SOLDE
           END-IF
           PERFORM  RECHERCHE-CPTMSTR    THRU RECHERCHE-CPTMSTR-FIN
           PERFORM  LECTURE-DOSSIER      THRU LECTURE-DOSSIER-FIN
           IF COMPTE-INCONNU
              ADD   1                    TO W-NB-INCONNUS
              DISPLAY 'COMPTE ' SN-COMPTE-NUM
                 ' ABSENT DE CPTMSTR - NON EVALUE'
              IF DOSSIER-EXISTANT
                 MOVE  W-DATE-SYSTEME    TO RL-DATE-MAJ
                 PERFORM REECRITURE-DOSSIER
                                         THRU REECRITURE-DOSSIER-FIN
              END-IF
           ELSE
              PERFORM CONTROLE-DEPASSEMENT
                                         THRU CONTROLE-DEPASSEMENT-FIN
              IF DEPASSEMENT-CONSTATE
                 ADD   1                 TO W-NB-DEPASSEMENTS
                 IF DOSSIER-EXISTANT
                    PERFORM SUIVI-DOSSIER
                                         THRU SUIVI-DOSSIER-FIN
                 ELSE
                    PERFORM OUVERTURE-DOSSIER
                                         THRU OUVERTURE-DOSSIER-FIN
                 END-IF
              ELSE
                 IF DOSSIER-EXISTANT
                    IF COMPTE-CLOS
                       MOVE 'COMPTE CLOTURE'
                                         TO W-MOTIF-RESOLUTION
                    ELSE
                       MOVE 'REVENU DANS SA LIMITE'
                                         TO W-MOTIF-RESOLUTION
                    END-IF
                    PERFORM RESOLUTION-DOSSIER
                                         THRU RESOLUTION-DOSSIER-FIN
                 END-IF
              END-IF
           END-IF.
       EVALUATION-COMPTE-FIN.
           EXIT.
      *
      *           ETAT DU COMPTE ET FACILITE AU FICHIER MAITRE - A
      *           BLANC OU ILLISIBLE, AUCUNE FACILITE N'EST ACCORDEE.
       RECHERCHE-CPTMSTR.
           MOVE     ZERO                 TO W-DECOUVERT-AUT
           MOVE     SPACES               TO W-CLI-CODE
           MOVE     SN-COMPTE-NUM        TO CM-COMPTE-NUM
           READ     CPTMSTR-FILE
              INVALID KEY
                 MOVE 'I'                TO AXI-ETAT-COMPTE
              NOT INVALID KEY
                 MOVE CM-CLI-CODE        TO W-CLI-CODE
                 IF CM-COMPTE-CLOTURE
                    MOVE 'C'             TO AXI-ETAT-COMPTE
                 ELSE
                    MOVE 'A'             TO AXI-ETAT-COMPTE
                 END-IF
                 IF CM-DECOUVERT-AUT IS NUMERIC
                    MOVE CM-DECOUVERT-AUT
                                         TO W-DECOUVERT-AUT
                 END-IF
           END-READ.
       RECHERCHE-CPTMSTR-FIN.
           EXIT.
      *
       LECTURE-DOSSIER.
           MOVE     SN-COMPTE-NUM        TO RL-COMPTE-NUM
           READ     RELANCE-FILE
              INVALID KEY
                 MOVE 'N'                TO AXI-DOSSIER
              NOT INVALID KEY
                 MOVE 'O'                TO AXI-DOSSIER
           END-READ.
       LECTURE-DOSSIER-FIN.
           EXIT.
      *
      *           DEPASSEMENT : COMPTE ACTIF DEBITEUR DONT LE DEBIT
      *           EXCEDE LA FACILITE (FACILITE NULLE : TOUT DEBIT).
       CONTROLE-DEPASSEMENT.
           MOVE     'N'                  TO AXI-DEPASSEMENT
           MOVE     ZERO                 TO W-EXCES
           IF COMPTE-ACTIF AND W-SOLDE < ZERO
              COMPUTE W-EXCES = ZERO - W-SOLDE - W-DECOUVERT-AUT
              IF W-EXCES > ZERO
                 MOVE 'O'                TO AXI-DEPASSEMENT
              END-IF
           END-IF.
       CONTROLE-DEPASSEMENT-FIN.
           EXIT.
      *
      *           PREMIER CONSTAT : LE DOSSIER EST DATE DU JOUR DE
      *           TRAITEMENT, AU NIVEAU 0 (AUCUNE LETTRE) - UN SEUIL 1
      *           A ZERO DECLENCHE LA PREMIERE RELANCE DES CE JOUR.
       OUVERTURE-DOSSIER.
           MOVE     SPACES               TO RELANCE-REC
           MOVE     SN-COMPTE-NUM        TO RL-COMPTE-NUM
           MOVE     W-DATE-SYSTEME       TO RL-DATE-DEBUT
           MOVE     ZERO                 TO RL-NIVEAU
           MOVE     ZERO                 TO RL-DATE-DERN-LETTRE
           MOVE     ZERO                 TO RL-NB-LETTRES
           MOVE     ZERO                 TO RL-EXCES-MAX
           PERFORM  MAJ-SITUATION        THRU MAJ-SITUATION-FIN
           ADD      1                    TO W-NB-NOUVEAUX
           MOVE     'NOUVEAU DOSSIER'    TO W-OBSERVATION
           PERFORM  DETERMINATION-NIVEAU THRU DETERMINATION-NIVEAU-FIN
           MOVE     'N'                  TO W-TYPE-EVT
           PERFORM  MEMO-EVENEMENT       THRU MEMO-EVENEMENT-FIN
           WRITE    RELANCE-REC
              INVALID KEY
                 DISPLAY '*** ERREUR : CREATION IMPOSSIBLE DU '
                    'DOSSIER ' RL-COMPTE-NUM
                 MOVE 12                 TO RETURN-CODE
           END-WRITE.
       OUVERTURE-DOSSIER-FIN.
           EXIT.
      *
      *           DOSSIER DEJA OUVERT : SITUATION DU JOUR ET, LE CAS
      *           ECHEANT, PASSAGE AU NIVEAU SUPERIEUR.
       SUIVI-DOSSIER.
           PERFORM  MAJ-SITUATION        THRU MAJ-SITUATION-FIN
           MOVE     SPACES               TO W-OBSERVATION
           PERFORM  DETERMINATION-NIVEAU THRU DETERMINATION-NIVEAU-FIN
           IF ESCALADE-DU-JOUR
              ADD   1                    TO W-NB-ESCALADES
              MOVE  'E'                  TO W-TYPE-EVT
              PERFORM MEMO-EVENEMENT     THRU MEMO-EVENEMENT-FIN
           END-IF
           PERFORM  REECRITURE-DOSSIER   THRU REECRITURE-DOSSIER-FIN.
       SUIVI-DOSSIER-FIN.
           EXIT.
      *
       MAJ-SITUATION.
           MOVE     W-CLI-CODE           TO RL-CLI-CODE
           IF W-SOLDE < ZERO
              MOVE  '-'                  TO RL-SOLDE-SIGNE
           ELSE
              MOVE  '+'                  TO RL-SOLDE-SIGNE
           END-IF
           MOVE     W-SOLDE              TO RL-SOLDE
           MOVE     W-DECOUVERT-AUT      TO RL-DECOUVERT-AUT
           IF W-EXCES > RL-EXCES-MAX
              MOVE  W-EXCES              TO RL-EXCES-MAX
           END-IF
           MOVE     W-DATE-SYSTEME       TO RL-DATE-MAJ.
       MAJ-SITUATION-FIN.
           EXIT.
      *
      *           NIVEAU DU AU VU DE L'ANCIENNETE DU DEPASSEMENT - LE
      *           DOSSIER NE MONTE QUE D'UN NIVEAU PAR PASSAGE, ET UNE
      *           SEULE FOIS PAR DATE DE TRAITEMENT (REPRISE), POUR
      *           QUE CHAQUE LETTRE PRECEDE LA SUIVANTE.
       DETERMINATION-NIVEAU.
           MOVE     'N'                  TO AXI-ESCALADE
           PERFORM  CALCUL-ANCIENNETE    THRU CALCUL-ANCIENNETE-FIN
           IF W-JOURS-DEPASS NOT < W-SEUIL-3
              MOVE  3                    TO W-NIVEAU-CIBLE
           ELSE
              IF W-JOURS-DEPASS NOT < W-SEUIL-2
                 MOVE  2                 TO W-NIVEAU-CIBLE
              ELSE
                 IF W-JOURS-DEPASS NOT < W-SEUIL-1
                    MOVE  1              TO W-NIVEAU-CIBLE
                 ELSE
                    MOVE  0              TO W-NIVEAU-CIBLE
                 END-IF
              END-IF
           END-IF
           IF W-NIVEAU-CIBLE > RL-NIVEAU
              AND RL-DATE-DERN-LETTRE < W-DATE-SYSTEME
              MOVE  'O'                  TO AXI-ESCALADE
              ADD   1                    TO RL-NIVEAU
              PERFORM EMISSION-LETTRE    THRU EMISSION-LETTRE-FIN
           END-IF.
       DETERMINATION-NIVEAU-FIN.
           EXIT.
      *
      *           JOURS CALENDAIRES DEPUIS LE PREMIER CONSTAT, PAR
      *           DIFFERENCE DES JOURS JULIENS.
       CALCUL-ANCIENNETE.
           MOVE     RL-DATE-DEBUT        TO W-CAL-DATE
           PERFORM  CALCUL-JULIEN        THRU CALCUL-JULIEN-FIN
           IF W-CAL-JULIEN < W-JULIEN-JOUR
              COMPUTE W-JOURS-DEPASS = W-JULIEN-JOUR - W-CAL-JULIEN
           ELSE
              MOVE  ZERO                 TO W-JOURS-DEPASS
           END-IF.
       CALCUL-ANCIENNETE-FIN.
           EXIT.
      *
      *           NUMERO DE JOUR JULIEN DE W-CAL-DATE (CALENDRIER
      *           GREGORIEN) - CHAQUE QUOTIENT EST TRONQUE PAR SA
      *           PROPRE DIVISION.
       CALCUL-JULIEN.
           COMPUTE  W-CAL-TRAV = 14 - W-CAL-MM
           DIVIDE   W-CAL-TRAV BY 12     GIVING W-CAL-A
           COMPUTE  W-CAL-Y = W-CAL-AAAA + 4800 - W-CAL-A
           COMPUTE  W-CAL-M = W-CAL-MM + 12 * W-CAL-A - 3
           COMPUTE  W-CAL-TRAV = 153 * W-CAL-M + 2
           DIVIDE   W-CAL-TRAV BY 5      GIVING W-CAL-QUOTIENT
           COMPUTE  W-CAL-JULIEN = W-CAL-JJ + W-CAL-QUOTIENT
                                 + 365 * W-CAL-Y - 32045
           DIVIDE   W-CAL-Y BY 4         GIVING W-CAL-QUOTIENT
           ADD      W-CAL-QUOTIENT       TO W-CAL-JULIEN
           DIVIDE   W-CAL-Y BY 100       GIVING W-CAL-QUOTIENT
           SUBTRACT W-CAL-QUOTIENT       FROM W-CAL-JULIEN
           DIVIDE   W-CAL-Y BY 400       GIVING W-CAL-QUOTIENT
           ADD      W-CAL-QUOTIENT       TO W-CAL-JULIEN.
       CALCUL-JULIEN-FIN.
           EXIT.
      *
      *           LETTRE DU NIVEAU ATTEINT : EDITEE SI LE CLIENT A
      *           UNE ADRESSE ET QUE SES ENVOIS NE SONT PAS SUSPENDUS,
      *           SINON RETENUE OU NON ADRESSEE (LE NIVEAU EST ACQUIS
      *           DANS TOUS LES CAS ET FIGURE A L'ETAT).
       EMISSION-LETTRE.
           PERFORM  RECHERCHE-CLIMSTR    THRU RECHERCHE-CLIMSTR-FIN
           MOVE     SPACES               TO W-OBSERVATION
           IF NOT FICHE-CLI-TROUVEE
              MOVE  'A'                  TO RL-ENVOI-DERN-LETTRE
              ADD   1                    TO W-NB-SANS-ADRESSE
              STRING W-TXT-OBJET(RL-NIVEAU) DELIMITED BY '  '
                     ' : NON ADRESSEE'   DELIMITED BY SIZE
                     INTO W-OBSERVATION
           ELSE
              IF ENVOI-CLI-SUSPENDU
                 MOVE  'S'               TO RL-ENVOI-DERN-LETTRE
                 ADD   1                 TO W-NB-LETTRES-RETENUES
                 STRING W-TXT-OBJET(RL-NIVEAU) DELIMITED BY '  '
                        ' : RETENUE'     DELIMITED BY SIZE
                        INTO W-OBSERVATION
              ELSE
                 PERFORM EDITION-LETTRE  THRU EDITION-LETTRE-FIN
                 MOVE  'E'               TO RL-ENVOI-DERN-LETTRE
                 ADD   1                 TO W-NB-LETTRES-EDITEES
                 STRING W-TXT-OBJET(RL-NIVEAU) DELIMITED BY '  '
                        ' : EDITEE'      DELIMITED BY SIZE
                        INTO W-OBSERVATION
              END-IF
           END-IF
           MOVE     W-DATE-SYSTEME       TO RL-DATE-DERN-LETTRE
           ADD      1                    TO RL-NB-LETTRES.
       EMISSION-LETTRE-FIN.
           EXIT.
      *
       RECHERCHE-CLIMSTR.
           MOVE     'N'                  TO AXI-FICHE-CLI
           MOVE     'N'                  TO AXI-ENVOI-SUSPENDU
           MOVE     SPACES               TO W-LET-ADR-NOM
           MOVE     SPACES               TO W-LET-ADR-L1
           MOVE     SPACES               TO W-LET-ADR-L2
           MOVE     SPACES               TO W-LET-ADR-CPV
           IF CLIMSTR-DISPONIBLE
              MOVE  RL-CLI-CODE          TO CLI-CODE
              READ  CLIMSTR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'O'             TO AXI-FICHE-CLI
                    MOVE CLI-NOM         TO W-LET-ADR-NOM
                    MOVE CLI-ADR-LIGNE1  TO W-LET-ADR-L1
                    MOVE CLI-ADR-LIGNE2  TO W-LET-ADR-L2
                    STRING CLI-CODE-POSTAL ' ' CLI-VILLE
                           DELIMITED BY SIZE INTO W-LET-ADR-CPV
                    IF CLI-RELEVE-SUSPENDU
                       MOVE 'O'          TO AXI-ENVOI-SUSPENDU
                    END-IF
              END-READ
           END-IF.
       RECHERCHE-CLIMSTR-FIN.
           EXIT.
      *
      *           UNE PAGE PAR LETTRE : ENTETE, BLOC ADRESSE, OBJET,
      *           TEXTE DU NIVEAU ET SITUATION DU COMPTE.
       EDITION-LETTRE.
           MOVE     W-DATE-JOUR-AFF      TO W-LET-ENT-DATE
           WRITE    LIGNE-LETTRE         FROM W-LET-ENTETE
                                         AFTER ADVANCING SAUTP
           WRITE    LIGNE-LETTRE         FROM SPACES
                                         AFTER ADVANCING 3 LINES
           MOVE     W-LET-ADR-NOM        TO W-LET-ADR-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-ADRESSE
                                         AFTER ADVANCING 1 LINES
           MOVE     W-LET-ADR-L1         TO W-LET-ADR-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-ADRESSE
                                         AFTER ADVANCING 1 LINES
           IF W-LET-ADR-L2 NOT = SPACES
              MOVE  W-LET-ADR-L2         TO W-LET-ADR-TEXTE
              WRITE LIGNE-LETTRE         FROM W-LET-ADRESSE
                                         AFTER ADVANCING 1 LINES
           END-IF
           MOVE     W-LET-ADR-CPV        TO W-LET-ADR-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-ADRESSE
                                         AFTER ADVANCING 1 LINES
           MOVE     SPACES               TO W-LET-TEXTE
           STRING   'OBJET : ' W-TXT-OBJET(RL-NIVEAU)
                    DELIMITED BY '  '
                    ' - COMPTE ' RL-COMPTE-NUM
                    DELIMITED BY SIZE INTO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 4 LINES
           MOVE     SPACES               TO W-LET-TEXTE
           STRING   'REFERENCE : ' RL-CLI-CODE '/' RL-COMPTE-NUM
                    '/' RL-NIVEAU
                    DELIMITED BY SIZE INTO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 1 LINES
           MOVE     'MADAME, MONSIEUR,'  TO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 3 LINES
           WRITE    LIGNE-LETTRE         FROM SPACES
                                         AFTER ADVANCING 1 LINES
           PERFORM  LIGNE-TEXTE-LETTRE   THRU LIGNE-TEXTE-LETTRE-FIN
                    VARYING W-IDX-TXT FROM 1 BY 1
                    UNTIL W-IDX-TXT > 4
           MOVE     W-SOLDE              TO W-MONTANT-AFF
           MOVE     SPACES               TO W-LET-TEXTE
           STRING   'SOLDE DEBITEUR AU ' W-DATE-JOUR-AFF
                    '     : ' W-MONTANT-AFF
                    DELIMITED BY SIZE INTO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 2 LINES
           MOVE     W-DECOUVERT-AUT      TO W-MONTANT-AFF
           MOVE     SPACES               TO W-LET-TEXTE
           STRING   'DECOUVERT AUTORISE             : ' W-MONTANT-AFF
                    DELIMITED BY SIZE INTO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 1 LINES
           MOVE     W-EXCES              TO W-MONTANT-AFF
           MOVE     SPACES               TO W-LET-TEXTE
           STRING   'DEPASSEMENT                    : ' W-MONTANT-AFF
                    DELIMITED BY SIZE INTO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 1 LINES
           MOVE     RL-DATE-DEBUT        TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           MOVE     SPACES               TO W-LET-TEXTE
           STRING   'EN DEPASSEMENT DEPUIS LE       : ' W-DATE-FORMAT
                    DELIMITED BY SIZE INTO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 1 LINES
           MOVE     'VEUILLEZ AGREER NOS SALUTATIONS DISTINGUEES.'
                                         TO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 2 LINES
           MOVE     'LE SERVICE DU RECOUVREMENT'
                                         TO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 3 LINES.
       EDITION-LETTRE-FIN.
           EXIT.
      *
       LIGNE-TEXTE-LETTRE.
           MOVE     W-TXT-LIGNE(RL-NIVEAU W-IDX-TXT)
                                         TO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 1 LINES.
       LIGNE-TEXTE-LETTRE-FIN.
           EXIT.
      *
      *           DOSSIER RESOLU : IL FIGURE A L'ETAT DU JOUR PUIS EST
      *           SUPPRIME DU FICHIER.
       RESOLUTION-DOSSIER.
           ADD      1                    TO W-NB-RESOLUS
           MOVE     W-MOTIF-RESOLUTION   TO W-OBSERVATION
           PERFORM  CALCUL-ANCIENNETE    THRU CALCUL-ANCIENNETE-FIN
           MOVE     'R'                  TO W-TYPE-EVT
           PERFORM  MEMO-EVENEMENT       THRU MEMO-EVENEMENT-FIN
           DELETE   RELANCE-FILE
              INVALID KEY
                 DISPLAY '*** ERREUR : SUPPRESSION IMPOSSIBLE DU '
                    'DOSSIER ' RL-COMPTE-NUM
                 MOVE 12                 TO RETURN-CODE
           END-DELETE.
       RESOLUTION-DOSSIER-FIN.
           EXIT.
      *
       REECRITURE-DOSSIER.
           REWRITE  RELANCE-REC
              INVALID KEY
                 DISPLAY '*** ERREUR : REECRITURE IMPOSSIBLE DU '
                    'DOSSIER ' RL-COMPTE-NUM
                 MOVE 12                 TO RETURN-CODE
           END-REWRITE.
       REECRITURE-DOSSIER-FIN.
           EXIT.
      *
      *           APRES LES SOLDES : UN DOSSIER QUE LE PASSAGE N'A PAS
      *           MIS A JOUR CORRESPOND A UN COMPTE ABSENT DE SOLDENOU
      *           (SOLDE NUL) - IL EST RESOLU. LES AUTRES SONT
      *           DECOMPTES PAR NIVEAU.
       BALAYAGE-DOSSIERS.
           MOVE     LOW-VALUES           TO RL-COMPTE-NUM
           START    RELANCE-FILE KEY NOT < RL-COMPTE-NUM
              INVALID KEY
                 MOVE '1'                TO AXI-FT-RELANCE
           END-START
           IF NOT FIN-RELANCE
              PERFORM LECTURE-RELANCE    THRU LECTURE-RELANCE-FIN
           END-IF
           PERFORM  CONTROLE-DOSSIER     THRU CONTROLE-DOSSIER-FIN
                                         UNTIL FIN-RELANCE.
       BALAYAGE-DOSSIERS-FIN.
           EXIT.
      *
       LECTURE-RELANCE.
           READ     RELANCE-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-RELANCE
           END-READ.
       LECTURE-RELANCE-FIN.
           EXIT.
      *
       CONTROLE-DOSSIER.
           IF RL-DATE-MAJ < W-DATE-SYSTEME
              MOVE  ZERO                 TO W-SOLDE
              MOVE  ZERO                 TO W-EXCES
              MOVE  RL-DECOUVERT-AUT     TO W-DECOUVERT-AUT
              MOVE  'ABSENT DES SOLDES'  TO W-MOTIF-RESOLUTION
              PERFORM RESOLUTION-DOSSIER THRU RESOLUTION-DOSSIER-FIN
           ELSE
              ADD   1                    TO W-NB-EN-COURS
              IF RL-SOLDE-SIGNE = '-'
                 AND RL-SOLDE > RL-DECOUVERT-AUT
                 COMPUTE W-TOT-EXCES = W-TOT-EXCES + RL-SOLDE
                                     - RL-DECOUVERT-AUT
              END-IF
              EVALUATE RL-NIVEAU
                 WHEN 1
                    ADD 1                TO W-NB-NIVEAU-1
                 WHEN 2
                    ADD 1                TO W-NB-NIVEAU-2
                 WHEN 3
                    ADD 1                TO W-NB-NIVEAU-3
                 WHEN OTHER
                    ADD 1                TO W-NB-NIVEAU-0
              END-EVALUATE
           END-IF
           PERFORM  LECTURE-RELANCE      THRU LECTURE-RELANCE-FIN.
       CONTROLE-DOSSIER-FIN.
           EXIT.
      *
      *           LIGNE D'EVENEMENT MEMORISEE POUR L'ETAT - AU DELA
      *           DE LA CAPACITE, L'ETAT EST SIGNALE INCOMPLET.
       MEMO-EVENEMENT.
           MOVE     RL-COMPTE-NUM        TO W-EVT-COMPTE
           MOVE     RL-CLI-CODE          TO W-EVT-CLIENT
           MOVE     W-SOLDE              TO W-EVT-SOLDE
           MOVE     W-DECOUVERT-AUT      TO W-EVT-DECOUVERT
           IF W-EXCES > ZERO
              MOVE  W-EXCES              TO W-EVT-EXCES
           ELSE
              MOVE  ZERO                 TO W-EVT-EXCES
           END-IF
           MOVE     RL-DATE-DEBUT        TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           MOVE     W-DATE-FORMAT        TO W-EVT-DEBUT
           MOVE     W-JOURS-DEPASS       TO W-EVT-JOURS
           MOVE     RL-NIVEAU            TO W-EVT-NIVEAU
           MOVE     W-OBSERVATION        TO W-EVT-OBSERV
           IF T-EVT-NB < 3000
              ADD   1                    TO T-EVT-NB
              MOVE  W-TYPE-EVT           TO T-EV-TYPE(T-EVT-NB)
              MOVE  W-LIGNE-EVT          TO T-EV-LIGNE(T-EVT-NB)
           ELSE
              IF NOT EVT-SATURES
                 DISPLAY 'ETAT DES RELANCES : PLUS DE 3000 '
                    'EVENEMENTS - ETAT INCOMPLET'
                 MOVE 'O'                TO AXI-EVT-SATURE
              END-IF
           END-IF.
       MEMO-EVENEMENT-FIN.
           EXIT.
      *
       SECTION-EVENEMENTS.
           STRING   '         ***** ' W-TITRE-SECTION
                    DELIMITED BY '  '
                    ' *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-EVT-ENTETE         TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     ZERO                 TO W-NB-EDITES
           PERFORM  LIGNE-EVENEMENT      THRU LIGNE-EVENEMENT-FIN
                    VARYING W-IDX-EVT FROM 1 BY 1
                    UNTIL W-IDX-EVT > T-EVT-NB
           IF W-NB-EDITES = ZERO
              MOVE  '         AUCUN DOSSIER'
                                         TO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF
           IF EVT-SATURES
              STRING '         *** LISTE INCOMPLETE - PLUS DE '
                     '3000 EVENEMENTS DANS LE PASSAGE'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       SECTION-EVENEMENTS-FIN.
           EXIT.
      *
       LIGNE-EVENEMENT.
           IF T-EV-TYPE(W-IDX-EVT) = W-TYPE-EDITE
              MOVE  T-EV-LIGNE(W-IDX-EVT) TO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              ADD   1                    TO W-NB-EDITES
           END-IF.
       LIGNE-EVENEMENT-FIN.
           EXIT.
      *
       TOTAL-RELANCE.
           STRING   '         ***** BILAN DES RELANCES *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-SEUIL-1            TO W-SEUIL-1-AFF
           MOVE     W-SEUIL-2            TO W-SEUIL-2-AFF
           MOVE     W-SEUIL-3            TO W-SEUIL-3-AFF
           STRING   '         SEUILS EN JOURS       :     '
                    W-SEUIL-1-AFF ' / ' W-SEUIL-2-AFF ' / '
                    W-SEUIL-3-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-SOLDES-LUS      TO W-NB-AFF
           STRING   '         SOLDES LUS            : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-INCONNUS        TO W-NB-AFF
           STRING   '         COMPTES INCONNUS      : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-DEPASSEMENTS    TO W-NB-AFF
           STRING   '         COMPTES EN DEPASSEMENT: ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-NOUVEAUX        TO W-NB-AFF
           STRING   '         NOUVEAUX DOSSIERS     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-ESCALADES       TO W-NB-AFF
           STRING   '         DOSSIERS ESCALADES    : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-RESOLUS         TO W-NB-AFF
           STRING   '         DOSSIERS RESOLUS      : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-LETTRES-EDITEES TO W-NB-AFF
           STRING   '         LETTRES EDITEES       : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-LETTRES-RETENUES
                                         TO W-NB-AFF
           STRING   '         LETTRES RETENUES      : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-SANS-ADRESSE    TO W-NB-AFF
           STRING   '         LETTRES NON ADRESSEES : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-EN-COURS        TO W-NB-AFF
           STRING   '         DOSSIERS EN COURS     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-NIVEAU-0        TO W-NB-AFF
           STRING   '           SANS LETTRE         : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-NIVEAU-1        TO W-NB-AFF
           STRING   '           PREMIERE RELANCE    : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-NIVEAU-2        TO W-NB-AFF
           STRING   '           MISE EN DEMEURE     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-NIVEAU-3        TO W-NB-AFF
           STRING   '           CONTENTIEUX         : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-TOT-EXCES          TO W-TOTAL-AFF
           STRING   '         TOTAL DEPASSEMENTS    : ' W-TOTAL-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TOTAL-RELANCE-FIN.
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
