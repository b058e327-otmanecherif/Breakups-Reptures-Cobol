       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBDOR1.
      *-------------------------------------------------------------*
      *                                                             *
      *     SUIVI DES COMPTES INACTIFS (DORMANTS), EXECUTE CHAQUE   *
      *     JOUR OUVRE APRES FORBMOR4 : LA DATE DU DERNIER          *
      *     MOUVEMENT A L'INITIATIVE DU CLIENT, TENUE DANS SOLDENOU *
      *     PAR FORBMOR4 (HORS INTERETS, FRAIS ET VIREMENTS         *
      *     GENERES), EST COMPAREE A TROIS SEUILS EN JOURS          *
      *     CALENDAIRES (CARTE PARAMETRE) :                         *
      *      - SEUIL D'AVIS : LE CLIENT D'UN COMPTE ACTIF EST       *
      *        PREVENU PAR LETTRE LE JOUR OU LE SEUIL EST FRANCHI   *
      *      - SEUIL DE DORMANCE : LE COMPTE ACTIF EST PROPOSE AU   *
      *        STATUT DORMANT PAR UNE TRANSACTION 'M' DE FORBCPT1   *
      *        (FICHIER TRNDOR A CONCATENER A CPTTRANS) ET LE       *
      *        CLIENT EN EST INFORME PAR LETTRE                     *
      *      - SEUIL DE TRANSFERT : LES COMPTES DORMANTS QUI        *
      *        L'ATTEIGNENT SONT LISTES POUR LE TRANSFERT           *
      *        REGLEMENTAIRE DE LEURS AVOIRS                        *
      *     LES LETTRES SONT ADRESSEES D'APRES CLIMSTR ET RETENUES  *
      *     QUAND L'ENVOI EST SUSPENDU (CLI-IND-RELEVE = 'S').      *
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
      *     DERNIERS SOLDES DE CLOTURE PRODUITS PAR FORBMOR4, AVEC
      *     LA DATE DU DERNIER MOUVEMENT CLIENT
      *
            SELECT SOLDENOU-FILE ASSIGN TO UT-S-SOLDENOU
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SOLDENOU.
      *
      *     CARTE PARAMETRE (SEUILS D'INACTIVITE EN JOURS)
      *
            SELECT OPTIONAL PARM-FILE ASSIGN TO UT-S-DORPARM
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-PARM.
      *
      *     TRANSACTIONS DE MISE EN DORMANCE (VERS FORBCPT1)
      *
            SELECT TRANS-FILE ASSIGN TO UT-S-TRNDOR
            ORGANIZATION LINE SEQUENTIAL.
      *
      *     LETTRES D'AVIS ET DE CLASSEMENT (UNE PAGE PAR LETTRE)
      *
            SELECT LETTRES-FILE ASSIGN TO UT-S-LETDOR
            ORGANIZATION LINE SEQUENTIAL.
      *
      *     ETAT RECAPITULATIF DU JOUR
      *
            SELECT ETAT-DOR ASSIGN TO UT-S-ETATDOR
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
       FD  PARM-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-PARM
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-PARM.
           05  PARM-SEUIL-AVIS          PIC X(4).
           05  PARM-SEUIL-DORMANCE      PIC X(4).
           05  PARM-SEUIL-TRANSFERT     PIC X(4).
           05  FILLER                   PIC X(68).
      *
       FD  TRANS-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-TRANS
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-TRANS.
           05  TR-ACTION                PIC X(1).
           05  TR-COMPTE-NUM            PIC X(6).
           05  TR-CLI-CODE              PIC X(5).
           05  TR-LIBELLE               PIC X(35).
           05  TR-COMPTE-CIBLE          PIC X(6).
           05  TR-MONTANT-DECOUVERT     PIC 9(10)V99.
           05  TR-OPERATEUR             PIC X(8).
           05  FILLER                   PIC X(7).
      *
       FD  LETTRES-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-LETTRE
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-LETTRE                 PIC X(132).
      *
       FD  ETAT-DOR
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
       01      W-STAT-CPTMSTR           PIC X(02) VALUE SPACES.
       01      W-STAT-SOLDENOU          PIC X(02) VALUE SPACES.
       01      W-STAT-PARM              PIC X(02) VALUE SPACES.
      *
      *     SITUATION DU COMPTE COURANT : ETAT AU FICHIER MAITRE,
      *     SOLDE SIGNE ET ANCIENNETE DU DERNIER MOUVEMENT CLIENT -
      *     POUR UN COMPTE ACTIF, UNE REACTIVATION POSTERIEURE AU
      *     DERNIER MOUVEMENT (CM-DATE-STATUT) VAUT SIGNE DE VIE
      *
       01      AXI-ETAT-COMPTE          PIC X(01) VALUE SPACE.
            88 COMPTE-ACTIF                       VALUE 'A'.
            88 COMPTE-CLOS                        VALUE 'C'.
            88 COMPTE-DORMANT                     VALUE 'D'.
            88 COMPTE-INCONNU                     VALUE 'I'.
       01      W-CLI-CODE               PIC X(5)  VALUE SPACES.
       01      W-DATE-STATUT            PIC 9(8)  VALUE ZERO.
       01      W-DATE-REFERENCE         PIC 9(8)  VALUE ZERO.
       01      W-SOLDE                  PIC S9(16)V99 VALUE ZERO.
       01      W-OBSERVATION            PIC X(42) VALUE SPACES.
      *
      *     SEUILS D'INACTIVITE (JOURS CALENDAIRES DEPUIS LE DERNIER
      *     MOUVEMENT CLIENT) - VALEURS PAR DEFAUT SANS CARTE
      *     PARAMETRE VALIDE : AVIS UN MOIS AVANT LA DORMANCE A UN
      *     AN, TRANSFERT A DIX ANS
      *
       01      W-SEUIL-AVIS             PIC 9(04) VALUE 0335.
       01      W-SEUIL-DORMANCE         PIC 9(04) VALUE 0365.
       01      W-SEUIL-TRANSFERT        PIC 9(04) VALUE 3650.
       01      W-JOURS-INACTIF          PIC 9(05) VALUE ZERO.
       01      W-JOURS-VEILLE           PIC 9(05) VALUE ZERO.
       01      W-JULIEN-JOUR            PIC 9(07) VALUE ZERO.
       01      W-JULIEN-VEILLE          PIC 9(07) VALUE ZERO.
       01      W-DATE-VEILLE            PIC 9(08) VALUE ZERO.
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
      *     LETTRE : BLOC ADRESSE CALE SUR LA FENETRE DES ENVELOPPES
      *     (COMME LE RELEVE DE FORBMOR4), CORPS DU TEXTE SELON LE
      *     TYPE : 1 AVIS D'INACTIVITE, 2 CLASSEMENT EN INACTIF
      *
       01      W-TYPE-LETTRE            PIC 9(01) VALUE ZERO.
       01      W-LET-ADRESSE.
           05  FILLER                   PIC X(44) VALUE SPACES.
           05  W-LET-ADR-TEXTE          PIC X(38).
           05  FILLER                   PIC X(50) VALUE SPACES.
      *
       01      W-LET-ENTETE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(40)
                          VALUE 'SERVICE CLIENTELE'.
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
           'AVIS D''INACTIVITE DU COMPTE'.
           05  FILLER                   PIC X(56) VALUE
           'AUCUNE OPERATION N''A ETE EFFECTUEE A VOTRE INITIATIVE'.
           05  FILLER                   PIC X(56) VALUE
           'SUR LE COMPTE CI-DESSUS DEPUIS UNE LONGUE PERIODE. SANS'.
           05  FILLER                   PIC X(56) VALUE
           'MANIFESTATION DE VOTRE PART, IL SERA CLASSE EN COMPTE'.
           05  FILLER                   PIC X(56) VALUE
           'INACTIF ET SES OPERATIONS SERONT SOUMISES A CONTROLE.'.
           05  FILLER                   PIC X(30) VALUE
           'CLASSEMENT EN COMPTE INACTIF'.
           05  FILLER                   PIC X(56) VALUE
           'FAUTE D''OPERATION A VOTRE INITIATIVE, LE COMPTE'.
           05  FILLER                   PIC X(56) VALUE
           'CI-DESSUS EST DESORMAIS CLASSE EN COMPTE INACTIF. TOUTE'.
           05  FILLER                   PIC X(56) VALUE
           'OPERATION SERA SOUMISE A CONTROLE. POUR LE REACTIVER,'.
           05  FILLER                   PIC X(56) VALUE
           'VEUILLEZ PRENDRE CONTACT AVEC VOTRE AGENCE.'.
       01      W-TEXTES-LETTRE REDEFINES W-TEXTES-LETTRE-VAL.
           05  W-TXT-TYPE               OCCURS 2.
               10  W-TXT-OBJET          PIC X(30).
               10  W-TXT-LIGNE          PIC X(56) OCCURS 4.
       01      W-IDX-TXT                PIC 9(01).
      *
      *     EVENEMENTS DU JOUR MEMORISES POUR L'ETAT (EDITES PAR
      *     CATEGORIE EN FIN DE PASSAGE) : A AVIS, D MISE EN
      *     DORMANCE, T A TRANSFERER
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
           05  FILLER                   PIC X(12) VALUE 'DERNIER MVT'.
           05  FILLER                   PIC X(8)  VALUE 'JOURS'.
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
           05  W-EVT-DERN-MVT           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  W-EVT-JOURS              PIC ZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  W-EVT-OBSERV             PIC X(42).
      *
      *     COMPTEURS DE L'ETAT
      *
       01      W-NB-SOLDES-LUS          PIC 9(07) VALUE ZERO.
       01      W-NB-INCONNUS            PIC 9(07) VALUE ZERO.
       01      W-NB-CLOS                PIC 9(07) VALUE ZERO.
       01      W-NB-SANS-DATE           PIC 9(07) VALUE ZERO.
       01      W-NB-EN-AVIS             PIC 9(07) VALUE ZERO.
       01      W-NB-AVIS                PIC 9(07) VALUE ZERO.
       01      W-NB-DORMANCES           PIC 9(07) VALUE ZERO.
       01      W-NB-DORMANTS            PIC 9(07) VALUE ZERO.
       01      W-NB-A-TRANSFERER        PIC 9(07) VALUE ZERO.
       01      W-NB-LETTRES-EDITEES     PIC 9(07) VALUE ZERO.
       01      W-NB-LETTRES-RETENUES    PIC 9(07) VALUE ZERO.
       01      W-NB-SANS-ADRESSE        PIC 9(07) VALUE ZERO.
       01      W-TOT-DORMANTS           PIC S9(16)V99 VALUE ZERO.
       01      W-TOT-A-TRANSFERER       PIC S9(16)V99 VALUE ZERO.
      *
       01      W-MONTANT-AFF            PIC -(13)9V99.
       01      W-TOTAL-AFF              PIC -(15)9V99.
       01      W-NB-AFF                 PIC Z(6)9.
       01      W-JOURS-AFF              PIC ZZZZ9.
       01      W-SEUIL-AVIS-AFF         PIC ZZZ9.
       01      W-SEUIL-DORMANCE-AFF     PIC ZZZ9.
       01      W-SEUIL-TRANSFERT-AFF    PIC ZZZ9.
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
                          VALUE 'SUIVI DES COMPTES INACTIFS'.
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
           DISPLAY 'DEBUT DU PROGRAMME FORBDOR1'
           DISPLAY ' '
           OPEN     INPUT     CPTMSTR-FILE
           IF W-STAT-CPTMSTR NOT = '00'
              DISPLAY '*** ERREUR : CPTMSTR-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-CPTMSTR
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN     INPUT     SOLDENOU-FILE
           IF W-STAT-SOLDENOU NOT = '00'
              DISPLAY '*** ERREUR : SOLDENOU-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-SOLDENOU
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
           OPEN     OUTPUT    TRANS-FILE
           OPEN     OUTPUT    LETTRES-FILE
           OPEN     OUTPUT    ETAT-DOR
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           PERFORM  LECTURE-PARM         THRU LECTURE-PARM-FIN
           MOVE     W-DATE-SYSTEME       TO W-CAL-DATE
           PERFORM  CALCUL-JULIEN        THRU CALCUL-JULIEN-FIN
           MOVE     W-CAL-JULIEN         TO W-JULIEN-JOUR
      *           SANS JOUR OUVRE PRECEDENT CONNU (PREMIER JOUR DU
      *           CALENDRIER), TOUT COMPTE DEJA DANS LA PERIODE D'AVIS
      *           EST AVISE CE JOUR.
           IF W-DATE-VEILLE IS NUMERIC
              AND W-DATE-VEILLE > ZERO
              AND W-DATE-VEILLE < W-DATE-SYSTEME
              MOVE  W-DATE-VEILLE        TO W-CAL-DATE
              PERFORM CALCUL-JULIEN      THRU CALCUL-JULIEN-FIN
              MOVE  W-CAL-JULIEN         TO W-JULIEN-VEILLE
           ELSE
              MOVE  ZERO                 TO W-JULIEN-VEILLE
           END-IF
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
           MOVE     'A'                  TO W-TYPE-EDITE
           MOVE     'AVIS D''INACTIVITE' TO W-TITRE-SECTION
           PERFORM  SECTION-EVENEMENTS   THRU SECTION-EVENEMENTS-FIN
           MOVE     'D'                  TO W-TYPE-EDITE
           MOVE     'MISES EN DORMANCE'  TO W-TITRE-SECTION
           PERFORM  SECTION-EVENEMENTS   THRU SECTION-EVENEMENTS-FIN
           MOVE     'T'                  TO W-TYPE-EDITE
           MOVE     'COMPTES DORMANTS A TRANSFERER'
                                         TO W-TITRE-SECTION
           PERFORM  SECTION-EVENEMENTS   THRU SECTION-EVENEMENTS-FIN
           PERFORM  TOTAL-DORMANCE       THRU TOTAL-DORMANCE-FIN
           CLOSE    CPTMSTR-FILE
           CLOSE    SOLDENOU-FILE
           IF CLIMSTR-DISPONIBLE
              CLOSE CLIMSTR-FILE
           END-IF
           CLOSE    TRANS-FILE
           CLOSE    LETTRES-FILE
           CLOSE    ETAT-DOR
           IF (W-NB-SANS-ADRESSE > ZERO OR EVT-SATURES)
              AND RETURN-CODE < 4
              MOVE  4                    TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME FORBDOR1'
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
      *           PEUT PAS ETRE DATE, ON ARRETE NET. LE JOUR OUVRE
      *           PRECEDENT SERT A DATER LE FRANCHISSEMENT DU SEUIL
      *           D'AVIS.
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
           MOVE     DC-DATE-PRECEDENTE   TO W-DATE-VEILLE
           CLOSE    DATCTL-FILE.
       LECTURE-DATCTL-FIN.
           EXIT.
      *
      *           SEUILS DE LA CARTE PARAMETRE : TROIS NOMBRES DE
      *           JOURS STRICTEMENT CROISSANTS, LE PREMIER NON NUL -
      *           CARTE ABSENTE, A BLANC OU INCOHERENTE, LES SEUILS
      *           PAR DEFAUT SONT CONSERVES.
       LECTURE-PARM.
           OPEN     INPUT     PARM-FILE
           IF W-STAT-PARM = '00'
              READ     PARM-FILE
                 NOT AT END
                    IF LIGNE-PARM(1:12) NOT = SPACES
                       IF PARM-SEUIL-AVIS IS NUMERIC
                          AND PARM-SEUIL-DORMANCE IS NUMERIC
                          AND PARM-SEUIL-TRANSFERT IS NUMERIC
                          AND PARM-SEUIL-AVIS > ZERO
                          AND PARM-SEUIL-AVIS < PARM-SEUIL-DORMANCE
                          AND PARM-SEUIL-DORMANCE <
                              PARM-SEUIL-TRANSFERT
                          MOVE PARM-SEUIL-AVIS
                                         TO W-SEUIL-AVIS
                          MOVE PARM-SEUIL-DORMANCE
                                         TO W-SEUIL-DORMANCE
                          MOVE PARM-SEUIL-TRANSFERT
                                         TO W-SEUIL-TRANSFERT
                       ELSE
                          DISPLAY 'CARTE PARAMETRE : SEUILS INVALIDES '
                             LIGNE-PARM(1:12)
                             ' - SEUILS PAR DEFAUT CONSERVES'
                       END-IF
                    END-IF
              END-READ
           END-IF
           CLOSE    PARM-FILE
           DISPLAY 'SEUILS D''INACTIVITE (JOURS) : ' W-SEUIL-AVIS
              ' / ' W-SEUIL-DORMANCE ' / ' W-SEUIL-TRANSFERT.
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
      *           SEULS LES COMPTES ACTIFS OU DORMANTS DU FICHIER
      *           MAITRE SONT EVALUES. UNE LIGNE DE SOLDE SANS DATE DE
      *           DERNIER MOUVEMENT (ANTERIEURE A SA TENUE) EST
      *           IGNOREE : FORBMOR4 LA DATERA AU PROCHAIN PASSAGE.
       EVALUATION-COMPTE.
           IF SN-SOLDE-SIGNE = '-'
              COMPUTE W-SOLDE = ZERO - SN-SOLDE
           ELSE
              MOVE  SN-SOLDE             TO W-SOLDE
           END-IF
           PERFORM  RECHERCHE-CPTMSTR    THRU RECHERCHE-CPTMSTR-FIN
           IF COMPTE-INCONNU
              ADD   1                    TO W-NB-INCONNUS
              DISPLAY 'COMPTE ' SN-COMPTE-NUM
                 ' ABSENT DE CPTMSTR - NON EVALUE'
           ELSE
           IF COMPTE-CLOS
              ADD   1                    TO W-NB-CLOS
           ELSE
           IF SN-DATE-DERN-MVT NOT NUMERIC
              OR SN-DATE-DERN-MVT = ZERO
              ADD   1                    TO W-NB-SANS-DATE
           ELSE
              PERFORM CALCUL-INACTIVITE  THRU CALCUL-INACTIVITE-FIN
              IF COMPTE-DORMANT
                 PERFORM SUIVI-DORMANT   THRU SUIVI-DORMANT-FIN
              ELSE
                 PERFORM SUIVI-ACTIF     THRU SUIVI-ACTIF-FIN
              END-IF
           END-IF
           END-IF
           END-IF.
       EVALUATION-COMPTE-FIN.
           EXIT.
      *
       RECHERCHE-CPTMSTR.
           MOVE     SPACES               TO W-CLI-CODE
           MOVE     ZERO                 TO W-DATE-STATUT
           MOVE     SN-COMPTE-NUM        TO CM-COMPTE-NUM
           READ     CPTMSTR-FILE
              INVALID KEY
                 MOVE 'I'                TO AXI-ETAT-COMPTE
              NOT INVALID KEY
                 MOVE CM-CLI-CODE        TO W-CLI-CODE
                 IF CM-DATE-STATUT IS NUMERIC
                    MOVE CM-DATE-STATUT  TO W-DATE-STATUT
                 END-IF
                 IF CM-COMPTE-CLOTURE
                    MOVE 'C'             TO AXI-ETAT-COMPTE
                 ELSE
                    IF CM-COMPTE-DORMANT
                       MOVE 'D'          TO AXI-ETAT-COMPTE
                    ELSE
                       MOVE 'A'          TO AXI-ETAT-COMPTE
                    END-IF
                 END-IF
           END-READ.
       RECHERCHE-CPTMSTR-FIN.
           EXIT.
      *
      *           JOURS CALENDAIRES SANS MOUVEMENT CLIENT, AU JOUR DE
      *           TRAITEMENT ET AU JOUR OUVRE PRECEDENT, PAR
      *           DIFFERENCE DES JOURS JULIENS - UN COMPTE ACTIF EST
      *           OBSERVE DEPUIS SA REACTIVATION SI ELLE EST PLUS
      *           RECENTE QUE SON DERNIER MOUVEMENT.
       CALCUL-INACTIVITE.
           MOVE     SN-DATE-DERN-MVT     TO W-DATE-REFERENCE
           IF COMPTE-ACTIF
              AND W-DATE-STATUT > W-DATE-REFERENCE
              AND W-DATE-STATUT NOT > W-DATE-SYSTEME
              MOVE  W-DATE-STATUT        TO W-DATE-REFERENCE
           END-IF
           MOVE     W-DATE-REFERENCE     TO W-CAL-DATE
           PERFORM  CALCUL-JULIEN        THRU CALCUL-JULIEN-FIN
           IF W-CAL-JULIEN < W-JULIEN-JOUR
              COMPUTE W-JOURS-INACTIF = W-JULIEN-JOUR - W-CAL-JULIEN
           ELSE
              MOVE  ZERO                 TO W-JOURS-INACTIF
           END-IF
           IF W-CAL-JULIEN < W-JULIEN-VEILLE
              COMPUTE W-JOURS-VEILLE = W-JULIEN-VEILLE - W-CAL-JULIEN
           ELSE
              MOVE  ZERO                 TO W-JOURS-VEILLE
           END-IF.
       CALCUL-INACTIVITE-FIN.
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
      *           COMPTE ACTIF : AU-DELA DU SEUIL DE DORMANCE IL EST
      *           PROPOSE AU STATUT DORMANT (TRANSACTION FORBCPT1 ET
      *           LETTRE DE CLASSEMENT) ; DANS LA PERIODE D'AVIS, LA
      *           LETTRE D'AVIS PART LE SEUL JOUR DU FRANCHISSEMENT
      *           DU SEUIL (LE COMPTE N'Y ETAIT PAS LA VEILLE).
       SUIVI-ACTIF.
           IF W-JOURS-INACTIF NOT < W-SEUIL-DORMANCE
              PERFORM MISE-EN-DORMANCE   THRU MISE-EN-DORMANCE-FIN
           ELSE
              IF W-JOURS-INACTIF NOT < W-SEUIL-AVIS
                 ADD   1                 TO W-NB-EN-AVIS
                 IF W-JOURS-VEILLE < W-SEUIL-AVIS
                    ADD   1              TO W-NB-AVIS
                    MOVE  1              TO W-TYPE-LETTRE
                    PERFORM EMISSION-LETTRE
                                         THRU EMISSION-LETTRE-FIN
                    MOVE  'A'            TO W-TYPE-EVT
                    PERFORM MEMO-EVENEMENT
                                         THRU MEMO-EVENEMENT-FIN
                 END-IF
              END-IF
           END-IF.
       SUIVI-ACTIF-FIN.
           EXIT.
      *
      *           TRANSACTION 'M' AU FORMAT CPTTRANS DE FORBCPT1 : LE
      *           STATUT N'EST CHANGE QUE PAR FORBCPT1, QUI EN GARDE
      *           L'IMAGE AVANT/APRES SUR SON ETAT D'AUDIT.
       MISE-EN-DORMANCE.
           ADD      1                    TO W-NB-DORMANCES
           MOVE     SPACES               TO LIGNE-TRANS
           MOVE     'M'                  TO TR-ACTION
           MOVE     SN-COMPTE-NUM        TO TR-COMPTE-NUM
           MOVE     W-CLI-CODE           TO TR-CLI-CODE
           MOVE     'MISE EN DORMANCE'   TO TR-LIBELLE
           MOVE     ZERO                 TO TR-MONTANT-DECOUVERT
           MOVE     'FORBDOR1'           TO TR-OPERATEUR
           WRITE    LIGNE-TRANS
           MOVE     2                    TO W-TYPE-LETTRE
           PERFORM  EMISSION-LETTRE      THRU EMISSION-LETTRE-FIN
           MOVE     'D'                  TO W-TYPE-EVT
           PERFORM  MEMO-EVENEMENT       THRU MEMO-EVENEMENT-FIN.
       MISE-EN-DORMANCE-FIN.
           EXIT.
      *
      *           COMPTE DORMANT : DECOMPTE DES AVOIRS ET, AU-DELA DU
      *           SEUIL DE TRANSFERT, SIGNALEMENT POUR LE TRANSFERT
      *           REGLEMENTAIRE (EXECUTE PAR UN VIREMENT 'T').
       SUIVI-DORMANT.
           ADD      1                    TO W-NB-DORMANTS
           ADD      W-SOLDE              TO W-TOT-DORMANTS
           IF W-JOURS-INACTIF NOT < W-SEUIL-TRANSFERT
              ADD   1                    TO W-NB-A-TRANSFERER
              ADD   W-SOLDE              TO W-TOT-A-TRANSFERER
              MOVE  'SEUIL DE TRANSFERT ATTEINT'
                                         TO W-OBSERVATION
              MOVE  'T'                  TO W-TYPE-EVT
              PERFORM MEMO-EVENEMENT     THRU MEMO-EVENEMENT-FIN
           END-IF.
       SUIVI-DORMANT-FIN.
           EXIT.
      *
      *           LETTRE DU TYPE DEMANDE : EDITEE SI LE CLIENT A UNE
      *           ADRESSE ET QUE SES ENVOIS NE SONT PAS SUSPENDUS,
      *           SINON RETENUE OU NON ADRESSEE (SIGNALE A L'ETAT).
       EMISSION-LETTRE.
           PERFORM  RECHERCHE-CLIMSTR    THRU RECHERCHE-CLIMSTR-FIN
           MOVE     SPACES               TO W-OBSERVATION
           IF NOT FICHE-CLI-TROUVEE
              ADD   1                    TO W-NB-SANS-ADRESSE
              STRING W-TXT-OBJET(W-TYPE-LETTRE) DELIMITED BY '  '
                     ' : NON ADRESSEE'   DELIMITED BY SIZE
                     INTO W-OBSERVATION
           ELSE
              IF ENVOI-CLI-SUSPENDU
                 ADD   1                 TO W-NB-LETTRES-RETENUES
                 STRING W-TXT-OBJET(W-TYPE-LETTRE) DELIMITED BY '  '
                        ' : RETENUE'     DELIMITED BY SIZE
                        INTO W-OBSERVATION
              ELSE
                 PERFORM EDITION-LETTRE  THRU EDITION-LETTRE-FIN
                 ADD   1                 TO W-NB-LETTRES-EDITEES
                 STRING W-TXT-OBJET(W-TYPE-LETTRE) DELIMITED BY '  '
                        ' : EDITEE'      DELIMITED BY SIZE
                        INTO W-OBSERVATION
              END-IF
           END-IF.
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
              MOVE  W-CLI-CODE           TO CLI-CODE
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
      *           TEXTE DU TYPE ET SITUATION DU COMPTE.
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
           STRING   'OBJET : ' W-TXT-OBJET(W-TYPE-LETTRE)
                    DELIMITED BY '  '
                    ' - COMPTE ' SN-COMPTE-NUM
                    DELIMITED BY SIZE INTO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 4 LINES
           MOVE     SPACES               TO W-LET-TEXTE
           STRING   'REFERENCE : ' W-CLI-CODE '/' SN-COMPTE-NUM
                    '/' W-TYPE-LETTRE
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
           MOVE     SN-DATE-DERN-MVT     TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           MOVE     SPACES               TO W-LET-TEXTE
           STRING   'DERNIERE OPERATION LE          : ' W-DATE-FORMAT
                    DELIMITED BY SIZE INTO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 2 LINES
           MOVE     W-SOLDE              TO W-MONTANT-AFF
           MOVE     SPACES               TO W-LET-TEXTE
           STRING   'SOLDE AU ' W-DATE-JOUR-AFF
                    '            : ' W-MONTANT-AFF
                    DELIMITED BY SIZE INTO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 1 LINES
           MOVE     'VEUILLEZ AGREER NOS SALUTATIONS DISTINGUEES.'
                                         TO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 2 LINES
           MOVE     'LE SERVICE CLIENTELE'
                                         TO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 3 LINES.
       EDITION-LETTRE-FIN.
           EXIT.
      *
       LIGNE-TEXTE-LETTRE.
           MOVE     W-TXT-LIGNE(W-TYPE-LETTRE W-IDX-TXT)
                                         TO W-LET-TEXTE
           WRITE    LIGNE-LETTRE         FROM W-LET-LIGNE
                                         AFTER ADVANCING 1 LINES.
       LIGNE-TEXTE-LETTRE-FIN.
           EXIT.
      *
      *           LIGNE D'EVENEMENT MEMORISEE POUR L'ETAT - AU DELA
      *           DE LA CAPACITE, L'ETAT EST SIGNALE INCOMPLET.
       MEMO-EVENEMENT.
           MOVE     SN-COMPTE-NUM        TO W-EVT-COMPTE
           MOVE     W-CLI-CODE           TO W-EVT-CLIENT
           MOVE     W-SOLDE              TO W-EVT-SOLDE
           MOVE     SN-DATE-DERN-MVT     TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           MOVE     W-DATE-FORMAT        TO W-EVT-DERN-MVT
           MOVE     W-JOURS-INACTIF      TO W-EVT-JOURS
           MOVE     W-OBSERVATION        TO W-EVT-OBSERV
           IF T-EVT-NB < 3000
              ADD   1                    TO T-EVT-NB
              MOVE  W-TYPE-EVT           TO T-EV-TYPE(T-EVT-NB)
              MOVE  W-LIGNE-EVT          TO T-EV-LIGNE(T-EVT-NB)
           ELSE
              IF NOT EVT-SATURES
                 DISPLAY 'ETAT DES COMPTES INACTIFS : PLUS DE 3000 '
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
              MOVE  '         AUCUN COMPTE'
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
       TOTAL-DORMANCE.
           STRING   '         ***** BILAN DES COMPTES INACTIFS *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-SEUIL-AVIS         TO W-SEUIL-AVIS-AFF
           MOVE     W-SEUIL-DORMANCE     TO W-SEUIL-DORMANCE-AFF
           MOVE     W-SEUIL-TRANSFERT    TO W-SEUIL-TRANSFERT-AFF
           STRING   '         SEUILS EN JOURS       :    '
                    W-SEUIL-AVIS-AFF ' / ' W-SEUIL-DORMANCE-AFF
                    ' / ' W-SEUIL-TRANSFERT-AFF
                    '  (AVIS / DORMANCE / TRANSFERT)'
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
           MOVE     W-NB-CLOS            TO W-NB-AFF
           STRING   '         COMPTES CLOTURES      : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-SANS-DATE       TO W-NB-AFF
           STRING   '         SOLDES NON DATES      : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-EN-AVIS         TO W-NB-AFF
           STRING   '         EN PERIODE D''AVIS     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-AVIS            TO W-NB-AFF
           STRING   '         AVIS DU JOUR          : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-DORMANCES       TO W-NB-AFF
           STRING   '         MISES EN DORMANCE     : ' W-NB-AFF
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
           MOVE     W-NB-DORMANTS        TO W-NB-AFF
           MOVE     W-TOT-DORMANTS       TO W-TOTAL-AFF
           STRING   '         COMPTES DORMANTS      : ' W-NB-AFF
                    '  AVOIRS : '         W-TOTAL-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-A-TRANSFERER    TO W-NB-AFF
           MOVE     W-TOT-A-TRANSFERER   TO W-TOTAL-AFF
           STRING   '         DORMANTS A TRANSFERER : ' W-NB-AFF
                    '  AVOIRS : '         W-TOTAL-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TOTAL-DORMANCE-FIN.
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
