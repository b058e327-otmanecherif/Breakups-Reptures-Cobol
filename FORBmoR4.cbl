      *        L'INTERFACE GRAND LIVRE ET L'HISTORIQUE PAR CLIENT   *
      *      - SAIT TRIER LUI-MEME UN FLUX NON TRIE (CARTE PARM)    *
      *        ET REPRENDRE SUR POINT DE CONTROLE                   *
      *      - TIENT LE JOURNAL PERMANENT DES ECRITURES IMPUTEES ET *
      *        REJETTE UNE ECRITURE DEJA IMPUTEE PAR UN AUTRE RUN   *
      *      - APRES UN ARRET ANORMAL, NE REPART QU'EN RUN COMPLET :*
      *        HISTMVT, RUNCTL ET JRNECR (MIS A JOUR SUR PLACE)     *
      *        SONT A RESTAURER A LEUR ETAT D'AVANT RUN ET LE       *
      *        FICHIER CHKPT A SUPPRIMER. SANS LA RESTAURATION DE   *
      *        JRNECR, LES ECRITURES DEJA JOURNALISEES PAR LE RUN   *
      *        INTERROMPU SERAIENT REJETEES EN S05 ET PERDUES       *
      *      - LIT L'ENTREE FUSIONNEE PAR FORBFUS1 (ORIGINE DE      *
      *        CHAQUE ECRITURE) ET VENTILE LE BORDEREAU PAR SOURCE  *
      *      - REJETTE TOUTE ECRITURE DATEE DANS UNE PERIODE        *
      *        COMPTABLE CLOTUREE AU CALENDRIER (CALPER)            *
      *      - DATE LE RUN (REGISTRE, GRAND LIVRE, HISTORIQUE,      *
      *        RUNCTL) A LA DATE DE TRAITEMENT DE DATCTL            *
      *      - TIENT PAR COMPTE LA DATE DU DERNIER MOUVEMENT CLIENT *
      *        (HORS ECRITURES GENEREES) ET MET EN SUSPENS LES      *
      *        MOUVEMENTS CLIENT D'UN COMPTE DORMANT                *
      *                                                             *
      *-------------------------------------------------------------*
       AUTHOR. MOHAMMED.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *     FICHIER COMPTES EN ENTREE - EN EXPLOITATION, LE FICHIER
      *     FUSIONNE ET TRIE PAR FORBFUS1 (MVFUSION), CHAQUE
      *     ECRITURE SUIVIE DE SON ORIGINE
      *
            SELECT MVMNTS-FILE  ASSIGN TO UT-S-MVMNTS
            ORGANIZATION LINE SEQUENTIAL.
            SELECT OPTIONAL RUNCTL-FILE ASSIGN TO UT-S-RUNCTL
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-RUNCTL.
      *
      *     JOURNAL PERMANENT DES ECRITURES IMPUTEES (INDEXE PAR
      *     COMPTE + DATE + NUMERO D'ECRITURE) : CONTROLE DES
      *     DOUBLONS D'UN RUN A L'AUTRE ET TRACE DETAILLEE DES
      *     ECRITURES POUR LES RECLAMATIONS (LISTE PAR FORBJRN1)
      *
            SELECT OPTIONAL JRNECR-FILE ASSIGN TO UT-S-JRNECR
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY JR-CLE
            FILE STATUS IS W-STAT-JRNECR.
      *
      *     CALENDRIER DES PERIODES COMPTABLES (INDEXE PAR PERIODE
      *     AAAAMM, TENU PAR FORBPER1) - LECTURE DIRECTE PAR LA
      *     PERIODE DE LA DATE D'ECRITURE
      *
            SELECT OPTIONAL CALPER-FILE ASSIGN TO UT-S-CALPER
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY CP-PERIODE
            FILE STATUS IS W-STAT-CALPER.
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
      *     LE FICHIER EN ENTREE QUI CONTIEN LES CLIENTS DES CLIENTS
      *     IMAGE 80 OCTETS DE L'ECRITURE PUIS SON ORIGINE (SOURCE,
      *     RUN D'ORIGINE, LOT) POSEE PAR FORBFUS1 - A BLANC POUR
      *     UNE ENTREE NON FUSIONNEE
      *
       01  LIGNE-MVMNTS.
           05  LM-MVMNT-IMAGE           PIC X(80).
           05  LM-ORIGINE               PIC X(11).
      *
       FD  MVTRI-FILE
           BLOCK              0         RECORDS
           DATA RECORD    LIGNE-MVTRI
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-MVTRI.
           05  LT-MVMNT-IMAGE           PIC X(80).
           05  LT-ORIGINE               PIC X(11).
      *
       SD  TRI-FICHIER
           DATA RECORD    TRI-MVMNTS.
           05  TRI-ECRITURE-NUM         PIC X(5).
           05  TRI-ECRITURE-DATE        PIC X(8).
           05  FILLER                   PIC X(56).
           05  FILLER                   PIC X(11).
      *
       FD  ETAT-MVMNTS
           BLOCK              0         RECORDS
      *     IMAGE DE L'ECRITURE REJETEE SUIVIE DU CODE MOTIF :
      *     V01 SENS INVALIDE    V02 MONTANT NON NUMERIQUE
      *     V03 DATE INVALIDE    V04 DEVISE INCONNUE
      *     V05 DATE DANS UNE PERIODE CLOTUREE
      *     S01 DOUBLON
      *     S02 DATE HORS SEQUENCE  S03 CLIENT HORS SEQUENCE
      *     S04 COMPTE HORS SEQUENCE
      *     S05 ECRITURE DEJA IMPUTEE (PRESENTE AU JOURNAL)
      *     PUIS L'ORIGINE DE L'ECRITURE (SOURCE / RUN / LOT)
      *
       01  LIGNE-REJET.
           05  REJ-MVMNT-IMAGE          PIC X(80).
           05  FILLER                   PIC X(2).
           05  REJ-CODE-MOTIF           PIC X(3).
           05  FILLER                   PIC X(2).
           05  REJ-ORIGINE              PIC X(11).
      *
       FD  CHKPT-FILE
           BLOCK              0         RECORDS
           05  SA-COMPTE-NUM            PIC X(6).
           05  SA-SOLDE-SIGNE           PIC X(1).
           05  SA-SOLDE                 PIC 9(16)V99.
           05  SA-DATE-DERN-MVT         PIC 9(8).
           05  FILLER                   PIC X(47).
      *
       FD  SOLDENOU-FILE
           BLOCK              0         RECORDS
           05  SN-COMPTE-NUM            PIC X(6).
           05  SN-SOLDE-SIGNE           PIC X(1).
           05  SN-SOLDE                 PIC 9(16)V99.
      *    DATE DU DERNIER MOUVEMENT A L'INITIATIVE DU CLIENT - LES
      *    ECRITURES GENEREES (INTERETS, FRAIS, VIREMENTS INTERNES
      *    ET PERMANENTS) NE LA MODIFIENT PAS
           05  SN-DATE-DERN-MVT         PIC 9(8).
           05  FILLER                   PIC X(47).
      *
       FD  RUNCTL-FILE
           BLOCK              0         RECORDS
           LABEL    RECORD    STANDARD.
      *
       COPY RUNCTL.
      *
       FD  JRNECR-FILE
           DATA RECORD    JRNECR-REC.
      *
       COPY JRNECR.
      *
       FD  CALPER-FILE
           DATA RECORD    CALPER-REC.
      *
       COPY CALPER.
      *
       FD  DATCTL-FILE
           DATA RECORD    DATCTL-REC.
      *
       COPY DATCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01      W-NB-REJ-S03             PIC 9(05) VALUE ZERO.
       01      W-NB-REJ-S04             PIC 9(05) VALUE ZERO.
       01      W-NB-REJ-V04             PIC 9(05) VALUE ZERO.
       01      W-NB-REJ-S05             PIC 9(05) VALUE ZERO.
       01      W-NB-REJ-V05             PIC 9(05) VALUE ZERO.
       01      W-NB-REJ-AFF             PIC Z(4)9.
       01      W-VAL-AAAA               PIC 9(04).
       01      W-VAL-MM                 PIC 9(02).
       01      W-CTL-D-AFF              PIC Z(7)9V99.
       01      W-CTL-C-AFF              PIC Z(7)9V99.
       01      W-CTL-LIBELLE            PIC X(45).
      *
      *     VENTILATION DU "LU (BRUT)" PAR SOURCE, A RAPPROCHER DE
      *     L'ETAT DE CONTROLE DES LOTS DE FORBFUS1
      *
       01      AXI-ORG-TROUVEE          PIC X(01) VALUE 'N'.
            88 ORG-TROUVEE                        VALUE 'O'.
       01      W-IDX-ORG                PIC 9(02).
       01      W-ORG-LIBELLE            PIC X(28).
       01      T-ORG-NB                 PIC 9(02) VALUE ZERO.
       01      T-ORG-TAB.
           05  T-ORG-ENT OCCURS 1 TO 20 TIMES
                             DEPENDING ON T-ORG-NB
                             INDEXED BY T-ORG-IDX.
               10  T-ORG-SOURCE         PIC X(1).
               10  T-ORG-NB-ENR         PIC 9(07).
               10  T-ORG-CTL-D          PIC 9(16)V99.
               10  T-ORG-CTL-C          PIC 9(16)V99.
       01      W-DATE-FORMAT            PIC X(10).
       01      W-ECART-CLI              PIC S9(16)V99.
       01      W-ECART-CPT              PIC S9(16)V99.
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
       01      W-STAT-ETAT              PIC X(02) VALUE SPACES.
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
      *
       COPY MVMNTS.
      *
      *     ORIGINE DE L'ECRITURE LUE EN AVANCE ET DE L'ECRITURE
      *     A TRAITER (SOURCE, RUN D'ORIGINE, LOT DE FORBFUS1)
      *
       01      W-ORIGINE-LUE.
           05  W-ORL-SOURCE             PIC X(1).
           05  W-ORL-RUN                PIC X(5).
           05  W-ORL-LOT                PIC X(5).
       01      W-ORIGINE-COURANTE.
           05  W-ORC-SOURCE             PIC X(1).
           05  W-ORC-RUN                PIC X(5).
           05  W-ORC-LOT                PIC X(5).
      *
      *     MEMORISATION DE L’ENREGISTREMENT A TRAITER
      *
       01      MVMNTS.
       01      W-DEV-D-AFF              PIC Z(7)9V99.
       01      W-DEV-C-AFF              PIC Z(7)9V99.
      *
      *     MISE EN SUSPENS DES ECRITURES SUR COMPTE CLOTURE,
      *     INCONNU OU DORMANT - POSITIONNE A CHAQUE RUPTURE DE COMPTE
      *
       01      AXI-CPT-SUSPENS          PIC X(01) VALUE 'N'.
            88 CPT-EN-SUSPENS                     VALUE 'C' 'I' 'D'.
            88 CPT-SUSP-CLOTURE                   VALUE 'C'.
            88 CPT-SUSP-INCONNU                   VALUE 'I'.
            88 CPT-SUSP-DORMANT                   VALUE 'D'.
       01      W-NB-SUSPENS             PIC 9(07) VALUE ZERO.
       01      W-NB-SUSP-CLOTURE        PIC 9(07) VALUE ZERO.
       01      W-NB-SUSP-INCONNU        PIC 9(07) VALUE ZERO.
       01      W-SUSP-CLO-C             PIC 9(16)V99 VALUE ZERO.
       01      W-SUSP-INC-D             PIC 9(16)V99 VALUE ZERO.
       01      W-SUSP-INC-C             PIC 9(16)V99 VALUE ZERO.
       01      W-NB-SUSP-DORMANT        PIC 9(07) VALUE ZERO.
       01      W-SUSP-DOR-D             PIC 9(16)V99 VALUE ZERO.
       01      W-SUSP-DOR-C             PIC 9(16)V99 VALUE ZERO.
      *
      *     PREFIXE DU NUMERO D'ECRITURE : LES ECRITURES GENEREES
      *     PAR LA BANQUE (INTERETS 'I', FRAIS 'F' DE FORBINT1,
      *     VIREMENTS INTERNES 'V' DE FORBCPT1, PERMANENTS 'P' DE
      *     FORBVIR2) NE COMPTENT PAS COMME ACTIVITE DU CLIENT
      *
       01      W-PREFIXE-ECRITURE       PIC X(1)  VALUE SPACE.
            88 ECRITURE-GENEREE                   VALUE 'I' 'F'
                                                        'V' 'P'.
      *
      *     COMPTEURS PAR CLIENT POUR L'HISTORIQUE DES MOUVEMENTS
      *
               10  T-SB-SOLDE           PIC S9(16)V99.
               10  T-SB-REPORTE         PIC X(1).
                   88  T-SB-DEJA-REPORTE         VALUE 'O'.
               10  T-SB-DATE-DERN-MVT   PIC 9(8).
       01      W-SOLDE-OUVERTURE        PIC S9(16)V99 VALUE ZERO.
      *     DATE DU DERNIER MOUVEMENT CLIENT DU COMPTE COURANT (ZERO :
      *     AUCUNE CONNUE, LA DATE DE TRAITEMENT EST ALORS REPORTEE
      *     ET SERT DE POINT DE DEPART A L'OBSERVATION)
       01      W-DATE-DERN-MVT          PIC 9(8)  VALUE ZERO.
       01      W-SOLDE-ABS              PIC 9(16)V99.
       01      W-IDX-SOLDE              PIC 9(05).
      *
       01      W-NO-RUN                 PIC 9(05) VALUE ZERO.
       01      W-RUN-NUM-MAX            PIC 9(05) VALUE ZERO.
      *
      *     JOURNAL DES ECRITURES IMPUTEES
      *
       01      W-STAT-JRNECR            PIC X(02) VALUE SPACES.
       01      W-NB-JOURNALISEES        PIC 9(07) VALUE ZERO.
      *
      *     CALENDRIER DES PERIODES : DERNIERE PERIODE CONSULTEE ET
      *     SON STATUT (LE FLUX EST TRIE PAR DATE DANS LE COMPTE,
      *     LA MEME PERIODE REVIENT D'UNE ECRITURE A L'AUTRE)
      *
       01      W-STAT-CALPER            PIC X(02) VALUE SPACES.
       01      AXI-CALPER-DISPO         PIC X(01) VALUE 'N'.
            88 CALPER-DISPONIBLE                  VALUE 'O'.
       01      W-PERIODE-LUE            PIC X(06) VALUE SPACES.
       01      AXI-PERIODE-CLOSE        PIC X(01) VALUE 'N'.
            88 PERIODE-CLOSE                      VALUE 'O'.
      *
      *     VARIABLES DE RUPTURE
      *
       01      AXI-RUPT-CLI-CODE        PIC X(001) VALUE 'O'.
      *           COMPTE SOURCE DU VIREMENT. IL EST IMPUTE AU
      *           REGISTRE ET AUX SOLDES MAIS PAS AU RELEVE (LE
      *           COMPTE EST CLOS, AUCUN RELEVE NE PART).
      *           SUR UN COMPTE DORMANT, SEULES LES ECRITURES
      *           GENEREES PAR LA BANQUE SONT IMPUTEES DE MEME - UN
      *           MOUVEMENT DU CLIENT PART EN SUSPENS POUR REVUE.
           MOVE    MV-ECRITURE-NUM(1:1)   TO W-PREFIXE-ECRITURE
           IF CPT-EN-SUSPENS
              IF (CPT-SUSP-CLOTURE
                  AND MV-ECRITURE-NUM(1:1) = 'V')
                 OR (CPT-SUSP-DORMANT AND ECRITURE-GENEREE)
                 PERFORM CALCUL-SOMME     THRU CALCUL-SOMME-FIN
                 IF NOT MODE-SYNTHESE
                    PERFORM AFFICHAGE-MVMNT
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
       DISPLAY-DEBUT-PGM.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME: '
      *           LES SOLDES DE CLOTURE. LE REFUS INTERVIENT AVANT
      *           TOUTE OUVERTURE DES FICHIERS DE SORTIE.
       CONTROLE-RUNCTL.
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
           IF RUN-JOUR-DEMARRE
              DISPLAY '*** ERREUR : UN RUN EST ENCORE EN VOL POUR LA '
                 'DATE ' W-DATE-SYSTEME ' - DEMARRAGE REFUSE'
              DISPLAY 'RUN INTERROMPU : RESTAURER HISTMVT, RUNCTL ET '
                 'JRNECR, SUPPRIMER LE FICHIER CHKPT ET RELANCER LE '
                 'RUN COMPLET'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN     OUTPUT    GLINTF-FILE
           OPEN     EXTEND    HISTO-FILE
           OPEN     OUTPUT    SOLDENOU-FILE
      *           SANS JOURNAL DES ECRITURES, UNE ENTREE DEJA
      *           IMPUTEE PASSERAIT UNE SECONDE FOIS : ON ARRETE NET
      *           (STATUT '05' = PREMIER RUN, JOURNAL CREE VIDE).
           OPEN     I-O       JRNECR-FILE
           IF W-STAT-JRNECR NOT = '00' AND NOT = '05'
              DISPLAY 'JRNECR-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                 W-STAT-JRNECR
              DISPLAY 'ARRET DU PROGRAMME'
              MOVE  12                  TO RETURN-CODE
              STOP RUN
           END-IF
      *           SANS CALENDRIER (AVANT LA PREMIERE CLOTURE, STATUT
      *           '05') TOUTES LES PERIODES SONT OUVERTES. UN
      *           CALENDRIER PRESENT MAIS ILLISIBLE LEVERAIT LE
      *           VERROU DES PERIODES CLOTUREES : ON ARRETE NET.
           OPEN     INPUT     CALPER-FILE
           EVALUATE W-STAT-CALPER
              WHEN '00'
                 MOVE 'O'               TO AXI-CALPER-DISPO
              WHEN '05'
                 DISPLAY 'CALPER-FILE : ABSENT - AUCUNE PERIODE '
                    'CLOTUREE'
                 CLOSE CALPER-FILE
              WHEN OTHER
                 DISPLAY 'CALPER-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                    W-STAT-CALPER
                 DISPLAY 'ARRET DU PROGRAMME'
                 MOVE  12               TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           PERFORM  ECRITURE-GL-ENTETE   THRU ECRITURE-GL-ENTETE-FIN.
       OUVERTURE-FICHIERS-FIN.
           EXIT.
                 MOVE  SA-SOLDE     TO T-SB-SOLDE(T-SOLDES-NB)
              END-IF
              MOVE  'N'            TO T-SB-REPORTE(T-SOLDES-NB)
              IF SA-DATE-DERN-MVT IS NUMERIC
                 MOVE SA-DATE-DERN-MVT
                              TO T-SB-DATE-DERN-MVT(T-SOLDES-NB)
              ELSE
                 MOVE ZERO    TO T-SB-DATE-DERN-MVT(T-SOLDES-NB)
              END-IF
           ELSE
              IF NOT SOLDES-SATURES
                 MOVE  'O'               TO AXI-SOLDES-SATURES
      *           DES MOUVEMENTS D'AVANT REPRISE, EXTRAIT GL PARTIEL
      *           MAIS AUTO-COHERENT, LIGNES D'HISTORIQUE EN DOUBLE.
      *           ON REFUSE DONC DE REPARTIR : L'EXPLOITATION DOIT
      *           RESTAURER LES ENTREES ET LES FICHIERS MIS A JOUR SUR
      *           PLACE (HISTMVT, RUNCTL, JRNECR), SUPPRIMER LE
      *           FICHIER CHKPT ET RELANCER LE RUN COMPLET. JRNECR EST
      *           ALIMENTE AU FIL DU RUN, AVANT LE 'T' DE RUNCTL : NON
      *           RESTAURE, IL FERAIT REJETER EN S05 PAR LE RUN
      *           COMPLET LES ECRITURES DU RUN INTERROMPU.
       LECTURE-CHKPT-DEPART.
           OPEN     INPUT     CHKPT-FILE
           IF W-STAT-CHKPT = '00'
                    W-CHKPT-NB-ENR ') - LA REPRISE PARTIELLE EST '
                    'REFUSEE DEPUIS QUE LE RUN PRODUIT SOLDES, '
                    'INTERFACE GL ET HISTORIQUE'
                 DISPLAY 'RESTAURER LES ENTREES, HISTMVT, RUNCTL ET '
                    'JRNECR, SUPPRIMER LE FICHIER CHKPT ET RELANCER '
                    'LE RUN COMPLET'
                 MOVE  12                  TO RETURN-CODE
                 STOP RUN
              END-IF
      *
       LECTURE-FICHIER.
           MOVE 1-MVMNTS                    TO MVMNTS
           MOVE W-ORIGINE-LUE               TO W-ORIGINE-COURANTE
           IF NOT FIN-FICHIER-R41n
              PERFORM LECTURE-FIC-BRUTE THRU LECTURE-FIC-BRUTE-FIN
              MOVE 'N'                      TO AXI-ENR-SELECTIONNE
                 AT END
                    MOVE '1'                TO AXI-FT-R41n
                 NOT AT END
                    MOVE LT-ORIGINE         TO W-ORIGINE-LUE
                    ADD  1                  TO W-NB-ENR-LUS
                    PERFORM ACCUMUL-CTL-BRUT
                                            THRU ACCUMUL-CTL-BRUT-FIN
                 AT END
                    MOVE '1'                TO AXI-FT-R41n
                 NOT AT END
                    MOVE LM-ORIGINE         TO W-ORIGINE-LUE
                    ADD  1                  TO W-NB-ENR-LUS
                    PERFORM ACCUMUL-CTL-BRUT
                                            THRU ACCUMUL-CTL-BRUT-FIN
      *           SERA REJETE PAR LE CONTROLE DE CONTENU (V02) AU
      *           LIEU DE FAIRE ABENDER LE RUN.
       ACCUMUL-CTL-BRUT.
           PERFORM  RECHERCHE-ORIGINE     THRU RECHERCHE-ORIGINE-FIN
           IF ORG-TROUVEE
              ADD   1              TO T-ORG-NB-ENR(T-ORG-IDX)
           END-IF
           IF 1-MV-MONTANT IS NUMERIC
              MOVE  1-MV-DEVISE              TO W-CONV-DEVISE
              MOVE  1-MV-MONTANT             TO W-CONV-MONTANT
              PERFORM CONVERSION-MONTANT THRU CONVERSION-MONTANT-FIN
              IF 1-MV-SENS-ECRITURE = 'C'
                 ADD   W-MONTANT-CONV        TO W-CTL-C
                 IF ORG-TROUVEE
                    ADD W-MONTANT-CONV TO T-ORG-CTL-C(T-ORG-IDX)
                 END-IF
              ELSE
                 ADD   W-MONTANT-CONV        TO W-CTL-D
                 IF ORG-TROUVEE
                    ADD W-MONTANT-CONV TO T-ORG-CTL-D(T-ORG-IDX)
                 END-IF
              END-IF
           END-IF.
       ACCUMUL-CTL-BRUT-FIN.
           EXIT.
      *
      *           POSTE DE VENTILATION DE LA SOURCE DE L'ECRITURE LUE,
      *           CREE A SA PREMIERE APPARITION (SOURCE A BLANC =
      *           ENTREE NON FUSIONNEE).
       RECHERCHE-ORIGINE.
           MOVE     'N'                  TO AXI-ORG-TROUVEE
           IF T-ORG-NB > ZERO
              SET   T-ORG-IDX            TO 1
              SEARCH T-ORG-ENT
                 AT END
                    CONTINUE
                 WHEN T-ORG-SOURCE(T-ORG-IDX) = W-ORL-SOURCE
                    MOVE 'O'             TO AXI-ORG-TROUVEE
              END-SEARCH
           END-IF
           IF NOT ORG-TROUVEE AND T-ORG-NB < 20
              ADD   1                    TO T-ORG-NB
              SET   T-ORG-IDX            TO T-ORG-NB
              MOVE  W-ORL-SOURCE         TO T-ORG-SOURCE(T-ORG-IDX)
              MOVE  ZERO                 TO T-ORG-NB-ENR(T-ORG-IDX)
              MOVE  ZERO                 TO T-ORG-CTL-D(T-ORG-IDX)
              MOVE  ZERO                 TO T-ORG-CTL-C(T-ORG-IDX)
              MOVE  'O'                  TO AXI-ORG-TROUVEE
           END-IF.
       RECHERCHE-ORIGINE-FIN.
           EXIT.
      *
       FILTRAGE-SELECTION.
           IF 1-MV-CLI-CODE >= W-SEL-CLI-DEBUT
              AND 1-MV-ECRITURE-DATE >= W-SEL-DATE-DEBUT
              AND 1-MV-ECRITURE-DATE <= W-SEL-DATE-FIN
              PERFORM VALIDATION-CHAMPS  THRU VALIDATION-CHAMPS-FIN
              IF NOT ENR-REJETE
                 PERFORM CONTROLE-JOURNAL
                                         THRU CONTROLE-JOURNAL-FIN
              END-IF
              IF NOT ENR-REJETE
                 PERFORM VALIDATION-SEQUENCE
                                         THRU VALIDATION-SEQUENCE-FIN
           EXIT.
      *
      *           CONTROLE DE CONTENU DE L'ECRITURE : SENS 'C' OU
      *           'D', MONTANT NUMERIQUE, DATE CALENDAIRE REELLE
      *           HORS PERIODE CLOTUREE, DEVISE CONNUE - UN SEUL
      *           MOTIF PAR ECRITURE, LE PREMIER RENCONTRE.
       VALIDATION-CHAMPS.
           MOVE     'N'                  TO AXI-ENR-REJETE
           MOVE     SPACES               TO W-CODE-MOTIF
                 MOVE  'V02'            TO W-CODE-MOTIF
              ELSE
                 PERFORM CONTROLE-DATE  THRU CONTROLE-DATE-FIN
                 IF W-CODE-MOTIF = SPACES
                    PERFORM CONTROLE-PERIODE
                                        THRU CONTROLE-PERIODE-FIN
                 END-IF
                 IF W-CODE-MOTIF = SPACES
                    PERFORM CONTROLE-DEVISE
                                        THRU CONTROLE-DEVISE-FIN
       CONTROLE-DATE-FIN.
           EXIT.
      *
      *           CONTROLE DE LA PERIODE : UNE ECRITURE DATEE DANS
      *           UNE PERIODE CLOTUREE AU CALENDRIER EST REJETEE
      *           (MOTIF V05) - ELLE NE PEUT ETRE RECYCLEE QUE
      *           REDATEE DANS UNE PERIODE OUVERTE (FORBREJ1). UNE
      *           PERIODE ABSENTE DU CALENDRIER EST OUVERTE.
       CONTROLE-PERIODE.
           IF CALPER-DISPONIBLE
              IF 1-MV-ECRITURE-DATE(1:6) NOT = W-PERIODE-LUE
                 MOVE  1-MV-ECRITURE-DATE(1:6) TO W-PERIODE-LUE
                 MOVE  'N'              TO AXI-PERIODE-CLOSE
                 MOVE  W-PERIODE-LUE    TO CP-PERIODE
                 READ  CALPER-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CP-PERIODE-CLOTUREE
                          MOVE 'O'      TO AXI-PERIODE-CLOSE
                       END-IF
                 END-READ
              END-IF
              IF PERIODE-CLOSE
                 MOVE  'V05'            TO W-CODE-MOTIF
              END-IF
           END-IF.
       CONTROLE-PERIODE-FIN.
           EXIT.
      *
      *           CONTROLE DE LA DEVISE : A BLANC OU 'EU' = DEVISE DE
      *           REFERENCE, SINON ELLE DOIT FIGURER AU FICHIER DES
      *           COURS DU JOUR (MOTIF V04 SINON).
           END-IF.
       CONVERSION-MONTANT-FIN.
           EXIT.
      *
      *           CONTROLE DE L'ECRITURE CONTRE LE JOURNAL DES
      *           ECRITURES IMPUTEES : UNE ECRITURE DEJA PRESENTE
      *           (MEME COMPTE, MEME DATE, MEME NUMERO) A ETE IMPUTEE
      *           PAR UN RUN ANTERIEUR - FICHIER RENVOYE OU CONCATENE
      *           DEUX FOIS - ELLE EST REJETEE EN S05. LE DOUBLON
      *           CONTIGU DU MEME RUN RESTE DETECTE EN S01 PAR LE
      *           CONTROLE DE SEQUENCE. L'ECRITURE D'UN COMPTE
      *           RENUMEROTE EST AU JOURNAL SOUS LE NOUVEAU NUMERO
      *           (RECLASSEE PAR FORBCLE1), SOUS LEQUEL FORBFUS1
      *           REDIRIGE AUSSI L'ECRITURE REPRESENTEE SOUS L'ANCIEN.
       CONTROLE-JOURNAL.
           MOVE     'N'                  TO AXI-ENR-REJETE
           MOVE     1-MV-COMPTE-NUM      TO JR-COMPTE-NUM
           MOVE     1-MV-ECRITURE-DATE   TO JR-ECRITURE-DATE
           MOVE     1-MV-ECRITURE-NUM    TO JR-ECRITURE-NUM
           READ     JRNECR-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE  'O'               TO AXI-ENR-REJETE
                 MOVE  'S05'             TO W-CODE-MOTIF
                 DISPLAY 'REJET: ECRITURE N° ' 1-MV-ECRITURE-NUM
                    ' SUR LE COMPTE ' 1-MV-COMPTE-NUM
                    ' DEJA IMPUTEE AU RUN ' JR-RUN-NUM
           END-READ
           IF ENR-REJETE
              ADD   1                   TO W-NB-REJETS
              PERFORM COMPTAGE-REJET-CLI
                                        THRU COMPTAGE-REJET-CLI-FIN
              PERFORM ECRITURE-REJET    THRU ECRITURE-REJET-FIN
           END-IF.
       CONTROLE-JOURNAL-FIN.
           EXIT.
      *
      *           ECRITURE IMPUTEE : TRACE AU JOURNAL AVEC LE NUMERO
      *           DU RUN. UNE CLE DEJA PRESENTE NE PEUT VENIR QUE
      *           D'UN DOUBLON NON CONTIGU DU MEME FLUX NON TRIE -
      *           ELLE EST SIGNALEE, LE JOURNAL GARDE LA PREMIERE.
       ECRITURE-JOURNAL.
           MOVE     SPACES               TO JRNECR-REC
           MOVE     MV-COMPTE-NUM        TO JR-COMPTE-NUM
           MOVE     MV-ECRITURE-DATE     TO JR-ECRITURE-DATE
           MOVE     MV-ECRITURE-NUM      TO JR-ECRITURE-NUM
           MOVE     MV-CLI-CODE          TO JR-CLI-CODE
           MOVE     MV-COMPTE-LIBELLE    TO JR-COMPTE-LIBELLE
           MOVE     MV-SENS-ECRITURE     TO JR-SENS-ECRITURE
           MOVE     MV-MONTANT           TO JR-MONTANT
           MOVE     MV-DEVISE            TO JR-DEVISE
           MOVE     W-MONTANT-CONV       TO JR-MONTANT-REF
           MOVE     W-NO-RUN             TO JR-RUN-NUM
           MOVE     W-DATE-SYSTEME       TO JR-DATE-RUN
           MOVE     W-ORC-SOURCE         TO JR-ORG-SOURCE
           MOVE     W-ORC-LOT            TO JR-ORG-LOT
           WRITE    JRNECR-REC
              INVALID KEY
                 DISPLAY 'JOURNAL : ECRITURE N° ' MV-ECRITURE-NUM
                    ' SUR LE COMPTE ' MV-COMPTE-NUM
                    ' DEJA JOURNALISEE - STATUT ' W-STAT-JRNECR
              NOT INVALID KEY
                 ADD  1                  TO W-NB-JOURNALISEES
           END-WRITE.
       ECRITURE-JOURNAL-FIN.
           EXIT.
      *
       VALIDATION-SEQUENCE.
           MOVE     'N'                  TO AXI-ENR-REJETE
           MOVE     SPACES               TO LIGNE-REJET
           MOVE     1-MVMNTS             TO REJ-MVMNT-IMAGE
           MOVE     W-CODE-MOTIF         TO REJ-CODE-MOTIF
           MOVE     W-ORIGINE-LUE        TO REJ-ORIGINE
           WRITE    LIGNE-REJET
           EVALUATE W-CODE-MOTIF
              WHEN 'V01'
                 ADD   1                 TO W-NB-REJ-S04
              WHEN 'V04'
                 ADD   1                 TO W-NB-REJ-V04
              WHEN 'S05'
                 ADD   1                 TO W-NB-REJ-S05
              WHEN 'V05'
                 ADD   1                 TO W-NB-REJ-V05
           END-EVALUATE.
       ECRITURE-REJET-FIN.
           EXIT.
      *
      *           ECRITURE SUR COMPTE CLOTURE, INCONNU OU DORMANT :
      *           DEVIEE VERS LE FICHIER DES SUSPENS AVEC SON MOTIF,
      *           EXCLUE DES TOTAUX ET DU SOLDE DU COMPTE.
       ECRITURE-SUSPENS.
           MOVE     SPACES               TO LIGNE-SUSPENS
           MOVE     MVMNTS               TO SP-MVMNT-IMAGE
              ELSE
                 ADD   W-MONTANT-CONV    TO W-SUSP-CLO-D
              END-IF
           ELSE
           IF CPT-SUSP-DORMANT
              ADD   1                    TO W-NB-SUSP-DORMANT
              IF MV-SENS-ECRITURE = 'C'
                 ADD   W-MONTANT-CONV    TO W-SUSP-DOR-C
              ELSE
                 ADD   W-MONTANT-CONV    TO W-SUSP-DOR-D
              END-IF
           ELSE
              ADD   1                    TO W-NB-SUSP-INCONNU
              IF MV-SENS-ECRITURE = 'C'
              ELSE
                 ADD   W-MONTANT-CONV    TO W-SUSP-INC-D
              END-IF
           END-IF
           END-IF.
       ECRITURE-SUSPENS-FIN.
           EXIT.
              SUBTRACT W-MONTANT-CONV FROM W-SOLDE-COURANT
              ADD     1          TO W-NB-MVTS-CLI
           END-IF
           IF NOT ECRITURE-GENEREE
              AND MV-ECRITURE-DATE > W-DATE-DERN-MVT
              MOVE    MV-ECRITURE-DATE   TO W-DATE-DERN-MVT
           END-IF
           PERFORM CONTROLE-DECOUVERT THRU CONTROLE-DECOUVERT-FIN
           PERFORM ECRITURE-JOURNAL   THRU ECRITURE-JOURNAL-FIN.
       CALCUL-SOMME-FIN.
           EXIT.
      *
              IF W-CLI-STATUT = 'C'
                 MOVE 'C'               TO AXI-CPT-SUSPENS
                 MOVE 'COMPTE CLOTURE'  TO W-MOTIF-SUSPENS
              ELSE
              IF W-CLI-STATUT = 'D'
                 MOVE 'D'               TO AXI-CPT-SUSPENS
                 MOVE 'COMPTE DORMANT'  TO W-MOTIF-SUSPENS
              ELSE
                 MOVE 'N'               TO AXI-CPT-SUSPENS
                 MOVE SPACES            TO W-MOTIF-SUSPENS
              END-IF
              END-IF
           END-IF
           MOVE ALL '-'                 TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE    THRU IMPRESSION-LIGNE-FIN
      *           DU FICHIER DES SOLDES = COMPTE NOUVEAU, SOLDE ZERO.
       RECHERCHE-SOLDE.
           MOVE     ZERO                 TO W-SOLDE-OUVERTURE
           MOVE     ZERO                 TO W-DATE-DERN-MVT
           IF T-SOLDES-NB > ZERO
              SET   T-SOLDES-IDX         TO 1
              SEARCH T-SOLDES-ENT
                    MOVE T-SB-SOLDE(T-SOLDES-IDX)
                                          TO W-SOLDE-OUVERTURE
                    MOVE 'O'   TO T-SB-REPORTE(T-SOLDES-IDX)
                    MOVE T-SB-DATE-DERN-MVT(T-SOLDES-IDX)
                                          TO W-DATE-DERN-MVT
              END-SEARCH
           END-IF.
       RECHERCHE-SOLDE-FIN.
                 MOVE W-SOLDE-COURANT      TO W-SOLDE-ABS
              END-IF
              MOVE  W-SOLDE-ABS            TO SN-SOLDE
              IF W-DATE-DERN-MVT = ZERO
                 MOVE W-DATE-SYSTEME       TO SN-DATE-DERN-MVT
              ELSE
                 MOVE W-DATE-DERN-MVT      TO SN-DATE-DERN-MVT
              END-IF
              WRITE LIGNE-SOLDENOU
           END-IF.
       ECRITURE-SOLDE-NOU-FIN.
                    '  DEBIT '           W-SUSP-D-AFF
                    '  CREDIT '          W-SUSP-C-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE       THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-SUSP-DORMANT    TO W-NB-SUSPENS-AFF
           MOVE     W-SUSP-DOR-D         TO W-SUSP-D-AFF
           MOVE     W-SUSP-DOR-C         TO W-SUSP-C-AFF
           STRING   '         COMPTES DORMANTS : '
                    W-NB-SUSPENS-AFF
                    '  DEBIT '           W-SUSP-D-AFF
                    '  CREDIT '          W-SUSP-C-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE       THRU IMPRESSION-LIGNE-FIN.
       SECTION-SUSPENS-FIN.
           EXIT.
                    W-NB-REJ-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE       THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REJ-V05         TO W-NB-REJ-AFF
           STRING   '           DONT PERIODE CLOSE    (V05) : '
                    W-NB-REJ-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE       THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REJ-S01         TO W-NB-REJ-AFF
           STRING   '           DONT DOUBLON          (S01) : '
                    W-NB-REJ-AFF
                    W-NB-REJ-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE       THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REJ-S05         TO W-NB-REJ-AFF
           STRING   '           DONT DEJA IMPUTEE     (S05) : '
                    W-NB-REJ-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE       THRU IMPRESSION-LIGNE-FIN
           STRING   '         ENREGISTREMENTS HORS SELECTION : '
                    W-NB-HORS-SELECTION-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                    W-NB-SUSPENS-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE       THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-JOURNALISEES    TO W-NB-SUSPENS-AFF
           STRING   '         ECRITURES JOURNALISEES   : '
                    W-NB-SUSPENS-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE       THRU IMPRESSION-LIGNE-FIN
           STRING   '         TOTAL DEBIT  TRAITE       : '
                    W-TOTAL-GENERAL-D
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                    VERIF-CTL-INDEPENDANT-FIN
           STRING   '         CONTROLE : ' W-CTL-LIBELLE
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE       THRU IMPRESSION-LIGNE-FIN
           STRING   '         VENTILATION DU LU (BRUT) PAR SOURCE :'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE       THRU IMPRESSION-LIGNE-FIN
           PERFORM  LIGNE-VENTIL-SOURCE    THRU LIGNE-VENTIL-SOURCE-FIN
                    VARYING W-IDX-ORG FROM 1 BY 1
                    UNTIL W-IDX-ORG > T-ORG-NB.
       TOTAL-CONTROLE-FIN.
           EXIT.
      *
      *           UNE LIGNE PAR SOURCE : NOMBRE LU, DEBIT ET CREDIT
      *           BRUTS - DOIT RECOUPER LA LIGNE DE LA MEME SOURCE
      *           SUR L'ETAT DE CONTROLE DES LOTS DE FORBFUS1.
       LIGNE-VENTIL-SOURCE.
           EVALUATE T-ORG-SOURCE(W-IDX-ORG)
              WHEN 'A'
                 MOVE 'AGENCES (MVMNTS)'         TO W-ORG-LIBELLE
              WHEN 'V'
                 MOVE 'VIREMENTS (MVTVIR)'       TO W-ORG-LIBELLE
              WHEN 'R'
                 MOVE 'RECYCLAGE (MVTRECYC)'     TO W-ORG-LIBELLE
              WHEN 'F'
                 MOVE 'FRAIS (MVTFRAIS)'         TO W-ORG-LIBELLE
              WHEN 'S'
                 MOVE 'SUSPENS (MVTSUSP)'        TO W-ORG-LIBELLE
              WHEN 'P'
                 MOVE 'PERMANENTS (MVTPERM)'     TO W-ORG-LIBELLE
              WHEN SPACE
                 MOVE 'ENTREE NON FUSIONNEE'     TO W-ORG-LIBELLE
              WHEN OTHER
                 MOVE 'SOURCE INCONNUE'          TO W-ORG-LIBELLE
           END-EVALUATE
           MOVE     T-ORG-NB-ENR(W-IDX-ORG) TO W-NB-ENR-LUS-AFF
           MOVE     T-ORG-CTL-D(W-IDX-ORG)  TO W-CTL-D-AFF
           MOVE     T-ORG-CTL-C(W-IDX-ORG)  TO W-CTL-C-AFF
           STRING   '           ' T-ORG-SOURCE(W-IDX-ORG) ' '
                    W-ORG-LIBELLE ' LUS : ' W-NB-ENR-LUS-AFF
                    '  D : ' W-CTL-D-AFF '  C : ' W-CTL-C-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE       THRU IMPRESSION-LIGNE-FIN.
       LIGNE-VENTIL-SOURCE-FIN.
           EXIT.
      *
      *           LE TOTAL "TRAITE" (RUPTURE-GENERAL, VIA CALCUL-SOMME
      *           SUR MVMNTS) ET LE TOTAL "BRUT" (ACCUMUL-CTL-BRUT, SUR
      *           1-MVMNTS AU MOMENT DE LA LECTURE) SONT ALIMENTES PAR
                 MOVE T-SB-SOLDE(W-IDX-SOLDE) TO W-SOLDE-ABS
              END-IF
              MOVE  W-SOLDE-ABS            TO SN-SOLDE
              IF T-SB-DATE-DERN-MVT(W-IDX-SOLDE) = ZERO
                 MOVE W-DATE-SYSTEME       TO SN-DATE-DERN-MVT
              ELSE
                 MOVE T-SB-DATE-DERN-MVT(W-IDX-SOLDE)
                                           TO SN-DATE-DERN-MVT
              END-IF
              WRITE LIGNE-SOLDENOU
           END-IF.
       REPORT-SOLDE-DORMANT-FIN.
           IF CLIMSTR-DISPONIBLE
              CLOSE CLIMSTR-FILE
           END-IF
           IF CALPER-DISPONIBLE
              CLOSE CALPER-FILE
           END-IF
           CLOSE    ETAT-MVMNTS
           CLOSE    RELEVE-FILE
           CLOSE    REJETS-FILE
           CLOSE    HISTO-FILE
           CLOSE    CHKPT-FILE
           CLOSE    SOLDENOU-FILE
           CLOSE    JRNECR-FILE
           CLOSE    RUNCTL-FILE.
       FERMETURE-FICHIERS-FIN.
           EXIT.
