       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBDAT1.
      *-------------------------------------------------------------*
      *                                                             *
      *     TENUE DE LA DATE DE TRAITEMENT ET DU CALENDRIER DES     *
      *     JOURS FERIES BANCAIRES (DATCTL : INDEXE, CLE = TYPE +   *
      *     DATE). TOUS LES PROGRAMMES DE LA CHAINE PRENNENT LEUR   *
      *     DATE DE TRAITEMENT SUR DATCTL ET NON SUR L'HORLOGE :    *
      *     UNE CHAINE QUI PASSE MINUIT OU LA REPRISE DU TRAVAIL    *
      *     D'UNE VEILLE RESTENT DATEES DU BON JOUR OUVRE.          *
      *     APPLIQUE UN FICHIER DE TRANSACTIONS :                   *
      *        'I' = INITIALISATION (OU FORCAGE) DE LA DATE DE      *
      *              TRAITEMENT - LA DATE DOIT ETRE UN JOUR OUVRE   *
      *        'B' = BASCULE AU JOUR OUVRE SUIVANT (SAMEDIS,        *
      *              DIMANCHES ET JOURS FERIES SAUTES) - LA DATE    *
      *              DE LA CARTE, SI ELLE EST SERVIE, DOIT ETRE LA  *
      *              DATE EN COURS (PAS DE DOUBLE BASCULE)          *
      *        'F' = AJOUT D'UN JOUR FERIE AU CALENDRIER            *
      *        'S' = SUPPRESSION D'UN JOUR FERIE                    *
      *     L'ETAT SE TERMINE PAR LA SITUATION DES DATES (JOURS     *
      *     OUVRES PRECEDENT ET SUIVANT, DERNIER CALCUL DES FRAIS)  *
      *     ET LA LISTE DU CALENDRIER DES JOURS FERIES. UNE CARTE   *
      *     REJETEE SORT EN CODE RETOUR 4, UNE DATE DE TRAITEMENT   *
      *     NON INITIALISEE EN CODE RETOUR 12.                      *
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
      *     DATE DE TRAITEMENT ET CALENDRIER DES JOURS FERIES
      *     (INDEXE) - CREE A L'INITIALISATION
      *
            SELECT OPTIONAL DATCTL-FILE ASSIGN TO UT-S-DATCTL
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY DC-CLE
            FILE STATUS IS W-STAT-DATCTL.
      *
      *     FICHIER DES TRANSACTIONS DE DATE
      *
            SELECT TRANS-FILE ASSIGN TO UT-S-DATTRANS
            ORGANIZATION LINE SEQUENTIAL.
      *
      *     ETAT DE LA DATE DE TRAITEMENT ET DU CALENDRIER
      *
            SELECT ETAT-DAT ASSIGN TO UT-S-ETATDAT
            ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE         SECTION.
      *
       FD  DATCTL-FILE
           DATA RECORD    DATCTL-REC.
      *
       COPY DATCTL.
      *
       FD  TRANS-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-TRANS
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-TRANS.
           05  DT-ACTION                PIC X(1).
           05  DT-DATE                  PIC X(8).
           05  DT-LIBELLE               PIC X(30).
           05  FILLER                   PIC X(41).
      *
       FD  ETAT-DAT
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-ETAT
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-ETAT                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      *     VARIABLES DE FIN DE TRAITEMENT
      *
       01      AXI-FT-TRANS             PIC X(01) VALUE SPACE.
            88 FIN-TRANS                          VALUE '1'.
       01      AXI-FT-DATCTL            PIC X(01) VALUE SPACE.
            88 FIN-DATCTL                         VALUE '1'.
      *
       01      AXI-CONTROLE-EXISTE      PIC X(01) VALUE 'N'.
            88 CONTROLE-EXISTE                    VALUE 'O'.
       01      AXI-JOUR-OUVRE           PIC X(01) VALUE 'N'.
            88 JOUR-OUVRE                         VALUE 'O'.
      *
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-MOTIF-REJET            PIC X(40).
      *
      *     ENREGISTREMENT DE CONTROLE EN MEMOIRE - MEME DECOUPAGE
      *     QUE DATCTL (LA ZONE DU FICHIER SERT AUX LECTURES DES
      *     JOURS FERIES)
      *
       01      W-CONTROLE.
           05  W-CTL-CLE.
               10  W-CTL-TYPE-ENR       PIC X(1).
               10  W-CTL-DATE-CLE       PIC 9(8).
           05  W-CTL-DATE-TRAITEMENT    PIC 9(8).
           05  W-CTL-DATE-PRECEDENTE    PIC 9(8).
           05  W-CTL-DATE-SUIVANTE      PIC 9(8).
           05  W-CTL-DATE-DERN-FRAIS    PIC 9(8).
           05  W-CTL-DATE-FRAIS-PREC    PIC 9(8).
           05  W-CTL-DATE-MAJ           PIC 9(8).
           05  W-CTL-DATE-NUMEROTATION  PIC 9(8).
           05  W-CTL-NO-SEQ-VIRPERM     PIC 9(4).
           05  W-CTL-NO-SEQ-VIRCPT      PIC 9(4).
           05  FILLER                   PIC X(7).
      *
       01      W-ANCIENNE-DATE          PIC 9(8)  VALUE ZERO.
      *
      *     CONTROLE DE LA DATE D'UNE CARTE (AAAAMMJJ)
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
      *     CALCUL SUR LE CALENDRIER : DATE DE TRAVAIL, NUMERO DE
      *     JOUR JULIEN ET JOUR DE LA SEMAINE (0 = LUNDI ...
      *     5 = SAMEDI, 6 = DIMANCHE)
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
       01      W-CAL-JOUR-SEM           PIC 9(01).
      *
       01      W-NOMS-JOURS-VAL.
           05  FILLER                   PIC X(56) VALUE
           'LUNDI   MARDI   MERCREDIJEUDI   VENDREDISAMEDI  DIMANCHE'.
       01      W-NOMS-JOURS REDEFINES W-NOMS-JOURS-VAL.
           05  W-NOM-JOUR               PIC X(8) OCCURS 7.
       01      W-IDX-JOUR               PIC 9(01).
      *
      *     COMPTEURS DE L'ETAT
      *
       01      W-NB-TRANS-LUES          PIC 9(07) VALUE ZERO.
       01      W-NB-INITIALISATIONS     PIC 9(07) VALUE ZERO.
       01      W-NB-BASCULES            PIC 9(07) VALUE ZERO.
       01      W-NB-AJOUTS              PIC 9(07) VALUE ZERO.
       01      W-NB-SUPPRESSIONS        PIC 9(07) VALUE ZERO.
       01      W-NB-REJETS              PIC 9(07) VALUE ZERO.
       01      W-NB-FERIES              PIC 9(07) VALUE ZERO.
       01      W-NB-AFF                 PIC Z(6)9.
      *
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
      *     DATE D'EDITION : HORLOGE (SEUL PROGRAMME A LA LIRE, LA
      *     DATE DE TRAITEMENT ETANT CELLE QU'IL MET A JOUR)
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-DATE-A-FORMATER        PIC X(8).
       01      W-DATE-FORMAT            PIC X(10).
       01      W-DATE-FORMAT-2          PIC X(10).
       01      W-JOUR-AFF               PIC X(8).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
       01      W-MAX-LIGNES-PAGE        PIC 9(03) VALUE 060.
       01      W-LIGNE-A-IMPRIMER       PIC X(132) VALUE SPACES.
      *
       01      W-ENTETE-1.
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(34)
                          VALUE 'DATE DE TRAITEMENT ET JOURS FERIES'.
           05  FILLER                   PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'DATE:'.
           05  W-ENT1-DATE              PIC X(10).
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'PAGE:'.
           05  W-ENT1-PAGE              PIC ZZZZ9.
      *
       01      W-ENTETE-FER.
           05  FILLER                   PIC X(13) VALUE 'JOUR FERIE'.
           05  FILLER                   PIC X(10) VALUE 'JOUR'.
           05  FILLER                   PIC X(30) VALUE 'LIBELLE'.
      *
       PROCEDURE DIVISION.
      *
      * ------------------> NIVEAU 01 <-----------------------------*
      *
       ENTREE-PROGRAMME.
           PERFORM DEBUT-PROGRAMME        THRU DEBUT-PROGRAMME-FIN
           PERFORM TRAITEMENT-TRANS       THRU TRAITEMENT-TRANS-FIN
                                         UNTIL FIN-TRANS
           PERFORM SITUATION-DATES        THRU SITUATION-DATES-FIN
           PERFORM LISTE-FERIES           THRU LISTE-FERIES-FIN
           PERFORM FIN-PROGRAMME          THRU FIN-PROGRAMME-FIN.
      *
       DEBUT-PROGRAMME.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBDAT1'
           DISPLAY ' '
           OPEN     I-O       DATCTL-FILE
           IF W-STAT-DATCTL NOT = '00' AND NOT = '05'
              DISPLAY 'DATCTL-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                 W-STAT-DATCTL
              DISPLAY 'ARRET DU PROGRAMME'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM  LECTURE-CONTROLE     THRU LECTURE-CONTROLE-FIN
           OPEN     INPUT     TRANS-FILE
           OPEN     OUTPUT    ETAT-DAT
           ACCEPT   W-DATE-SYSTEME       FROM DATE YYYYMMDD
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
           PERFORM  TOTAL-DATES          THRU TOTAL-DATES-FIN
           CLOSE    DATCTL-FILE
           CLOSE    TRANS-FILE
           CLOSE    ETAT-DAT
           IF NOT CONTROLE-EXISTE
              MOVE  12                   TO RETURN-CODE
              DISPLAY 'FORBDAT1 : DATE DE TRAITEMENT NON INITIALISEE'
                 ' - CODE RETOUR 12'
           ELSE
              IF W-NB-REJETS > ZERO
                 MOVE  4                 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY 'FIN DU PROGRAMME FORBDAT1'
           STOP RUN.
       FIN-PROGRAMME-FIN.
           EXIT.
      *
      * ------------------> FIN NIVEAU 01 <-------------------------*
      *
      * ------------------> NIVEAU 99 <-----------------------------*
      *
      *           L'ENREGISTREMENT DE CONTROLE EST GARDE EN MEMOIRE
      *           PENDANT TOUT LE PASSAGE ET REECRIT A CHAQUE
      *           MODIFICATION.
       LECTURE-CONTROLE.
           MOVE     'N'                  TO AXI-CONTROLE-EXISTE
           MOVE     '1'                  TO DC-TYPE-ENR
           MOVE     ZERO                 TO DC-DATE-CLE
           READ     DATCTL-FILE
              INVALID KEY
                 DISPLAY 'DATCTL-FILE : DATE DE TRAITEMENT A '
                    'INITIALISER'
              NOT INVALID KEY
                 MOVE DATCTL-REC         TO W-CONTROLE
                 MOVE 'O'                TO AXI-CONTROLE-EXISTE
                 DISPLAY 'DATE DE TRAITEMENT EN COURS : '
                    DC-DATE-TRAITEMENT
           END-READ.
       LECTURE-CONTROLE-FIN.
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
           EVALUATE DT-ACTION
              WHEN 'I'
                 PERFORM TRANS-INITIALISATION
                                         THRU TRANS-INITIALISATION-FIN
              WHEN 'B'
                 PERFORM TRANS-BASCULE   THRU TRANS-BASCULE-FIN
              WHEN 'F'
                 PERFORM TRANS-AJOUT-FERIE
                                         THRU TRANS-AJOUT-FERIE-FIN
              WHEN 'S'
                 PERFORM TRANS-SUPPR-FERIE
                                         THRU TRANS-SUPPR-FERIE-FIN
              WHEN OTHER
                 MOVE 'CODE ACTION INVALIDE'
                                         TO W-MOTIF-REJET
           END-EVALUATE
           IF W-MOTIF-REJET NOT = SPACES
              ADD   1                    TO W-NB-REJETS
              PERFORM LIGNE-REJET        THRU LIGNE-REJET-FIN
           END-IF
           PERFORM  LECTURE-TRANS        THRU LECTURE-TRANS-FIN.
       TRAITEMENT-TRANS-FIN.
           EXIT.
      *
      *           INITIALISATION OU FORCAGE : LA DATE DOIT ETRE
      *           VALIDE ET OUVREE. LE JOUR OUVRE PRECEDENT EST
      *           RECALCULE SUR LE CALENDRIER.
       TRANS-INITIALISATION.
           MOVE     DT-DATE              TO W-DATE-A-CONTROLER
           PERFORM  CONTROLE-DATE        THRU CONTROLE-DATE-FIN
           IF NOT DATE-VALIDE
              MOVE  'DATE INVALIDE (AAAAMMJJ)'
                                         TO W-MOTIF-REJET
           ELSE
              MOVE  DT-DATE              TO W-CAL-DATE
              PERFORM TEST-JOUR-OUVRE    THRU TEST-JOUR-OUVRE-FIN
              IF NOT JOUR-OUVRE
                 MOVE 'DATE NON OUVREE (WEEK-END OU FERIE)'
                                         TO W-MOTIF-REJET
              ELSE
                 PERFORM MISE-EN-PLACE-DATE
                                         THRU MISE-EN-PLACE-DATE-FIN
              END-IF
           END-IF.
       TRANS-INITIALISATION-FIN.
           EXIT.
      *
      *           AU PREMIER PASSAGE L'ENREGISTREMENT DE CONTROLE EST
      *           CREE, SANS DATE DE DERNIER CALCUL DES FRAIS.
       MISE-EN-PLACE-DATE.
           IF NOT CONTROLE-EXISTE
              MOVE  SPACES               TO W-CONTROLE
              MOVE  '1'                  TO W-CTL-TYPE-ENR
              MOVE  ZERO                 TO W-CTL-DATE-CLE
              MOVE  ZERO                 TO W-CTL-DATE-TRAITEMENT
              MOVE  ZERO                 TO W-CTL-DATE-PRECEDENTE
              MOVE  ZERO                 TO W-CTL-DATE-SUIVANTE
              MOVE  ZERO                 TO W-CTL-DATE-DERN-FRAIS
              MOVE  ZERO                 TO W-CTL-DATE-FRAIS-PREC
              MOVE  ZERO                 TO W-CTL-DATE-MAJ
              MOVE  ZERO                 TO W-CTL-DATE-NUMEROTATION
              MOVE  ZERO                 TO W-CTL-NO-SEQ-VIRPERM
              MOVE  ZERO                 TO W-CTL-NO-SEQ-VIRCPT
           END-IF
           MOVE     W-CTL-DATE-TRAITEMENT TO W-ANCIENNE-DATE
           MOVE     DT-DATE              TO W-CTL-DATE-TRAITEMENT
           MOVE     DT-DATE              TO W-CAL-DATE
           PERFORM  PRECEDENT-JOUR-OUVRE THRU PRECEDENT-JOUR-OUVRE-FIN
           MOVE     W-CAL-DATE           TO W-CTL-DATE-PRECEDENTE
           PERFORM  ECRITURE-CONTROLE
                                         THRU ECRITURE-CONTROLE-FIN
           IF W-MOTIF-REJET = SPACES
              ADD   1                    TO W-NB-INITIALISATIONS
              MOVE  DT-DATE              TO W-DATE-A-FORMATER
              PERFORM DESCRIPTION-DATE   THRU DESCRIPTION-DATE-FIN
              IF W-ANCIENNE-DATE = ZERO
                 STRING 'I  DATE DE TRAITEMENT INITIALISEE AU '
                        W-JOUR-AFF ' ' W-DATE-FORMAT
                        DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              ELSE
                 MOVE W-DATE-FORMAT      TO W-DATE-FORMAT-2
                 MOVE W-ANCIENNE-DATE    TO W-DATE-A-FORMATER
                 PERFORM FORMAT-DATE     THRU FORMAT-DATE-FIN
                 STRING 'I  DATE DE TRAITEMENT FORCEE AU '
                        W-JOUR-AFF ' ' W-DATE-FORMAT-2
                        ' (ANCIENNE DATE : ' W-DATE-FORMAT ')'
                        DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              END-IF
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF.
       MISE-EN-PLACE-DATE-FIN.
           EXIT.
      *
      *           BASCULE : LA DATE EN COURS DEVIENT LE JOUR OUVRE
      *           PRECEDENT ET LA DATE DE TRAITEMENT PASSE AU JOUR
      *           OUVRE SUIVANT. UNE DATE SERVIE SUR LA CARTE DOIT
      *           ETRE LA DATE EN COURS : UNE CARTE REPASSEE PAR
      *           ERREUR NE FAIT PAS SAUTER UN JOUR.
       TRANS-BASCULE.
           IF NOT CONTROLE-EXISTE
              MOVE  'DATE DE TRAITEMENT NON INITIALISEE'
                                         TO W-MOTIF-REJET
           ELSE
           IF DT-DATE NOT = SPACES
              AND DT-DATE NOT = W-CTL-DATE-TRAITEMENT
              MOVE  'DATE DIFFERENTE DE LA DATE EN COURS'
                                         TO W-MOTIF-REJET
           ELSE
              MOVE  W-CTL-DATE-TRAITEMENT TO W-ANCIENNE-DATE
              MOVE  W-CTL-DATE-TRAITEMENT TO W-CTL-DATE-PRECEDENTE
              MOVE  W-CTL-DATE-TRAITEMENT TO W-CAL-DATE
              PERFORM PROCHAIN-JOUR-OUVRE
                                         THRU PROCHAIN-JOUR-OUVRE-FIN
              MOVE  W-CAL-DATE           TO W-CTL-DATE-TRAITEMENT
              PERFORM ECRITURE-CONTROLE
                                         THRU ECRITURE-CONTROLE-FIN
              IF W-MOTIF-REJET = SPACES
                 ADD   1                 TO W-NB-BASCULES
                 MOVE  W-ANCIENNE-DATE   TO W-DATE-A-FORMATER
                 PERFORM FORMAT-DATE     THRU FORMAT-DATE-FIN
                 MOVE  W-DATE-FORMAT     TO W-DATE-FORMAT-2
                 MOVE  W-CTL-DATE-TRAITEMENT
                                         TO W-DATE-A-FORMATER
                 PERFORM DESCRIPTION-DATE
                                         THRU DESCRIPTION-DATE-FIN
                 STRING 'B  BASCULE DU ' W-DATE-FORMAT-2
                        ' AU ' W-JOUR-AFF ' ' W-DATE-FORMAT
                        DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                 PERFORM IMPRESSION-LIGNE
                                         THRU IMPRESSION-LIGNE-FIN
              END-IF
           END-IF
           END-IF.
       TRANS-BASCULE-FIN.
           EXIT.
      *
      *           AJOUT D'UN JOUR FERIE : LA DATE DE TRAITEMENT EN
      *           COURS NE PEUT PAS DEVENIR FERIEE (IL FAUT D'ABORD
      *           LA FORCER SUR UN AUTRE JOUR).
       TRANS-AJOUT-FERIE.
           MOVE     DT-DATE              TO W-DATE-A-CONTROLER
           PERFORM  CONTROLE-DATE        THRU CONTROLE-DATE-FIN
           IF NOT DATE-VALIDE
              MOVE  'DATE INVALIDE (AAAAMMJJ)'
                                         TO W-MOTIF-REJET
           ELSE
           IF CONTROLE-EXISTE
              AND DT-DATE = W-CTL-DATE-TRAITEMENT
              MOVE  'JOUR FERIE SUR LA DATE DE TRAITEMENT'
                                         TO W-MOTIF-REJET
           ELSE
              MOVE  SPACES               TO DATCTL-REC
              MOVE  'F'                  TO DC-TYPE-ENR
              MOVE  DT-DATE              TO DC-DATE-CLE
              MOVE  DT-LIBELLE           TO DC-FERIE-LIBELLE
              WRITE DATCTL-REC
                 INVALID KEY
                    MOVE 'JOUR FERIE DEJA AU CALENDRIER'
                                         TO W-MOTIF-REJET
                 NOT INVALID KEY
                    ADD  1               TO W-NB-AJOUTS
                    MOVE DT-DATE         TO W-DATE-A-FORMATER
                    PERFORM DESCRIPTION-DATE
                                         THRU DESCRIPTION-DATE-FIN
                    STRING 'F  JOUR FERIE AJOUTE   : '
                           W-JOUR-AFF ' ' W-DATE-FORMAT '  '
                           DT-LIBELLE
                           DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                    PERFORM IMPRESSION-LIGNE
                                         THRU IMPRESSION-LIGNE-FIN
              END-WRITE
           END-IF
           END-IF.
       TRANS-AJOUT-FERIE-FIN.
           EXIT.
      *
       TRANS-SUPPR-FERIE.
           MOVE     DT-DATE              TO W-DATE-A-CONTROLER
           PERFORM  CONTROLE-DATE        THRU CONTROLE-DATE-FIN
           IF NOT DATE-VALIDE
              MOVE  'DATE INVALIDE (AAAAMMJJ)'
                                         TO W-MOTIF-REJET
           ELSE
              MOVE  'F'                  TO DC-TYPE-ENR
              MOVE  DT-DATE              TO DC-DATE-CLE
              DELETE DATCTL-FILE RECORD
                 INVALID KEY
                    MOVE 'JOUR FERIE ABSENT DU CALENDRIER'
                                         TO W-MOTIF-REJET
                 NOT INVALID KEY
                    ADD  1               TO W-NB-SUPPRESSIONS
                    MOVE DT-DATE         TO W-DATE-A-FORMATER
                    PERFORM DESCRIPTION-DATE
                                         THRU DESCRIPTION-DATE-FIN
                    STRING 'S  JOUR FERIE SUPPRIME : '
                           W-JOUR-AFF ' ' W-DATE-FORMAT
                           DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                    PERFORM IMPRESSION-LIGNE
                                         THRU IMPRESSION-LIGNE-FIN
              END-DELETE
           END-IF.
       TRANS-SUPPR-FERIE-FIN.
           EXIT.
      *
      *           LE JOUR OUVRE SUIVANT EST RECALCULE A CHAQUE
      *           ECRITURE DE L'ENREGISTREMENT DE CONTROLE.
       ECRITURE-CONTROLE.
           MOVE     W-CTL-DATE-TRAITEMENT TO W-CAL-DATE
           PERFORM  PROCHAIN-JOUR-OUVRE  THRU PROCHAIN-JOUR-OUVRE-FIN
           MOVE     W-CAL-DATE           TO W-CTL-DATE-SUIVANTE
           MOVE     W-DATE-SYSTEME       TO W-CTL-DATE-MAJ
           MOVE     W-CONTROLE           TO DATCTL-REC
           IF CONTROLE-EXISTE
              REWRITE DATCTL-REC
                 INVALID KEY
                    MOVE 'REECRITURE IMPOSSIBLE'
                                         TO W-MOTIF-REJET
              END-REWRITE
           ELSE
              WRITE DATCTL-REC
                 INVALID KEY
                    MOVE 'ECRITURE IMPOSSIBLE'
                                         TO W-MOTIF-REJET
                 NOT INVALID KEY
                    MOVE 'O'             TO AXI-CONTROLE-EXISTE
              END-WRITE
           END-IF.
       ECRITURE-CONTROLE-FIN.
           EXIT.
      *
      *           JOUR OUVRE SUIVANT (RESP. PRECEDENT) LA DATE
      *           W-CAL-DATE, RENDU DANS W-CAL-DATE.
       PROCHAIN-JOUR-OUVRE.
           MOVE     'N'                  TO AXI-JOUR-OUVRE
           PERFORM  AVANCE-JOUR          THRU AVANCE-JOUR-FIN
                                         UNTIL JOUR-OUVRE.
       PROCHAIN-JOUR-OUVRE-FIN.
           EXIT.
      *
       AVANCE-JOUR.
           PERFORM  JOUR-SUIVANT         THRU JOUR-SUIVANT-FIN
           PERFORM  TEST-JOUR-OUVRE      THRU TEST-JOUR-OUVRE-FIN.
       AVANCE-JOUR-FIN.
           EXIT.
      *
       PRECEDENT-JOUR-OUVRE.
           MOVE     'N'                  TO AXI-JOUR-OUVRE
           PERFORM  RECUL-JOUR           THRU RECUL-JOUR-FIN
                                         UNTIL JOUR-OUVRE.
       PRECEDENT-JOUR-OUVRE-FIN.
           EXIT.
      *
       RECUL-JOUR.
           PERFORM  JOUR-PRECEDENT       THRU JOUR-PRECEDENT-FIN
           PERFORM  TEST-JOUR-OUVRE      THRU TEST-JOUR-OUVRE-FIN.
       RECUL-JOUR-FIN.
           EXIT.
      *
      *           JOUR OUVRE : NI SAMEDI, NI DIMANCHE, NI JOUR FERIE
      *           AU CALENDRIER.
       TEST-JOUR-OUVRE.
           MOVE     'N'                  TO AXI-JOUR-OUVRE
           PERFORM  JOUR-SEMAINE         THRU JOUR-SEMAINE-FIN
           IF W-CAL-JOUR-SEM < 5
              MOVE  'F'                  TO DC-TYPE-ENR
              MOVE  W-CAL-DATE           TO DC-DATE-CLE
              READ  DATCTL-FILE
                 INVALID KEY
                    MOVE 'O'             TO AXI-JOUR-OUVRE
              END-READ
           END-IF.
       TEST-JOUR-OUVRE-FIN.
           EXIT.
      *
       JOUR-SUIVANT.
           MOVE     W-CAL-AAAA           TO W-VAL-AAAA
           MOVE     W-CAL-MM             TO W-VAL-MM
           PERFORM  CALCUL-JJ-MAX        THRU CALCUL-JJ-MAX-FIN
           IF W-CAL-JJ < W-VAL-JJ-MAX
              ADD   1                    TO W-CAL-JJ
           ELSE
              MOVE  01                   TO W-CAL-JJ
              IF W-CAL-MM < 12
                 ADD  1                  TO W-CAL-MM
              ELSE
                 MOVE 01                 TO W-CAL-MM
                 ADD  1                  TO W-CAL-AAAA
              END-IF
           END-IF.
       JOUR-SUIVANT-FIN.
           EXIT.
      *
       JOUR-PRECEDENT.
           IF W-CAL-JJ > 01
              SUBTRACT 1                 FROM W-CAL-JJ
           ELSE
              IF W-CAL-MM > 01
                 SUBTRACT 1              FROM W-CAL-MM
              ELSE
                 MOVE 12                 TO W-CAL-MM
                 SUBTRACT 1              FROM W-CAL-AAAA
              END-IF
              MOVE  W-CAL-AAAA           TO W-VAL-AAAA
              MOVE  W-CAL-MM             TO W-VAL-MM
              PERFORM CALCUL-JJ-MAX      THRU CALCUL-JJ-MAX-FIN
              MOVE  W-VAL-JJ-MAX         TO W-CAL-JJ
           END-IF.
       JOUR-PRECEDENT-FIN.
           EXIT.
      *
      *           NUMERO DE JOUR JULIEN DE W-CAL-DATE (CALENDRIER
      *           GREGORIEN) PUIS JOUR DE LA SEMAINE : LE RESTE DE LA
      *           DIVISION PAR 7 VAUT 0 LE LUNDI ... 6 LE DIMANCHE.
      *           CHAQUE QUOTIENT EST TRONQUE PAR SA PROPRE DIVISION.
       JOUR-SEMAINE.
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
           ADD      W-CAL-QUOTIENT       TO W-CAL-JULIEN
           DIVIDE   W-CAL-JULIEN BY 7    GIVING W-CAL-QUOTIENT
                                         REMAINDER W-CAL-JOUR-SEM.
       JOUR-SEMAINE-FIN.
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
      *           DATE AAAAMMJJ DE LA CARTE : NUMERIQUE, MOIS 01-12,
      *           JOUR DANS LE MOIS.
       CONTROLE-DATE.
           MOVE     'N'                  TO AXI-DATE-OK
           IF W-DATE-A-CONTROLER IS NUMERIC
              MOVE  W-DATE-A-CONTROLER(1:4) TO W-VAL-AAAA
              MOVE  W-DATE-A-CONTROLER(5:2) TO W-VAL-MM
              MOVE  W-DATE-A-CONTROLER(7:2) TO W-VAL-JJ
              IF W-VAL-MM NOT < 01 AND W-VAL-MM NOT > 12
                 PERFORM CALCUL-JJ-MAX   THRU CALCUL-JJ-MAX-FIN
                 IF W-VAL-JJ NOT < 01 AND W-VAL-JJ NOT > W-VAL-JJ-MAX
                    MOVE 'O'             TO AXI-DATE-OK
                 END-IF
              END-IF
           END-IF.
       CONTROLE-DATE-FIN.
           EXIT.
      *
      *           SITUATION EN FIN DE PASSAGE : SI LE CALENDRIER A
      *           CHANGE, LE JOUR OUVRE SUIVANT EST RECALCULE.
       SITUATION-DATES.
           IF CONTROLE-EXISTE
              AND W-NB-AJOUTS + W-NB-SUPPRESSIONS > ZERO
              MOVE  SPACES               TO W-MOTIF-REJET
              PERFORM ECRITURE-CONTROLE
                                         THRU ECRITURE-CONTROLE-FIN
              IF W-MOTIF-REJET NOT = SPACES
                 DISPLAY 'DATCTL-FILE : ' W-MOTIF-REJET
                 ADD   1                 TO W-NB-REJETS
              END-IF
           END-IF
           MOVE     SPACES               TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         ***** SITUATION DES DATES *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           IF NOT CONTROLE-EXISTE
              STRING '         *** DATE DE TRAITEMENT NON '
                     'INITIALISEE ***'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           ELSE
              PERFORM LIGNES-SITUATION   THRU LIGNES-SITUATION-FIN
           END-IF.
       SITUATION-DATES-FIN.
           EXIT.
      *
       LIGNES-SITUATION.
           MOVE     W-CTL-DATE-TRAITEMENT TO W-DATE-A-FORMATER
           PERFORM  DESCRIPTION-DATE     THRU DESCRIPTION-DATE-FIN
           STRING   '         DATE DE TRAITEMENT   : '
                    W-JOUR-AFF ' ' W-DATE-FORMAT
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-CTL-DATE-PRECEDENTE TO W-DATE-A-FORMATER
           PERFORM  DESCRIPTION-DATE     THRU DESCRIPTION-DATE-FIN
           STRING   '         JOUR OUVRE PRECEDENT : '
                    W-JOUR-AFF ' ' W-DATE-FORMAT
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-CTL-DATE-SUIVANTE  TO W-DATE-A-FORMATER
           PERFORM  DESCRIPTION-DATE     THRU DESCRIPTION-DATE-FIN
           STRING   '         JOUR OUVRE SUIVANT   : '
                    W-JOUR-AFF ' ' W-DATE-FORMAT
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           IF W-CTL-DATE-DERN-FRAIS = ZERO
              STRING '         DERNIER CALCUL FRAIS : AUCUN'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           ELSE
              MOVE  W-CTL-DATE-DERN-FRAIS TO W-DATE-A-FORMATER
              PERFORM FORMAT-DATE        THRU FORMAT-DATE-FIN
              STRING '         DERNIER CALCUL FRAIS : '
                     W-DATE-FORMAT
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNES-SITUATION-FIN.
           EXIT.
      *
      *           LISTE DU CALENDRIER DES JOURS FERIES DANS L'ORDRE
      *           DES DATES.
       LISTE-FERIES.
           MOVE     SPACES               TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-ENTETE-FER         TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     SPACE                TO AXI-FT-DATCTL
           MOVE     'F'                  TO DC-TYPE-ENR
           MOVE     ZERO                 TO DC-DATE-CLE
           START    DATCTL-FILE
                    KEY IS NOT LESS THAN DC-CLE
              INVALID KEY
                 MOVE '1'                TO AXI-FT-DATCTL
              NOT INVALID KEY
                 PERFORM LECTURE-FERIE   THRU LECTURE-FERIE-FIN
           END-START
           PERFORM  LIGNE-FERIE          THRU LIGNE-FERIE-FIN
                                         UNTIL FIN-DATCTL.
       LISTE-FERIES-FIN.
           EXIT.
      *
       LECTURE-FERIE.
           READ     DATCTL-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-DATCTL
              NOT AT END
                 IF NOT DC-ENR-FERIE
                    MOVE '1'             TO AXI-FT-DATCTL
                 END-IF
           END-READ.
       LECTURE-FERIE-FIN.
           EXIT.
      *
       LIGNE-FERIE.
           ADD      1                    TO W-NB-FERIES
           MOVE     DC-DATE-CLE          TO W-DATE-A-FORMATER
           PERFORM  DESCRIPTION-DATE     THRU DESCRIPTION-DATE-FIN
           STRING   W-DATE-FORMAT        '   '
                    W-JOUR-AFF           '  '
                    DC-FERIE-LIBELLE
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  LECTURE-FERIE        THRU LECTURE-FERIE-FIN.
       LIGNE-FERIE-FIN.
           EXIT.
      *
      *           DATE W-DATE-A-FORMATER EN JJ/MM/AAAA ET NOM DU
      *           JOUR DE LA SEMAINE.
       DESCRIPTION-DATE.
           MOVE     W-DATE-A-FORMATER    TO W-CAL-DATE
           PERFORM  JOUR-SEMAINE         THRU JOUR-SEMAINE-FIN
           COMPUTE  W-IDX-JOUR = W-CAL-JOUR-SEM + 1
           MOVE     W-NOM-JOUR(W-IDX-JOUR) TO W-JOUR-AFF
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN.
       DESCRIPTION-DATE-FIN.
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
           STRING   DT-ACTION            '  *** REJET : DATE '
                    DT-DATE              ' - '
                    W-MOTIF-REJET
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-REJET-FIN.
           EXIT.
      *
       TOTAL-DATES.
           MOVE     SPACES               TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         ***** BILAN DES DATES *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-TRANS-LUES      TO W-NB-AFF
           STRING   '         TRANSACTIONS LUES  : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-INITIALISATIONS TO W-NB-AFF
           STRING   '         INITIALISATIONS    : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-BASCULES        TO W-NB-AFF
           STRING   '         BASCULES           : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-AJOUTS          TO W-NB-AFF
           STRING   '         FERIES AJOUTES     : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-SUPPRESSIONS    TO W-NB-AFF
           STRING   '         FERIES SUPPRIMES   : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-FERIES          TO W-NB-AFF
           STRING   '         FERIES AU CALENDRIER : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REJETS          TO W-NB-AFF
           STRING   '         REJETS             : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TOTAL-DATES-FIN.
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
