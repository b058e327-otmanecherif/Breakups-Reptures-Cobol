      *-------------------------------------------------------------*
      *                                                             *
      *     CHASSE DES ECRITURES EN SUSPENS PRODUITES PAR FORBMOR4  *
      *     (COMPTE CLOTURE, DORMANT OU INCONNU AU FICHIER MAITRE) :*
      *      - REPRISE DU STOCK DE SUSPENS DE LA VEILLE (SUSPANC,   *
      *        AVEC DATE D'ENTREE) PUIS DES SUSPENS DU JOUR         *
      *      - CHAQUE ITEM EST RETENTE SUR LE FICHIER MAITRE        *
      *        LEUR DATE D'ENTREE D'ORIGINE                         *
      *      - ETAT DE VIEILLISSEMENT : TRANCHES 0-5 JOURS, 6-30    *
      *        JOURS ET PLUS DE 30 JOURS, AVEC DEBIT/CREDIT RETENUS *
      *      - L'AGE EST COMPTE EN JOURS OUVRES JUSQU'A LA DATE DE  *
      *        TRAITEMENT (DATCTL) : SAMEDIS, DIMANCHES ET JOURS    *
      *        FERIES DU CALENDRIER NE VIEILLISSENT PAS UN SUSPENS  *
      *                                                             *
      *-------------------------------------------------------------*
       AUTHOR. MOHAMMED.
      *     FICHIER DE TRAVAIL DU TRI
      *
            SELECT TRI-FICHIER ASSIGN TO UT-S-SORTWK.
      *
      *     DATE DE TRAITEMENT ET CALENDRIER DES JOURS FERIES
      *     (TENU PAR FORBDAT1)
      *
            SELECT DATCTL-FILE ASSIGN TO UT-S-DATCTL
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY DC-CLE
            FILE STATUS IS W-STAT-DATCTL.
      *
       DATA DIVISION.
       FILE         SECTION.
           05  TRI-ECRITURE-NUM         PIC X(5).
           05  TRI-ECRITURE-DATE        PIC X(8).
           05  FILLER                   PIC X(56).
      *
       FD  DATCTL-FILE
           DATA RECORD    DATCTL-REC.
      *
       COPY DATCTL.
      *
       WORKING-STORAGE SECTION.
      *
            88 FIN-SUSPENS                        VALUE '1'.
       01      AXI-FT-SUSPANC           PIC X(01) VALUE SPACE.
            88 FIN-SUSPANC                        VALUE '1'.
       01      AXI-FT-DATCTL            PIC X(01) VALUE SPACE.
            88 FIN-DATCTL                         VALUE '1'.
       01      AXI-CPT-ACTIF            PIC X(01) VALUE 'N'.
            88 CPT-REVENU-ACTIF                   VALUE 'O'.
      *
           05  W-ITEM-MOTIF             PIC X(18).
           05  W-ITEM-DATE-ENTREE       PIC X(8).
      *
      *     CALCUL DE L'AGE EN JOURS OUVRES : JOURS DE SEMAINE
      *     ECOULES DEPUIS LA DATE D'ENTREE (EXCLUE) JUSQU'A LA DATE
      *     DE TRAITEMENT (INCLUSE), MOINS LES JOURS FERIES
      *
       01      W-AGE-JOURS              PIC S9(5) VALUE ZERO.
       01      W-JULIEN-JOUR            PIC 9(07) VALUE ZERO.
       01      W-JULIEN-ENTREE          PIC 9(07) VALUE ZERO.
       01      W-SEM-ENTREE             PIC 9(01) VALUE ZERO.
       01      W-AGE-CALENDAIRE         PIC 9(07) VALUE ZERO.
       01      W-AGE-SEMAINES           PIC 9(07) VALUE ZERO.
       01      W-AGE-RESTE              PIC 9(01) VALUE ZERO.
       01      W-AGE-K                  PIC 9(01) VALUE ZERO.
       01      W-AGE-SEM                PIC 9(01) VALUE ZERO.
       01      W-AGE-TRAV               PIC 9(02) VALUE ZERO.
       01      W-AGE-QUOTIENT           PIC 9(02) VALUE ZERO.
      *
      *     NUMERO DE JOUR JULIEN ET JOUR DE LA SEMAINE D'UNE DATE
      *     (0 = LUNDI ... 5 = SAMEDI, 6 = DIMANCHE)
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
      *     JOURS FERIES TOMBANT UN JOUR DE SEMAINE, JUSQU'A LA DATE
      *     DE TRAITEMENT (DATCTL)
      *
       01      T-FER-NB                 PIC 9(05) VALUE ZERO.
       01      T-FER-TAB.
           05  T-FER-ENT OCCURS 1 TO 1000 TIMES
                             DEPENDING ON T-FER-NB
                             INDEXED BY T-FER-IDX.
               10  T-FER-DATE           PIC 9(8).
      *
      *     COMPTEURS DE DISPOSITION ET TRANCHES DE VIEILLISSEMENT
      *
      *
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
           END-IF
           OPEN     OUTPUT    SUSPNOU-FILE
           OPEN     OUTPUT    ETAT-SUSP
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
      *
      * ------------------> NIVEAU 99 <-----------------------------*
      *
      *           DATE DE TRAITEMENT ET JOURS FERIES : LA DATE EST
      *           LUE SUR L'ENREGISTREMENT DE CONTROLE DE DATCTL (TENU
      *           PAR FORBDAT1) ET NON SUR L'HORLOGE, PUIS LES JOURS
      *           FERIES TOMBANT UN JOUR DE SEMAINE JUSQU'A LA DATE
      *           DE TRAITEMENT SONT CHARGES POUR LE CALCUL DE L'AGE
      *           EN JOURS OUVRES. SANS DATE DE TRAITEMENT ON ARRETE
      *           NET.
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
           MOVE     W-DATE-SYSTEME       TO W-CAL-DATE
           PERFORM  JOUR-SEMAINE         THRU JOUR-SEMAINE-FIN
           MOVE     W-CAL-JULIEN         TO W-JULIEN-JOUR
           MOVE     'F'                  TO DC-TYPE-ENR
           MOVE     ZERO                 TO DC-DATE-CLE
           START    DATCTL-FILE
                    KEY IS NOT LESS THAN DC-CLE
              INVALID KEY
                 MOVE '1'                TO AXI-FT-DATCTL
              NOT INVALID KEY
                 PERFORM LECTURE-FERIE   THRU LECTURE-FERIE-FIN
           END-START
           PERFORM  STOCKAGE-FERIE       THRU STOCKAGE-FERIE-FIN
                                         UNTIL FIN-DATCTL
           CLOSE    DATCTL-FILE
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-SYSTEME
              ' - JOURS FERIES OUVRES CHARGES : ' T-FER-NB.
       LECTURE-DATCTL-FIN.
           EXIT.
      *
       LECTURE-FERIE.
           READ     DATCTL-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-DATCTL
              NOT AT END
                 IF NOT DC-ENR-FERIE
                    OR DC-DATE-CLE > W-DATE-SYSTEME
                    MOVE '1'             TO AXI-FT-DATCTL
                 END-IF
           END-READ.
       LECTURE-FERIE-FIN.
           EXIT.
      *
      *           UN JOUR FERIE TOMBANT UN SAMEDI OU UN DIMANCHE
      *           N'ENLEVE AUCUN JOUR OUVRE : IL N'EST PAS CHARGE.
       STOCKAGE-FERIE.
           MOVE     DC-DATE-CLE          TO W-CAL-DATE
           PERFORM  JOUR-SEMAINE         THRU JOUR-SEMAINE-FIN
           IF W-CAL-JOUR-SEM < 5
              IF T-FER-NB < 1000
                 ADD   1                 TO T-FER-NB
                 MOVE  DC-DATE-CLE       TO T-FER-DATE(T-FER-NB)
              ELSE
                 DISPLAY 'TABLE DES JOURS FERIES SATUREE - '
                    DC-DATE-CLE ' IGNORE'
              END-IF
           END-IF
           PERFORM  LECTURE-FERIE        THRU LECTURE-FERIE-FIN.
       STOCKAGE-FERIE-FIN.
           EXIT.
      *
      *           PROCEDURE D'ENTREE DU TRI : D'ABORD LE STOCK
      *           REPORTE (AVEC SA DATE D'ENTREE D'ORIGINE), PUIS
      *           LES SUSPENS DU JOUR (ENTRES A LA DATE DE
      *           TRAITEMENT).
       TRAITEMENT-STOCK.
           OPEN     INPUT     SUSPANC-FILE
           IF W-STAT-SUSPANC = '00'
       RETENTE-CPTMSTR-FIN.
           EXIT.
      *
      *           AGE DE L'ITEM EN JOURS OUVRES ENTRE SA DATE
      *           D'ENTREE ET LA DATE DE TRAITEMENT : CINQ JOURS PAR
      *           SEMAINE PLEINE, PLUS LES JOURS DE SEMAINE DU RESTE,
      *           MOINS LES JOURS FERIES DE L'INTERVALLE. UN ITEM
      *           ENTRE A LA DATE DE TRAITEMENT A UN AGE NUL.
       CALCUL-AGE.
           MOVE     ZERO                 TO W-AGE-JOURS
           IF W-ITEM-DATE-ENTREE < W-DATE-SYSTEME
              MOVE  W-ITEM-DATE-ENTREE   TO W-CAL-DATE
              PERFORM JOUR-SEMAINE       THRU JOUR-SEMAINE-FIN
              MOVE  W-CAL-JULIEN         TO W-JULIEN-ENTREE
              MOVE  W-CAL-JOUR-SEM       TO W-SEM-ENTREE
              COMPUTE W-AGE-CALENDAIRE = W-JULIEN-JOUR - W-JULIEN-ENTREE
              DIVIDE W-AGE-CALENDAIRE BY 7
                     GIVING W-AGE-SEMAINES
                     REMAINDER W-AGE-RESTE
              COMPUTE W-AGE-JOURS = 5 * W-AGE-SEMAINES
              PERFORM COMPTE-JOUR-RESTE  THRU COMPTE-JOUR-RESTE-FIN
                      VARYING W-AGE-K FROM 1 BY 1
                      UNTIL W-AGE-K > W-AGE-RESTE
              PERFORM DEDUCTION-FERIE    THRU DEDUCTION-FERIE-FIN
                      VARYING T-FER-IDX FROM 1 BY 1
                      UNTIL T-FER-IDX > T-FER-NB
           END-IF.
       CALCUL-AGE-FIN.
           EXIT.
      *
      *           JOUR DU RESTE : OUVRE S'IL N'EST NI SAMEDI NI
      *           DIMANCHE.
       COMPTE-JOUR-RESTE.
           COMPUTE  W-AGE-TRAV = W-SEM-ENTREE + W-AGE-K
           DIVIDE   W-AGE-TRAV BY 7      GIVING W-AGE-QUOTIENT
                                         REMAINDER W-AGE-SEM
           IF W-AGE-SEM < 5
              ADD   1                    TO W-AGE-JOURS
           END-IF.
       COMPTE-JOUR-RESTE-FIN.
           EXIT.
      *
      *           LA TABLE NE CONTIENT QUE DES JOURS FERIES DE
      *           SEMAINE ANTERIEURS OU EGAUX A LA DATE DE TRAITEMENT.
       DEDUCTION-FERIE.
           IF T-FER-DATE(T-FER-IDX) > W-ITEM-DATE-ENTREE
              SUBTRACT 1                 FROM W-AGE-JOURS
           END-IF.
       DEDUCTION-FERIE-FIN.
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
       REPORT-SUSPENS.
           MOVE     SPACES               TO LIGNE-SUSPNOU
           EXIT.
      *
       BILAN-VIEILLISSEMENT.
           STRING   '         ***** VIEILLISSEMENT DES SUSPENS '
                    '(JOURS OUVRES) *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-TR1             TO W-NB-AFF
