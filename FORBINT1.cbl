      *     TENUE DE COMPTE A PARTIR DES SOLDES DE CLOTURE          *
      *     (SOLDENOU) ET DU FICHIER MAITRE INDEXE :                *
      *      - SOLDE DEBITEUR : INTERETS AU TAUX DU BAREME,         *
      *        PRORATA DU NOMBRE DE JOURS SUR BASE 360 - LES JOURS  *
      *        ECOULES DEPUIS LE DERNIER CALCUL, SELON LA DATE DE   *
      *        TRAITEMENT (DATCTL), LE BAREME A DEFAUT              *
      *      - COMPTE ACTIF : FRAIS PERIODIQUES DE TENUE DE COMPTE  *
      *        (AUCUN FRAIS DE TENUE SUR UN COMPTE DORMANT)         *
      *     LES CHARGES SORTENT EN ECRITURES STANDARD 80 OCTETS     *
      *     (DECOUPAGE MVMNTS), TRIEES CLIENT/COMPTE/DATE/NUMERO,   *
      *     A CONCATENER AU PROCHAIN PASSAGE DE FORBMOR4 COMME LE   *
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
            88 FIN-SOLDENOU                       VALUE '1'.
       01      AXI-CPT-TROUVE           PIC X(01) VALUE 'N'.
            88 CPT-TROUVE                         VALUE 'O'.
       01      AXI-REPRISE-FRAIS        PIC X(01) VALUE 'N'.
            88 REPRISE-FRAIS                      VALUE 'O'.
      *
       01      W-STAT-CPTMSTR           PIC X(02) VALUE SPACES.
       01      W-STAT-BAREME            PIC X(02) VALUE SPACES.
      *
      *     BAREME CHARGE EN MEMOIRE - LE NOMBRE DE JOURS EST
      *     REMPLACE PAR LES JOURS ECOULES DEPUIS LE DERNIER CALCUL
      *
       01      W-TAUX-DEBIT             PIC 9(3)V9(4) VALUE ZERO.
       01      W-NB-JOURS               PIC 9(3)  VALUE ZERO.
       01      W-FRAIS-TENUE            PIC 9(7)V99 VALUE ZERO.
      *
      *     PERIODE DE CALCUL : DATE DU DERNIER CALCUL DES FRAIS
      *     (DATCTL) ET JOURS ECOULES JUSQU'A LA DATE DE TRAITEMENT
      *
       01      W-DEBUT-PERIODE          PIC 9(08) VALUE ZERO.
       01      W-JOURS-ECOULES          PIC 9(07) VALUE ZERO.
       01      W-JULIEN-JOUR            PIC 9(07) VALUE ZERO.
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
      *     SOLDE SIGNE DU COMPTE COURANT ET MONTANT CALCULE
      *
       01      W-SOLDE-SIGNE            PIC S9(16)V99 VALUE ZERO.
       01      W-NB-FRAIS               PIC 9(07) VALUE ZERO.
       01      W-NB-SANS-MAITRE         PIC 9(07) VALUE ZERO.
       01      W-NB-CLOTURES            PIC 9(07) VALUE ZERO.
       01      W-NB-DORMANTS            PIC 9(07) VALUE ZERO.
       01      W-TOTAL-INTERETS         PIC 9(16)V99 VALUE ZERO.
       01      W-TOTAL-FRAIS            PIC 9(16)V99 VALUE ZERO.
       01      W-NB-AFF                 PIC Z(6)9.
      *
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
              STOP RUN
           END-IF
           OPEN     OUTPUT    ETAT-CALC
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
      *
       FIN-PROGRAMME.
           PERFORM  TOTAL-CALCUL         THRU TOTAL-CALCUL-FIN
           PERFORM  MISE-A-JOUR-DATCTL   THRU MISE-A-JOUR-DATCTL-FIN
           CLOSE    SOLDENOU-FILE
           CLOSE    CPTMSTR-FILE
           CLOSE    ETAT-CALC
      *
      * ------------------> NIVEAU 99 <-----------------------------*
      *
      *           DATE DE TRAITEMENT : LUE SUR L'ENREGISTREMENT DE
      *           CONTROLE DE DATCTL (TENU PAR FORBDAT1) ET NON SUR
      *           L'HORLOGE. LE NOMBRE DE JOURS DE LA PERIODE EST
      *           CELUI ECOULE DEPUIS LE DERNIER CALCUL DES FRAIS ;
      *           UNE REPRISE A LA MEME DATE REPART DU CALCUL D'AVANT
      *           ET RETROUVE LES MEMES CHARGES. LE BAREME NE DONNE
      *           PLUS LES JOURS QU'AU TOUT PREMIER CALCUL.
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
           IF DC-DATE-DERN-FRAIS = W-DATE-SYSTEME
              MOVE  'O'                  TO AXI-REPRISE-FRAIS
              MOVE  DC-DATE-FRAIS-PREC   TO W-DEBUT-PERIODE
              DISPLAY 'REPRISE DU CALCUL DES FRAIS DU ' W-DATE-SYSTEME
           ELSE
              MOVE  DC-DATE-DERN-FRAIS   TO W-DEBUT-PERIODE
           END-IF
           IF W-DEBUT-PERIODE = ZERO
              DISPLAY 'AUCUN CALCUL DES FRAIS ANTERIEUR - JOURS DU '
                 'BAREME : ' W-NB-JOURS
           ELSE
              IF W-DEBUT-PERIODE NOT < W-DATE-SYSTEME
                 DISPLAY '*** ERREUR : DERNIER CALCUL DES FRAIS DU '
                    W-DEBUT-PERIODE ' POSTERIEUR A LA DATE DE '
                    'TRAITEMENT ' W-DATE-SYSTEME
                 MOVE  12                TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM CALCUL-JOURS-PERIODE
                                         THRU CALCUL-JOURS-PERIODE-FIN
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
      *           JOURS CALENDAIRES ENTRE LE DEBUT DE LA PERIODE
      *           (DERNIER CALCUL, EXCLU) ET LA DATE DE TRAITEMENT
      *           (INCLUSE), PAR DIFFERENCE DES JOURS JULIENS.
       CALCUL-JOURS-PERIODE.
           MOVE     W-DATE-SYSTEME       TO W-CAL-DATE
           PERFORM  CALCUL-JULIEN        THRU CALCUL-JULIEN-FIN
           MOVE     W-CAL-JULIEN         TO W-JULIEN-JOUR
           MOVE     W-DEBUT-PERIODE      TO W-CAL-DATE
           PERFORM  CALCUL-JULIEN        THRU CALCUL-JULIEN-FIN
           COMPUTE  W-JOURS-ECOULES = W-JULIEN-JOUR - W-CAL-JULIEN
           IF W-JOURS-ECOULES > 999
              DISPLAY '*** ERREUR : ' W-JOURS-ECOULES
                 ' JOURS DEPUIS LE DERNIER CALCUL DES FRAIS DU '
                 W-DEBUT-PERIODE
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE     W-JOURS-ECOULES      TO W-NB-JOURS
           DISPLAY 'JOURS DEPUIS LE CALCUL DES FRAIS DU '
              W-DEBUT-PERIODE ' : ' W-NB-JOURS.
       CALCUL-JOURS-PERIODE-FIN.
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
      *           EN FIN DE CALCUL LA DATE DE TRAITEMENT DEVIENT LA
      *           DATE DU DERNIER CALCUL DES FRAIS (SAUF REPRISE, OU
      *           ELLE L'EST DEJA).
       MISE-A-JOUR-DATCTL.
           IF NOT REPRISE-FRAIS
              PERFORM LECTURE-CONTROLE   THRU LECTURE-CONTROLE-FIN
              MOVE  DC-DATE-DERN-FRAIS   TO DC-DATE-FRAIS-PREC
              MOVE  W-DATE-SYSTEME       TO DC-DATE-DERN-FRAIS
              REWRITE DATCTL-REC
                 INVALID KEY
                    DISPLAY '*** ERREUR : DATCTL-FILE : DATE DU '
                       'CALCUL DES FRAIS NON ENREGISTREE'
                    MOVE 12              TO RETURN-CODE
              END-REWRITE
           END-IF
           CLOSE    DATCTL-FILE.
       MISE-A-JOUR-DATCTL-FIN.
           EXIT.
      *
      *           LECTURE DE LA CARTE BAREME - SANS BAREME VALIDE
      *           AUCUNE CHARGE NE PEUT ETRE JUSTIFIEE, ON ARRETE
      *           NET PLUTOT QUE DE FACTURER A ZERO EN SILENCE.
                                         THRU IMPRESSION-LIGNE-FIN
              ELSE
                 PERFORM CHARGE-INTERETS THRU CHARGE-INTERETS-FIN
      *           UN COMPTE DORMANT RESTE SOUMIS AUX INTERETS
      *           DEBITEURS MAIS NE SUPPORTE PLUS DE FRAIS DE TENUE
                 IF CM-COMPTE-DORMANT
                    ADD   1              TO W-NB-DORMANTS
                    STRING SN-COMPTE-NUM
                           '  *** COMPTE DORMANT - PAS DE FRAIS'
                           ' DE TENUE'
                           DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                    PERFORM IMPRESSION-LIGNE
                                         THRU IMPRESSION-LIGNE-FIN
                 ELSE
                    PERFORM CHARGE-FRAIS THRU CHARGE-FRAIS-FIN
                 END-IF
              END-IF
           END-IF
           PERFORM  LECTURE-SOLDENOU     THRU LECTURE-SOLDENOU-FIN.
           STRING   '         ***** BILAN DES CHARGES *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-JOURS           TO W-JOURS-AFF
           IF W-DEBUT-PERIODE = ZERO
              STRING '         JOURS DE LA PERIODE   : ' W-JOURS-AFF
                     '  (BAREME - PREMIER CALCUL)'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           ELSE
              STRING '         JOURS DE LA PERIODE   : ' W-JOURS-AFF
                     '  (DEPUIS LE CALCUL DU '
                     W-DEBUT-PERIODE(7:2) '/'
                     W-DEBUT-PERIODE(5:2) '/'
                     W-DEBUT-PERIODE(1:4) ')'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-SOLDES-LUS      TO W-NB-AFF
           STRING   '         SOLDES LUS            : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           STRING   '         COMPTES CLOTURES      : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-DORMANTS        TO W-NB-AFF
           STRING   '         DORMANTS SANS FRAIS   : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-SANS-MAITRE     TO W-NB-AFF
           STRING   '         COMPTES SANS MAITRE   : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
