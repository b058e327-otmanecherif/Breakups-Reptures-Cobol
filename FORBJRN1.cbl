       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBJRN1.
      *-------------------------------------------------------------*
      *                                                             *
      *     LISTE DU JOURNAL DES ECRITURES IMPUTEES PAR FORBMOR4    *
      *     POUR UN COMPTE ET UNE PERIODE DONNES (CARTE PARAMETRE : *
      *     COMPTE, DATE DE DEBUT, DATE DE FIN AAAAMMJJ - DATES A   *
      *     BLANC = TOUT LE JOURNAL DU COMPTE). CHAQUE LIGNE        *
      *     RESTITUE L'ECRITURE TELLE QU'IMPUTEE AVEC LE RUN ET LA  *
      *     DATE DE RUN QUI L'ONT PASSEE - SERT A REPONDRE AUX      *
      *     RECLAMATIONS SUR UNE LIGNE DE RELEVE.                   *
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
      *     JOURNAL DES ECRITURES IMPUTEES (TENU PAR FORBMOR4)
      *
            SELECT JRNECR-FILE ASSIGN TO UT-S-JRNECR
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY JR-CLE
            FILE STATUS IS W-STAT-JRNECR.
      *
      *     CARTE PARAMETRE (COMPTE, DATE DEBUT, DATE FIN)
      *
            SELECT OPTIONAL PARM-FILE ASSIGN TO UT-S-PARM
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-PARM.
      *
      *     ETAT IMPRIME DU JOURNAL
      *
            SELECT ETAT-JRN ASSIGN TO UT-S-ETATJRN
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
       FD  JRNECR-FILE
           DATA RECORD    JRNECR-REC.
      *
       COPY JRNECR.
      *
       FD  PARM-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-PARM
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-PARM.
           05  PARM-COMPTE-NUM          PIC X(6).
           05  PARM-DATE-DEBUT          PIC X(8).
           05  PARM-DATE-FIN            PIC X(8).
           05  FILLER                   PIC X(58).
      *
       FD  ETAT-JRN
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
      *     VARIABLES DE FIN DE TRAITEMENT
      *
       01      AXI-FT-JRNECR            PIC X(01) VALUE SPACE.
            88 FIN-JRNECR                         VALUE '1'.
      *
       01      W-STAT-JRNECR            PIC X(02) VALUE SPACES.
       01      W-STAT-PARM              PIC X(02) VALUE SPACES.
      *
      *     SELECTION DEMANDEE
      *
       01      W-SEL-COMPTE-NUM         PIC X(6)  VALUE SPACES.
       01      W-SEL-DATE-DEBUT         PIC X(8)  VALUE LOW-VALUES.
       01      W-SEL-DATE-FIN           PIC X(8)  VALUE HIGH-VALUES.
      *
      *     TOTAUX DE LA PERIODE (DEVISE DE REFERENCE)
      *
       01      W-NB-ECRITURES           PIC 9(07) VALUE ZERO.
       01      W-TOTAL-D                PIC 9(16)V99 VALUE ZERO.
       01      W-TOTAL-C                PIC 9(16)V99 VALUE ZERO.
       01      W-ECART                  PIC S9(16)V99 VALUE ZERO.
      *
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
       01      W-MAX-LIGNES-PAGE        PIC 9(03) VALUE 060.
       01      W-LIGNE-A-IMPRIMER       PIC X(132) VALUE SPACES.
       01      W-DATE-FORMAT            PIC X(10).
       01      W-DATE-RUN-X             PIC X(8).
       01      W-DATE-RUN-AFF           PIC X(10).
       01      W-MONTANT-AFF            PIC Z(12)9V99.
       01      W-D-AFF                  PIC Z(12)9V99.
       01      W-C-AFF                  PIC Z(12)9V99.
       01      W-ECART-AFF              PIC -(12)9V99.
       01      W-NB-AFF                 PIC Z(6)9.
      *
       01      W-ENTETE-1.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(36)
                VALUE 'JOURNAL DES ECRITURES IMPUTEES'.
           05  FILLER                   PIC X(9) VALUE 'COMPTE: '.
           05  W-ENT1-COMPTE            PIC X(6).
           05  FILLER                   PIC X(5) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'DATE:'.
           05  W-ENT1-DATE              PIC X(10).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'PAGE:'.
           05  W-ENT1-PAGE              PIC ZZZZ9.
      *
       01      W-ENTETE-2.
           05  FILLER                   PIC X(12) VALUE 'DATE'.
           05  FILLER                   PIC X(8)  VALUE 'ECRIT.'.
           05  FILLER                   PIC X(7)  VALUE 'CLIENT'.
           05  FILLER                   PIC X(37) VALUE 'LIBELLE'.
           05  FILLER                   PIC X(3)  VALUE 'S'.
           05  FILLER                   PIC X(19) VALUE 'MONTANT'.
           05  FILLER                   PIC X(4)  VALUE 'DEV'.
           05  FILLER                   PIC X(19) VALUE 'MONTANT EUR'.
           05  FILLER                   PIC X(7)  VALUE 'RUN'.
           05  FILLER                   PIC X(10) VALUE 'DATE RUN'.
      *
       PROCEDURE DIVISION.
      *
      * ------------------> NIVEAU 01 <-----------------------------*
      *
       ENTREE-PROGRAMME.
           PERFORM DEBUT-PROGRAMME        THRU DEBUT-PROGRAMME-FIN
           PERFORM TRAITEMENT-JOURNAL     THRU TRAITEMENT-JOURNAL-FIN
                                         UNTIL FIN-JRNECR
           PERFORM FIN-PROGRAMME          THRU FIN-PROGRAMME-FIN.
      *
       DEBUT-PROGRAMME.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBJRN1'
           DISPLAY ' '
           PERFORM  LECTURE-PARM         THRU LECTURE-PARM-FIN
           OPEN     INPUT     JRNECR-FILE
           IF W-STAT-JRNECR NOT = '00'
              DISPLAY 'JRNECR-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                 W-STAT-JRNECR
              DISPLAY 'ARRET DU PROGRAMME'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN     OUTPUT    ETAT-JRN
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(6:1)
           MOVE     W-DATE-SYSTEME(1:4)  TO W-DATE-JOUR-AFF(7:4)
           PERFORM  ENTETE-ETAT          THRU ENTETE-ETAT-FIN
           PERFORM  POSITIONNEMENT       THRU POSITIONNEMENT-FIN.
       DEBUT-PROGRAMME-FIN.
           EXIT.
      *
       FIN-PROGRAMME.
           PERFORM  BILAN-JOURNAL        THRU BILAN-JOURNAL-FIN
           CLOSE    JRNECR-FILE
           CLOSE    ETAT-JRN
           DISPLAY 'ECRITURES LISTEES : ' W-NB-ECRITURES
           DISPLAY 'FIN DU PROGRAMME FORBJRN1'
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
      *           LE COMPTE EST OBLIGATOIRE : SANS LUI LA LISTE
      *           SORTIRAIT TOUT LE JOURNAL. LES BORNES DE DATE A
      *           BLANC RESTENT OUVERTES.
       LECTURE-PARM.
           OPEN     INPUT     PARM-FILE
           IF W-STAT-PARM = '00'
              READ     PARM-FILE
                 NOT AT END
                    MOVE PARM-COMPTE-NUM     TO W-SEL-COMPTE-NUM
                    IF PARM-DATE-DEBUT NOT = SPACES
                       MOVE PARM-DATE-DEBUT  TO W-SEL-DATE-DEBUT
                    END-IF
                    IF PARM-DATE-FIN NOT = SPACES
                       MOVE PARM-DATE-FIN    TO W-SEL-DATE-FIN
                    END-IF
              END-READ
           END-IF
           CLOSE    PARM-FILE
           IF W-SEL-COMPTE-NUM = SPACES
              DISPLAY '*** ERREUR : CARTE PARAMETRE ABSENTE OU SANS '
                 'NUMERO DE COMPTE'
              DISPLAY 'ARRET DU PROGRAMME'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'SELECTION - COMPTE ' W-SEL-COMPTE-NUM
              ' DATES ' W-SEL-DATE-DEBUT ' A ' W-SEL-DATE-FIN.
       LECTURE-PARM-FIN.
           EXIT.
      *
      *           POSITIONNEMENT SUR LA PREMIERE CLE DU COMPTE A LA
      *           DATE DE DEBUT - AUCUNE CLE AU-DELA : LISTE VIDE.
       POSITIONNEMENT.
           MOVE     W-SEL-COMPTE-NUM     TO JR-COMPTE-NUM
           MOVE     W-SEL-DATE-DEBUT     TO JR-ECRITURE-DATE
           MOVE     LOW-VALUES           TO JR-ECRITURE-NUM
           START    JRNECR-FILE
                    KEY IS NOT LESS THAN JR-CLE
              INVALID KEY
                 MOVE '1'                TO AXI-FT-JRNECR
              NOT INVALID KEY
                 PERFORM LECTURE-JOURNAL THRU LECTURE-JOURNAL-FIN
           END-START.
       POSITIONNEMENT-FIN.
           EXIT.
      *
      *           LE JOURNAL EST LU DANS L'ORDRE DE LA CLE : LE
      *           CHANGEMENT DE COMPTE OU LE DEPASSEMENT DE LA DATE
      *           DE FIN TERMINE LA LISTE.
       LECTURE-JOURNAL.
           READ     JRNECR-FILE NEXT RECORD
              AT END
                 MOVE '1'                TO AXI-FT-JRNECR
              NOT AT END
                 IF JR-COMPTE-NUM NOT = W-SEL-COMPTE-NUM
                    OR JR-ECRITURE-DATE > W-SEL-DATE-FIN
                    MOVE '1'             TO AXI-FT-JRNECR
                 END-IF
           END-READ.
       LECTURE-JOURNAL-FIN.
           EXIT.
      *
       TRAITEMENT-JOURNAL.
           ADD      1                    TO W-NB-ECRITURES
           IF JR-SENS-ECRITURE = 'C'
              ADD   JR-MONTANT-REF       TO W-TOTAL-C
           ELSE
              ADD   JR-MONTANT-REF       TO W-TOTAL-D
           END-IF
           MOVE     JR-ECRITURE-DATE(7:2) TO W-DATE-FORMAT(1:2)
           MOVE     '/'                   TO W-DATE-FORMAT(3:1)
           MOVE     JR-ECRITURE-DATE(5:2) TO W-DATE-FORMAT(4:2)
           MOVE     '/'                   TO W-DATE-FORMAT(6:1)
           MOVE     JR-ECRITURE-DATE(1:4) TO W-DATE-FORMAT(7:4)
           MOVE     JR-DATE-RUN           TO W-DATE-RUN-X
           MOVE     W-DATE-RUN-X(7:2)     TO W-DATE-RUN-AFF(1:2)
           MOVE     '/'                   TO W-DATE-RUN-AFF(3:1)
           MOVE     W-DATE-RUN-X(5:2)     TO W-DATE-RUN-AFF(4:2)
           MOVE     '/'                   TO W-DATE-RUN-AFF(6:1)
           MOVE     W-DATE-RUN-X(1:4)     TO W-DATE-RUN-AFF(7:4)
           MOVE     JR-MONTANT            TO W-MONTANT-AFF
           MOVE     JR-MONTANT-REF        TO W-D-AFF
           STRING   W-DATE-FORMAT        '  '
                    JR-ECRITURE-NUM      '   '
                    JR-CLI-CODE          '  '
                    JR-COMPTE-LIBELLE    '  '
                    JR-SENS-ECRITURE     '  '
                    W-MONTANT-AFF        '  '
                    JR-DEVISE            '  '
                    W-D-AFF              '  '
                    JR-RUN-NUM           '  '
                    W-DATE-RUN-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  LECTURE-JOURNAL      THRU LECTURE-JOURNAL-FIN.
       TRAITEMENT-JOURNAL-FIN.
           EXIT.
      *
       BILAN-JOURNAL.
           MOVE     SPACES               TO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           STRING   '         ***** BILAN DU JOURNAL *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-ECRITURES       TO W-NB-AFF
           STRING   '         ECRITURES LISTEES   : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-TOTAL-D            TO W-D-AFF
           STRING   '         TOTAL DEBIT  (EUR)  : ' W-D-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-TOTAL-C            TO W-C-AFF
           STRING   '         TOTAL CREDIT (EUR)  : ' W-C-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           COMPUTE  W-ECART = W-TOTAL-C - W-TOTAL-D
           MOVE     W-ECART              TO W-ECART-AFF
           STRING   '         MOUVEMENT NET       : ' W-ECART-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       BILAN-JOURNAL-FIN.
           EXIT.
      *
       ENTETE-ETAT.
           ADD      1                    TO W-NO-PAGE
           MOVE     W-SEL-COMPTE-NUM     TO W-ENT1-COMPTE
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
