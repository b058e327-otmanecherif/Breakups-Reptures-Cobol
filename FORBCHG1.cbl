       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBCHG1.
      *-------------------------------------------------------------*
      *                                                             *
      *     CONSULTATION DU JOURNAL PERMANENT DES MISES A JOUR      *
      *     DES FICHIERS MAITRES (CHGLOG, ALIMENTE PAR FORBCPT0,    *
      *     FORBCPT1, FORBCLI1 ET FORBCLE1). UNE CARTE DE           *
      *     SELECTION PAR DEMANDE :                                 *
      *        'C' = HISTORIQUE COMPLET D'UN COMPTE (Y COMPRIS      *
      *              SOUS SES ANCIENS NUMEROS, RETROUVES PAR LES    *
      *              CHANGEMENTS DE NUMERO 'R' DU JOURNAL)          *
      *        'L' = HISTORIQUE COMPLET D'UN CLIENT : SA FICHE ET   *
      *              LES COMPTES DONT IL EST OU A ETE TITULAIRE     *
      *        'T' = TOUTES LES MISES A JOUR D'UN CODE ACTION       *
      *              (EVENTUELLEMENT LIMITEES A UN FICHIER)         *
      *     CHAQUE DEMANDE PEUT ETRE BORNEE PAR UNE PERIODE (DATES  *
      *     DE TRAITEMENT DE DEBUT ET DE FIN, A BLANC = SANS        *
      *     LIMITE). CHAQUE MISE A JOUR RETENUE EST EDITEE AVEC     *
      *     SA DATE, SON HEURE, LE PROGRAMME, L'OPERATEUR, LES      *
      *     IMAGES AVANT/APRES DE LA FICHE ET LES ZONES MODIFIEES.  *
      *     CODE RETOUR 4 SI UNE CARTE EST INVALIDE.                *
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
      *     JOURNAL PERMANENT DES MISES A JOUR
      *
            SELECT OPTIONAL CHGLOG-FILE ASSIGN TO UT-S-CHGLOG
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-CHGLOG.
      *
      *     CARTES DE SELECTION
      *
            SELECT SEL-FILE ASSIGN TO UT-S-CHGSEL
            ORGANIZATION LINE SEQUENTIAL.
      *
      *     ETAT DE L'HISTORIQUE DES MISES A JOUR
      *
            SELECT ETAT-CHG ASSIGN TO UT-S-ETATCHG
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
       FD  CHGLOG-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    CHGLOG-REC
           LABEL    RECORD    STANDARD.
      *
       COPY CHGLOG.
      *
       FD  SEL-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-SEL
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-SEL.
           05  SEL-CRITERE              PIC X(1).
           05  SEL-CLE                  PIC X(6).
           05  SEL-FICHIER              PIC X(7).
           05  SEL-CODE-TRANS           PIC X(1).
           05  SEL-DATE-DEBUT           PIC X(8).
           05  SEL-DATE-FIN             PIC X(8).
           05  FILLER                   PIC X(49).
      *
       FD  ETAT-CHG
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
       01      AXI-FT-SEL               PIC X(01) VALUE SPACE.
            88 FIN-SEL                            VALUE '1'.
       01      AXI-FT-CHGLOG            PIC X(01) VALUE SPACE.
            88 FIN-CHGLOG                         VALUE '1'.
       01      W-STAT-CHGLOG            PIC X(02) VALUE SPACES.
       01      W-MOTIF-REJET            PIC X(35) VALUE SPACES.
      *
      *     BORNES DE LA DEMANDE EN COURS
      *
       01      W-DATE-DEBUT             PIC 9(08) VALUE ZERO.
       01      W-DATE-FIN               PIC 9(08) VALUE ZERO.
       01      AXI-ENTREE-RETENUE       PIC X(01) VALUE 'N'.
            88 ENTREE-RETENUE                     VALUE 'O'.
      *
      *     HISTORIQUE D'UN COMPTE : CHANGEMENTS DE NUMERO RELEVES
      *     AU JOURNAL (ACTION 'R' SUR CPTMSTR), PUIS NUMEROS SOUS
      *     LESQUELS LE COMPTE DEMANDE A ETE CONNU (LE NUMERO DE LA
      *     CARTE ET, DE PROCHE EN PROCHE, SES ANCIENS NUMEROS)
      *
       01      AXI-NUMEROS-SATURES      PIC X(01) VALUE 'N'.
            88 NUMEROS-SATURES                    VALUE 'O'.
       01      AXI-NUMERO-AJOUTE        PIC X(01) VALUE 'N'.
            88 NUMERO-AJOUTE                      VALUE 'O'.
       01      AXI-NUMERO-CONNU         PIC X(01) VALUE 'N'.
            88 NUMERO-CONNU                       VALUE 'O'.
       01      W-NUMERO-CHERCHE         PIC X(06).
       01      W-IDX-REN                PIC 9(04).
       01      W-IDX-NUM                PIC 9(02).
       01      W-PTR-NUMEROS            PIC 9(03).
      *
       01      T-REN-NB                 PIC 9(04) VALUE ZERO.
       01      T-REN-TAB.
           05  T-REN-ENT OCCURS 1 TO 1000 TIMES
                             DEPENDING ON T-REN-NB.
               10  T-RN-ANCIEN          PIC X(6).
               10  T-RN-NOUVEAU         PIC X(6).
      *
       01      T-NUM-NB                 PIC 9(02) VALUE ZERO.
       01      T-NUM-TAB.
           05  T-NUM-ENT OCCURS 1 TO 20 TIMES
                             DEPENDING ON T-NUM-NB.
               10  T-NM-COMPTE          PIC X(6).
      *
      *     IMAGE DE FICHE A EDITER (AVANT OU APRES), VUE SELON LE
      *     FICHIER : COMPTE (CPTMSTR) OU CLIENT (CLIMSTR)
      *
       01      W-IMAGE                  PIC X(160).
       01      W-IMAGE-CPT REDEFINES W-IMAGE.
           05  W-IC-COMPTE-NUM          PIC X(6).
           05  W-IC-CLI-CODE            PIC X(5).
           05  W-IC-LIBELLE             PIC X(35).
           05  W-IC-STATUT              PIC X(1).
           05  W-IC-DECOUVERT-AUT       PIC 9(10)V99.
           05  W-IC-DATE-STATUT         PIC 9(8).
           05  FILLER                   PIC X(93).
       01      W-IMAGE-CLI REDEFINES W-IMAGE.
           05  W-IK-CODE                PIC X(5).
           05  W-IK-NOM                 PIC X(35).
           05  W-IK-ADR-LIGNE1          PIC X(35).
           05  W-IK-ADR-LIGNE2          PIC X(35).
           05  W-IK-CODE-POSTAL         PIC X(5).
           05  W-IK-VILLE               PIC X(25).
           05  W-IK-IND-RELEVE          PIC X(1).
           05  FILLER                   PIC X(19).
       01      W-SENS-IMAGE             PIC X(7)  VALUE SPACES.
      *
      *     ZONES DES FICHES COMPAREES ENTRE LES IMAGES AVANT ET
      *     APRES : NOM EDITE, POSITION ET LONGUEUR DANS L'IMAGE -
      *     ZONES 1 A 6 POUR CPTMSTR, 7 A 13 POUR CLIMSTR
      *
       01      W-ZONES-VAL.
           05  FILLER                   PIC X(16) VALUE
           'COMPTE    001006'.
           05  FILLER                   PIC X(16) VALUE
           'CLIENT    007005'.
           05  FILLER                   PIC X(16) VALUE
           'LIBELLE   012035'.
           05  FILLER                   PIC X(16) VALUE
           'STATUT    047001'.
           05  FILLER                   PIC X(16) VALUE
           'DECOUVERT 048012'.
           05  FILLER                   PIC X(16) VALUE
           'DATE-STAT 060008'.
           05  FILLER                   PIC X(16) VALUE
           'CODE      001005'.
           05  FILLER                   PIC X(16) VALUE
           'NOM       006035'.
           05  FILLER                   PIC X(16) VALUE
           'ADRESSE-1 041035'.
           05  FILLER                   PIC X(16) VALUE
           'ADRESSE-2 076035'.
           05  FILLER                   PIC X(16) VALUE
           'CODE-POST 111005'.
           05  FILLER                   PIC X(16) VALUE
           'VILLE     116025'.
           05  FILLER                   PIC X(16) VALUE
           'RELEVE    141001'.
       01      W-ZONES REDEFINES W-ZONES-VAL.
           05  W-ZONE-ENT               OCCURS 13.
               10  W-ZN-NOM             PIC X(10).
               10  W-ZN-POS             PIC 9(3).
               10  W-ZN-LNG             PIC 9(3).
       01      W-IDX-ZONE               PIC 9(02).
       01      W-ZONE-DEBUT             PIC 9(02).
       01      W-ZONE-FIN               PIC 9(02).
       01      W-ZONES-MODIFIEES        PIC X(100) VALUE SPACES.
       01      W-PTR-ZONES              PIC 9(03).
      *
       01      W-LIBELLE-ACTION         PIC X(20) VALUE SPACES.
       01      W-DECOUVERT-TXT          PIC X(13) VALUE SPACES.
       01      W-DECOUVERT-AFF          PIC Z(9)9V99.
       01      W-HEURE-AFF              PIC X(8).
      *
      *     COMPTEURS DE L'ETAT
      *
       01      W-NB-CARTES              PIC 9(07) VALUE ZERO.
       01      W-NB-CARTES-REJETEES     PIC 9(07) VALUE ZERO.
       01      W-NB-ENTREES-LUES        PIC 9(07) VALUE ZERO.
       01      W-NB-RETENUES            PIC 9(07) VALUE ZERO.
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
                          VALUE 'HISTORIQUE DES MISES A JOUR'.
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
           PERFORM TRAITEMENT-CARTE       THRU TRAITEMENT-CARTE-FIN
                                         UNTIL FIN-SEL
           PERFORM FIN-PROGRAMME          THRU FIN-PROGRAMME-FIN.
      *
       DEBUT-PROGRAMME.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBCHG1'
           DISPLAY ' '
           OPEN     INPUT     SEL-FILE
           OPEN     OUTPUT    ETAT-CHG
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(6:1)
           MOVE     W-DATE-SYSTEME(1:4)  TO W-DATE-JOUR-AFF(7:4)
           PERFORM  ENTETE-ETAT          THRU ENTETE-ETAT-FIN
           PERFORM  LECTURE-SEL          THRU LECTURE-SEL-FIN
           IF FIN-SEL
              MOVE  '         AUCUNE CARTE DE SELECTION'
                                         TO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              IF RETURN-CODE < 4
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF.
       DEBUT-PROGRAMME-FIN.
           EXIT.
      *
       FIN-PROGRAMME.
           PERFORM  TOTAL-CONSULTATION   THRU TOTAL-CONSULTATION-FIN
           CLOSE    SEL-FILE
           CLOSE    ETAT-CHG
           IF W-NB-CARTES-REJETEES > ZERO
              AND RETURN-CODE < 4
              MOVE  4                    TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME FORBCHG1'
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
       LECTURE-SEL.
           READ     SEL-FILE
              AT END
                 MOVE '1'                TO AXI-FT-SEL
              NOT AT END
                 ADD  1                  TO W-NB-CARTES
           END-READ.
       LECTURE-SEL-FIN.
           EXIT.
      *
      *           UNE CARTE VALIDE DONNE LIEU A UNE LECTURE COMPLETE
      *           DU JOURNAL (CHRONOLOGIQUE PAR CONSTRUCTION).
       TRAITEMENT-CARTE.
           PERFORM  VALIDATION-CARTE     THRU VALIDATION-CARTE-FIN
           IF W-MOTIF-REJET NOT = SPACES
              ADD   1                    TO W-NB-CARTES-REJETEES
              STRING '         *** CARTE REJETEE : ' LIGNE-SEL(1:31)
                     ' - ' W-MOTIF-REJET
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           ELSE
              IF SEL-CRITERE = 'C'
                 PERFORM RECHERCHE-ANCIENS-NUMEROS
                                 THRU RECHERCHE-ANCIENS-NUMEROS-FIN
              END-IF
              PERFORM TITRE-DEMANDE      THRU TITRE-DEMANDE-FIN
              PERFORM BALAYAGE-JOURNAL   THRU BALAYAGE-JOURNAL-FIN
           END-IF
           PERFORM  LECTURE-SEL          THRU LECTURE-SEL-FIN.
       TRAITEMENT-CARTE-FIN.
           EXIT.
      *
      *           CRITERE CONNU ET RENSEIGNE, DATES NUMERIQUES ET DANS
      *           L'ORDRE - UNE DATE A BLANC NE BORNE PAS LA PERIODE.
       VALIDATION-CARTE.
           MOVE     SPACES               TO W-MOTIF-REJET
           MOVE     ZERO                 TO W-DATE-DEBUT
           MOVE     99999999             TO W-DATE-FIN
           IF SEL-DATE-DEBUT NOT = SPACES
              IF SEL-DATE-DEBUT IS NUMERIC
                 MOVE SEL-DATE-DEBUT     TO W-DATE-DEBUT
              ELSE
                 MOVE 'DATE DE DEBUT INVALIDE'
                                         TO W-MOTIF-REJET
              END-IF
           END-IF
           IF SEL-DATE-FIN NOT = SPACES
              IF SEL-DATE-FIN IS NUMERIC
                 MOVE SEL-DATE-FIN       TO W-DATE-FIN
              ELSE
                 MOVE 'DATE DE FIN INVALIDE'
                                         TO W-MOTIF-REJET
              END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
              AND W-DATE-DEBUT > W-DATE-FIN
              MOVE  'PERIODE INVALIDE (DEBUT APRES FIN)'
                                         TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
              EVALUATE SEL-CRITERE
                 WHEN 'C'
                    IF SEL-CLE = SPACES
                       MOVE 'NUMERO DE COMPTE ABSENT'
                                         TO W-MOTIF-REJET
                    END-IF
                 WHEN 'L'
                    IF SEL-CLE = SPACES
                       MOVE 'CODE CLIENT ABSENT'
                                         TO W-MOTIF-REJET
                    END-IF
                 WHEN 'T'
                    IF SEL-CODE-TRANS = SPACES
                       MOVE 'CODE ACTION ABSENT'
                                         TO W-MOTIF-REJET
                    ELSE
                       IF SEL-FICHIER NOT = SPACES
                          AND SEL-FICHIER NOT = 'CPTMSTR'
                          AND SEL-FICHIER NOT = 'CLIMSTR'
                          MOVE 'FICHIER INVALIDE'
                                         TO W-MOTIF-REJET
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE 'CRITERE DE SELECTION INVALIDE'
                                         TO W-MOTIF-REJET
              END-EVALUATE
           END-IF.
       VALIDATION-CARTE-FIN.
           EXIT.
      *
       TITRE-DEMANDE.
           MOVE     SPACES               TO W-DATE-FORMAT
           MOVE     SPACES               TO W-DATE-FORMAT-2
           IF W-DATE-DEBUT > ZERO
              MOVE  W-DATE-DEBUT         TO W-DATE-A-FORMATER
              PERFORM FORMAT-DATE        THRU FORMAT-DATE-FIN
              MOVE  W-DATE-FORMAT        TO W-DATE-FORMAT-2
           ELSE
              MOVE  'ORIGINE'            TO W-DATE-FORMAT-2
           END-IF
           IF W-DATE-FIN < 99999999
              MOVE  W-DATE-FIN           TO W-DATE-A-FORMATER
              PERFORM FORMAT-DATE        THRU FORMAT-DATE-FIN
           ELSE
              MOVE  'CE JOUR'            TO W-DATE-FORMAT
           END-IF
           EVALUATE SEL-CRITERE
              WHEN 'C'
                 STRING '         ***** HISTORIQUE DU COMPTE '
                        SEL-CLE
                        DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              WHEN 'L'
                 STRING '         ***** HISTORIQUE DU CLIENT '
                        SEL-CLE(1:5) ' ET DE SES COMPTES'
                        DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              WHEN OTHER
                 STRING '         ***** MISES A JOUR D''ACTION '''
                        SEL-CODE-TRANS ''' - FICHIER '
                        DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                 IF SEL-FICHIER = SPACES
                    MOVE 'TOUS'          TO W-LIGNE-A-IMPRIMER(60:4)
                 ELSE
                    MOVE SEL-FICHIER     TO W-LIGNE-A-IMPRIMER(60:7)
                 END-IF
           END-EVALUATE
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           IF SEL-CRITERE = 'C'
              AND T-NUM-NB > 1
              MOVE  '               ANCIENS NUMEROS : '
                                         TO W-LIGNE-A-IMPRIMER
              MOVE  34                   TO W-PTR-NUMEROS
              PERFORM EDITION-ANCIEN-NUMERO
                                 THRU EDITION-ANCIEN-NUMERO-FIN
                                 VARYING W-IDX-NUM FROM 2 BY 1
                                 UNTIL W-IDX-NUM > T-NUM-NB
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF
           IF SEL-CRITERE = 'C'
              AND NUMEROS-SATURES
              STRING '               *** HISTORIQUE INCOMPLET - '
                     'TROP DE CHANGEMENTS DE NUMERO AU JOURNAL'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF
           STRING   '               PERIODE DU ' W-DATE-FORMAT-2
                    ' AU ' W-DATE-FORMAT
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TITRE-DEMANDE-FIN.
           EXIT.
      *
       EDITION-ANCIEN-NUMERO.
           STRING   T-NM-COMPTE(W-IDX-NUM) ' '
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                    WITH POINTER W-PTR-NUMEROS.
       EDITION-ANCIEN-NUMERO-FIN.
           EXIT.
      *
      *           UN PREMIER PASSAGE SUR LE JOURNAL RELEVE TOUS LES
      *           CHANGEMENTS DE NUMERO DE COMPTE, SANS BORNE DE
      *           PERIODE. LES ANCIENS NUMEROS SONT ENSUITE REMONTES
      *           DE PROCHE EN PROCHE A PARTIR DU NUMERO DEMANDE
      *           JUSQU'A CE QU'AUCUN NE S'AJOUTE (UN COMPTE RENUMEROTE
      *           PLUSIEURS FOIS). UN ANCIEN NUMERO N'EST JAMAIS
      *           REATTRIBUE (FORBCLE1 LE CONTROLE SUR XREFCPT).
       RECHERCHE-ANCIENS-NUMEROS.
           MOVE     'N'                  TO AXI-NUMEROS-SATURES
           MOVE     ZERO                 TO T-REN-NB
           MOVE     1                    TO T-NUM-NB
           MOVE     SEL-CLE              TO T-NM-COMPTE(1)
           MOVE     SPACE                TO AXI-FT-CHGLOG
           OPEN     INPUT     CHGLOG-FILE
           IF W-STAT-CHGLOG NOT = '00'
              MOVE  '1'                  TO AXI-FT-CHGLOG
           ELSE
              PERFORM LECTURE-RENUMEROTATION
                                 THRU LECTURE-RENUMEROTATION-FIN
           END-IF
           PERFORM  RELEVE-RENUMEROTATION
                                 THRU RELEVE-RENUMEROTATION-FIN
                                 UNTIL FIN-CHGLOG
           IF W-STAT-CHGLOG = '00' OR '10'
              CLOSE CHGLOG-FILE
           END-IF
           MOVE     'O'                  TO AXI-NUMERO-AJOUTE
           PERFORM  REMONTEE-NUMEROS     THRU REMONTEE-NUMEROS-FIN
                                         UNTIL NOT NUMERO-AJOUTE
           IF NUMEROS-SATURES
              AND RETURN-CODE < 4
              MOVE  4                    TO RETURN-CODE
           END-IF.
       RECHERCHE-ANCIENS-NUMEROS-FIN.
           EXIT.
      *
       LECTURE-RENUMEROTATION.
           READ     CHGLOG-FILE
              AT END
                 MOVE '1'                TO AXI-FT-CHGLOG
           END-READ.
       LECTURE-RENUMEROTATION-FIN.
           EXIT.
      *
       RELEVE-RENUMEROTATION.
           IF CL-FICHIER-COMPTES
              AND CL-CODE-TRANS = 'R'
              AND CL-CLE NOT = CL-CLE-AVANT
              IF T-REN-NB < 1000
                 ADD  1                  TO T-REN-NB
                 MOVE CL-CLE-AVANT       TO T-RN-ANCIEN(T-REN-NB)
                 MOVE CL-CLE             TO T-RN-NOUVEAU(T-REN-NB)
              ELSE
                 MOVE 'O'                TO AXI-NUMEROS-SATURES
              END-IF
           END-IF
           PERFORM  LECTURE-RENUMEROTATION
                                 THRU LECTURE-RENUMEROTATION-FIN.
       RELEVE-RENUMEROTATION-FIN.
           EXIT.
      *
       REMONTEE-NUMEROS.
           MOVE     'N'                  TO AXI-NUMERO-AJOUTE
           PERFORM  EXAMEN-RENUMEROTATION
                                 THRU EXAMEN-RENUMEROTATION-FIN
                                 VARYING W-IDX-REN FROM 1 BY 1
                                 UNTIL W-IDX-REN > T-REN-NB.
       REMONTEE-NUMEROS-FIN.
           EXIT.
      *
      *           UN CHANGEMENT VERS UN NUMERO CONNU AJOUTE SON ANCIEN
      *           NUMERO S'IL N'EST PAS DEJA RETENU.
       EXAMEN-RENUMEROTATION.
           MOVE     T-RN-NOUVEAU(W-IDX-REN) TO W-NUMERO-CHERCHE
           PERFORM  RECHERCHE-NUMERO     THRU RECHERCHE-NUMERO-FIN
           IF NUMERO-CONNU
              MOVE  T-RN-ANCIEN(W-IDX-REN) TO W-NUMERO-CHERCHE
              PERFORM RECHERCHE-NUMERO   THRU RECHERCHE-NUMERO-FIN
              IF NOT NUMERO-CONNU
                 IF T-NUM-NB < 20
                    ADD  1               TO T-NUM-NB
                    MOVE W-NUMERO-CHERCHE TO T-NM-COMPTE(T-NUM-NB)
                    MOVE 'O'             TO AXI-NUMERO-AJOUTE
                 ELSE
                    MOVE 'O'             TO AXI-NUMEROS-SATURES
                 END-IF
              END-IF
           END-IF.
       EXAMEN-RENUMEROTATION-FIN.
           EXIT.
      *
       RECHERCHE-NUMERO.
           MOVE     'N'                  TO AXI-NUMERO-CONNU
           PERFORM  COMPARAISON-NUMERO   THRU COMPARAISON-NUMERO-FIN
                                         VARYING W-IDX-NUM FROM 1 BY 1
                                         UNTIL W-IDX-NUM > T-NUM-NB
                                            OR NUMERO-CONNU.
       RECHERCHE-NUMERO-FIN.
           EXIT.
      *
       COMPARAISON-NUMERO.
           IF T-NM-COMPTE(W-IDX-NUM) = W-NUMERO-CHERCHE
              MOVE  'O'                  TO AXI-NUMERO-CONNU
           END-IF.
       COMPARAISON-NUMERO-FIN.
           EXIT.
      *
      *           LECTURE COMPLETE DU JOURNAL POUR LA DEMANDE - UN
      *           JOURNAL ABSENT OU VIDE NE DONNE AUCUNE ENTREE.
       BALAYAGE-JOURNAL.
           MOVE     ZERO                 TO W-NB-RETENUES
           MOVE     SPACE                TO AXI-FT-CHGLOG
           OPEN     INPUT     CHGLOG-FILE
           IF W-STAT-CHGLOG NOT = '00'
              MOVE  '1'                  TO AXI-FT-CHGLOG
           ELSE
              PERFORM LECTURE-CHGLOG     THRU LECTURE-CHGLOG-FIN
           END-IF
           PERFORM  SELECTION-ENTREE     THRU SELECTION-ENTREE-FIN
                                         UNTIL FIN-CHGLOG
           IF W-STAT-CHGLOG = '00' OR '10'
              CLOSE CHGLOG-FILE
           END-IF
           MOVE     W-NB-RETENUES        TO W-NB-AFF
           IF W-NB-RETENUES = ZERO
              MOVE  '         AUCUNE MISE A JOUR POUR CETTE DEMANDE'
                                         TO W-LIGNE-A-IMPRIMER
           ELSE
              STRING '         MISES A JOUR EDITEES : ' W-NB-AFF
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       BALAYAGE-JOURNAL-FIN.
           EXIT.
      *
       LECTURE-CHGLOG.
           READ     CHGLOG-FILE
              AT END
                 MOVE '1'                TO AXI-FT-CHGLOG
              NOT AT END
                 ADD  1                  TO W-NB-ENTREES-LUES
           END-READ.
       LECTURE-CHGLOG-FIN.
           EXIT.
      *
      *           UNE ENTREE EST RETENUE SI ELLE EST DANS LA PERIODE
      *           ET REPOND AU CRITERE : COMPTE OU CLIENT PRIS AVANT
      *           COMME APRES LA MISE A JOUR (UN COMPTE CHANGE DE
      *           TITULAIRE APPARAIT CHEZ LES DEUX CLIENTS). UN COMPTE
      *           EST RECONNU SOUS L'UN QUELCONQUE DE SES NUMEROS.
       SELECTION-ENTREE.
           MOVE     'N'                  TO AXI-ENTREE-RETENUE
           IF CL-DATE NOT < W-DATE-DEBUT
              AND CL-DATE NOT > W-DATE-FIN
              EVALUATE SEL-CRITERE
                 WHEN 'C'
                    IF CL-FICHIER-COMPTES
                       MOVE CL-CLE       TO W-NUMERO-CHERCHE
                       PERFORM RECHERCHE-NUMERO
                                         THRU RECHERCHE-NUMERO-FIN
                       IF NOT NUMERO-CONNU
                          AND CL-CLE-AVANT NOT = SPACES
                          MOVE CL-CLE-AVANT
                                         TO W-NUMERO-CHERCHE
                          PERFORM RECHERCHE-NUMERO
                                         THRU RECHERCHE-NUMERO-FIN
                       END-IF
                       IF NUMERO-CONNU
                          MOVE 'O'       TO AXI-ENTREE-RETENUE
                       END-IF
                    END-IF
                 WHEN 'L'
                    IF CL-CLI-CODE = SEL-CLE(1:5)
                       OR CL-CLI-CODE-AVANT = SEL-CLE(1:5)
                       MOVE 'O'          TO AXI-ENTREE-RETENUE
                    END-IF
                 WHEN OTHER
                    IF CL-CODE-TRANS = SEL-CODE-TRANS
                       AND (SEL-FICHIER = SPACES
                            OR CL-FICHIER = SEL-FICHIER)
                       MOVE 'O'          TO AXI-ENTREE-RETENUE
                    END-IF
              END-EVALUATE
           END-IF
           IF ENTREE-RETENUE
              ADD   1                    TO W-NB-RETENUES
              PERFORM EDITION-ENTREE     THRU EDITION-ENTREE-FIN
           END-IF
           PERFORM  LECTURE-CHGLOG       THRU LECTURE-CHGLOG-FIN.
       SELECTION-ENTREE-FIN.
           EXIT.
      *
      *           UNE ENTREE : LIGNE D'IDENTIFICATION, IMAGES AVANT
      *           ET APRES, ZONES MODIFIEES, LIGNE BLANCHE.
       EDITION-ENTREE.
           IF W-NB-LIGNES-PAGE + 7 > W-MAX-LIGNES-PAGE
              PERFORM ENTETE-ETAT        THRU ENTETE-ETAT-FIN
           END-IF
           PERFORM  LIBELLE-ACTION       THRU LIBELLE-ACTION-FIN
           MOVE     CL-DATE              TO W-DATE-A-FORMATER
           PERFORM  FORMAT-DATE          THRU FORMAT-DATE-FIN
           MOVE     CL-HEURE(1:2)        TO W-HEURE-AFF(1:2)
           MOVE     ':'                  TO W-HEURE-AFF(3:1)
           MOVE     CL-HEURE(3:2)        TO W-HEURE-AFF(4:2)
           MOVE     ':'                  TO W-HEURE-AFF(6:1)
           MOVE     CL-HEURE(5:2)        TO W-HEURE-AFF(7:2)
           STRING   '  LE ' W-DATE-FORMAT ' A ' W-HEURE-AFF
                    '  ' CL-PROGRAMME '  ' CL-FICHIER
                    '  ACTION ' CL-CODE-TRANS ' ' W-LIBELLE-ACTION
                    '  CLE ' CL-CLE
                    '  OPERATEUR ' CL-OPERATEUR
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     'AVANT'              TO W-SENS-IMAGE
           MOVE     CL-IMAGE-AVANT       TO W-IMAGE
           PERFORM  EDITION-IMAGE        THRU EDITION-IMAGE-FIN
           MOVE     'APRES'              TO W-SENS-IMAGE
           MOVE     CL-IMAGE-APRES       TO W-IMAGE
           PERFORM  EDITION-IMAGE        THRU EDITION-IMAGE-FIN
           IF CL-IMAGE-AVANT NOT = SPACES
              AND CL-IMAGE-APRES NOT = SPACES
              PERFORM COMPARAISON-IMAGES THRU COMPARAISON-IMAGES-FIN
              STRING '        ZONES MODIFIEES : ' W-ZONES-MODIFIEES
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       EDITION-ENTREE-FIN.
           EXIT.
      *
       LIBELLE-ACTION.
           MOVE     SPACES               TO W-LIBELLE-ACTION
           IF CL-FICHIER-CLIENTS
              EVALUATE CL-CODE-TRANS
                 WHEN 'N'
                    MOVE '(CREATION)'    TO W-LIBELLE-ACTION
                 WHEN 'M'
                    MOVE '(MODIFICATION)'
                                         TO W-LIBELLE-ACTION
                 WHEN 'S'
                    MOVE '(SUPPRESSION)' TO W-LIBELLE-ACTION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ELSE
              EVALUATE CL-CODE-TRANS
                 WHEN 'I'
                    MOVE '(CHARGEMENT)'  TO W-LIBELLE-ACTION
                 WHEN 'N'
                    MOVE '(CREATION)'    TO W-LIBELLE-ACTION
                 WHEN 'L'
                    MOVE '(LIBELLE)'     TO W-LIBELLE-ACTION
                 WHEN 'C'
                    MOVE '(CLOTURE)'     TO W-LIBELLE-ACTION
                 WHEN 'A'
                    MOVE '(REACTIVATION)'
                                         TO W-LIBELLE-ACTION
                 WHEN 'T'
                    MOVE '(VIREMENT)'    TO W-LIBELLE-ACTION
                 WHEN 'D'
                    MOVE '(DECOUVERT)'   TO W-LIBELLE-ACTION
                 WHEN 'M'
                    MOVE '(DORMANCE)'    TO W-LIBELLE-ACTION
                 WHEN 'R'
                    MOVE '(CHANGEMENT DE CLE)'
                                         TO W-LIBELLE-ACTION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       LIBELLE-ACTION-FIN.
           EXIT.
      *
      *           IMAGE COMPLETE DE LA FICHE, ZONE PAR ZONE SELON LE
      *           FICHIER - UNE IMAGE A BLANC (AVANT UNE CREATION,
      *           APRES UNE SUPPRESSION) EST SIGNALEE COMME TELLE.
       EDITION-IMAGE.
           IF W-IMAGE = SPACES
              STRING '        ' W-SENS-IMAGE ' : (AUCUNE FICHE)'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
              PERFORM IMPRESSION-LIGNE   THRU IMPRESSION-LIGNE-FIN
           ELSE
              IF CL-FICHIER-CLIENTS
                 STRING '        ' W-SENS-IMAGE ' : '
                        W-IK-CODE        ' '
                        W-IK-NOM         '  RELEVE : '
                        W-IK-IND-RELEVE
                        DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                 PERFORM IMPRESSION-LIGNE
                                         THRU IMPRESSION-LIGNE-FIN
                 STRING '                ' W-IK-ADR-LIGNE1 ' '
                        W-IK-ADR-LIGNE2  ' '
                        W-IK-CODE-POSTAL ' '
                        W-IK-VILLE
                        DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                 PERFORM IMPRESSION-LIGNE
                                         THRU IMPRESSION-LIGNE-FIN
              ELSE
                 IF W-IC-DECOUVERT-AUT IS NUMERIC
                    MOVE W-IC-DECOUVERT-AUT
                                         TO W-DECOUVERT-AFF
                    MOVE W-DECOUVERT-AFF TO W-DECOUVERT-TXT
                 ELSE
                    MOVE 'NON FIXE'      TO W-DECOUVERT-TXT
                 END-IF
                 MOVE SPACES             TO W-DATE-FORMAT
                 IF W-IC-DATE-STATUT IS NUMERIC
                    AND W-IC-DATE-STATUT > ZERO
                    MOVE W-IC-DATE-STATUT
                                         TO W-DATE-A-FORMATER
                    PERFORM FORMAT-DATE  THRU FORMAT-DATE-FIN
                 END-IF
                 STRING '        ' W-SENS-IMAGE ' : '
                        W-IC-COMPTE-NUM  ' '
                        W-IC-CLI-CODE    ' '
                        W-IC-LIBELLE     ' '
                        W-IC-STATUT      '  DECOUVERT : '
                        W-DECOUVERT-TXT  '  STATUT LE : '
                        W-DATE-FORMAT
                        DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                 PERFORM IMPRESSION-LIGNE
                                         THRU IMPRESSION-LIGNE-FIN
              END-IF
           END-IF.
       EDITION-IMAGE-FIN.
           EXIT.
      *
      *           LISTE DES ZONES DONT LE CONTENU DIFFERE ENTRE LES
      *           DEUX IMAGES.
       COMPARAISON-IMAGES.
           MOVE     SPACES               TO W-ZONES-MODIFIEES
           MOVE     1                    TO W-PTR-ZONES
           IF CL-FICHIER-CLIENTS
              MOVE  7                    TO W-ZONE-DEBUT
              MOVE  13                   TO W-ZONE-FIN
           ELSE
              MOVE  1                    TO W-ZONE-DEBUT
              MOVE  6                    TO W-ZONE-FIN
           END-IF
           PERFORM  COMPARAISON-ZONE     THRU COMPARAISON-ZONE-FIN
                    VARYING W-IDX-ZONE FROM W-ZONE-DEBUT BY 1
                    UNTIL W-IDX-ZONE > W-ZONE-FIN
           IF W-ZONES-MODIFIEES = SPACES
              MOVE  '(AUCUNE)'           TO W-ZONES-MODIFIEES
           END-IF.
       COMPARAISON-IMAGES-FIN.
           EXIT.
      *
       COMPARAISON-ZONE.
           IF CL-IMAGE-AVANT(W-ZN-POS(W-IDX-ZONE):W-ZN-LNG(W-IDX-ZONE))
              NOT =
              CL-IMAGE-APRES(W-ZN-POS(W-IDX-ZONE):W-ZN-LNG(W-IDX-ZONE))
              STRING W-ZN-NOM(W-IDX-ZONE) DELIMITED BY SPACE
                     ' '                  DELIMITED BY SIZE
                     INTO W-ZONES-MODIFIEES
                     WITH POINTER W-PTR-ZONES
           END-IF.
       COMPARAISON-ZONE-FIN.
           EXIT.
      *
       TOTAL-CONSULTATION.
           STRING   '         ***** BILAN DE LA CONSULTATION *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-CARTES          TO W-NB-AFF
           STRING   '         CARTES LUES        : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-CARTES-REJETEES TO W-NB-AFF
           STRING   '         CARTES REJETEES    : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-ENTREES-LUES    TO W-NB-AFF
           STRING   '         ENTREES LUES       : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TOTAL-CONSULTATION-FIN.
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
