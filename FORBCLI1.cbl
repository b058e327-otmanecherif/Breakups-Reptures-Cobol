      *     CHAQUE TRANSACTION EST VALIDEE (PAS DE CREATION EN      *
      *     DOUBLE, PAS DE MISE A JOUR D'UN CLIENT INCONNU) ET      *
      *     L'ETAT D'AUDIT IMPRIME L'IMAGE AVANT/APRES.             *
      *     UN CLIENT ENCORE TITULAIRE D'UN COMPTE AU FICHIER       *
      *     CPTMSTR (QUEL QU'EN SOIT LE STATUT) NE PEUT ETRE        *
      *     SUPPRIME ; SANS CPTMSTR, AUCUNE SUPPRESSION N'EST       *
      *     APPLIQUEE.                                              *
      *     TOUTE MISE A JOUR APPLIQUEE EST AJOUTEE AU JOURNAL      *
      *     PERMANENT CHGLOG (IMAGES AVANT/APRES, OPERATEUR DE LA   *
      *     CARTE) - SANS JOURNAL, AUCUNE MISE A JOUR N'EST FAITE.  *
      *                                                             *
      *-------------------------------------------------------------*
       AUTHOR. MOHAMMED.
            RECORD KEY CLI-CODE
            FILE STATUS IS W-STAT-CLIMSTR.
      *
      *     FICHIER MAITRE DES COMPTES (INDEXE) - CONTROLE DES
      *     COMPTES D'UN CLIENT AVANT SA SUPPRESSION
      *
            SELECT CPTMSTR-FILE ASSIGN TO UT-S-CPTMSTR
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY CM-COMPTE-NUM
            FILE STATUS IS W-STAT-CPTMSTR.
      *
      *     JOURNAL PERMANENT DES MISES A JOUR (AJOUT EN FIN DE
      *     FICHIER, CREE A LA PREMIERE MISE A JOUR)
      *
            SELECT OPTIONAL CHGLOG-FILE ASSIGN TO UT-S-CHGLOG
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-CHGLOG.
      *
      *     FICHIER DES TRANSACTIONS DE MISE A JOUR
      *
            SELECT TRANS-FILE ASSIGN TO UT-S-CLITRANS
      *
            SELECT ETAT-MAJ ASSIGN TO UT-S-ETATMAJC
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
           DATA RECORD    CLIMSTR-REC.
      *
       COPY CLIMSTR.
      *
       FD  CPTMSTR-FILE
           DATA RECORD    CPTMSTR-REC.
      *
       COPY CPTMSTR.
      *
       FD  CHGLOG-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    CHGLOG-REC
           LABEL    RECORD    STANDARD.
      *
       COPY CHGLOG.
      *
       FD  TRANS-FILE
           BLOCK              0         RECORDS
           05  TR-CODE-POSTAL           PIC X(5).
           05  TR-VILLE                 PIC X(25).
           05  TR-IND-RELEVE            PIC X(1).
           05  TR-OPERATEUR             PIC X(8).
           05  FILLER                   PIC X(10).
      *
       FD  ETAT-MAJ
           BLOCK              0         RECORDS
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
       01      W-STAT-CLIMSTR           PIC X(02) VALUE SPACES.
       01      W-MOTIF-REJET            PIC X(35).
      *
      *     COMPTES DU CLIENT A SUPPRIMER (BALAYAGE DE CPTMSTR)
      *
       01      W-STAT-CPTMSTR           PIC X(02) VALUE SPACES.
       01      AXI-CPTMSTR-DISPO        PIC X(01) VALUE 'N'.
            88 CPTMSTR-DISPONIBLE                 VALUE 'O'.
       01      AXI-FT-CPTMSTR           PIC X(01) VALUE SPACE.
            88 FIN-CPTMSTR                        VALUE '1'.
       01      W-NB-COMPTES-CLI         PIC 9(05) VALUE ZERO.
       01      W-PREMIER-COMPTE         PIC X(06) VALUE SPACES.
      *
      *     JOURNAL DES MISES A JOUR : IMAGE DE LA FICHE AVANT MISE
      *     A JOUR (A BLANC POUR UNE CREATION) ET HEURE D'APPLICATION
      *
       01      W-STAT-CHGLOG            PIC X(02) VALUE SPACES.
       01      AXI-CHGLOG-OUVERT        PIC X(01) VALUE 'N'.
            88 CHGLOG-OUVERT                      VALUE 'O'.
       01      W-IMAGE-AVANT.
           05  W-AV-CLI-CODE            PIC X(5).
           05  FILLER                   PIC X(155).
       01      W-HEURE-MAJ              PIC 9(08) VALUE ZERO.
      *
      *     COMPTEURS DE L'ETAT D'AUDIT
      *
       01      W-NB-TRANS-LUES          PIC 9(07) VALUE ZERO.
       01      W-NB-MODIFICATIONS       PIC 9(07) VALUE ZERO.
       01      W-NB-SUPPRESSIONS        PIC 9(07) VALUE ZERO.
       01      W-NB-REJETS              PIC 9(07) VALUE ZERO.
       01      W-NB-REFUS-COMPTES       PIC 9(07) VALUE ZERO.
       01      W-NB-JOURNALISES         PIC 9(07) VALUE ZERO.
       01      W-NB-AFF                 PIC Z(6)9.
       01      W-NB-CPT-AFF             PIC ZZZZ9.
      *
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
              MOVE  12                   TO RETURN-CODE
              MOVE  '1'                  TO AXI-FT-TRANS
           END-IF
           OPEN     EXTEND    CHGLOG-FILE
           IF W-STAT-CHGLOG = '00' OR '05'
              MOVE  'O'                  TO AXI-CHGLOG-OUVERT
           ELSE
              DISPLAY '*** ERREUR : CHGLOG-FILE OUVERTURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-CHGLOG
              DISPLAY 'AUCUNE MISE A JOUR APPLIQUEE'
              MOVE  12                   TO RETURN-CODE
              MOVE  '1'                  TO AXI-FT-TRANS
           END-IF
           OPEN     INPUT     CPTMSTR-FILE
           IF W-STAT-CPTMSTR = '00'
              MOVE  'O'                  TO AXI-CPTMSTR-DISPO
           ELSE
              DISPLAY 'CPTMSTR-FILE : INDISPONIBLE - STATUT '
                 W-STAT-CPTMSTR ' - SUPPRESSIONS REFUSEES'
           END-IF
           OPEN     INPUT     TRANS-FILE
           OPEN     OUTPUT    ETAT-MAJ
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
       FIN-PROGRAMME.
           PERFORM  TOTAL-AUDIT          THRU TOTAL-AUDIT-FIN
           CLOSE    CLIMSTR-FILE
           IF CPTMSTR-DISPONIBLE
              CLOSE CPTMSTR-FILE
           END-IF
           IF CHGLOG-OUVERT
              CLOSE CHGLOG-FILE
           END-IF
           CLOSE    TRANS-FILE
           CLOSE    ETAT-MAJ
           DISPLAY 'FIN DU PROGRAMME FORBCLI1'
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
       LECTURE-TRANS.
           READ     TRANS-FILE
                 NOT INVALID KEY
                    ADD  1               TO W-NB-CREATIONS
                    PERFORM LIGNE-APRES  THRU LIGNE-APRES-FIN
                    PERFORM JOURNALISATION-MAJ
                                         THRU JOURNALISATION-MAJ-FIN
              END-WRITE
           END-IF.
       TRANS-CREATION-FIN.
                 NOT INVALID KEY
                    ADD  1               TO W-NB-MODIFICATIONS
                    PERFORM LIGNE-APRES  THRU LIGNE-APRES-FIN
                    PERFORM JOURNALISATION-MAJ
                                         THRU JOURNALISATION-MAJ-FIN
              END-REWRITE
           END-IF.
       TRANS-MODIFICATION-FIN.
           EXIT.
      *
      *           LA FICHE N'EST SUPPRIMEE QUE SI AUCUN COMPTE DE
      *           CPTMSTR, MEME CLOTURE, NE PORTE PLUS CE CODE CLIENT.
       TRANS-SUPPRESSION.
           IF NOT CLI-EXISTE
              MOVE  'CLIENT INCONNU AU FICHIER CLIENT'
                                         TO W-MOTIF-REJET
           ELSE
           IF NOT CPTMSTR-DISPONIBLE
              MOVE  'CONTROLE DES COMPTES IMPOSSIBLE'
                                         TO W-MOTIF-REJET
           ELSE
              PERFORM COMPTES-DU-CLIENT  THRU COMPTES-DU-CLIENT-FIN
           END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
              AND W-NB-COMPTES-CLI > ZERO
              ADD   1                    TO W-NB-REFUS-COMPTES
              MOVE  W-NB-COMPTES-CLI     TO W-NB-CPT-AFF
              STRING 'TITULAIRE DE ' W-NB-CPT-AFF
                     ' COMPTE(S) '       W-PREMIER-COMPTE
                     DELIMITED BY SIZE INTO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
              PERFORM LIGNE-AVANT        THRU LIGNE-AVANT-FIN
              DELETE   CLIMSTR-FILE
                 INVALID KEY
                           DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
                    PERFORM IMPRESSION-LIGNE
                                         THRU IMPRESSION-LIGNE-FIN
                    MOVE SPACES          TO CLIMSTR-REC
                    PERFORM JOURNALISATION-MAJ
                                         THRU JOURNALISATION-MAJ-FIN
              END-DELETE
           END-IF.
       TRANS-SUPPRESSION-FIN.
           EXIT.
      *
      *           BALAYAGE COMPLET DE CPTMSTR (PAS DE CLE SECONDAIRE
      *           PAR CLIENT) : NOMBRE DE COMPTES PORTANT LE CODE DE
      *           LA TRANSACTION ET PREMIER D'ENTRE EUX POUR L'ETAT.
       COMPTES-DU-CLIENT.
           MOVE     ZERO                 TO W-NB-COMPTES-CLI
           MOVE     SPACES               TO W-PREMIER-COMPTE
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
           IF CM-CLI-CODE = TR-CLI-CODE
              ADD   1                    TO W-NB-COMPTES-CLI
              IF W-PREMIER-COMPTE = SPACES
                 MOVE CM-COMPTE-NUM      TO W-PREMIER-COMPTE
              END-IF
           END-IF
           PERFORM  LECTURE-CPTMSTR      THRU LECTURE-CPTMSTR-FIN.
       CONTROLE-COMPTE-FIN.
           EXIT.
      *
      *           ENTREE DU JOURNAL PERMANENT POUR LA MISE A JOUR QUI
      *           VIENT D'ETRE APPLIQUEE : IMAGE AVANT MEMORISEE PAR
      *           LIGNE-AVANT, IMAGE APRES = FICHE ECRITE (A BLANC
      *           APRES UNE SUPPRESSION). UNE CARTE SANS OPERATEUR EST
      *           RATTACHEE AU TRAITEMENT BATCH.
       JOURNALISATION-MAJ.
           ACCEPT   W-HEURE-MAJ          FROM TIME
           MOVE     SPACES               TO CHGLOG-REC
           MOVE     W-DATE-SYSTEME       TO CL-DATE
           MOVE     W-HEURE-MAJ          TO CL-HEURE
           MOVE     'FORBCLI1'           TO CL-PROGRAMME
           MOVE     'CLIMSTR'            TO CL-FICHIER
           MOVE     TR-ACTION            TO CL-CODE-TRANS
           MOVE     TR-CLI-CODE          TO CL-CLE
           MOVE     TR-CLI-CODE          TO CL-CLI-CODE
           MOVE     W-AV-CLI-CODE        TO CL-CLE-AVANT
           MOVE     W-AV-CLI-CODE        TO CL-CLI-CODE-AVANT
           IF TR-OPERATEUR = SPACES
              MOVE  'BATCH'              TO CL-OPERATEUR
           ELSE
              MOVE  TR-OPERATEUR         TO CL-OPERATEUR
           END-IF
           MOVE     W-IMAGE-AVANT        TO CL-IMAGE-AVANT
           MOVE     CLIMSTR-REC          TO CL-IMAGE-APRES
           WRITE    CHGLOG-REC
           IF W-STAT-CHGLOG = '00'
              ADD   1                    TO W-NB-JOURNALISES
           ELSE
              DISPLAY '*** ERREUR : CHGLOG-FILE ECRITURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-CHGLOG ' - CLIENT ' TR-CLI-CODE
              MOVE  12                   TO RETURN-CODE
           END-IF.
       JOURNALISATION-MAJ-FIN.
           EXIT.
      *
      *           ALIMENTATION DE LA FICHE A PARTIR DE LA
      *           TRANSACTION - UN INDICATEUR DE RELEVE NON RENSEIGNE
      *           VAUT ENVOI POSTAL.
      *           IMAGE DE LA FICHE AVANT MISE A JOUR - POUR UNE
      *           CREATION IL N'Y A PAS D'IMAGE AVANT.
       LIGNE-AVANT.
           MOVE     SPACES               TO W-IMAGE-AVANT
           IF CLI-EXISTE
              MOVE  CLIMSTR-REC          TO W-IMAGE-AVANT
              STRING TR-ACTION            '  AVANT : '
                     CLI-CODE             ' '
                     CLI-NOM              ' '
           MOVE     W-NB-REJETS          TO W-NB-AFF
           STRING   '         REJETS             : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REFUS-COMPTES   TO W-NB-AFF
           STRING   '         DONT TITULAIRES    : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-JOURNALISES     TO W-NB-AFF
           STRING   '         JOURNALISEES       : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TOTAL-AUDIT-FIN.
           EXIT.
