      *        'L' = CHANGEMENT DE LIBELLE                          *
      *        'C' = CLOTURE DU COMPTE (REFUSEE SI LE COMPTE        *
      *              PORTE ENCORE UN SOLDE AU DERNIER SOLDENOU)     *
      *        'A' = REACTIVATION DU COMPTE (CLOTURE OU DORMANT)    *
      *        'T' = VIREMENT DE SOLDE ET CLOTURE : LE SOLDE DU     *
      *              COMPTE SOURCE PART VERS LE COMPTE CIBLE PAR    *
      *              UNE PAIRE D'ECRITURES MVMNTS EQUILIBREE        *
      *              (FICHIER MVTVIR, A CONCATENER AU PROCHAIN      *
      *              PASSAGE DE FORBMOR4) PUIS LA SOURCE EST CLOSE  *
      *        'D' = FIXATION DU DECOUVERT AUTORISE DU COMPTE       *
      *        'M' = MISE EN DORMANCE D'UN COMPTE ACTIF (CARTES     *
      *              PRODUITES PAR FORBDOR1)                        *
      *     CHAQUE TRANSACTION EST VALIDEE (PAS DE CREATION EN      *
      *     DOUBLE, PAS DE MISE A JOUR D'UN COMPTE INCONNU) ET      *
      *     L'ETAT D'AUDIT IMPRIME L'IMAGE AVANT/APRES.             *
      *     TOUTE MISE A JOUR APPLIQUEE EST AJOUTEE AU JOURNAL      *
      *     PERMANENT CHGLOG (IMAGES AVANT/APRES, OPERATEUR DE LA   *
      *     CARTE) - SANS JOURNAL, AUCUNE MISE A JOUR N'EST FAITE.  *
      *     LA NUMEROTATION DES ECRITURES 'V' EST TENUE PAR DATE DE *
      *     TRAITEMENT SUR L'ENREGISTREMENT DE CONTROLE DE DATCTL : *
      *     UN SECOND PASSAGE LE MEME JOUR LA POURSUIT.             *
      *                                                             *
      *-------------------------------------------------------------*
       AUTHOR. MOHAMMED.
            RECORD KEY CLI-CODE
            FILE STATUS IS W-STAT-CLIMSTR.
      *
      *     TABLE DE CORRESPONDANCE DES COMPTES RE-IMMATRICULES
      *     (TENUE PAR FORBCLE1) - UN ANCIEN NUMERO ENCORE REDIRIGE
      *     NE PEUT PAS ETRE REATTRIBUE A UN NOUVEAU COMPTE
      *
            SELECT OPTIONAL XREFCPT-FILE ASSIGN TO UT-S-XREFCPT
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY XR-ANC-COMPTE-NUM
            FILE STATUS IS W-STAT-XREFCPT.
      *
      *     FICHIER DES TRANSACTIONS DE MISE A JOUR
      *
            SELECT TRANS-FILE ASSIGN TO UT-S-CPTTRANS
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-SOLDENOU.
      *
      *     JOURNAL PERMANENT DES MISES A JOUR (AJOUT EN FIN DE
      *     FICHIER, CREE A LA PREMIERE MISE A JOUR)
      *
            SELECT OPTIONAL CHGLOG-FILE ASSIGN TO UT-S-CHGLOG
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-CHGLOG.
      *
      *     ECRITURES DE VIREMENT DE SOLDE (VERS FORBMOR4)
      *
            SELECT MVTVIR-FILE ASSIGN TO UT-S-MVTVIR
      *
            SELECT ETAT-MAJ ASSIGN TO UT-S-ETATMAJ
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
       FD  XREFCPT-FILE
           DATA RECORD    XREFCPT-REC.
      *
       COPY XREFCPT.
      *
       FD  TRANS-FILE
           BLOCK              0         RECORDS
           05  TR-LIBELLE               PIC X(35).
           05  TR-COMPTE-CIBLE          PIC X(6).
           05  TR-MONTANT-DECOUVERT     PIC 9(10)V99.
           05  TR-OPERATEUR             PIC X(8).
           05  FILLER                   PIC X(7).
      *
       FD  SOLDENOU-FILE
           BLOCK              0         RECORDS
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-VIR                    PIC X(80).
      *
       FD  CHGLOG-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    CHGLOG-REC
           LABEL    RECORD    STANDARD.
      *
       COPY CHGLOG.
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
       01      W-STAT-CPTMSTR           PIC X(02) VALUE SPACES.
       01      W-MOTIF-REJET            PIC X(35).
      *
      *     JOURNAL DES MISES A JOUR : IMAGE DU COMPTE AVANT MISE A
      *     JOUR (A BLANC POUR UNE CREATION) ET HEURE D'APPLICATION
      *
       01      W-STAT-CHGLOG            PIC X(02) VALUE SPACES.
       01      AXI-CHGLOG-OUVERT        PIC X(01) VALUE 'N'.
            88 CHGLOG-OUVERT                      VALUE 'O'.
       01      W-IMAGE-AVANT.
           05  W-AV-COMPTE-NUM          PIC X(6).
           05  W-AV-CLI-CODE            PIC X(5).
           05  FILLER                   PIC X(69).
       01      W-HEURE-MAJ              PIC 9(08) VALUE ZERO.
      *
      *     CONTROLE DES CREATIONS CONTRE LE REFERENTIEL CLIENT -
      *     REFERENTIEL INDISPONIBLE = CONTROLE INACTIF LE TEMPS DE
      *     SA CONSTITUTION (SIGNALE EN DEBUT DE RUN)
       01      AXI-CLI-CONNU            PIC X(01) VALUE 'N'.
            88 CLI-CONNU                          VALUE 'O'.
      *
      *     CONTROLE DES CREATIONS CONTRE LES ANCIENS NUMEROS
      *     REDIRIGES - TABLE ABSENTE = AUCUN COMPTE RE-IMMATRICULE
      *
       01      W-STAT-XREFCPT           PIC X(02) VALUE SPACES.
       01      AXI-XREFCPT-DISPO        PIC X(01) VALUE 'N'.
            88 XREFCPT-DISPONIBLE                 VALUE 'O'.
       01      AXI-NUM-REDIRIGE         PIC X(01) VALUE 'N'.
            88 NUM-REDIRIGE                       VALUE 'O'.
      *
      *     CONTROLE DE SOLDE A LA CLOTURE ET VIREMENTS : TABLE EN
      *     MEMOIRE DES DERNIERS SOLDES DE CLOTURE DE FORBMOR4 -
      *     DIMENSIONNEE COMME LA TABLE DES SOLDES DE FORBMOR4
       01      W-NB-REACTIVATIONS       PIC 9(07) VALUE ZERO.
       01      W-NB-TRANSFERTS          PIC 9(07) VALUE ZERO.
       01      W-NB-DECOUVERTS          PIC 9(07) VALUE ZERO.
       01      W-NB-DORMANCES           PIC 9(07) VALUE ZERO.
       01      W-NB-REJETS              PIC 9(07) VALUE ZERO.
       01      W-NB-JOURNALISES         PIC 9(07) VALUE ZERO.
      *
      *     DECOUVERT AUTORISE EDITE SUR LES IMAGES AVANT/APRES -
      *     'NON FIXE' SUR LES ENREGISTREMENTS SANS LIMITE
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
           OPEN     INPUT     CLIMSTR-FILE
           IF W-STAT-CLIMSTR = '00'
              MOVE  'O'                  TO AXI-CLIMSTR-DISPO
              DISPLAY 'CLIMSTR-FILE : INDISPONIBLE - STATUT '
                 W-STAT-CLIMSTR ' - CONTROLE CLIENT INACTIF'
           END-IF
           OPEN     INPUT     XREFCPT-FILE
           IF W-STAT-XREFCPT = '00'
              MOVE  'O'                  TO AXI-XREFCPT-DISPO
           ELSE
              IF W-STAT-XREFCPT NOT = '05'
                 DISPLAY 'XREFCPT-FILE : INDISPONIBLE - STATUT '
                    W-STAT-XREFCPT ' - CONTROLE DES RENVOIS INACTIF'
              END-IF
           END-IF
           OPEN     INPUT     TRANS-FILE
           OPEN     OUTPUT    ETAT-MAJ
           OPEN     OUTPUT    MVTVIR-FILE
           PERFORM  CHARGEMENT-SOLDES    THRU CHARGEMENT-SOLDES-FIN
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
       FIN-PROGRAMME.
           PERFORM  TOTAL-AUDIT          THRU TOTAL-AUDIT-FIN
           CLOSE    CPTMSTR-FILE
           IF CHGLOG-OUVERT
              CLOSE CHGLOG-FILE
           END-IF
           IF CLIMSTR-DISPONIBLE
              CLOSE CLIMSTR-FILE
           END-IF
           CLOSE    XREFCPT-FILE
           CLOSE    TRANS-FILE
           CLOSE    MVTVIR-FILE
           CLOSE    ETAT-MAJ
           PERFORM  MISE-A-JOUR-DATCTL   THRU MISE-A-JOUR-DATCTL-FIN
           DISPLAY 'FIN DU PROGRAMME FORBCPT1'
           STOP RUN.
       FIN-PROGRAMME-FIN.
      * ------------------> FIN NIVEAU 01 <-------------------------*
      *
      * ------------------> NIVEAU 99 <-----------------------------*
      *
      *           DATE DE TRAITEMENT : LUE SUR L'ENREGISTREMENT DE
      *           CONTROLE DE DATCTL (TENU PAR FORBDAT1) ET NON SUR
      *           L'HORLOGE - SANS DATE DE TRAITEMENT LE PASSAGE NE
      *           PEUT PAS ETRE DATE, ON ARRETE NET. SI DES ECRITURES
      *           DE VIREMENT ONT DEJA ETE EMISES A CETTE DATE, LA
      *           NUMEROTATION REPART DU DERNIER NUMERO EMIS (LE
      *           JOURNAL JRNECR REJETTERAIT UN NUMERO DEJA IMPUTE).
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
           IF DC-DATE-NUMEROTATION IS NUMERIC
              AND DC-NO-SEQ-VIRCPT IS NUMERIC
              AND DC-DATE-NUMEROTATION = W-DATE-SYSTEME
              MOVE  DC-NO-SEQ-VIRCPT     TO W-NO-SEQ-VIR
              DISPLAY 'SECOND PASSAGE DU ' W-DATE-SYSTEME
                 ' - NUMEROTATION REPRISE APRES V' W-NO-SEQ-VIR
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
      *           EN FIN DE PASSAGE LE DERNIER NUMERO EMIS EST
      *           ENREGISTRE POUR LA DATE DE TRAITEMENT. UNE
      *           NUMEROTATION D'UNE AUTRE DATE EST REMISE A ZERO (LE
      *           NUMERO 'P' DE FORBVIR2 REPART AUSSI DE ZERO).
       MISE-A-JOUR-DATCTL.
           PERFORM  LECTURE-CONTROLE     THRU LECTURE-CONTROLE-FIN
           IF DC-DATE-NUMEROTATION IS NOT NUMERIC
              OR DC-DATE-NUMEROTATION NOT = W-DATE-SYSTEME
              OR DC-NO-SEQ-VIRPERM IS NOT NUMERIC
              MOVE  W-DATE-SYSTEME       TO DC-DATE-NUMEROTATION
              MOVE  ZERO                 TO DC-NO-SEQ-VIRPERM
           END-IF
           MOVE     W-NO-SEQ-VIR         TO DC-NO-SEQ-VIRCPT
           REWRITE  DATCTL-REC
           IF W-STAT-DATCTL NOT = '00'
              DISPLAY '*** ERREUR : DATCTL-FILE : NUMEROTATION DES '
                 'VIREMENTS NON ENREGISTREE - STATUT ' W-STAT-DATCTL
              MOVE  12                   TO RETURN-CODE
           END-IF
           CLOSE    DATCTL-FILE.
       MISE-A-JOUR-DATCTL-FIN.
           EXIT.
      *
       LECTURE-TRANS.
           READ     TRANS-FILE
                 PERFORM TRANS-TRANSFERT THRU TRANS-TRANSFERT-FIN
              WHEN 'D'
                 PERFORM TRANS-DECOUVERT THRU TRANS-DECOUVERT-FIN
              WHEN 'M'
                 PERFORM TRANS-DORMANCE  THRU TRANS-DORMANCE-FIN
              WHEN OTHER
                 MOVE 'CODE ACTION INVALIDE'
                                         TO W-MOTIF-REJET
      *
       TRANS-CREATION.
           PERFORM  RECHERCHE-CLIENT     THRU RECHERCHE-CLIENT-FIN
           PERFORM  RECHERCHE-RENVOI     THRU RECHERCHE-RENVOI-FIN
           IF CPT-EXISTE
              MOVE  'COMPTE DEJA EXISTANT'
                                         TO W-MOTIF-REJET
           ELSE
           IF NUM-REDIRIGE
              MOVE  'ANCIEN NUMERO REDIRIGE (XREFCPT)'
                                         TO W-MOTIF-REJET
           ELSE
           IF CLIMSTR-DISPONIBLE AND NOT CLI-CONNU
              MOVE  'CLIENT INCONNU AU FICHIER CLIENT'
                                         TO W-MOTIF-REJET
              MOVE  TR-CLI-CODE          TO CM-CLI-CODE
              MOVE  TR-LIBELLE           TO CM-LIBELLE
              MOVE  'A'                  TO CM-STATUT
              MOVE  W-DATE-SYSTEME       TO CM-DATE-STATUT
              WRITE CPTMSTR-REC
                 INVALID KEY
                    MOVE 'ECRITURE IMPOSSIBLE'
                 NOT INVALID KEY
                    ADD  1               TO W-NB-CREATIONS
                    PERFORM LIGNE-APRES  THRU LIGNE-APRES-FIN
                    PERFORM JOURNALISATION-MAJ
                                         THRU JOURNALISATION-MAJ-FIN
              END-WRITE
           END-IF
           END-IF
           END-IF.
       TRANS-CREATION-FIN.
           EXIT.
      *
      *           UN NUMERO ABANDONNE PAR RE-IMMATRICULATION RESTE
      *           REDIRIGE VERS LE COMPTE ACTUEL PAR FORBFUS1 : LE
      *           REATTRIBUER DETOURNERAIT LES ECRITURES DU NOUVEAU
      *           COMPTE.
       RECHERCHE-RENVOI.
           MOVE     'N'                  TO AXI-NUM-REDIRIGE
           IF XREFCPT-DISPONIBLE
              MOVE  TR-COMPTE-NUM        TO XR-ANC-COMPTE-NUM
              READ  XREFCPT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'O'             TO AXI-NUM-REDIRIGE
              END-READ
           END-IF.
       RECHERCHE-RENVOI-FIN.
           EXIT.
      *
      *           LECTURE DIRECTE DU REFERENTIEL CLIENT PAR CODE
      *           CLIENT DE LA TRANSACTION.
       RECHERCHE-CLIENT.
                 ELSE
                    PERFORM LIGNE-AVANT  THRU LIGNE-AVANT-FIN
                    MOVE  'C'            TO CM-STATUT
                    MOVE  W-DATE-SYSTEME TO CM-DATE-STATUT
                    PERFORM REECRITURE-COMPTE
                                         THRU REECRITURE-COMPTE-FIN
                    IF W-MOTIF-REJET = SPACES
              ELSE
                 PERFORM LIGNE-AVANT     THRU LIGNE-AVANT-FIN
                 MOVE  'A'               TO CM-STATUT
                 MOVE  W-DATE-SYSTEME    TO CM-DATE-STATUT
                 PERFORM REECRITURE-COMPTE
                                         THRU REECRITURE-COMPTE-FIN
                 IF W-MOTIF-REJET = SPACES
       TRANS-DECOUVERT-FIN.
           EXIT.
      *
      *           MISE EN DORMANCE : SEUL UN COMPTE ACTIF PASSE AU
      *           STATUT 'D'. LE RETOUR A L'ACTIVITE SE FAIT PAR UNE
      *           REACTIVATION 'A'.
       TRANS-DORMANCE.
           IF NOT CPT-EXISTE
              MOVE  'COMPTE INCONNU AU FICHIER MAITRE'
                                         TO W-MOTIF-REJET
           ELSE
           IF CM-CLI-CODE NOT = TR-CLI-CODE
              MOVE  'CODE CLIENT NE CORRESPOND PAS'
                                         TO W-MOTIF-REJET
           ELSE
              IF NOT CM-COMPTE-ACTIF
                 MOVE  'COMPTE NON ACTIF - DORMANCE REFUSEE'
                                         TO W-MOTIF-REJET
              ELSE
                 PERFORM LIGNE-AVANT     THRU LIGNE-AVANT-FIN
                 MOVE  'D'               TO CM-STATUT
                 MOVE  W-DATE-SYSTEME    TO CM-DATE-STATUT
                 PERFORM REECRITURE-COMPTE
                                         THRU REECRITURE-COMPTE-FIN
                 IF W-MOTIF-REJET = SPACES
                    ADD  1               TO W-NB-DORMANCES
                 END-IF
              END-IF
           END-IF
           END-IF.
       TRANS-DORMANCE-FIN.
           EXIT.
      *
      *           VIREMENT DE SOLDE : LA SOURCE DOIT EXISTER, ETRE
      *           ACTIVE ET APPARTENIR AU CLIENT DE LA TRANSACTION,
      *           LA CIBLE DOIT EXISTER ET ETRE ACTIVE. LE SOLDE DE
              OR TR-COMPTE-CIBLE = TR-COMPTE-NUM
              MOVE  'COMPTE CIBLE INVALIDE'
                                         TO W-MOTIF-REJET
           ELSE
           IF W-NO-SEQ-VIR > 9997
              MOVE  'NUMEROTATION DU JOUR EPUISEE'
                                         TO W-MOTIF-REJET
           ELSE
              PERFORM VALIDATION-CIBLE   THRU VALIDATION-CIBLE-FIN
              IF CIBLE-VALIDE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       TRANS-TRANSFERT-FIN.
           EXIT.
                                         THRU EMISSION-VIREMENT-FIN
                 END-IF
                 MOVE  'C'               TO CM-STATUT
                 MOVE  W-DATE-SYSTEME    TO CM-DATE-STATUT
                 PERFORM REECRITURE-COMPTE
                                         THRU REECRITURE-COMPTE-FIN
                 IF W-MOTIF-REJET = SPACES
                                         TO W-MOTIF-REJET
              NOT INVALID KEY
                 PERFORM LIGNE-APRES     THRU LIGNE-APRES-FIN
                 PERFORM JOURNALISATION-MAJ
                                         THRU JOURNALISATION-MAJ-FIN
           END-REWRITE.
       REECRITURE-COMPTE-FIN.
           EXIT.
      *
      *           ENTREE DU JOURNAL PERMANENT POUR LA MISE A JOUR QUI
      *           VIENT D'ETRE APPLIQUEE : IMAGE AVANT MEMORISEE PAR
      *           LIGNE-AVANT, IMAGE APRES = FICHE ECRITE. UNE CARTE
      *           SANS OPERATEUR EST RATTACHEE AU TRAITEMENT BATCH.
       JOURNALISATION-MAJ.
           ACCEPT   W-HEURE-MAJ          FROM TIME
           MOVE     SPACES               TO CHGLOG-REC
           MOVE     W-DATE-SYSTEME       TO CL-DATE
           MOVE     W-HEURE-MAJ          TO CL-HEURE
           MOVE     'FORBCPT1'           TO CL-PROGRAMME
           MOVE     'CPTMSTR'            TO CL-FICHIER
           MOVE     TR-ACTION            TO CL-CODE-TRANS
           MOVE     CM-COMPTE-NUM        TO CL-CLE
           MOVE     CM-CLI-CODE          TO CL-CLI-CODE
           MOVE     W-AV-COMPTE-NUM      TO CL-CLE-AVANT
           MOVE     W-AV-CLI-CODE        TO CL-CLI-CODE-AVANT
           IF TR-OPERATEUR = SPACES
              MOVE  'BATCH'              TO CL-OPERATEUR
           ELSE
              MOVE  TR-OPERATEUR         TO CL-OPERATEUR
           END-IF
           MOVE     W-IMAGE-AVANT        TO CL-IMAGE-AVANT
           MOVE     CPTMSTR-REC          TO CL-IMAGE-APRES
           WRITE    CHGLOG-REC
           IF W-STAT-CHGLOG = '00'
              ADD   1                    TO W-NB-JOURNALISES
           ELSE
              DISPLAY '*** ERREUR : CHGLOG-FILE ECRITURE IMPOSSIBLE'
                 ' - STATUT ' W-STAT-CHGLOG ' - COMPTE ' CM-COMPTE-NUM
              MOVE  12                   TO RETURN-CODE
           END-IF.
       JOURNALISATION-MAJ-FIN.
           EXIT.
      *
      *           IMAGE DU COMPTE AVANT MISE A JOUR - POUR UNE
      *           CREATION IL N'Y A PAS D'IMAGE AVANT.
       LIGNE-AVANT.
           MOVE     SPACES               TO W-IMAGE-AVANT
           IF CPT-EXISTE
              MOVE  CPTMSTR-REC          TO W-IMAGE-AVANT
              PERFORM EDITION-DECOUVERT  THRU EDITION-DECOUVERT-FIN
              STRING TR-ACTION            '  AVANT : '
                     CM-COMPTE-NUM        ' '
           STRING   '         DECOUVERTS FIXES   : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-DORMANCES       TO W-NB-AFF
           STRING   '         MISES EN DORMANCE  : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REJETS          TO W-NB-AFF
           STRING   '         REJETS             : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-JOURNALISES     TO W-NB-AFF
           STRING   '         JOURNALISEES       : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TOTAL-AUDIT-FIN.
           EXIT.
