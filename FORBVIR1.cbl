       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBVIR1.
      *-------------------------------------------------------------*
      *                                                             *
      *     MISE A JOUR BATCH DU FICHIER DES VIREMENTS PERMANENTS   *
      *     (ORGANISATION INDEXEE, CLE = NUMERO D'ORDRE)            *
      *     APPLIQUE UN FICHIER DE TRANSACTIONS :                   *
      *        'N' = CREATION D'UN ORDRE                            *
      *        'M' = MODIFICATION (CIBLE, MONTANT, PERIODICITE,     *
      *              ECHEANCE, DATE DE FIN, LIBELLE) - UNE ZONE A   *
      *              BLANC LAISSE LA VALEUR EN PLACE                *
      *        'S' = SUSPENSION DE L'ORDRE                          *
      *        'A' = REPRISE D'UN ORDRE SUSPENDU                    *
      *        'R' = RESILIATION DE L'ORDRE (DEFINITIVE)            *
      *     LES COMPTES SOURCE ET CIBLE SONT CONTROLES CONTRE       *
      *     CPTMSTR (EXISTANTS, NON CLOTURES, SOURCE AU CLIENT DE   *
      *     LA TRANSACTION). L'ETAT D'AUDIT IMPRIME L'IMAGE         *
      *     AVANT/APRES DE CHAQUE ORDRE MIS A JOUR. L'EXECUTION     *
      *     DES ECHEANCES EST FAITE PAR FORBVIR2.                   *
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
      *     FICHIER MAITRE DES VIREMENTS PERMANENTS (INDEXE) -
      *     CREE AU PREMIER PASSAGE
      *
            SELECT OPTIONAL VIRPERM-FILE ASSIGN TO UT-S-VIRPERM
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY VP-ORDRE-NUM
            FILE STATUS IS W-STAT-VIRPERM.
      *
      *     FICHIER MAITRE DES COMPTES (INDEXE) - CONTROLE DES
      *     COMPTES SOURCE ET CIBLE
      *
            SELECT CPTMSTR-FILE ASSIGN TO UT-S-CPTMSTR
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY CM-COMPTE-NUM
            FILE STATUS IS W-STAT-CPTMSTR.
      *
      *     FICHIER DES TRANSACTIONS DE MISE A JOUR
      *
            SELECT TRANS-FILE ASSIGN TO UT-S-VIRTRANS
            ORGANIZATION LINE SEQUENTIAL.
      *
      *     ETAT D'AUDIT DES MISES A JOUR
      *
            SELECT ETAT-MAJ ASSIGN TO UT-S-ETATMAJV
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
       FD  VIRPERM-FILE
           DATA RECORD    VIRPERM-REC.
      *
       COPY VIRPERM.
      *
       FD  CPTMSTR-FILE
           DATA RECORD    CPTMSTR-REC.
      *
       COPY CPTMSTR.
      *
       FD  TRANS-FILE
           BLOCK              0         RECORDS
           RECORDING MODE  F
           DATA RECORD    LIGNE-TRANS
           LABEL    RECORD    STANDARD.
      *
       01  LIGNE-TRANS.
           05  TR-ACTION                PIC X(1).
           05  TR-ORDRE-NUM             PIC X(6).
           05  TR-CLI-CODE              PIC X(5).
           05  TR-COMPTE-SOURCE         PIC X(6).
           05  TR-COMPTE-CIBLE          PIC X(6).
           05  TR-MONTANT               PIC 9(10)V99.
           05  TR-MONTANT-X REDEFINES TR-MONTANT
                                        PIC X(12).
           05  TR-FREQUENCE             PIC X(1).
           05  TR-DATE-ECHEANCE         PIC X(8).
           05  TR-DATE-FIN              PIC X(8).
           05  TR-LIBELLE               PIC X(27).
      *
       FD  ETAT-MAJ
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
       01      AXI-FT-TRANS             PIC X(01) VALUE SPACE.
            88 FIN-TRANS                          VALUE '1'.
       01      AXI-ORDRE-EXISTE         PIC X(01) VALUE 'N'.
            88 ORDRE-EXISTE                       VALUE 'O'.
      *
       01      W-STAT-VIRPERM           PIC X(02) VALUE SPACES.
       01      W-STAT-CPTMSTR           PIC X(02) VALUE SPACES.
       01      W-MOTIF-REJET            PIC X(35).
      *
      *     ORDRE EN COURS DE CONSTITUTION (CREATION) OU DE
      *     MODIFICATION - VALIDE EN ENTIER AVANT D'ETRE ECRIT
      *
       01      W-NOUV-SOURCE            PIC X(6).
       01      W-NOUV-CIBLE             PIC X(6).
       01      W-NOUV-MONTANT           PIC 9(10)V99.
       01      W-NOUV-FREQUENCE         PIC X(1).
       01      W-NOUV-ECHEANCE          PIC 9(8).
       01      W-NOUV-FIN               PIC 9(8).
      *
      *     CONTROLE D'UNE DATE AAAAMMJJ - MEME REGLE QUE LE
      *     CONTROLE DES DATES D'ECRITURE DE FORBMOR4
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
      *     ECHEANCE AVANCEE A LA REPRISE D'UN ORDRE SUSPENDU - MEME
      *     CALCUL QUE FORBVIR2
      *
       01      W-ECHEANCE.
           05  W-ECH-AAAA               PIC 9(4).
           05  W-ECH-MM                 PIC 9(2).
           05  W-ECH-JJ                 PIC 9(2).
       01      W-ECHEANCE-NUM REDEFINES W-ECHEANCE
                                        PIC 9(8).
      *
      *     COMPTEURS DE L'ETAT D'AUDIT
      *
       01      W-NB-TRANS-LUES          PIC 9(07) VALUE ZERO.
       01      W-NB-CREATIONS           PIC 9(07) VALUE ZERO.
       01      W-NB-MODIFICATIONS       PIC 9(07) VALUE ZERO.
       01      W-NB-SUSPENSIONS         PIC 9(07) VALUE ZERO.
       01      W-NB-REPRISES            PIC 9(07) VALUE ZERO.
       01      W-NB-RESILIATIONS        PIC 9(07) VALUE ZERO.
       01      W-NB-REJETS              PIC 9(07) VALUE ZERO.
      *
       01      W-MONTANT-AFF            PIC Z(9)9V99.
       01      W-NB-AFF                 PIC Z(6)9.
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
                          VALUE 'AUDIT DES VIREMENTS PERMANENTS'.
           05  FILLER                   PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'DATE:'.
           05  W-ENT1-DATE              PIC X(10).
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE 'PAGE:'.
           05  W-ENT1-PAGE              PIC ZZZZ9.
      *
       01      W-ENTETE-2.
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'ORDRE'.
           05  FILLER                   PIC X(6)  VALUE 'CLIENT'.
           05  FILLER                   PIC X(7)  VALUE 'SOURCE'.
           05  FILLER                   PIC X(7)  VALUE 'CIBLE'.
           05  FILLER                   PIC X(13) VALUE '     MONTANT'.
           05  FILLER                   PIC X(2)  VALUE 'P'.
           05  FILLER                   PIC X(9)  VALUE 'ECHEANCE'.
           05  FILLER                   PIC X(9)  VALUE 'FIN'.
           05  FILLER                   PIC X(2)  VALUE 'S'.
           05  FILLER                   PIC X(27) VALUE 'LIBELLE'.
      *
       PROCEDURE DIVISION.
      *
      * ------------------> NIVEAU 01 <-----------------------------*
      *
       ENTREE-PROGRAMME.
           PERFORM DEBUT-PROGRAMME        THRU DEBUT-PROGRAMME-FIN
           PERFORM TRAITEMENT-TRANS       THRU TRAITEMENT-TRANS-FIN
                                         UNTIL FIN-TRANS
           PERFORM FIN-PROGRAMME          THRU FIN-PROGRAMME-FIN.
      *
       DEBUT-PROGRAMME.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBVIR1'
           DISPLAY ' '
           OPEN     I-O       VIRPERM-FILE
           IF W-STAT-VIRPERM NOT = '00' AND NOT = '05'
              DISPLAY 'VIRPERM-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                 W-STAT-VIRPERM
              MOVE  12                   TO RETURN-CODE
              MOVE  '1'                  TO AXI-FT-TRANS
           END-IF
           OPEN     INPUT     CPTMSTR-FILE
           IF W-STAT-CPTMSTR NOT = '00'
              DISPLAY 'CPTMSTR-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                 W-STAT-CPTMSTR
              MOVE  12                   TO RETURN-CODE
              MOVE  '1'                  TO AXI-FT-TRANS
           END-IF
           OPEN     INPUT     TRANS-FILE
           OPEN     OUTPUT    ETAT-MAJ
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(6:1)
           MOVE     W-DATE-SYSTEME(1:4)  TO W-DATE-JOUR-AFF(7:4)
           PERFORM  ENTETE-ETAT          THRU ENTETE-ETAT-FIN
           IF NOT FIN-TRANS
              PERFORM  LECTURE-TRANS     THRU LECTURE-TRANS-FIN
           END-IF.
       DEBUT-PROGRAMME-FIN.
           EXIT.
      *
       FIN-PROGRAMME.
           PERFORM  TOTAL-AUDIT          THRU TOTAL-AUDIT-FIN
           CLOSE    VIRPERM-FILE
           CLOSE    CPTMSTR-FILE
           CLOSE    TRANS-FILE
           CLOSE    ETAT-MAJ
           DISPLAY 'FIN DU PROGRAMME FORBVIR1'
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
           PERFORM  RECHERCHE-ORDRE      THRU RECHERCHE-ORDRE-FIN
           MOVE     SPACES               TO W-MOTIF-REJET
           EVALUATE TR-ACTION
              WHEN 'N'
                 PERFORM TRANS-CREATION  THRU TRANS-CREATION-FIN
              WHEN 'M'
                 PERFORM TRANS-MODIFICATION
                                         THRU TRANS-MODIFICATION-FIN
              WHEN 'S'
                 PERFORM TRANS-SUSPENSION
                                         THRU TRANS-SUSPENSION-FIN
              WHEN 'A'
                 PERFORM TRANS-REPRISE   THRU TRANS-REPRISE-FIN
              WHEN 'R'
                 PERFORM TRANS-RESILIATION
                                         THRU TRANS-RESILIATION-FIN
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
       RECHERCHE-ORDRE.
           MOVE     'N'                  TO AXI-ORDRE-EXISTE
           MOVE     TR-ORDRE-NUM         TO VP-ORDRE-NUM
           READ     VIRPERM-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'O'                TO AXI-ORDRE-EXISTE
           END-READ.
       RECHERCHE-ORDRE-FIN.
           EXIT.
      *
      *           CREATION : TOUTES LES ZONES SONT OBLIGATOIRES SAUF
      *           LA DATE DE FIN (A BLANC OU ZERO = SANS LIMITE) ET
      *           LE LIBELLE. LE JOUR DE LA PREMIERE ECHEANCE DEVIENT
      *           LE JOUR CONVENU DES ECHEANCES SUIVANTES.
       TRANS-CREATION.
           IF ORDRE-EXISTE
              MOVE  'ORDRE DEJA EXISTANT'
                                         TO W-MOTIF-REJET
           ELSE
           IF TR-ORDRE-NUM = SPACES
              MOVE  'NUMERO D''ORDRE A BLANC'
                                         TO W-MOTIF-REJET
           ELSE
              MOVE  TR-COMPTE-SOURCE     TO W-NOUV-SOURCE
              MOVE  TR-COMPTE-CIBLE      TO W-NOUV-CIBLE
              MOVE  TR-FREQUENCE         TO W-NOUV-FREQUENCE
              IF TR-MONTANT NOT NUMERIC
                 MOVE  'MONTANT NON NUMERIQUE'
                                         TO W-MOTIF-REJET
              ELSE
                 MOVE  TR-MONTANT        TO W-NOUV-MONTANT
              END-IF
              IF W-MOTIF-REJET = SPACES
                 MOVE  TR-DATE-ECHEANCE  TO W-DATE-A-CONTROLER
                 PERFORM CONTROLE-DATE   THRU CONTROLE-DATE-FIN
                 IF DATE-VALIDE
                    MOVE  TR-DATE-ECHEANCE
                                         TO W-NOUV-ECHEANCE
                 ELSE
                    MOVE  'DATE D''ECHEANCE INVALIDE'
                                         TO W-MOTIF-REJET
                 END-IF
              END-IF
              IF W-MOTIF-REJET = SPACES
                 IF TR-DATE-FIN = SPACES OR TR-DATE-FIN = ZERO
                    MOVE  ZERO           TO W-NOUV-FIN
                 ELSE
                    MOVE  TR-DATE-FIN    TO W-DATE-A-CONTROLER
                    PERFORM CONTROLE-DATE
                                         THRU CONTROLE-DATE-FIN
                    IF DATE-VALIDE
                       MOVE  TR-DATE-FIN TO W-NOUV-FIN
                    ELSE
                       MOVE  'DATE DE FIN INVALIDE'
                                         TO W-MOTIF-REJET
                    END-IF
                 END-IF
              END-IF
              IF W-MOTIF-REJET = SPACES
                 PERFORM CONTROLE-ORDRE  THRU CONTROLE-ORDRE-FIN
              END-IF
              IF W-MOTIF-REJET = SPACES
                 PERFORM CONTROLE-SOURCE THRU CONTROLE-SOURCE-FIN
              END-IF
              IF W-MOTIF-REJET = SPACES
                 PERFORM CONTROLE-CIBLE  THRU CONTROLE-CIBLE-FIN
              END-IF
              IF W-MOTIF-REJET = SPACES
                 PERFORM LIGNE-AVANT     THRU LIGNE-AVANT-FIN
                 MOVE  SPACES            TO VIRPERM-REC
                 MOVE  TR-ORDRE-NUM      TO VP-ORDRE-NUM
                 MOVE  TR-CLI-CODE       TO VP-CLI-CODE
                 MOVE  TR-COMPTE-SOURCE  TO VP-COMPTE-SOURCE
                 MOVE  W-NOUV-CIBLE      TO VP-COMPTE-CIBLE
                 MOVE  W-NOUV-MONTANT    TO VP-MONTANT
                 MOVE  W-NOUV-FREQUENCE  TO VP-FREQUENCE
                 MOVE  W-NOUV-ECHEANCE   TO VP-DATE-ECHEANCE
                 MOVE  W-NOUV-ECHEANCE(7:2)
                                         TO VP-JOUR-ECHEANCE
                 MOVE  W-NOUV-FIN        TO VP-DATE-FIN
                 MOVE  'A'               TO VP-STATUT
                 MOVE  TR-LIBELLE        TO VP-LIBELLE
                 MOVE  W-DATE-SYSTEME    TO VP-DATE-CREATION
                 MOVE  ZERO              TO VP-DATE-DERN-EXEC
                 MOVE  ZERO              TO VP-NB-EXECUTIONS
                 WRITE VIRPERM-REC
                    INVALID KEY
                       MOVE 'ECRITURE IMPOSSIBLE'
                                         TO W-MOTIF-REJET
                    NOT INVALID KEY
                       ADD  1            TO W-NB-CREATIONS
                       PERFORM LIGNE-APRES
                                         THRU LIGNE-APRES-FIN
                 END-WRITE
              END-IF
           END-IF
           END-IF.
       TRANS-CREATION-FIN.
           EXIT.
      *
      *           MODIFICATION : L'ORDRE DOIT ETRE ACTIF OU SUSPENDU
      *           ET APPARTENIR AU CLIENT DE LA TRANSACTION. LE
      *           COMPTE SOURCE NE CHANGE PAS (NOUVEL ORDRE A CREER).
      *           UNE DATE DE FIN A ZERO RETIRE LA LIMITE, UNE
      *           NOUVELLE ECHEANCE REDEFINIT LE JOUR CONVENU.
       TRANS-MODIFICATION.
           IF NOT ORDRE-EXISTE
              MOVE  'ORDRE INCONNU AU FICHIER'
                                         TO W-MOTIF-REJET
           ELSE
           IF VP-CLI-CODE NOT = TR-CLI-CODE
              MOVE  'CODE CLIENT NE CORRESPOND PAS'
                                         TO W-MOTIF-REJET
           ELSE
           IF VP-ORDRE-RESILIE OR VP-ORDRE-TERMINE
              MOVE  'ORDRE RESILIE OU TERMINE'
                                         TO W-MOTIF-REJET
           ELSE
           IF TR-COMPTE-SOURCE NOT = SPACES
              AND TR-COMPTE-SOURCE NOT = VP-COMPTE-SOURCE
              MOVE  'COMPTE SOURCE NON MODIFIABLE'
                                         TO W-MOTIF-REJET
           ELSE
              MOVE  VP-COMPTE-SOURCE     TO W-NOUV-SOURCE
              MOVE  VP-COMPTE-CIBLE      TO W-NOUV-CIBLE
              MOVE  VP-MONTANT           TO W-NOUV-MONTANT
              MOVE  VP-FREQUENCE         TO W-NOUV-FREQUENCE
              MOVE  VP-DATE-ECHEANCE     TO W-NOUV-ECHEANCE
              MOVE  VP-DATE-FIN          TO W-NOUV-FIN
              IF TR-COMPTE-CIBLE NOT = SPACES
                 MOVE  TR-COMPTE-CIBLE   TO W-NOUV-CIBLE
              END-IF
              IF TR-FREQUENCE NOT = SPACES
                 MOVE  TR-FREQUENCE      TO W-NOUV-FREQUENCE
              END-IF
              IF TR-MONTANT-X NOT = SPACES
                 IF TR-MONTANT NOT NUMERIC
                    MOVE  'MONTANT NON NUMERIQUE'
                                         TO W-MOTIF-REJET
                 ELSE
                    MOVE  TR-MONTANT     TO W-NOUV-MONTANT
                 END-IF
              END-IF
              IF W-MOTIF-REJET = SPACES
                 AND TR-DATE-ECHEANCE NOT = SPACES
                 MOVE  TR-DATE-ECHEANCE  TO W-DATE-A-CONTROLER
                 PERFORM CONTROLE-DATE   THRU CONTROLE-DATE-FIN
                 IF DATE-VALIDE
                    MOVE  TR-DATE-ECHEANCE
                                         TO W-NOUV-ECHEANCE
                 ELSE
                    MOVE  'DATE D''ECHEANCE INVALIDE'
                                         TO W-MOTIF-REJET
                 END-IF
              END-IF
              IF W-MOTIF-REJET = SPACES
                 AND TR-DATE-FIN NOT = SPACES
                 IF TR-DATE-FIN = ZERO
                    MOVE  ZERO           TO W-NOUV-FIN
                 ELSE
                    MOVE  TR-DATE-FIN    TO W-DATE-A-CONTROLER
                    PERFORM CONTROLE-DATE
                                         THRU CONTROLE-DATE-FIN
                    IF DATE-VALIDE
                       MOVE  TR-DATE-FIN TO W-NOUV-FIN
                    ELSE
                       MOVE  'DATE DE FIN INVALIDE'
                                         TO W-MOTIF-REJET
                    END-IF
                 END-IF
              END-IF
              IF W-MOTIF-REJET = SPACES
                 PERFORM CONTROLE-ORDRE  THRU CONTROLE-ORDRE-FIN
              END-IF
              IF W-MOTIF-REJET = SPACES
                 AND W-NOUV-CIBLE NOT = VP-COMPTE-CIBLE
                 PERFORM CONTROLE-CIBLE  THRU CONTROLE-CIBLE-FIN
              END-IF
              IF W-MOTIF-REJET = SPACES
                 PERFORM LIGNE-AVANT     THRU LIGNE-AVANT-FIN
                 MOVE  W-NOUV-CIBLE      TO VP-COMPTE-CIBLE
                 MOVE  W-NOUV-MONTANT    TO VP-MONTANT
                 MOVE  W-NOUV-FREQUENCE  TO VP-FREQUENCE
                 IF W-NOUV-ECHEANCE NOT = VP-DATE-ECHEANCE
                    MOVE  W-NOUV-ECHEANCE
                                         TO VP-DATE-ECHEANCE
                    MOVE  W-NOUV-ECHEANCE(7:2)
                                         TO VP-JOUR-ECHEANCE
                 END-IF
                 MOVE  W-NOUV-FIN        TO VP-DATE-FIN
                 IF TR-LIBELLE NOT = SPACES
                    MOVE  TR-LIBELLE     TO VP-LIBELLE
                 END-IF
                 PERFORM REECRITURE-ORDRE
                                         THRU REECRITURE-ORDRE-FIN
                 IF W-MOTIF-REJET = SPACES
                    ADD  1               TO W-NB-MODIFICATIONS
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       TRANS-MODIFICATION-FIN.
           EXIT.
      *
       TRANS-SUSPENSION.
           IF NOT ORDRE-EXISTE
              MOVE  'ORDRE INCONNU AU FICHIER'
                                         TO W-MOTIF-REJET
           ELSE
           IF VP-CLI-CODE NOT = TR-CLI-CODE
              MOVE  'CODE CLIENT NE CORRESPOND PAS'
                                         TO W-MOTIF-REJET
           ELSE
              IF NOT VP-ORDRE-ACTIF
                 MOVE  'ORDRE NON ACTIF'
                                         TO W-MOTIF-REJET
              ELSE
                 PERFORM LIGNE-AVANT     THRU LIGNE-AVANT-FIN
                 MOVE  'S'               TO VP-STATUT
                 PERFORM REECRITURE-ORDRE
                                         THRU REECRITURE-ORDRE-FIN
                 IF W-MOTIF-REJET = SPACES
                    ADD  1               TO W-NB-SUSPENSIONS
                 END-IF
              END-IF
           END-IF
           END-IF.
       TRANS-SUSPENSION-FIN.
           EXIT.
      *
      *           REPRISE : LES ECHEANCES ECHUES PENDANT LA
      *           SUSPENSION NE SONT PAS RATTRAPEES - UNE NOUVELLE
      *           ECHEANCE (NON ANTERIEURE AU JOUR) PEUT ETRE DONNEE
      *           SUR LA TRANSACTION ; A DEFAUT, UNE ECHEANCE EN PLACE
      *           DEJA PASSEE EST AVANCEE DE PERIODE EN PERIODE
      *           JUSQU'AU JOUR DE TRAITEMENT.
       TRANS-REPRISE.
           IF NOT ORDRE-EXISTE
              MOVE  'ORDRE INCONNU AU FICHIER'
                                         TO W-MOTIF-REJET
           ELSE
           IF VP-CLI-CODE NOT = TR-CLI-CODE
              MOVE  'CODE CLIENT NE CORRESPOND PAS'
                                         TO W-MOTIF-REJET
           ELSE
              IF NOT VP-ORDRE-SUSPENDU
                 MOVE  'ORDRE NON SUSPENDU'
                                         TO W-MOTIF-REJET
              ELSE
                 IF TR-DATE-ECHEANCE NOT = SPACES
                    MOVE  TR-DATE-ECHEANCE
                                         TO W-DATE-A-CONTROLER
                    PERFORM CONTROLE-DATE
                                         THRU CONTROLE-DATE-FIN
                    IF NOT DATE-VALIDE
                       MOVE  'DATE D''ECHEANCE INVALIDE'
                                         TO W-MOTIF-REJET
                    ELSE
                       IF TR-DATE-ECHEANCE < W-DATE-SYSTEME
                          MOVE  'ECHEANCE ANTERIEURE AU JOUR'
                                         TO W-MOTIF-REJET
                       END-IF
                    END-IF
                 END-IF
                 IF W-MOTIF-REJET = SPACES
                    PERFORM LIGNE-AVANT  THRU LIGNE-AVANT-FIN
                    MOVE  'A'            TO VP-STATUT
                    IF TR-DATE-ECHEANCE NOT = SPACES
                       MOVE  TR-DATE-ECHEANCE
                                         TO VP-DATE-ECHEANCE
                       MOVE  TR-DATE-ECHEANCE(7:2)
                                         TO VP-JOUR-ECHEANCE
                    ELSE
                       IF VP-DATE-ECHEANCE > ZERO
                          PERFORM AVANCE-ECHEANCE
                                         THRU AVANCE-ECHEANCE-FIN
                                  UNTIL VP-DATE-ECHEANCE
                                        NOT < W-DATE-SYSTEME
                       END-IF
                    END-IF
                    PERFORM REECRITURE-ORDRE
                                         THRU REECRITURE-ORDRE-FIN
                    IF W-MOTIF-REJET = SPACES
                       ADD  1            TO W-NB-REPRISES
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.
       TRANS-REPRISE-FIN.
           EXIT.
      *
      *           RESILIATION : L'ORDRE RESTE AU FICHIER (HISTORIQUE)
      *           MAIS N'EST PLUS NI EXECUTE NI MODIFIABLE.
       TRANS-RESILIATION.
           IF NOT ORDRE-EXISTE
              MOVE  'ORDRE INCONNU AU FICHIER'
                                         TO W-MOTIF-REJET
           ELSE
           IF VP-CLI-CODE NOT = TR-CLI-CODE
              MOVE  'CODE CLIENT NE CORRESPOND PAS'
                                         TO W-MOTIF-REJET
           ELSE
              IF VP-ORDRE-RESILIE OR VP-ORDRE-TERMINE
                 MOVE  'ORDRE DEJA RESILIE OU TERMINE'
                                         TO W-MOTIF-REJET
              ELSE
                 PERFORM LIGNE-AVANT     THRU LIGNE-AVANT-FIN
                 MOVE  'R'               TO VP-STATUT
                 PERFORM REECRITURE-ORDRE
                                         THRU REECRITURE-ORDRE-FIN
                 IF W-MOTIF-REJET = SPACES
                    ADD  1               TO W-NB-RESILIATIONS
                 END-IF
              END-IF
           END-IF
           END-IF.
       TRANS-RESILIATION-FIN.
           EXIT.
      *
      *           CONTROLES COMMUNS A LA CREATION ET A LA
      *           MODIFICATION SUR LES VALEURS RETENUES : MONTANT
      *           POSITIF, PERIODICITE CONNUE, ECHEANCE DONNEE SUR
      *           LA TRANSACTION NON ECHUE (UNE MODIFICATION QUI NE
      *           TOUCHE PAS A L'ECHEANCE EN PLACE NE LA CONTROLE
      *           PAS), FIN POSTERIEURE OU EGALE A L'ECHEANCE.
       CONTROLE-ORDRE.
           IF W-NOUV-MONTANT NOT > ZERO
              MOVE  'MONTANT NUL'        TO W-MOTIF-REJET
           ELSE
           IF W-NOUV-FREQUENCE NOT = 'M'
              AND W-NOUV-FREQUENCE NOT = 'T'
              AND W-NOUV-FREQUENCE NOT = 'A'
              MOVE  'PERIODICITE INVALIDE (M/T/A)'
                                         TO W-MOTIF-REJET
           ELSE
           IF TR-DATE-ECHEANCE NOT = SPACES
              AND W-NOUV-ECHEANCE < W-DATE-SYSTEME
              MOVE  'ECHEANCE ANTERIEURE AU JOUR'
                                         TO W-MOTIF-REJET
           ELSE
           IF W-NOUV-FIN NOT = ZERO
              AND W-NOUV-FIN < W-NOUV-ECHEANCE
              MOVE  'DATE DE FIN AVANT L''ECHEANCE'
                                         TO W-MOTIF-REJET
           END-IF
           END-IF
           END-IF
           END-IF.
       CONTROLE-ORDRE-FIN.
           EXIT.
      *
      *           LE COMPTE SOURCE DOIT EXISTER, NE PAS ETRE CLOS ET
      *           APPARTENIR AU CLIENT DONNEUR D'ORDRE.
       CONTROLE-SOURCE.
           MOVE     TR-COMPTE-SOURCE     TO CM-COMPTE-NUM
           READ     CPTMSTR-FILE
              INVALID KEY
                 MOVE 'COMPTE SOURCE INCONNU'
                                         TO W-MOTIF-REJET
              NOT INVALID KEY
                 IF CM-CLI-CODE NOT = TR-CLI-CODE
                    MOVE 'CODE CLIENT NE CORRESPOND PAS'
                                         TO W-MOTIF-REJET
                 ELSE
                    IF CM-COMPTE-CLOTURE
                       MOVE 'COMPTE SOURCE CLOTURE'
                                         TO W-MOTIF-REJET
                    END-IF
                 END-IF
           END-READ.
       CONTROLE-SOURCE-FIN.
           EXIT.
      *
      *           LE COMPTE CIBLE DOIT EXISTER, NE PAS ETRE CLOS ET
      *           DIFFERER DU COMPTE SOURCE - IL PEUT APPARTENIR A
      *           UN AUTRE CLIENT.
       CONTROLE-CIBLE.
           IF W-NOUV-CIBLE = SPACES
              OR W-NOUV-CIBLE = W-NOUV-SOURCE
              MOVE  'COMPTE CIBLE INVALIDE'
                                         TO W-MOTIF-REJET
           ELSE
              MOVE  W-NOUV-CIBLE         TO CM-COMPTE-NUM
              READ  CPTMSTR-FILE
                 INVALID KEY
                    MOVE 'COMPTE CIBLE INCONNU'
                                         TO W-MOTIF-REJET
                 NOT INVALID KEY
                    IF CM-COMPTE-CLOTURE
                       MOVE 'COMPTE CIBLE CLOTURE'
                                         TO W-MOTIF-REJET
                    END-IF
              END-READ
           END-IF.
       CONTROLE-CIBLE-FIN.
           EXIT.
      *
      *           CONTROLE D'UNE DATE AAAAMMJJ : NUMERIQUE, MOIS
      *           01-12, JOUR VALIDE POUR LE MOIS, ANNEES
      *           BISSEXTILES COMPRISES (REGLE DES SIECLES).
       CONTROLE-DATE.
           MOVE     'N'                  TO AXI-DATE-OK
           IF W-DATE-A-CONTROLER IS NUMERIC
              MOVE  W-DATE-A-CONTROLER(1:4) TO W-VAL-AAAA
              MOVE  W-DATE-A-CONTROLER(5:2) TO W-VAL-MM
              MOVE  W-DATE-A-CONTROLER(7:2) TO W-VAL-JJ
              IF W-VAL-MM NOT < 01 AND W-VAL-MM NOT > 12
                 EVALUATE W-VAL-MM
                    WHEN 01 WHEN 03 WHEN 05 WHEN 07
                    WHEN 08 WHEN 10 WHEN 12
                       MOVE 31          TO W-VAL-JJ-MAX
                    WHEN 04 WHEN 06 WHEN 09 WHEN 11
                       MOVE 30          TO W-VAL-JJ-MAX
                    WHEN 02
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
                          MOVE 29       TO W-VAL-JJ-MAX
                       ELSE
                          MOVE 28       TO W-VAL-JJ-MAX
                       END-IF
                 END-EVALUATE
                 IF W-VAL-JJ NOT < 01 AND W-VAL-JJ NOT > W-VAL-JJ-MAX
                    MOVE 'O'            TO AXI-DATE-OK
                 END-IF
              END-IF
           END-IF.
       CONTROLE-DATE-FIN.
           EXIT.
      *
      *           ECHEANCE SUIVANTE : +1, +3 OU +12 MOIS SUR LE JOUR
      *           CONVENU, BORNE AU DERNIER JOUR DU MOIS OBTENU.
       AVANCE-ECHEANCE.
           MOVE     VP-DATE-ECHEANCE     TO W-ECHEANCE-NUM
           EVALUATE TRUE
              WHEN VP-TRIMESTRIEL
                 ADD  3                  TO W-ECH-MM
              WHEN VP-ANNUEL
                 ADD  12                 TO W-ECH-MM
              WHEN OTHER
                 ADD  1                  TO W-ECH-MM
           END-EVALUATE
           IF W-ECH-MM > 12
              SUBTRACT 12                FROM W-ECH-MM
              ADD   1                    TO W-ECH-AAAA
           END-IF
           IF VP-JOUR-ECHEANCE IS NUMERIC
              AND VP-JOUR-ECHEANCE > ZERO
              MOVE  VP-JOUR-ECHEANCE     TO W-ECH-JJ
           END-IF
           MOVE     W-ECH-AAAA           TO W-VAL-AAAA
           MOVE     W-ECH-MM             TO W-VAL-MM
           PERFORM  CALCUL-JJ-MAX        THRU CALCUL-JJ-MAX-FIN
           IF W-ECH-JJ > W-VAL-JJ-MAX
              MOVE  W-VAL-JJ-MAX         TO W-ECH-JJ
           END-IF
           MOVE     W-ECHEANCE-NUM       TO VP-DATE-ECHEANCE.
       AVANCE-ECHEANCE-FIN.
           EXIT.
      *
      *           NOMBRE DE JOURS DU MOIS, ANNEES BISSEXTILES
      *           COMPRISES (REGLE DES SIECLES).
       CALCUL-JJ-MAX.
           EVALUATE W-VAL-MM
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30                 TO W-VAL-JJ-MAX
              WHEN 02
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
              WHEN OTHER
                 MOVE 31                 TO W-VAL-JJ-MAX
           END-EVALUATE.
       CALCUL-JJ-MAX-FIN.
           EXIT.
      *
       REECRITURE-ORDRE.
           REWRITE  VIRPERM-REC
              INVALID KEY
                 MOVE 'REECRITURE IMPOSSIBLE'
                                         TO W-MOTIF-REJET
              NOT INVALID KEY
                 PERFORM LIGNE-APRES     THRU LIGNE-APRES-FIN
           END-REWRITE.
       REECRITURE-ORDRE-FIN.
           EXIT.
      *
      *           IMAGE DE L'ORDRE AVANT MISE A JOUR - POUR UNE
      *           CREATION IL N'Y A PAS D'IMAGE AVANT.
       LIGNE-AVANT.
           IF ORDRE-EXISTE
              MOVE  VP-MONTANT           TO W-MONTANT-AFF
              STRING TR-ACTION            '  AVANT : '
                     VP-ORDRE-NUM         ' '
                     VP-CLI-CODE          ' '
                     VP-COMPTE-SOURCE     ' '
                     VP-COMPTE-CIBLE      ' '
                     W-MONTANT-AFF        ' '
                     VP-FREQUENCE         ' '
                     VP-DATE-ECHEANCE     ' '
                     VP-DATE-FIN          ' '
                     VP-STATUT            ' '
                     VP-LIBELLE
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           ELSE
              STRING TR-ACTION            '  AVANT : '
                     TR-ORDRE-NUM
                     '  (ORDRE INEXISTANT)'
                     DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           END-IF
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-AVANT-FIN.
           EXIT.
      *
       LIGNE-APRES.
           MOVE     VP-MONTANT           TO W-MONTANT-AFF
           STRING   '   APRES : '
                    VP-ORDRE-NUM         ' '
                    VP-CLI-CODE          ' '
                    VP-COMPTE-SOURCE     ' '
                    VP-COMPTE-CIBLE      ' '
                    W-MONTANT-AFF        ' '
                    VP-FREQUENCE         ' '
                    VP-DATE-ECHEANCE     ' '
                    VP-DATE-FIN          ' '
                    VP-STATUT            ' '
                    VP-LIBELLE
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-APRES-FIN.
           EXIT.
      *
       LIGNE-REJET.
           STRING   TR-ACTION            '  *** REJET : '
                    TR-ORDRE-NUM         ' '
                    TR-CLI-CODE          ' - '
                    W-MOTIF-REJET
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       LIGNE-REJET-FIN.
           EXIT.
      *
       TOTAL-AUDIT.
           STRING   '         ***** BILAN DES MISES A JOUR *****'
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-TRANS-LUES      TO W-NB-AFF
           STRING   '         TRANSACTIONS LUES  : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-CREATIONS       TO W-NB-AFF
           STRING   '         CREATIONS          : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-MODIFICATIONS   TO W-NB-AFF
           STRING   '         MODIFICATIONS      : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-SUSPENSIONS     TO W-NB-AFF
           STRING   '         SUSPENSIONS        : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REPRISES        TO W-NB-AFF
           STRING   '         REPRISES           : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-RESILIATIONS    TO W-NB-AFF
           STRING   '         RESILIATIONS       : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN
           MOVE     W-NB-REJETS          TO W-NB-AFF
           STRING   '         REJETS             : ' W-NB-AFF
                    DELIMITED BY SIZE INTO W-LIGNE-A-IMPRIMER
           PERFORM  IMPRESSION-LIGNE     THRU IMPRESSION-LIGNE-FIN.
       TOTAL-AUDIT-FIN.
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
           WRITE    LIGNE-ETAT           FROM W-ENTETE-2
                                         AFTER ADVANCING 1 LINES
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
