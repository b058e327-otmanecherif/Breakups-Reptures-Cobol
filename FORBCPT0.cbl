      *     DE L'ANCIENNE ORGANISATION SEQUENTIELLE VERS LA         *
      *     NOUVELLE ORGANISATION INDEXEE (CLE = NUMERO DE COMPTE)  *
      *     A PASSER UNE SEULE FOIS LORS DE LA BASCULE.             *
      *     CHAQUE COMPTE CHARGE EST AJOUTE AU JOURNAL PERMANENT    *
      *     DES MISES A JOUR CHGLOG (ACTION 'I', SANS IMAGE AVANT)  *
      *     POUR OUVRIR L'HISTORIQUE DE LA FICHE.                   *
      *                                                             *
      *-------------------------------------------------------------*
       AUTHOR. MOHAMMED.
            ACCESS MODE DYNAMIC
            RECORD KEY CM-COMPTE-NUM
            FILE STATUS IS W-STAT-CPTMSTR.
      *
      *     JOURNAL PERMANENT DES MISES A JOUR (AJOUT EN FIN DE
      *     FICHIER)
      *
            SELECT OPTIONAL CHGLOG-FILE ASSIGN TO UT-S-CHGLOG
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS W-STAT-CHGLOG.
      *
      *     DATE DE TRAITEMENT (TENU PAR FORBDAT1)
      *
            SELECT DATCTL-FILE ASSIGN TO UT-S-DATCTL
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY DC-CLE
            FILE STATUS IS W-STAT-DATCTL.
      *
       DATA DIVISION.
       FILE         SECTION.
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
       FD  DATCTL-FILE
           DATA RECORD    DATCTL-REC.
      *
       COPY DATCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01      W-NB-LUS                 PIC 9(07) VALUE ZERO.
       01      W-NB-CHARGES             PIC 9(07) VALUE ZERO.
       01      W-NB-DOUBLONS            PIC 9(07) VALUE ZERO.
       01      W-NB-JOURNALISES         PIC 9(07) VALUE ZERO.
       01      W-STAT-CHGLOG            PIC X(02) VALUE SPACES.
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-SYSTEME           PIC 9(08) VALUE ZERO.
       01      W-HEURE-MAJ              PIC 9(08) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       ENTREE-PROGRAMME.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBCPT0'
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           OPEN     INPUT     CPTSEQ-FILE
           OPEN     OUTPUT    CPTMSTR-FILE
           IF W-STAT-CPTMSTR NOT = '00'
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN     EXTEND    CHGLOG-FILE
           IF W-STAT-CHGLOG NOT = '00' AND NOT = '05'
              DISPLAY 'CHGLOG-FILE : OUVERTURE IMPOSSIBLE - STATUT '
                 W-STAT-CHGLOG
              DISPLAY 'ARRET DU PROGRAMME'
              CLOSE CPTSEQ-FILE
              CLOSE CPTMSTR-FILE
              MOVE  12                   TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM  LECTURE-CPTSEQ       THRU LECTURE-CPTSEQ-FIN
           PERFORM  CHARGEMENT-COMPTE    THRU CHARGEMENT-COMPTE-FIN
                                         UNTIL FIN-CPTSEQ
           CLOSE    CPTSEQ-FILE
           CLOSE    CPTMSTR-FILE
           CLOSE    CHGLOG-FILE
           DISPLAY 'COMPTES LUS      : ' W-NB-LUS
           DISPLAY 'COMPTES CHARGES  : ' W-NB-CHARGES
           DISPLAY 'CLES EN DOUBLE   : ' W-NB-DOUBLONS
           DISPLAY 'JOURNALISES      : ' W-NB-JOURNALISES
           DISPLAY 'FIN DU PROGRAMME FORBCPT0'
           STOP RUN.
      *
                 DISPLAY 'CLE EN DOUBLE IGNOREE : ' CM-COMPTE-NUM
              NOT INVALID KEY
                 ADD  1                  TO W-NB-CHARGES
                 PERFORM JOURNALISATION-CHARGEMENT
                                    THRU JOURNALISATION-CHARGEMENT-FIN
           END-WRITE
           PERFORM  LECTURE-CPTSEQ       THRU LECTURE-CPTSEQ-FIN.
       CHARGEMENT-COMPTE-FIN.
           EXIT.
      *
      *           DATE DE TRAITEMENT : LUE SUR L'ENREGISTREMENT DE
      *           CONTROLE DE DATCTL (TENU PAR FORBDAT1) POUR DATER LES
      *           ENTREES DU JOURNAL - SANS ELLE, ON ARRETE NET. LUE
      *           AVANT TOUTE OUVERTURE : UN ARRET ICI LAISSE CPTMSTR
      *           INTACT.
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
      *           ENTREE DU JOURNAL POUR LE COMPTE CHARGE : PAS
      *           D'IMAGE AVANT, IMAGE APRES = FICHE CHARGEE.
       JOURNALISATION-CHARGEMENT.
           ACCEPT   W-HEURE-MAJ          FROM TIME
           MOVE     SPACES               TO CHGLOG-REC
           MOVE     W-DATE-SYSTEME       TO CL-DATE
           MOVE     W-HEURE-MAJ          TO CL-HEURE
           MOVE     'FORBCPT0'           TO CL-PROGRAMME
           MOVE     'CPTMSTR'            TO CL-FICHIER
           MOVE     'I'                  TO CL-CODE-TRANS
           MOVE     CM-COMPTE-NUM        TO CL-CLE
           MOVE     CM-CLI-CODE          TO CL-CLI-CODE
           MOVE     'BATCH'              TO CL-OPERATEUR
           MOVE     CPTMSTR-REC          TO CL-IMAGE-APRES
           WRITE    CHGLOG-REC
           IF W-STAT-CHGLOG = '00'
              ADD   1                    TO W-NB-JOURNALISES
           ELSE
              DISPLAY 'CHGLOG-FILE : ECRITURE IMPOSSIBLE - STATUT '
                 W-STAT-CHGLOG ' - COMPTE ' CM-COMPTE-NUM
              MOVE  12                   TO RETURN-CODE
           END-IF.
       JOURNALISATION-CHARGEMENT-FIN.
           EXIT.
