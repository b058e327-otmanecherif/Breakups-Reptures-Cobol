      *     CLIENT, TOTAUX PAR JOUR DU MOIS DEMANDE, CUMUL DU MOIS  *
      *     EN COURS, ET VARIATION PAR RAPPORT AU MOIS PRECEDENT.   *
      *     LE MOIS DEMANDE (AAAAMM) VIENT DE LA CARTE PARAMETRE,   *
      *     A DEFAUT LE MOIS DE LA DATE DE TRAITEMENT (DATCTL).     *
      *                                                             *
      *-------------------------------------------------------------*
       AUTHOR. MOHAMMED.
      *
            SELECT ETAT-COMP ASSIGN TO UT-S-ETATCMP
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
      *
      *-------------- VARIABLES DE L'ETAT IMPRIME --------------------*
       01      W-DATE-SYSTEME           PIC 9(08).
       01      W-STAT-DATCTL            PIC X(02) VALUE SPACES.
       01      W-DATE-JOUR-AFF          PIC X(10).
       01      W-NO-PAGE                PIC 9(05) VALUE ZERO.
       01      W-NB-LIGNES-PAGE         PIC 9(03) VALUE ZERO.
           DISPLAY ' '
           DISPLAY 'DEBUT DU PROGRAMME FORBHIS1'
           DISPLAY ' '
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
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
       LECTURE-PARM.
           OPEN     INPUT     PARM-FILE
           IF W-STAT-PARM = '00'
      *           UN MOIS MAL SAISI NE DOIT PAS FAIRE ABENDER LE
      *           TRAITEMENT DE FIN DE MOIS : CARTE NON NUMERIQUE OU
      *           MOIS HORS 01-12, ON CONSERVE LE MOIS DE TRAITEMENT.
              READ     PARM-FILE
                 NOT AT END
                    IF PARM-MOIS NOT = SPACES
                          MOVE PARM-MOIS  TO W-MOIS-RAPPORT
                       ELSE
                          DISPLAY 'CARTE PARAMETRE : MOIS INVALIDE '
                             PARM-MOIS ' - MOIS DE TRAITEMENT CONSERVE'
                       END-IF
                    END-IF
              END-READ
