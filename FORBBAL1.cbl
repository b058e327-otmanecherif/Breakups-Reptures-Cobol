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
           05  TRI-SOLDE                PIC 9(16)V99.
           05  TRI-LIBELLE              PIC X(35).
           05  TRI-STATUT               PIC X(1).
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
              STOP RUN
           END-IF
           OPEN     OUTPUT    ETAT-BAL
           PERFORM  LECTURE-DATCTL       THRU LECTURE-DATCTL-FIN
           MOVE     W-DATE-SYSTEME(7:2)  TO W-DATE-JOUR-AFF(1:2)
           MOVE     '/'                  TO W-DATE-JOUR-AFF(3:1)
           MOVE     W-DATE-SYSTEME(5:2)  TO W-DATE-JOUR-AFF(4:2)
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
      *           PROCEDURE D'ENTREE DU TRI : CHAQUE SOLDE EST
      *           RESOLU SUR LE FICHIER MAITRE ET RELACHE ENRICHI
      *           VERS LE TRI CLIENT/COMPTE.
