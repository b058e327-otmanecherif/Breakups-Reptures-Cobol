      *-------------------------------------------------------------*
      *    COPY CHGLOG                                              *
      *    JOURNAL PERMANENT DES MISES A JOUR DES FICHIERS MAITRES  *
      *    CPTMSTR ET CLIMSTR : UN ENREGISTREMENT PAR MISE A JOUR   *
      *    APPLIQUEE, AJOUTE EN FIN DE FICHIER PAR FORBCPT0,        *
      *    FORBCPT1, FORBCLI1 ET FORBCLE1, AVEC L'IMAGE COMPLETE    *
      *    DE LA FICHE AVANT ET APRES (A BLANC AVANT UNE CREATION,  *
      *    APRES UNE SUPPRESSION). CONSULTE PAR FORBCHG1.           *
      *-------------------------------------------------------------*
       01  CHGLOG-REC.
      *    DATE DE TRAITEMENT (DATCTL) ET HEURE D'APPLICATION
           05  CL-DATE                 PIC 9(8).
           05  CL-HEURE                PIC 9(8).
           05  CL-PROGRAMME            PIC X(8).
           05  CL-FICHIER              PIC X(7).
               88  CL-FICHIER-COMPTES            VALUE 'CPTMSTR'.
               88  CL-FICHIER-CLIENTS            VALUE 'CLIMSTR'.
      *    CODE ACTION DE LA TRANSACTION ('I' = CHARGEMENT INITIAL
      *    PAR FORBCPT0, 'R' = CHANGEMENT DE CLE PAR FORBCLE1)
           05  CL-CODE-TRANS           PIC X(1).
      *    CLE DE LA FICHE (NUMERO DE COMPTE OU CODE CLIENT) ET
      *    CLIENT TITULAIRE, APRES PUIS AVANT LA MISE A JOUR
           05  CL-CLE                  PIC X(6).
           05  CL-CLI-CODE             PIC X(5).
           05  CL-CLE-AVANT            PIC X(6).
           05  CL-CLI-CODE-AVANT       PIC X(5).
      *    OPERATEUR DEMANDEUR (CARTE TRANSACTION) OU, A DEFAUT,
      *    REFERENCE DU TRAITEMENT BATCH
           05  CL-OPERATEUR            PIC X(8).
           05  CL-IMAGE-AVANT          PIC X(160).
           05  CL-IMAGE-APRES          PIC X(160).
           05  FILLER                  PIC X(18).
