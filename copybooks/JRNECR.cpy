      *-------------------------------------------------------------*
      *    COPY JRNECR                                              *
      *    JOURNAL PERMANENT DES ECRITURES IMPUTEES PAR FORBMOR4    *
      *    (ORGANISATION INDEXEE, CLE = COMPTE + DATE + NUMERO      *
      *    D'ECRITURE) : UNE ECRITURE DEJA PRESENTE AU JOURNAL      *
      *    N'EST PLUS IMPUTEE UNE SECONDE FOIS, QUEL QUE SOIT LE    *
      *    RUN QUI LA REPRESENTE. LE NUMERO DE RUN EST CELUI        *
      *    ATTRIBUE PAR LE JOURNAL RUNCTL ; LA SOURCE ET LE LOT     *
      *    SONT CEUX POSES PAR FORBFUS1 (A BLANC HORS FUSION).      *
      *    MIS A JOUR SUR PLACE AU FIL DU RUN : APRES UN ARRET      *
      *    ANORMAL DE FORBMOR4, IL EST A RESTAURER AVEC HISTMVT     *
      *    ET RUNCTL AVANT LE RUN COMPLET. FORBCLE1 RECLASSE SOUS   *
      *    LE NOUVEAU NUMERO LES ECRITURES D'UN COMPTE RENUMEROTE   *
      *-------------------------------------------------------------*
       01  JRNECR-REC.
           05  JR-CLE.
               10  JR-COMPTE-NUM       PIC X(6).
               10  JR-ECRITURE-DATE    PIC X(8).
               10  JR-ECRITURE-NUM     PIC X(5).
           05  JR-CLI-CODE             PIC X(5).
           05  JR-COMPTE-LIBELLE       PIC X(35).
           05  JR-SENS-ECRITURE        PIC X(1).
           05  JR-MONTANT              PIC 9(16)V99.
           05  JR-DEVISE               PIC X(2).
      *    MONTANT CONVERTI EN DEVISE DE REFERENCE TEL QU'IMPUTE
           05  JR-MONTANT-REF          PIC 9(16)V99.
           05  JR-RUN-NUM              PIC 9(5).
           05  JR-DATE-RUN             PIC 9(8).
           05  JR-ORG-SOURCE           PIC X(1).
           05  JR-ORG-LOT              PIC X(5).
           05  FILLER                  PIC X(3).
