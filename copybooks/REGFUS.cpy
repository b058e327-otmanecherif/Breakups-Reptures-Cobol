      *-------------------------------------------------------------*
      *    COPY REGFUS                                              *
      *    REGISTRE DES FICHIERS ALIMENTANT FORBMOR4 DEJA FUSIONNES *
      *    PAR FORBFUS1 : UN ENREGISTREMENT PAR LOT (UN FICHIER     *
      *    SOURCE NON VIDE PAR PASSAGE), EN AJOUT AU FIL DES RUNS.  *
      *    L'EMPREINTE DU FICHIER (NOMBRE D'ENREGISTREMENTS, TOTAUX *
      *    DE HACHAGE DES MONTANTS D'ORIGINE, CLES DU PREMIER ET DU *
      *    DERNIER ENREGISTREMENT) PERMET DE REFUSER UN FICHIER     *
      *    PRESENTE UNE SECONDE FOIS                                *
      *    SOURCES : A AGENCES (MVMNTS)    V VIREMENTS (MVTVIR)     *
      *              R RECYCLAGE (MVTRECYC) F FRAIS (MVTFRAIS)      *
      *              S SUSPENS (MVTSUSP)  P PERMANENTS (MVTPERM)    *
      *-------------------------------------------------------------*
       01  REGFUS-REC.
           05  RF-LOT-NUM              PIC 9(5).
           05  RF-SOURCE               PIC X(1).
           05  RF-DATE-FUSION          PIC 9(8).
      *    DERNIER RUN DE FORBMOR4 TERMINE AU MOMENT DE LA FUSION
           05  RF-RUN-ORIGINE          PIC 9(5).
           05  RF-NB-ENR               PIC 9(7).
           05  RF-HASH-D               PIC 9(16)V99.
           05  RF-HASH-C               PIC 9(16)V99.
           05  RF-PREMIERE-CLE         PIC X(24).
           05  RF-DERNIERE-CLE         PIC X(24).
           05  FILLER                  PIC X(10).
