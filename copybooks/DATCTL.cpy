      *-------------------------------------------------------------*
      *    COPY DATCTL                                              *
      *    DATE DE TRAITEMENT ET CALENDRIER DES JOURS FERIES        *
      *    (INDEXE, CLE = TYPE + DATE) - TENU PAR FORBDAT1.         *
      *    TYPE '1' (DATE A ZERO) : ENREGISTREMENT DE CONTROLE,     *
      *    UNIQUE, PORTANT LA DATE DE TRAITEMENT (JOUR OUVRE) LUE   *
      *    PAR TOUS LES PROGRAMMES A LA PLACE DE L'HORLOGE.         *
      *    TYPE 'F' : UN JOUR FERIE BANCAIRE PAR ENREGISTREMENT.    *
      *    LES SAMEDIS ET DIMANCHES NE SONT JAMAIS OUVRES.          *
      *-------------------------------------------------------------*
       01  DATCTL-REC.
           05  DC-CLE.
               10  DC-TYPE-ENR         PIC X(1).
                   88  DC-ENR-CONTROLE           VALUE '1'.
                   88  DC-ENR-FERIE              VALUE 'F'.
               10  DC-DATE-CLE         PIC 9(8).
           05  DC-DONNEES              PIC X(71).
      *    ENREGISTREMENT DE CONTROLE
           05  DC-CONTROLE REDEFINES DC-DONNEES.
               10  DC-DATE-TRAITEMENT  PIC 9(8).
               10  DC-DATE-PRECEDENTE  PIC 9(8).
               10  DC-DATE-SUIVANTE    PIC 9(8).
      *    DATES DU DERNIER PASSAGE DE FORBINT1 ET DU PASSAGE
      *    D'AVANT (ZERO : AUCUN) - UNE REPRISE A LA MEME DATE
      *    RECALCULE LA MEME PERIODE
               10  DC-DATE-DERN-FRAIS  PIC 9(8).
               10  DC-DATE-FRAIS-PREC  PIC 9(8).
      *    DATE (HORLOGE) DE LA DERNIERE MISE A JOUR PAR FORBDAT1
               10  DC-DATE-MAJ         PIC 9(8).
      *    NUMEROTATION DU JOUR DES ECRITURES DE VIREMENT : DATE
      *    DE TRAITEMENT A LAQUELLE ELLE SE RAPPORTE, DERNIER NUMERO
      *    'P' EMIS PAR FORBVIR2 ET DERNIER NUMERO 'V' EMIS PAR
      *    FORBCPT1 - UN SECOND PASSAGE A LA MEME DATE POURSUIT LA
      *    NUMEROTATION, LE PREMIER PASSAGE D'UNE AUTRE DATE REMET
      *    LES DEUX NUMEROS A ZERO
               10  DC-DATE-NUMEROTATION PIC 9(8).
               10  DC-NO-SEQ-VIRPERM   PIC 9(4).
               10  DC-NO-SEQ-VIRCPT    PIC 9(4).
               10  FILLER              PIC X(7).
      *    JOUR FERIE
           05  DC-FERIE REDEFINES DC-DONNEES.
               10  DC-FERIE-LIBELLE    PIC X(30).
               10  FILLER              PIC X(41).
