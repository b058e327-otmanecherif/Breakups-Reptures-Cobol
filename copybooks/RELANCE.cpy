      *-------------------------------------------------------------*
      *    COPY RELANCE                                             *
      *    DOSSIERS DE RELANCE DES COMPTES EN DEPASSEMENT (INDEXE,  *
      *    CLE = NUMERO DE COMPTE) - TENU PAR FORBREL1 APRES        *
      *    FORBMOR4. UN DOSSIER EST OUVERT AU PREMIER PASSAGE OU LE *
      *    COMPTE EST DEBITEUR AU-DELA DE SON DECOUVERT AUTORISE    *
      *    (OU DEBITEUR SANS FACILITE) ET SUPPRIME DES QU'IL EST    *
      *    REVENU DANS SA LIMITE.                                   *
      *-------------------------------------------------------------*
       01  RELANCE-REC.
           05  RL-COMPTE-NUM           PIC X(6).
           05  RL-CLI-CODE             PIC X(5).
      *    DATE DE TRAITEMENT DU PREMIER CONSTAT DU DEPASSEMENT
           05  RL-DATE-DEBUT           PIC 9(8).
      *    NIVEAU ATTEINT = NIVEAU DE LA DERNIERE LETTRE EMISE
           05  RL-NIVEAU               PIC 9(1).
               88  RL-SANS-LETTRE                VALUE 0.
               88  RL-PREMIERE-RELANCE           VALUE 1.
               88  RL-MISE-EN-DEMEURE            VALUE 2.
               88  RL-CONTENTIEUX                VALUE 3.
           05  RL-DATE-DERN-LETTRE     PIC 9(8).
      *    SORT DE LA DERNIERE LETTRE : EDITEE, RETENUE (ENVOI
      *    SUSPENDU AU REFERENTIEL CLIENT) OU NON ADRESSEE
           05  RL-ENVOI-DERN-LETTRE    PIC X(1).
               88  RL-LETTRE-EDITEE              VALUE 'E'.
               88  RL-LETTRE-RETENUE             VALUE 'S'.
               88  RL-LETTRE-SANS-ADRESSE        VALUE 'A'.
           05  RL-NB-LETTRES           PIC 9(3).
      *    SITUATION AU DERNIER PASSAGE (DEVISE DE REFERENCE)
           05  RL-SOLDE-SIGNE          PIC X(1).
           05  RL-SOLDE                PIC 9(16)V99.
           05  RL-DECOUVERT-AUT        PIC 9(10)V99.
           05  RL-EXCES-MAX            PIC 9(16)V99.
           05  RL-DATE-MAJ             PIC 9(8).
           05  FILLER                  PIC X(11).
