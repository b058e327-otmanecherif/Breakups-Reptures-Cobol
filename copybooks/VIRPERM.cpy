      *-------------------------------------------------------------*
      *    COPY VIRPERM                                             *
      *    FICHIER MAITRE DES VIREMENTS PERMANENTS (INDEXE, CLE =   *
      *    NUMERO D'ORDRE) - TENU PAR FORBVIR1, EXECUTE PAR         *
      *    FORBVIR2 QUI EMET LA PAIRE D'ECRITURES A CHAQUE ECHEANCE *
      *    PUIS AVANCE LA PROCHAINE ECHEANCE SELON LA PERIODICITE   *
      *-------------------------------------------------------------*
       01  VIRPERM-REC.
           05  VP-ORDRE-NUM            PIC X(6).
      *    CLIENT TITULAIRE DU COMPTE SOURCE (DONNEUR D'ORDRE)
           05  VP-CLI-CODE             PIC X(5).
           05  VP-COMPTE-SOURCE        PIC X(6).
           05  VP-COMPTE-CIBLE         PIC X(6).
      *    MONTANT DE CHAQUE ECHEANCE, EN DEVISE DE REFERENCE
           05  VP-MONTANT              PIC 9(10)V99.
           05  VP-FREQUENCE            PIC X(1).
               88  VP-MENSUEL                    VALUE 'M'.
               88  VP-TRIMESTRIEL                VALUE 'T'.
               88  VP-ANNUEL                     VALUE 'A'.
      *    PROCHAINE ECHEANCE (AAAAMMJJ) ET JOUR DU MOIS CONVENU :
      *    UNE ECHEANCE RAMENEE EN FIN DE MOIS COURT (31 -> 30,
      *    28 OU 29) REPREND LE JOUR CONVENU AU MOIS SUIVANT
           05  VP-DATE-ECHEANCE        PIC 9(8).
           05  VP-JOUR-ECHEANCE        PIC 9(2).
      *    DERNIERE ECHEANCE POSSIBLE - ZERO : SANS LIMITE
           05  VP-DATE-FIN             PIC 9(8).
           05  VP-STATUT               PIC X(1).
               88  VP-ORDRE-ACTIF                VALUE 'A'.
               88  VP-ORDRE-SUSPENDU             VALUE 'S'.
               88  VP-ORDRE-RESILIE              VALUE 'R'.
               88  VP-ORDRE-TERMINE              VALUE 'T'.
           05  VP-LIBELLE              PIC X(27).
           05  VP-DATE-CREATION        PIC 9(8).
           05  VP-DATE-DERN-EXEC       PIC 9(8).
           05  VP-NB-EXECUTIONS        PIC 9(5).
           05  FILLER                  PIC X(17).
