      *----------------------------------------------------------------*
      *    BWBM03 : MAP SYMBOLIQUE DE LA SAISIE / VALIDATION DES       *
      *    DEMANDES DE FERMETURE MANUELLE (TRANSACTION BW03, MAPSET    *
      *    BWBM03)                                                     *
      *    GENEREE D'APRES LE SOURCE BMS - NE PAS MODIFIER A LA MAIN   *
      *----------------------------------------------------------------*
       01  BWBM03I.
           05  FILLER                    PIC X(12).
      *    NUMERO DE DEMANDE (BLANC POUR UNE NOUVELLE SAISIE)
           05  NUML                      PIC S9(4) COMP.
           05  NUMF                      PIC X(01).
           05  NUMI                      PIC X(09).
      *    ACTION DEMANDEE (BLANC = CONSULTATION, S = SAISIE,
      *    V = VALIDATION, R = REFUS)
           05  ACTL                      PIC S9(4) COMP.
           05  ACTF                      PIC X(01).
           05  ACTI                      PIC X(01).
      *    TYPE DE DEMANDE (A = PAR COMPTE, C = PAR CONTRAT)
           05  TYPL                      PIC S9(4) COMP.
           05  TYPF                      PIC X(01).
           05  TYPI                      PIC X(01).
      *    AGENCE DU COMPTE (CODAGE)
           05  AGCL                      PIC S9(4) COMP.
           05  AGCF                      PIC X(01).
           05  AGCI                      PIC X(05).
      *    NUMERO DE COMPTE (NUMCPTCL)
           05  NCPL                      PIC S9(4) COMP.
           05  NCPF                      PIC X(01).
           05  NCPI                      PIC X(07).
      *    NUMERO DE CONTRAT (CONT-NCN)
           05  NCNL                      PIC S9(4) COMP.
           05  NCNF                      PIC X(01).
           05  NCNI                      PIC X(07).
      *    MOTIF DE LA DEMANDE (OU DU REFUS)
           05  MOTL                      PIC S9(4) COMP.
           05  MOTF                      PIC X(01).
           05  MOTI                      PIC X(50).
      *    LIGNES DE DETAIL (DEMANDE AFFICHEE OU DEMANDES EN ATTENTE)
           05  RLIG-GRP OCCURS 4 TIMES.
               10  RLIGL                 PIC S9(4) COMP.
               10  RLIGF                 PIC X(01).
               10  RLIGI                 PIC X(75).
      *    MESSAGE OPERATEUR
           05  MSGL                      PIC S9(4) COMP.
           05  MSGF                      PIC X(01).
           05  MSGI                      PIC X(60).
       01  BWBM03O REDEFINES BWBM03I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(02).
           05  NUMA                      PIC X(01).
           05  NUMO                      PIC X(09).
           05  FILLER                    PIC X(02).
           05  ACTA                      PIC X(01).
           05  ACTO                      PIC X(01).
           05  FILLER                    PIC X(02).
           05  TYPA                      PIC X(01).
           05  TYPO                      PIC X(01).
           05  FILLER                    PIC X(02).
           05  AGCA                      PIC X(01).
           05  AGCO                      PIC X(05).
           05  FILLER                    PIC X(02).
           05  NCPA                      PIC X(01).
           05  NCPO                      PIC X(07).
           05  FILLER                    PIC X(02).
           05  NCNA                      PIC X(01).
           05  NCNO                      PIC X(07).
           05  FILLER                    PIC X(02).
           05  MOTA                      PIC X(01).
           05  MOTO                      PIC X(50).
           05  RLIG-GRPO OCCURS 4 TIMES.
               10  FILLER                PIC X(02).
               10  RLIGA                 PIC X(01).
               10  RLIGO                 PIC X(75).
           05  FILLER                    PIC X(02).
           05  MSGA                      PIC X(01).
           05  MSGO                      PIC X(60).
