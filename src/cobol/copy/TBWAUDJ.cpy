      *                       CONTRAT(22:7) TYPE(29:1)                *
      *    AUDJ-CLE TBWCONT : CONTRAT(1:7)                            *
      *    AUDJ-CLE TBWINTV : CONTRAT(1:7) '/' HORODATE(9:26)         *
      *    AUDJ-PART : PARTITION DU RUN AUDITE ('00' = RUN UNIQUE),   *
      *    PERMET LE RETOUR ARRIERE D'UNE SEULE PARTITION (BWBP14P)   *
      *----------------------------------------------------------------*
       01  TBWAUDJ.
           05  AUDJ-HDT                  PIC X(26).
           05  AUDJ-NCN                  PIC X(07).
           05  AUDJ-AVANT                PIC X(100).
           05  AUDJ-APRES                PIC X(100).
           05  AUDJ-PART                 PIC X(02).
