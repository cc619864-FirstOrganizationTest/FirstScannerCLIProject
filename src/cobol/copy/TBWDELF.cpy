      *----------------------------------------------------------------*
      *    TBWDELF : DELAIS DE FERMETURE - UNE LIGNE PAR CONTRAT FERME *
      *    PAR BWBP01P (INTERVENTION B240 MOTIF 20, 22 OU 24), ECRITE  *
      *    DANS LA MEME UNITE DE TRAVAIL QUE LA FERMETURE ET RELUE PAR *
      *    LE RAPPORT MENSUEL DES DELAIS BWBP19P                       *
      *    DELF-CANAL   : 'S' = CRO SIPP DU FLUX DU JOUR               *
      *                   'A' = CRO SIPP SORTI DE L'ATTENTE (EBWCCATT) *
      *                   'R' = CRO SIPP RECYCLE (REJET ENCORE SUIVI   *
      *                         AU GRAND LIVRE TBWREJL)                *
      *                   'M' = FERMETURE MANUELLE (EBWCCMAN)          *
      *                   'C' = RESILIATION PAR CONTRAT (EBWCCCON)     *
      *    DELF-DAT-REF : DEBUT DU DELAI - DATE D'EFFET SIPP (S/A/R),  *
      *                   DATE DE VALIDATION DE LA DEMANDE BW03 (M/C), *
      *                   A DEFAUT DATE DE TRAITEMENT                  *
      *    DELF-DATFLUX : DATE DU FLUX PORTEUR DU CRO (S/A/R), DATE DE *
      *                   TRAITEMENT (M/C)                             *
      *    DELF-DAT-REJ : DATE DU PREMIER REJET DU CRO (R), SPACES     *
      *                   SINON                                        *
      *    DELF-HDT     : HORODATE DE L'INTERVENTION B240 POSEE (UNE   *
      *                   FERMETURE ANNULEE PAR BWBP14P N'A PLUS SON   *
      *                   INTERVENTION ET N'EST PLUS COMPTEE)          *
      *    BANQUE/AGENCE/COMPTE : USAGE FERME (S/A/R/M), PLUS PETITE   *
      *                   BANQUE/AGENCE DES USAGES DU CONTRAT ET       *
      *                   COMPTE A SPACES (C)                          *
      *----------------------------------------------------------------*
       01  TBWDELF.
           05  DELF-DTRAIT               PIC X(10).
           05  CONT-NCN                  PIC X(07).
           05  DELF-HDT                  PIC X(26).
           05  BANQ-BQE                  PIC X(05).
           05  AGEN-AGC                  PIC X(05).
           05  CPTE-NCP                  PIC X(11).
           05  DELF-CANAL                PIC X(01).
           05  DELF-DAT-REF              PIC X(10).
           05  DELF-DATFLUX              PIC X(10).
           05  DELF-DAT-REJ              PIC X(10).
           05  DELF-PART                 PIC X(02).
