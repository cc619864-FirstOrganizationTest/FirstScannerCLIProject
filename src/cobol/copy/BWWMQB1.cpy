      *----------------------------------------------------------------*
      *    BWWMQB1 : RECAPITULATIF PAR BANQUE DES FERMETURES SIPP      *
      *    MANQUEES (SBWMQBQE PAR BWBP17P, RELU PAR BWBP09P EN MODE J) *
      *    MQB-LIB : 'BANQUE ' = UNE LIGNE PAR BANQUE AYANT AU MOINS   *
      *              UN USAGE EN ECART                                 *
      *              'TOTAL  ' = LIGNE DE FIN TOUJOURS ECRITE (BANQUE  *
      *              '*GLOB'), PROUVE QUE LA DETECTION A TOURNE        *
      *    MQB-USAGES    : USAGES OUVERTS DONT LE COMPTE EST CLOS AU   *
      *                    SYSTEME DE TENUE DE COMPTES (STOCK DU JOUR) *
      *    MQB-COMPTES   : COMPTES CONCERNES                           *
      *    MQB-CONFIRMES : COMPTES CONFIRMES (ECART AU-DELA DU DELAI)  *
      *    MQB-DEMANDES  : DEMANDES DE FERMETURE MANUELLE CREEES       *
      *----------------------------------------------------------------*
          05  :XXX:-LIB                    PIC X(07).
          05  :XXX:-BQE                    PIC X(05).
          05  :XXX:-DTRAIT                 PIC X(08).
          05  :XXX:-USAGES                 PIC 9(07).
          05  :XXX:-COMPTES                PIC 9(07).
          05  :XXX:-CONFIRMES              PIC 9(07).
          05  :XXX:-DEMANDES               PIC 9(07).
          05  FILLER                       PIC X(32).
