      *    VENTILES PAR BANQUE (ROUVERTS, MANUELS, REJETS)             *
      *    STAM-DER-DTRAIT : DERNIERE DATE DE RUN CUMULEE (PROTECTION  *
      *    CONTRE UN DOUBLE CUMUL DU MEME JOUR)                        *
      *    STAM-MANQ-USAGES : USAGES OUVERTS SUR COMPTE CLOS (FERME-   *
      *    TURES SIPP MANQUEES, BWBP17P) - STOCK AU DERNIER CUMUL      *
      *    STAM-MANQ-DEMANDES : DEMANDES DE FERMETURE CREEES PAR       *
      *    BWBP17P, CUMULEES SUR LE MOIS                               *
      *----------------------------------------------------------------*
       01  TBWSTAM.
           05  STAM-MOIS                 PIC X(07).
           05  STAM-MAN-FERMES           PIC S9(09) COMP.
           05  STAM-REJ-PRODUITS         PIC S9(09) COMP.
           05  STAM-REJ-RECYCLES         PIC S9(09) COMP.
           05  STAM-MANQ-USAGES          PIC S9(09) COMP.
           05  STAM-MANQ-DEMANDES        PIC S9(09) COMP.
