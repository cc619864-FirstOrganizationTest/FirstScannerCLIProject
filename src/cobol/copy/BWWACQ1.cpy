      *----------------------------------------------------------------*
      *    BWWACQ1 : ACCUSE DE TRAITEMENT D'UN CRO RENVOYE A SIPP      *
      *    (SBWCCACQ PAR BWBP01P, SBWRCYAQ PAR BWBP02P) - UN           *
      *    ENREGISTREMENT PAR CRO RECU, CLE IRFLUGE1/IRFLUPP1 DU CRO   *
      *    TELLE QU'EMISE PAR SIPP                                     *
      *    ACQ-CODRES : FE = FERMETURE EFFECTUEE (CONTRAT FERME)       *
      *                 UF = USAGES FERMES, CONTRAT MAINTENU OUVERT    *
      *                 DF = CONTRAT DEJA FERME                        *
      *                 AT = MIS EN ATTENTE (DATE D'EFFET FUTURE)      *
      *                 TR = USAGES TRANSFERES (COMPTE SUCCESSEUR)     *
      *                 RO = REOUVERTURE EFFECTUEE                     *
      *                 SO = SANS OBJET (AUCUN USAGE A TRAITER)        *
      *                 RJ = REJETE (MOTIF EN ACQ-MOTIF)               *
      *                 RI = REJET RECYCLE REINJECTE (BWBP02P), LE CRO *
      *                      REPASSE AU RUN DU ACQ-DATFLUX-REINJ       *
      *    ACQ-CONT-ETAT : F = FERME, D = DEJA FERME, O = RESTE        *
      *                    OUVERT, T = TRANSFERE, R = ROUVERT,         *
      *                    N = FERME HORS SIPP, NON ROUVERT            *
      *    ACQ-NB-CONT : NOMBRE DE CONTRATS CONCERNES (LES 10 PREMIERS *
      *                  SONT DETAILLES)                               *
      *----------------------------------------------------------------*
          05  :XXX:-ACQ-CLE.
              10  :XXX:-ACQ-DATFLUX        PIC X(08).
              10  :XXX:-ACQ-CODAGE         PIC 9(05).
              10  :XXX:-ACQ-NUMCPTCL       PIC 9(07).
              10  :XXX:-ACQ-CODEXTFLUX     PIC X(02).
          05  :XXX:-ACQ-DTRAIT             PIC X(08).
          05  :XXX:-ACQ-PGM                PIC X(08).
          05  :XXX:-ACQ-CODRES             PIC X(02).
          05  :XXX:-ACQ-MOTIF              PIC X(30).
          05  :XXX:-ACQ-DATFLUX-REINJ      PIC X(08).
          05  :XXX:-ACQ-NB-CONT            PIC 9(03).
          05  :XXX:-ACQ-CONT               OCCURS 10.
              10  :XXX:-ACQ-CONT-NCN       PIC X(07).
              10  :XXX:-ACQ-CONT-ETAT      PIC X(01).
          05  FILLER                       PIC X(39).
