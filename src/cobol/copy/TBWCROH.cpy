      *----------------------------------------------------------------*
      *    TBWCROH : HISTORIQUE DES CROS TRAITES - UNE LIGNE PAR CRO   *
      *    SIPP OU ENREGISTREMENT DE SAISIE TRAITE PAR BWBP01P OU      *
      *    BWBP02P, ECRITE DANS L'UNITE DE TRAVAIL DU CRO ET RELUE PAR *
      *    L'EXTRAIT A LA DEMANDE BWBP20P                              *
      *    CROH-CANAL   : 'F' = CRO SIPP DU FLUX DU JOUR (EBWCCPTE)    *
      *                   'A' = CRO SIPP SORTI DE L'ATTENTE (EBWCCATT) *
      *                   'R' = CRO SIPP REJETE REPRESENTE AU          *
      *                         RECYCLAGE (BWBP02P)                    *
      *                   'M' = FERMETURE MANUELLE (EBWCCMAN)          *
      *                   'C' = RESILIATION PAR CONTRAT (EBWCCCON)     *
      *    CROH-DISPO   : CODE RESULTAT DE L'ACCUSE DE TRAITEMENT      *
      *                   FE = FERME          UF = USAGES FERMES       *
      *                   DF = DEJA FERME (IGNORE)                     *
      *                   AT = MIS EN ATTENTE TR = TRANSFERE           *
      *                   RO = ROUVERT        SO = SANS OBJET          *
      *                   RJ = REJETE (MOTIF EN CROH-MOTIF)            *
      *                   RECYCLAGE : RI = REINJECTE DANS LE FLUX      *
      *                   RK = ENCORE INAPTE  RE = ESCALADE            *
      *    AGEN-AGC/CROH-NCP : AGENCE ET COMPTE TELS QUE RECUS         *
      *                   (SPACES POUR LE CANAL C)                     *
      *    CONT-NCN     : PREMIER CONTRAT CONCERNE (CONTRAT RESILIE    *
      *                   POUR LE CANAL C), SPACES SI AUCUN            *
      *    CROH-DATFLUX/CROH-CODEXTFLUX : CLE SIPP DU CRO (SPACES POUR *
      *                   LES CANAUX M ET C)                           *
      *    CROH-CRO     : IMAGE BRUTE - CRO IRFLUGE1/IRFLUPP1/A8EMCRF1 *
      *                   (524 OCTETS) OU ENREGISTREMENT DE SAISIE     *
      *                   (80 OCTETS)                                  *
      *----------------------------------------------------------------*
       01  TBWCROH.
           05  CROH-HDT                  PIC X(26).
           05  CROH-DTRAIT               PIC X(10).
           05  CROH-PART                 PIC X(02).
           05  CROH-PGM                  PIC X(08).
           05  CROH-CANAL                PIC X(01).
           05  AGEN-AGC                  PIC X(05).
           05  CROH-NCP                  PIC X(07).
           05  CONT-NCN                  PIC X(07).
           05  CROH-DATFLUX              PIC X(08).
           05  CROH-CODEXTFLUX           PIC X(02).
           05  CROH-DISPO                PIC X(02).
           05  CROH-MOTIF                PIC X(30).
           05  CROH-NB-CONT              PIC S9(04) COMP.
           05  CROH-CRO.
               10  CROH-CRO-LEN          PIC 9(04).
               10  CROH-CRO-TEXT         PIC X(524).
