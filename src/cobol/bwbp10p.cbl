002200**                      (SBWRCYOK)                            *
002300**                    PUIS EDITE L'ETAT DE VIEILLISSEMENT :   *
002400**                    REJETS OUVERTS PAR MOTIF ET TRANCHE     *
002500**                    D'AGE (0-7, 8-30, +30 JOURS OUVRES) ET  *
002600**                    LISTE DES ESCALADES NON RESOLUES DEPUIS *
002700**                    PLUS DE N JOURS OUVRES (SEUIL EN CARTE),*
002800**                    POUR QUE LES CAS LES PLUS ANCIENS       *
002900**                    REMONTENT AU LIEU DE DISPARAITRE.       *
002925**                    LES JOURS OUVRES SONT CEUX DU CALENDRIER*
002950**                    TBWCALJ DE LA BANQUE DE L'AGENCE DU     *
002975**                    REJET (CALENDRIER COMMUN A DEFAUT).     *
003000**                                                            *
003100**  ARCHIT. PROG.   :                                         *
003200**                                                            *
006900**  FICHIERS EN SORTIE :                                      *
007000**   SBWREJAG  MVS  ETAT DE VIEILLISSEMENT DES REJETS         *
007100**                                                            *
007200**  TABLES UTILISEES : TBWREJL, TBWCALJ, TBWBNKRF             *
007300**                                                            *
007400**------------------------------------------------------------*
007500** HISTORIQUE :                                               *
007520**============================================================*
007540** 15/10/2026 R.ZITI : AGES ET SEUIL D'ESCALADE EN JOURS      *
007560**                     OUVRES (CALENDRIER TBWCALJ DE LA       *
007580**                     BANQUE DE L'AGENCE)                    *
007700***************************************************************
007800 ENVIRONMENT DIVISION.
007900 CONFIGURATION SECTION.
014600*
014700 WORKING-STORAGE SECTION.
014800*------------------------
014900* CARTE PARAMETRE : DATE DU JOUR + SEUIL D'ANCIENNETE (EN JOURS
015000* OUVRES) AU DELA DUQUEL UNE ESCALADE NON RESOLUE EST LISTEE
015100 01  EBWPARAM-ENR.
015200     05 DTRAIT                              PIC 9(8).
015300     05 EBWPARAM-SSAAMMJJ REDEFINES DTRAIT.
022100* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
022200     EXEC  SQL  INCLUDE  TBWREJL  END-EXEC.
022300
022312* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
022324*                                                                *
022336*         V U E S     D B 2      E N     L E C T U R E           *
022348*                                                                *
022360* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
022372     EXEC  SQL  INCLUDE  TBWCALJ   END-EXEC.
022384     EXEC  SQL  INCLUDE  TBWBNKRF  END-EXEC.
022400     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
022500
022600*   VARIABLE DU MODULE  BWDB2
029400 01  W-MOTIF-COURANT     PIC  X(30).
029500 01  W-NBRECYC-COURANT   PIC S9(04) COMP.
029600
029700***  VENTILATION PAR MOTIF ET TRANCHE D'AGE EN JOURS OUVRES
029750***  (0-7 / 8-30 / +30)
029800 01  W-TBL-MOTIF.
029900     05  W-TBL-MOTIF-NBENT       PIC 9(02) VALUE ZEROS.
030000     05  W-TBL-MOTIF-ENT OCCURS 50 TIMES
031300***  DATE DE REJET DE LA LIGNE OUVERTE LA PLUS RECENTE + NULL
031400 01  H-DAT-REJ-MAX       PIC  X(10).
031500 01  H-IND-REJ           PIC S9(04) COMP.
031600***  AGE EN JOURS OUVRES D'UNE LIGNE OUVERTE (CALCULE PAR DB2)
031700 01  H-AGE-JOURS         PIC S9(09) COMP.
031800***  ZONE D'EDITION DE L'AGE
031900 01  W-ED-AGE            PIC 9(05).
081200
081300 B50-VIEILLISSEMENT.
081400*B50-VIEILLISSEMENT : ETAT DES REJETS NON FERMES - VENTILATION
081500*PAR MOTIF ET TRANCHE D'AGE (0-7 / 8-30 / +30 JOURS OUVRES), LISTE
081600*DES ESCALADES NON RESOLUES DEPUIS PLUS DE N JOURS OUVRES
081700     MOVE       SPACES                 TO SBWREJAG-ENR
081800     STRING     'SUIVI DES REJETS AU ' W-DATE-DU-JOUR
081900                ' - SEUIL ESCALADES ' EBWPARAM-SEUIL-ESCAL
082000                ' JOURS OUVRES'
082100            DELIMITED BY SIZE
082200            INTO SBWREJAG-ENR
082300     END-STRING
082400     PERFORM    ECRITURE-LIGNE.
082500
082600*CURSEUR SUR LES LIGNES NON FERMEES, AGE CALCULE PAR DB2 EN JOURS
082610*OUVRES : JOURS CALENDAIRES MOINS LES JOURS NON OUVRES DE TBWCALJ
082620*POSTERIEURS AU REJET - LIGNE 'N' DE LA BANQUE DE L'AGENCE, OU
082630*LIGNE 'N' COMMUNE SANS LIGNE DE LA BANQUE A LA MEME DATE (UNE
082640*AGENCE SANS BANQUE EFFECTIVE SUIT LE CALENDRIER COMMUN)
082700     EXEC SQL   DECLARE  CBWLEDG
082800        CURSOR   FOR
082900       SELECT   TBWREJL.AGEN_AGC
083300              , TBWREJL.REJL_NBRECYC
083400              , TBWREJL.REJL_ETA
083500              , DAYS(:W-DATE-DU-JOUR) - DAYS(TBWREJL.REJL_DAT_REJ)
083510              - (SELECT COUNT(*) FROM TBWCALJ C
083520                  WHERE C.CALJ_DATE  > TBWREJL.REJL_DAT_REJ
083530                  AND   C.CALJ_DATE <= :W-DATE-DU-JOUR
083540                  AND   C.CALJ_OUVRE = 'N'
083550                  AND  (C.BANQ_BQE   = K.BANQ_BQE
083560                   OR  (C.BANQ_BQE   = '*****'
083570                  AND   NOT EXISTS (SELECT 1 FROM TBWCALJ B
083580                         WHERE B.BANQ_BQE  = K.BANQ_BQE
083590                         AND   B.CALJ_DATE = C.CALJ_DATE))))
083600       FROM     TBWREJL
083610                LEFT OUTER JOIN TBWBNKRF K
083620                ON  K.AGEN_AGC      = TBWREJL.AGEN_AGC
083630                AND K.BNKR_DEF_DEB <= :W-DATE-DU-JOUR
083640                AND K.BNKR_DEF_FIN >= :W-DATE-DU-JOUR
083700       WHERE    TBWREJL.REJL_ETA <> 'F'
083800       ORDER BY TBWREJL.REJL_DAT_REJ
083900       FOR FETCH ONLY
093200
093300 TRT-ESCALADE-ANCIENNE.
093400*TRT-ESCALADE-ANCIENNE : LIGNE NOMINATIVE POUR UNE ESCALADE NON
093500*RESOLUE DEPUIS PLUS DE N JOURS OUVRES
093600     ADD 1 TO W-CPT-LED-ANCIENNES
093700     MOVE H-AGE-JOURS       TO W-ED-AGE
093800     MOVE       SPACES                 TO SBWREJAG-ENR
