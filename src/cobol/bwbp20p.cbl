000100 ID DIVISION.
000200 PROGRAM-ID. BWBP20P.
000300**------------------------------------------------------------*
000400**                                                            *
000500**  TITRE          :  BWBP20P                                 *
000600**                                                            *
000700**  EXTRACTION DE L'HISTORIQUE DES CROS TRAITES TBWCROH POUR  *
000800**  UN CONTRAT OU UN COMPTE SUR UNE PERIODE (LITIGES SIPP)    *
000900**                                                            *
001000**  DATE ET AUTEUR : 15/10/2026                               *
001100**                   R.ZITI                                   *
001200**                                                            *
001300**  DESCRIPT. PROG. : CE TRAITEMENT EXTRAIT DE L'HISTORIQUE   *
001400**                    TBWCROH TOUS LES CROS ET SAISIES RECUS  *
001500**                    (IMAGE BRUTE, RUN, PARTITION, CANAL ET  *
001600**                    DISPOSITION) :                          *
001700**                    - PAR CONTRAT (TYPE 'C' + CONT-NCN) :   *
001800**                      LES LIGNES PORTANT LE CONTRAT ET      *
001900**                      CELLES DES COMPTES QUI ONT ETE SES    *
002000**                      USAGES (TBWUCPT)                      *
002100**                    - PAR COMPTE (TYPE 'A' + AGENCE/COMPTE):*
002200**                      LES LIGNES DU COMPTE TEL QUE RECU     *
002300**                    SUR LA PERIODE DE DATES DE RUN DEMANDEE *
002400**                    EN ORDRE CHRONOLOGIQUE, DANS UN FICHIER *
002500**                    SBWCROEX ET UN ETAT LISIBLE SBWCRORP    *
002600**                    (LIBELLES DU CANAL ET DE LA DISPOSITION,*
002700**                    CORPS CRF1 DECODE).                     *
002800**                                                            *
002900**  ARCHIT. PROG.   :                                         *
003000**                                                            *
003100**A-INITIALISATION                                            *
003200****  OUVERTURE DES FICHIERS, CONTROLE DE LA CARTE PARAMETRE  *
003300****  ET ENTETE DE L'ETAT                                     *
003400**                                                            *
003500**B-TRAITEMENT                                                *
003600****  CURSEUR SELON LE TYPE DE RECHERCHE, ECRITURE DE         *
003700****  L'EXTRAIT ET DE L'ETAT                                  *
003800**                                                            *
003900**C-FIN-PROGRAMME                                             *
004000** BILAN ET FERMETURE DES FICHIERS                            *
004100**                                                            *
004200**  PERIODICITE     : A LA DEMANDE                            *
004300**                                                            *
004400**  LE OU LES CTI   : LIMEIL                                  *
004500**                                                            *
004600**  PARAMETRES DE COMPILATION ET COPY UTILISES  : OS390       *
004700**  IRFLUGE1 : ENTETE DE GESTION DU CRO                       *
004800**  IRFLUPP1 : ENTETE APPLICATIVE DU CRO                      *
004900**  A8EMCRF1 : CORPS APPLICATIF CRO COMPTE 01 FERMETURE COMPTE*
005000**  F2CABND1 ET F2CABNX1 : COPY INCLUDE POUR GESTION ABEND    *
005100**                                                            *
005200** SOUS-PROGRAMME APPELES:                                    *
005300** -----------------------                                    *
005400**   GENABEN3 : APPEL POUR GESTION DE L'ABEND (GX0001P)       *
005500**   BWDB2P   : INTERFACE DB2 (INIT/CHECK/FINAL)              *
005600**                                                            *
005700**  FICHIERS UTILISES :                                       *
005800**  -----------------                                         *
005900**  FICHIERS EN ENTREE :                                      *
006000**   EBWPARAM  MVS  CARTE PARAMETRE (TYPE, CLES, PERIODE)     *
006100**                                                            *
006200**  FICHIERS EN SORTIE :                                      *
006300**   SBWCROEX  MVS  EXTRAIT DE L'HISTORIQUE DES CROS          *
006400**   SBWCRORP  MVS  ETAT DE L'HISTORIQUE DES CROS             *
006500**                                                            *
006600**  TABLES UTILISEES : TBWCROH, TBWUCPT (LECTURE)             *
006700**                                                            *
006800**------------------------------------------------------------*
006900** HISTORIQUE :                                               *
007000**============================================================*
007100***************************************************************
007200 ENVIRONMENT DIVISION.
007300 CONFIGURATION SECTION.
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600*-------------
007700***  FICHIER PARAMETRE (TYPE DE RECHERCHE, CLES, PERIODE)
007800     SELECT FD-EBWPARAM ASSIGN TO EBWPARAM
007900            FILE STATUS IS EBWPARAM-STATUS.
008000*
008100***  SBWCROEX EXTRAIT DE L'HISTORIQUE DES CROS
008200     SELECT FD-SBWCROEX ASSIGN TO SBWCROEX
008300            FILE STATUS IS SBWCROEX-STATUS.
008400*
008500***  SBWCRORP ETAT DE L'HISTORIQUE DES CROS
008600     SELECT FD-SBWCRORP ASSIGN TO SBWCRORP
008700            FILE STATUS IS SBWCRORP-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100*-------------
009200***  EBWPARAM FICHIER PARAMETRE EN ENTREE
009300 FD  FD-EBWPARAM
009400     RECORDING MODE IS F
009500     BLOCK 0 RECORDS.
009600  01 ENR-EBWPARAM PIC X(80).
009700
009800***  SBWCROEX EXTRAIT DE L'HISTORIQUE DES CROS (LONGUEUR 650)
009900***  CROX-CRO : IMAGE BRUTE SUR CROX-LG OCTETS (524 POUR UN CRO
010000***  SIPP, 80 POUR UN ENREGISTREMENT DE SAISIE)
010100 FD  FD-SBWCROEX
010200     RECORDING MODE F
010300     BLOCK 0 RECORDS.
010400 01  SBWCROEX-ENR.
010500     05  CROX-HDT                    PIC X(26).
010600     05  CROX-DTRAIT                 PIC X(10).
010700     05  CROX-PART                   PIC X(02).
010800     05  CROX-PGM                    PIC X(08).
010900     05  CROX-CANAL                  PIC X(01).
011000     05  CROX-AGC                    PIC X(05).
011100     05  CROX-NCP                    PIC X(07).
011200     05  CROX-NCN                    PIC X(07).
011300     05  CROX-DATFLUX                PIC X(08).
011400     05  CROX-CODEXTFLUX             PIC X(02).
011500     05  CROX-DISPO                  PIC X(02).
011600     05  CROX-MOTIF                  PIC X(30).
011700     05  CROX-NB-CONT                PIC 9(04).
011800     05  CROX-LG                     PIC 9(04).
011900     05  CROX-CRO                    PIC X(524).
012000     05  FILLER                      PIC X(10).
012100
012200***  SBWCRORP ETAT DE L'HISTORIQUE DES CROS
012300 FD  FD-SBWCRORP
012400     RECORDING MODE F
012500     BLOCK 0 RECORDS.
012600 01  SBWCRORP-ENR                        PIC X(133).
012700
012800*
012900 WORKING-STORAGE SECTION.
013000*------------------------
013100* CARTE PARAMETRE : TYPE DE RECHERCHE ('C' = PAR CONTRAT, 'A' =
013200* PAR AGENCE/COMPTE), CLES ET PERIODE DE DATES DE RUN (SSAA-MM-JJ)
013300 01  EBWPARAM-ENR.
013400     05 PARAM-TYPE              PIC X(01).
013500        88 RECHERCHE-CONTRAT        VALUE 'C'.
013600        88 RECHERCHE-COMPTE         VALUE 'A'.
013700     05 PARAM-NCN               PIC X(07).
013800     05 PARAM-AGC               PIC X(05).
013900     05 PARAM-NCP               PIC X(07).
014000     05 PARAM-DATDEB            PIC X(10).
014100     05 PARAM-DATFIN            PIC X(10).
014200     05 FILLER                  PIC X(40).
014300
014400*----------------------------------------------------------------*
014500*    COMPTEURS                                                   *
014600*----------------------------------------------------------------*
014700*TBWCROH LIGNES EXTRAITES
014800 77  W-CPT-CROH-EXTRAITES       PIC 9(10) VALUE ZEROS.
014900*DONT CROS SIPP (FLUX, ATTENTE, RECYCLAGE)
015000 77  W-CPT-CROH-SIPP            PIC 9(10) VALUE ZEROS.
015100*DONT SAISIES (FERMETURES MANUELLES, RESILIATIONS)
015200 77  W-CPT-CROH-SAISIES         PIC 9(10) VALUE ZEROS.
015300*DONT REJETS (RJ, RK, RE)
015400 77  W-CPT-CROH-REJETS          PIC 9(10) VALUE ZEROS.
015500
015600*------------------------------------------------*
015700*    FILE STATUS                                 *
015800*------------------------------------------------*
015900***  FILE STATUS FICHIER PARAMETRE
016000 77  EBWPARAM-STATUS                     PIC 9(2).
016100     88 EBWPARAM-OK                              VALUE 00.
016200     88 EBWPARAM-FINFICHIER                      VALUE 10.
016300
016400***  FILE STATUS SBWCROEX EXTRAIT
016500 77  SBWCROEX-STATUS                     PIC 9(2).
016600     88 SBWCROEX-OK                              VALUE 00.
016700     88 SBWCROEX-FINFICHIER                      VALUE 10.
016800
016900***  FILE STATUS SBWCRORP ETAT
017000 77  SBWCRORP-STATUS                     PIC 9(2).
017100     88 SBWCRORP-OK                              VALUE 00.
017200     88 SBWCRORP-FINFICHIER                      VALUE 10.
017300
017400* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
017500*                                                                *
017600*         V U E S     D B 2      E N     L E C T U R E           *
017700*                                                                *
017800* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
017900     EXEC  SQL  INCLUDE  TBWCROH  END-EXEC.
018000
018100     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
018200
018300*   VARIABLE DU MODULE  BWDB2
018400     COPY  BWWDB31.
018500
018600*   VARIABLE POUR LA GESTION DES ERREURS TECHNIQUES
018700     EXEC  SQL  INCLUDE IVWERR3  END-EXEC.
018800
018900*------------------------------------------------*
019000*    DESCRIPTION APPEL ABANDON PROGRAMME         *
019100*------------------------------------------------*
019200***  CONSTANTES ET APPEL GX0001P
019300 01  GX0001P                        PIC X(08) VALUE 'GX0001P'.
019400     COPY F2CABND1.
019500     COPY F2CABNX1.
019600
019700***  MESSAGE ET CODE ABEND CARTE PARAMETRE
019800 77  WS-MES-EBWPARAM        PIC X(20)
019900     VALUE ' CARTE PARAMETRE    '.
020000
020100*** MESSAGE + CODE ABEND SBWCROEX EXTRAIT
020200 77  WS-MES-SBWCROEX       PIC X(20)
020300     VALUE ' SBWCROEX EXTRAIT   '.
020400
020500*** MESSAGE + CODE ABEND SBWCRORP ETAT
020600 77  WS-MES-SBWCRORP       PIC X(20)
020700     VALUE ' SBWCRORP ETAT      '.
020800
020900*************************************************************
021000***  VARIABLES DIVERSES
021100*************************************************************
021200***  NOM PROGRAMME ET PROCESS
021300 01  W-PROGRAMME-ID         PIC X(8)  VALUE 'BWBP20P '.
021400 01  W-PROCESS-ID           PIC X(8)  VALUE 'BWBP20'.
021500***  NOM DU PROGRAMME POUR BWDB2P
021600 01  CST-PGM-ID          PIC  X(008) VALUE 'BWBP20P '.
021700***  INDICATEUR FIN DE CURSEUR
021800 01  WSS-FIN-CSRCROH     PIC  9(001).
021900     88  FIN-CSRCROH     VALUE 1.
022000     88  NON-FIN-CSRCROH VALUE 0.
022100***  LONGUEUR DE L'IMAGE BRUTE D'UN CRO SIPP (IRFLUGE1/IRFLUPP1/
022200***  A8EMCRF1) - LES AUTRES LIGNES PORTENT UNE SAISIE DE 80 OCTETS
022300 01  CST-CROH-LG-CRO     PIC  9(004) VALUE 0524.
022400***  CANAUX D'ARRIVEE (CF. TBWCROH)
022500 01  CST-CROH-FLUX       PIC  X(001) VALUE 'F'.
022600 01  CST-CROH-ATTENTE    PIC  X(001) VALUE 'A'.
022700 01  CST-CROH-RECYCLAGE  PIC  X(001) VALUE 'R'.
022800 01  CST-CROH-MANUEL     PIC  X(001) VALUE 'M'.
022900 01  CST-CROH-CONTRAT    PIC  X(001) VALUE 'C'.
023000***  LIBELLES DU CANAL ET DE LA DISPOSITION DE LA LIGNE COURANTE
023100 01  W-LIB-CANAL         PIC  X(010).
023200 01  W-LIB-DISPO         PIC  X(020).
023300***  HEURE DE TRAITEMENT (HH.MM.SS) EXTRAITE DE L'HORODATE
023400 01  W-HEURE-CROH        PIC  X(008).
023500***  IMAGE BRUTE DECODEE D'UN CRO SIPP
023600 01  W-CRO-ENR.
023700     COPY IRFLUGE1 REPLACING ==:XXX:==  BY ==CRO==.
023800     COPY IRFLUPP1 REPLACING ==:XXX:==  BY ==CRO==.
023900  05 W-CRO-MAX               PIC X(500).
024000   05 W-CRO-CRF1 REDEFINES W-CRO-MAX.
024100     COPY A8EMCRF1 REPLACING ==:XX:==   BY ==CRO==.
024200
024300*-------------------
024400 PROCEDURE DIVISION.
024500*-------------------
024600
024700*************************
024800*  ARCHITECTURE PROGRAMME
024900*************************
025000*
025100* OUVERTURE DES FICHIERS ET CONTROLE DE LA CARTE PARAMETRE
025200     PERFORM A-INITIALISATION
025300        THRU A-INITIALISATION-FIN.
025400
025500* EXTRACTION DE L'HISTORIQUE DEMANDE
025600     PERFORM B-TRAITEMENT
025700        THRU B-TRAITEMENT-FIN.
025800
025900* BILAN ET FERMETURE DES FICHIERS
026000     PERFORM C-FIN-PROGRAMME
026100        THRU C-FIN-PROGRAMME-FIN.
026200
026300*    STOP RUN
026400     GOBACK.
026500/
026600******************
026700 A-INITIALISATION.
026800* A INITIALISATION
026900******************
027000**1. ETAT ET EXTRAIT
027100     OPEN OUTPUT FD-SBWCRORP.
027200     IF NOT SBWCRORP-OK
027300        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
027400        MOVE SBWCRORP-STATUS              TO W-F2CABN-MSG-CODRET
027500        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
027600        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWCRORP
027700                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
027800        PERFORM C-FIN-ANO
027900     END-IF.
028000
028100     OPEN OUTPUT FD-SBWCROEX.
028200     IF NOT SBWCROEX-OK
028300        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
028400        MOVE SBWCROEX-STATUS              TO W-F2CABN-MSG-CODRET
028500        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
028600        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWCROEX
028700                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
028800        PERFORM C-FIN-ANO
028900     END-IF.
029000
029100**2. CARTE PARAMETRE
029200     PERFORM A20-EBWPARAM-LECTURE
029300        THRU A20-EBWPARAM-LECTURE-FIN.
029400
029500**3. INITIALISATION DB2
029600     PERFORM     TRT-INIT-DB2P.
029700
029800**4. ENTETE DE L'ETAT
029900     PERFORM A30-ENTETE-ETAT.
030000
030100 A-INITIALISATION-FIN.    EXIT.
030200* FIN INITIALISATION
030300
030400/
030500 A20-EBWPARAM-LECTURE.
030600***  CARTE PARAMETRE (TYPE DE RECHERCHE, CLES, PERIODE)
030700     OPEN INPUT FD-EBWPARAM.
030800     IF NOT EBWPARAM-OK
030900        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
031000        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
031100        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
031200        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWPARAM
031300                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
031400        PERFORM C-FIN-ANO
031500     END-IF.
031600
031700     READ FD-EBWPARAM            INTO EBWPARAM-ENR
031800     IF NOT EBWPARAM-OK AND NOT EBWPARAM-FINFICHIER
031900        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
032000        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
032100        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
032200        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWPARAM
032300                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
032400        PERFORM C-FIN-ANO
032500     END-IF.
032600
032700*CONTROLE DE LA CARTE : TYPE RECONNU, CLES SELON LE TYPE ET
032800*PERIODE PRESENTE - UNE CARTE INVALIDE ARRETE LE TRAITEMENT.
032900*LE COMPTE EST RECHERCHE TEL QU'IL A ETE RECU (SANS LETTRE-CLE)
033000     IF EBWPARAM-FINFICHIER
033100        OR (NOT RECHERCHE-CONTRAT AND NOT RECHERCHE-COMPTE)
033200        OR (RECHERCHE-CONTRAT AND PARAM-NCN = SPACES)
033300        OR (RECHERCHE-COMPTE AND (PARAM-AGC NOT NUMERIC
033400            OR PARAM-NCP NOT NUMERIC))
033500        OR PARAM-DATDEB = SPACES
033600        OR PARAM-DATFIN = SPACES
033700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
033800        MOVE ZEROS                        TO W-F2CABN-MSG-CODRET
033900        MOVE W-F2CABND-INT-COD            TO W-F2CABN-ACTION-CODE
034000        MOVE SPACES                       TO W-F2CABN-MSG-LIBEL
034100        STRING W-F2CABND-INT-TXT
034200               'CARTE PARAMETRE EXTRACTION INVALIDE'
034300            DELIMITED BY SIZE
034400            INTO W-F2CABN-MSG-LIBEL
034500        END-STRING
034600        PERFORM C-FIN-ANO
034700     END-IF.
034800
034900 A20-EBWPARAM-LECTURE-FIN.
035000* FIN LECTURE EBWPARAM
035100       EXIT.
035200
035300 A30-ENTETE-ETAT.
035400*A30-ENTETE-ETAT : TITRE DE L'ETAT (CRITERE ET PERIODE) ET
035500*LIGNE D'INTITULES DES COLONNES
035600     MOVE       SPACES                 TO SBWCRORP-ENR
035700     IF RECHERCHE-CONTRAT
035800        STRING  'HISTORIQUE DES CROS CONTRAT ' PARAM-NCN
035900                ' DU ' PARAM-DATDEB ' AU ' PARAM-DATFIN
036000             DELIMITED BY SIZE
036100             INTO SBWCRORP-ENR
036200        END-STRING
036300     ELSE
036400        STRING  'HISTORIQUE DES CROS COMPTE ' PARAM-AGC
036500                '/' PARAM-NCP
036600                ' DU ' PARAM-DATDEB ' AU ' PARAM-DATFIN
036700             DELIMITED BY SIZE
036800             INTO SBWCRORP-ENR
036900        END-STRING
037000     END-IF
037100     PERFORM    ECRITURE-LIGNE.
037200
037300     MOVE       SPACES                 TO SBWCRORP-ENR
037400     STRING     'DATE RUN   HEURE    PROGRAMME CANAL      '
037500                'AGC  /COMPTE  CONTRAT DATFLUX  CX '
037600                'DISPOSITION             MOTIF'
037700            DELIMITED BY SIZE
037800            INTO SBWCRORP-ENR
037900     END-STRING
038000     PERFORM    ECRITURE-LIGNE
038100     .
038200
038300********************
038400 B-TRAITEMENT.
038500* B TRAITEMENT.
038600********************
038700*CURSEUR PAR CONTRAT : LIGNES PORTANT LE CONTRAT (CRO DONT IL EST
038800*LE PREMIER CONTRAT CONCERNE, RESILIATION) ET LIGNES DES COMPTES
038900*QUI ONT ETE SES USAGES, OUVERTS OU FERMES (UN CRO QUI TOUCHE
039000*PLUSIEURS CONTRATS N'EN PORTE QU'UN). LE COMPTE EST RAPPROCHE
039100*SUR SES SIX PREMIERS CHIFFRES (POSITIONS 5 A 10 DE CPTE_NCP),
039200*COMME DANS LA CHAINE DE FERMETURE
039300     EXEC SQL   DECLARE  CBWCROC
039400        CURSOR   FOR
039500       SELECT   H.CROH_HDT
039600              , H.CROH_DTRAIT
039700              , H.CROH_PART
039800              , H.CROH_PGM
039900              , H.CROH_CANAL
040000              , H.AGEN_AGC
040100              , H.CROH_NCP
040200              , H.CONT_NCN
040300              , H.CROH_DATFLUX
040400              , H.CROH_CODEXTFLUX
040500              , H.CROH_DISPO
040600              , H.CROH_MOTIF
040700              , H.CROH_NB_CONT
040800              , H.CROH_CRO
040900       FROM     TBWCROH H
041000       WHERE   (H.CONT_NCN = :PARAM-NCN
041100          OR    EXISTS
041200               (SELECT 1
041300                FROM   TBWUCPT U
041400                WHERE  U.CONT_NCN = :PARAM-NCN
041500                AND    U.AGEN_AGC = H.AGEN_AGC
041600                AND    SUBSTR(U.CPTE_NCP, 5, 6)
041700                     = SUBSTR(H.CROH_NCP, 1, 6)))
041800       AND      H.CROH_DTRAIT >= :PARAM-DATDEB
041900       AND      H.CROH_DTRAIT <= :PARAM-DATFIN
042000       ORDER BY H.CROH_HDT
042100       FOR FETCH ONLY
042200     END-EXEC
042300
042400*CURSEUR PAR COMPTE : LIGNES DU COMPTE TEL QUE RECU
042500     EXEC SQL   DECLARE  CBWCROA
042600        CURSOR   FOR
042700       SELECT   H.CROH_HDT
042800              , H.CROH_DTRAIT
042900              , H.CROH_PART
043000              , H.CROH_PGM
043100              , H.CROH_CANAL
043200              , H.AGEN_AGC
043300              , H.CROH_NCP
043400              , H.CONT_NCN
043500              , H.CROH_DATFLUX
043600              , H.CROH_CODEXTFLUX
043700              , H.CROH_DISPO
043800              , H.CROH_MOTIF
043900              , H.CROH_NB_CONT
044000              , H.CROH_CRO
044100       FROM     TBWCROH H
044200       WHERE    H.AGEN_AGC = :PARAM-AGC
044300       AND      H.CROH_NCP = :PARAM-NCP
044400       AND      H.CROH_DTRAIT >= :PARAM-DATDEB
044500       AND      H.CROH_DTRAIT <= :PARAM-DATFIN
044600       ORDER BY H.CROH_HDT
044700       FOR FETCH ONLY
044800     END-EXEC
044900
045000     IF RECHERCHE-CONTRAT
045100        EXEC SQL
045200          OPEN CBWCROC
045300        END-EXEC
045400     ELSE
045500        EXEC SQL
045600          OPEN CBWCROA
045700        END-EXEC
045800     END-IF
045900
046000     SET NON-FIN-CSRCROH TO TRUE
046100     PERFORM     TRT-CROH-FETCH
046200
046300     PERFORM UNTIL FIN-CSRCROH
046400        PERFORM TRT-CROH-EXTRAIT
046500        PERFORM TRT-CROH-ETAT
046600        PERFORM TRT-CROH-FETCH
046700     END-PERFORM
046800
046900     IF RECHERCHE-CONTRAT
047000        EXEC SQL
047100          CLOSE CBWCROC
047200        END-EXEC
047300     ELSE
047400        EXEC SQL
047500          CLOSE CBWCROA
047600        END-EXEC
047700     END-IF
047800     .
047900
048000 B-TRAITEMENT-FIN.
048100* FIN TRAITEMENT
048200        EXIT.
048300
048400 TRT-CROH-FETCH.
048500* TRT CROH FETCH (CURSEUR SELON LE TYPE DE RECHERCHE)
048600     IF RECHERCHE-CONTRAT
048700        EXEC SQL
048800           FETCH CBWCROC
048900           INTO :TBWCROH.CROH-HDT,
049000                :TBWCROH.CROH-DTRAIT,
049100                :TBWCROH.CROH-PART,
049200                :TBWCROH.CROH-PGM,
049300                :TBWCROH.CROH-CANAL,
049400                :TBWCROH.AGEN-AGC,
049500                :TBWCROH.CROH-NCP,
049600                :TBWCROH.CONT-NCN,
049700                :TBWCROH.CROH-DATFLUX,
049800                :TBWCROH.CROH-CODEXTFLUX,
049900                :TBWCROH.CROH-DISPO,
050000                :TBWCROH.CROH-MOTIF,
050100                :TBWCROH.CROH-NB-CONT,
050200                :TBWCROH.CROH-CRO
050300        END-EXEC
050400     ELSE
050500        EXEC SQL
050600           FETCH CBWCROA
050700           INTO :TBWCROH.CROH-HDT,
050800                :TBWCROH.CROH-DTRAIT,
050900                :TBWCROH.CROH-PART,
051000                :TBWCROH.CROH-PGM,
051100                :TBWCROH.CROH-CANAL,
051200                :TBWCROH.AGEN-AGC,
051300                :TBWCROH.CROH-NCP,
051400                :TBWCROH.CONT-NCN,
051500                :TBWCROH.CROH-DATFLUX,
051600                :TBWCROH.CROH-CODEXTFLUX,
051700                :TBWCROH.CROH-DISPO,
051800                :TBWCROH.CROH-MOTIF,
051900                :TBWCROH.CROH-NB-CONT,
052000                :TBWCROH.CROH-CRO
052100        END-EXEC
052200     END-IF
052300
052400     MOVE       'SELECT TBWCROH '      TO DB2P-LABEL
052500     MOVE       'FETCH'                TO DB2P-COMMAND
052600     MOVE       'TBWCROH '             TO DB2P-OBJECT
052700     PERFORM    DB2P-CHECK-RESULT.
052800     IF NOT DB2P-FOUND
052900        SET FIN-CSRCROH TO TRUE
053000     END-IF
053100     .
053200
053300 TRT-CROH-EXTRAIT.
053400*TRT-CROH-EXTRAIT : ECRITURE D'UNE LIGNE D'HISTORIQUE DANS
053500*L'EXTRAIT (IMAGE BRUTE RESTITUEE SUR SA LONGUEUR)
053600     MOVE       SPACES                 TO SBWCROEX-ENR
053700     MOVE       CROH-HDT OF TBWCROH    TO CROX-HDT
053800     MOVE       CROH-DTRAIT OF TBWCROH TO CROX-DTRAIT
053900     MOVE       CROH-PART OF TBWCROH   TO CROX-PART
054000     MOVE       CROH-PGM OF TBWCROH    TO CROX-PGM
054100     MOVE       CROH-CANAL OF TBWCROH  TO CROX-CANAL
054200     MOVE       AGEN-AGC OF TBWCROH    TO CROX-AGC
054300     MOVE       CROH-NCP OF TBWCROH    TO CROX-NCP
054400     MOVE       CONT-NCN OF TBWCROH    TO CROX-NCN
054500     MOVE       CROH-DATFLUX OF TBWCROH
054600                                       TO CROX-DATFLUX
054700     MOVE       CROH-CODEXTFLUX OF TBWCROH
054800                                       TO CROX-CODEXTFLUX
054900     MOVE       CROH-DISPO OF TBWCROH  TO CROX-DISPO
055000     MOVE       CROH-MOTIF OF TBWCROH  TO CROX-MOTIF
055100     MOVE       CROH-NB-CONT OF TBWCROH
055200                                       TO CROX-NB-CONT
055300     MOVE       CROH-CRO-LEN OF TBWCROH
055400                                       TO CROX-LG
055500     IF CROX-LG > ZEROS AND CROX-LG NOT > CST-CROH-LG-CRO
055600        MOVE    CROH-CRO-TEXT OF TBWCROH(1:CROX-LG)
055700                                       TO CROX-CRO
055800     END-IF
055900     ADD        1                  TO W-CPT-CROH-EXTRAITES
056000     WRITE      SBWCROEX-ENR
056100     IF NOT SBWCROEX-OK
056200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
056300        MOVE SBWCROEX-STATUS              TO W-F2CABN-MSG-CODRET
056400        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
056500        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWCROEX
056600                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
056700        PERFORM C-FIN-ANO
056800     END-IF
056900     .
057000
057100 TRT-CROH-ETAT.
057200*TRT-CROH-ETAT : LIGNE DE L'ETAT POUR LA LIGNE D'HISTORIQUE
057300*COURANTE, SUIVIE DU DETAIL DE L'IMAGE : CORPS CRF1 DECODE POUR
057400*UN CRO SIPP, ENREGISTREMENT BRUT POUR UNE SAISIE
057500     PERFORM    TRT-CROH-LIBELLES
057600     MOVE       CROH-HDT OF TBWCROH(12:8) TO W-HEURE-CROH
057700     MOVE       SPACES                 TO SBWCRORP-ENR
057800     STRING     CROH-DTRAIT OF TBWCROH ' '
057900                W-HEURE-CROH ' '
058000                CROH-PGM OF TBWCROH '  '
058100                W-LIB-CANAL ' '
058200                AGEN-AGC OF TBWCROH '/'
058300                CROH-NCP OF TBWCROH ' '
058400                CONT-NCN OF TBWCROH ' '
058500                CROH-DATFLUX OF TBWCROH ' '
058600                CROH-CODEXTFLUX OF TBWCROH ' '
058700                CROH-DISPO OF TBWCROH ' '
058800                W-LIB-DISPO ' '
058900                CROH-MOTIF OF TBWCROH
059000            DELIMITED BY SIZE
059100            INTO SBWCRORP-ENR
059200     END-STRING
059300     PERFORM    ECRITURE-LIGNE.
059400
059500     MOVE       SPACES                 TO SBWCRORP-ENR
059600     IF CROH-CRO-LEN OF TBWCROH = CST-CROH-LG-CRO
059700        ADD     1                  TO W-CPT-CROH-SIPP
059800        MOVE    CROH-CRO-TEXT OF TBWCROH TO W-CRO-ENR
059900        STRING  '           CRF1 DATE EFFET ' CRO-CRF1-DATEFFET
060000                ' MOTIF SIPP ' CRO-CRF1-MOTIF
060100                ' SUCCESSEUR ' CRO-CRF1-AGC-SUCC
060200                '/' CRO-CRF1-NCP-SUCC
060300             DELIMITED BY SIZE
060400             INTO SBWCRORP-ENR
060500        END-STRING
060600     ELSE
060700        ADD     1                  TO W-CPT-CROH-SAISIES
060800        STRING  '           SAISIE '
060900                CROH-CRO-TEXT OF TBWCROH(1:80)
061000             DELIMITED BY SIZE
061100             INTO SBWCRORP-ENR
061200        END-STRING
061300     END-IF
061400     PERFORM    ECRITURE-LIGNE
061500     .
061600
061700 TRT-CROH-LIBELLES.
061800*TRT-CROH-LIBELLES : LIBELLES DU CANAL D'ARRIVEE ET DE LA
061900*DISPOSITION (CODES RESULTAT DE L'ACCUSE DE TRAITEMENT SIPP ET
062000*RESULTATS DU RECYCLAGE)
062100     IF CROH-CANAL OF TBWCROH = CST-CROH-FLUX
062200        MOVE 'FLUX SIPP '          TO W-LIB-CANAL
062300     ELSE
062400     IF CROH-CANAL OF TBWCROH = CST-CROH-ATTENTE
062500        MOVE 'ATTENTE   '          TO W-LIB-CANAL
062600     ELSE
062700     IF CROH-CANAL OF TBWCROH = CST-CROH-RECYCLAGE
062800        MOVE 'RECYCLAGE '          TO W-LIB-CANAL
062900     ELSE
063000     IF CROH-CANAL OF TBWCROH = CST-CROH-MANUEL
063100        MOVE 'MANUEL    '          TO W-LIB-CANAL
063200     ELSE
063300     IF CROH-CANAL OF TBWCROH = CST-CROH-CONTRAT
063400        MOVE 'CONTRAT   '          TO W-LIB-CANAL
063500     ELSE
063600        MOVE CROH-CANAL OF TBWCROH TO W-LIB-CANAL
063700     END-IF
063800     END-IF
063900     END-IF
064000     END-IF
064100     END-IF
064200
064300     IF CROH-DISPO OF TBWCROH = 'FE'
064400        MOVE 'FERME               ' TO W-LIB-DISPO
064500     ELSE
064600     IF CROH-DISPO OF TBWCROH = 'UF'
064700        MOVE 'USAGES FERMES       ' TO W-LIB-DISPO
064800     ELSE
064900     IF CROH-DISPO OF TBWCROH = 'DF'
065000        MOVE 'DEJA FERME (IGNORE) ' TO W-LIB-DISPO
065100     ELSE
065200     IF CROH-DISPO OF TBWCROH = 'AT'
065300        MOVE 'MIS EN ATTENTE      ' TO W-LIB-DISPO
065400     ELSE
065500     IF CROH-DISPO OF TBWCROH = 'TR'
065600        MOVE 'TRANSFERE           ' TO W-LIB-DISPO
065700     ELSE
065800     IF CROH-DISPO OF TBWCROH = 'RO'
065900        MOVE 'ROUVERT             ' TO W-LIB-DISPO
066000     ELSE
066100     IF CROH-DISPO OF TBWCROH = 'SO'
066200        MOVE 'SANS OBJET          ' TO W-LIB-DISPO
066300     ELSE
066400     IF CROH-DISPO OF TBWCROH = 'RJ'
066500        MOVE 'REJETE              ' TO W-LIB-DISPO
066600        ADD  1                  TO W-CPT-CROH-REJETS
066700     ELSE
066800     IF CROH-DISPO OF TBWCROH = 'RI'
066900        MOVE 'RECYCLE REINJECTE   ' TO W-LIB-DISPO
067000     ELSE
067100     IF CROH-DISPO OF TBWCROH = 'RK'
067200        MOVE 'RECYCLE ENCORE REJET' TO W-LIB-DISPO
067300        ADD  1                  TO W-CPT-CROH-REJETS
067400     ELSE
067500     IF CROH-DISPO OF TBWCROH = 'RE'
067600        MOVE 'ESCALADE            ' TO W-LIB-DISPO
067700        ADD  1                  TO W-CPT-CROH-REJETS
067800     ELSE
067900        MOVE CROH-DISPO OF TBWCROH TO W-LIB-DISPO
068000     END-IF
068100     END-IF
068200     END-IF
068300     END-IF
068400     END-IF
068500     END-IF
068600     END-IF
068700     END-IF
068800     END-IF
068900     END-IF
069000     END-IF
069100     .
069200
069300******************************************************************
069400*   C-FIN-PROGRAMME
069500******************************************************************
069600 C-FIN-PROGRAMME.
069700*--------------------
069800*BILAN DE L'EXTRACTION
069900     MOVE       SPACES                 TO SBWCRORP-ENR
070000     PERFORM    ECRITURE-LIGNE.
070100
070200     MOVE       SPACES                 TO SBWCRORP-ENR
070300     STRING     'LIGNES D''HISTORIQUE EXTRAITES      : '
070400                W-CPT-CROH-EXTRAITES
070500            DELIMITED BY SIZE
070600            INTO SBWCRORP-ENR
070700     END-STRING
070800     PERFORM    ECRITURE-LIGNE.
070900
071000     MOVE       SPACES                 TO SBWCRORP-ENR
071100     STRING     '  DONT CROS SIPP                    : '
071200                W-CPT-CROH-SIPP
071300            DELIMITED BY SIZE
071400            INTO SBWCRORP-ENR
071500     END-STRING
071600     PERFORM    ECRITURE-LIGNE.
071700
071800     MOVE       SPACES                 TO SBWCRORP-ENR
071900     STRING     '  DONT SAISIES MANUELLES/CONTRAT    : '
072000                W-CPT-CROH-SAISIES
072100            DELIMITED BY SIZE
072200            INTO SBWCRORP-ENR
072300     END-STRING
072400     PERFORM    ECRITURE-LIGNE.
072500
072600     MOVE       SPACES                 TO SBWCRORP-ENR
072700     STRING     '  DONT REJETS (RJ, RK, RE)          : '
072800                W-CPT-CROH-REJETS
072900            DELIMITED BY SIZE
073000            INTO SBWCRORP-ENR
073100     END-STRING
073200     PERFORM    ECRITURE-LIGNE.
073300
073400     PERFORM    C10-FERMETURES.
073500
073600     PERFORM    DB2P-FINAL.
073700
073800 C-FIN-PROGRAMME-FIN.
073900* FIN DE CLOTURE DU PROGRAMME
074000     EXIT.
074100*----------------
074200
074300 ECRITURE-LIGNE.
074400*---------------
074500* ECRITURE ETAT
074600      WRITE SBWCRORP-ENR
074700
074800*** CONTROLE STATUT FICHIER
074900      IF NOT SBWCRORP-OK
075000        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
075100        MOVE SBWCRORP-STATUS              TO W-F2CABN-MSG-CODRET
075200        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
075300        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWCRORP
075400                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
075500        PERFORM C-FIN-ANO
075600      END-IF.
075700
075800 ECRITURE-LIGNE-FIN.
075900* FIN ECRITURE LIGNE
076000        EXIT.
076100
076200 C10-FERMETURES.
076300* FERMETURE DES FICHIERS
076400      CLOSE FD-EBWPARAM.
076500      IF EBWPARAM-STATUS NOT = ZERO
076600        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
076700        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
076800        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
076900        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWPARAM
077000                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
077100        PERFORM C-FIN-ANO
077200      END-IF.
077300
077400      CLOSE FD-SBWCROEX.
077500      IF SBWCROEX-STATUS NOT = ZERO
077600        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
077700        MOVE SBWCROEX-STATUS              TO W-F2CABN-MSG-CODRET
077800        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
077900        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWCROEX
078000                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
078100        PERFORM C-FIN-ANO
078200      END-IF.
078300
078400      CLOSE FD-SBWCRORP.
078500      IF SBWCRORP-STATUS NOT = ZERO
078600        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
078700        MOVE SBWCRORP-STATUS              TO W-F2CABN-MSG-CODRET
078800        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
078900        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWCRORP
079000                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
079100        PERFORM C-FIN-ANO
079200      END-IF.
079300*----------------------------------------------------------------*
079400 TRT-INIT-DB2P.
079500*TRT INIT DB2P.
079600     EXEC  SQL  WHENEVER  SQLWARNING  CONTINUE  END-EXEC
079700     EXEC  SQL  WHENEVER  NOT FOUND   CONTINUE  END-EXEC
079800
079900     INITIALIZE  DB2P-INTERFACE
080000     SET  DB2P-ERRMODE-SOFT     TO  TRUE
080100     SET  DB2P-NOT-RESTARTABLE  TO  TRUE
080200     SET  DB2P-TRTS-NO          TO  TRUE
080300     SET  DB2P-TRACE-OFF        TO  TRUE
080400     PERFORM  DB2P-INIT
080500*-----
080600     .
080700*================================================================*
080800* INITIALISATIONS
080900*================================================================*
081000 DB2P-INIT.
081100* ----------
081200     MOVE CST-PGM-ID  TO DB2P-PGMID
081300
081400     MOVE DB2P-FONCTION-INIT TO DB2P-FONCTION
081500     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
081600     .
081700
081800*================================================================*
081900* TRAITEMENT DES ERREURS
082000*================================================================*
082100 DB2P-CHECK-RESULT.
082200* ------------------
082300     MOVE SQLCODE TO DB2P-SQLCODE
082400     MOVE SQLCA   TO DB2P-SQLCA
082500     MOVE DB2P-FONCTION-CHECK TO DB2P-FONCTION
082600     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
082700     .
082800
082900*================================================================*
083000* FIN DE TRAITEMENT
083100*================================================================*
083200 DB2P-FINAL.
083300* -------------
083400     MOVE DB2P-FONCTION-FINAL TO DB2P-FONCTION
083500     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
083600     .
083700*================================================================*
083800* FIN ANORMALE
083900*================================================================*
084000 C-FIN-ANO.
084100* -------------
084200     CALL GX0001P   USING W-F2CABN-ACTION
084300                          W-F2CABN-MSG.
