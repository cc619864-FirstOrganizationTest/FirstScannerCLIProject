000100 ID DIVISION.
000200 PROGRAM-ID. BWBP13P.
000300**------------------------------------------------------------*
000400**                                                            *
000500**  TITRE          :  BWBP13P                                 *
000600**                                                            *
000700**  EXTRACTION DES DEMANDES DE FERMETURE MANUELLE VALIDEES    *
000800**  (TBWDMFE) VERS LES FICHIERS EBWCCMAN / EBWCCCON           *
000900**                                                            *
001000**  DATE ET AUTEUR : 15/10/2026                               *
001100**                   R.ZITI                                   *
001200**                                                            *
001300**  DESCRIPT. PROG. : CE TRAITEMENT LIT LES DEMANDES SAISIES  *
001400**                    ET VALIDEES PAR DEUX AGENTS DISTINCTS   *
001500**                    SOUS LA TRANSACTION BW03 (ETAT 'V') ET  *
001600**                    LES ECRIT, AVEC LEUR NUMERO DE DEMANDE, *
001700**                    DANS SBWCCMAN (DEMANDES PAR COMPTE) OU  *
001800**                    SBWCCCON (RESILIATIONS DE CONTRAT) QUI  *
001900**                    DEVIENNENT LES EBWCCMAN / EBWCCCON DU   *
002000**                    RUN BWBP01P SUIVANT. LA DEMANDE PASSE A *
002100**                    L'ETAT 'X' (EXTRAITE) AVEC LA DATE DU   *
002200**                    RUN ; BWBP01P Y REPORTE ENSUITE LE      *
002300**                    RESULTAT (FERMETURE OU REJET).          *
002400**                    UNE DEMANDE SANS VALIDEUR OU VALIDEE    *
002500**                    PAR SON DEMANDEUR N'EST PAS EXTRAITE :  *
002600**                    ELLE EST SIGNALEE AU RAPPORT ET LE      *
002700**                    PROGRAMME REND LA MAIN EN CODE RETOUR 4.*
002800**                                                            *
002900**  ARCHIT. PROG.   :                                         *
003000**                                                            *
003100**A-INITIALISATION                                            *
003200****  OUVERTURE DES FICHIERS ET DATE DE TRAITEMENT            *
003300**                                                            *
003400**B-TRAITEMENT                                                *
003500****  EXTRACTION DES DEMANDES VALIDEES                        *
003600**                                                            *
003700**C-FIN-PROGRAMME                                             *
003800** BILAN, VALIDATION DB2 ET FERMETURE DES FICHIERS            *
003900**                                                            *
004000**  PERIODICITE     : JOURNALIERE (AVANT BWBP01P)             *
004100**                                                            *
004200**  LE OU LES CTI   : LIMEIL                                  *
004300**                                                            *
004400**  PARAMETRES DE COMPILATION ET COPY UTILISES  : OS390       *
004500**  F2CABND1 ET F2CABNX1 : COPY INCLUDE POUR GESTION ABEND    *
004600**                                                            *
004700** SOUS-PROGRAMME APPELES:                                    *
004800** -----------------------                                    *
004900**   GENABEN3 : APPEL POUR GESTION DE L'ABEND (GX0001P)       *
005000**   BWDB2P   : INTERFACE DB2 (INIT/CHECK/COMMIT/FINAL)       *
005100**                                                            *
005200**  FICHIERS UTILISES :                                       *
005300**  -----------------                                         *
005400**  FICHIERS EN ENTREE :                                      *
005500**   EBWPARAM  MVS  CARTE PARAMETRE (DATE DU JOUR)            *
005600**                                                            *
005700**  FICHIERS EN SORTIE :                                      *
005800**   SBWCCMAN  MVS  DEMANDES PAR COMPTE (EBWCCMAN BWBP01P)    *
005900**   SBWCCCON  MVS  RESILIATIONS CONTRAT (EBWCCCON BWBP01P)   *
006000**   SBWDMFRP  MVS  RAPPORT D'EXTRACTION                      *
006100**                                                            *
006200**  TABLES UTILISEES : TBWDMFE (MAJ)                          *
006300**                                                            *
006400**------------------------------------------------------------*
006500** HISTORIQUE :                                               *
006600**============================================================*
006700***************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200*-------------
007300***  FICHIER PARAMETRE POUR LA DATE DU JOUR
007400     SELECT FD-EBWPARAM ASSIGN TO EBWPARAM
007500            FILE STATUS IS EBWPARAM-STATUS.
007600*
007700***  SBWCCMAN DEMANDES DE FERMETURE PAR COMPTE
007800     SELECT FD-SBWCCMAN ASSIGN TO SBWCCMAN
007900            FILE STATUS IS SBWCCMAN-STATUS.
008000*
008100***  SBWCCCON DEMANDES DE RESILIATION DE CONTRAT
008200     SELECT FD-SBWCCCON ASSIGN TO SBWCCCON
008300            FILE STATUS IS SBWCCCON-STATUS.
008400*
008500***  SBWDMFRP RAPPORT D'EXTRACTION
008600     SELECT FD-SBWDMFRP ASSIGN TO SBWDMFRP
008700            FILE STATUS IS SBWDMFRP-STATUS.
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
009800***  SBWCCMAN DEMANDES DE FERMETURE PAR COMPTE
009900 FD  FD-SBWCCMAN
010000     RECORDING MODE F
010100     BLOCK 0 RECORDS.
010200 01  SBWCCMAN-ENR                        PIC X(80).
010300
010400***  SBWCCCON DEMANDES DE RESILIATION DE CONTRAT
010500 FD  FD-SBWCCCON
010600     RECORDING MODE F
010700     BLOCK 0 RECORDS.
010800 01  SBWCCCON-ENR                        PIC X(80).
010900
011000***  SBWDMFRP RAPPORT D'EXTRACTION
011100 FD  FD-SBWDMFRP
011200     RECORDING MODE F
011300     BLOCK 0 RECORDS.
011400 01  SBWDMFRP-ENR                        PIC X(133).
011500
011600*
011700 WORKING-STORAGE SECTION.
011800*------------------------
011900* FICHIER DE PARAMETRE POUR RECUPERER LA DATE DU JOUR
012000 01  EBWPARAM-ENR.
012100     05 DTRAIT                              PIC 9(8).
012200     05 EBWPARAM-SSAAMMJJ REDEFINES DTRAIT.
012300           10 EBWPARAM-SSAA     PIC 9(4).
012400           10 EBWPARAM-MM       PIC 9(2).
012500           10 EBWPARAM-JJ       PIC 9(2).
012600     05 FILLER                  PIC X(72).
012700
012800* DEMANDE DE FERMETURE PAR COMPTE (FORMAT EBWCCMAN DE BWBP01P)
012900 01  W-SBWCCMAN-ENR.
013000     05 MAN-CODAGE              PIC 9(05).
013100     05 MAN-NUMCPTCL            PIC 9(07).
013200     05 MAN-MOTIF               PIC X(50).
013300     05 MAN-NUMDEM              PIC 9(09).
013400     05 FILLER                  PIC X(09).
013500
013600* DEMANDE DE RESILIATION DE CONTRAT (FORMAT EBWCCCON DE BWBP01P)
013700 01  W-SBWCCCON-ENR.
013800     05 CON-NCN                 PIC X(07).
013900     05 CON-MOTIF               PIC X(50).
014000     05 CON-NUMDEM              PIC 9(09).
014100     05 FILLER                  PIC X(14).
014200
014300*----------------------------------------------------------------*
014400*    COMPTEURS                                                   *
014500*----------------------------------------------------------------*
014600*DEMANDES VALIDEES LUES / EXTRAITES PAR COMPTE / PAR CONTRAT /
014700*ECARTEES (VALIDATION NON CONFORME)
014800 77  W-CPT-DEM-LUES             PIC 9(07) VALUE ZEROS.
014900 77  W-CPT-DEM-MAN              PIC 9(07) VALUE ZEROS.
015000 77  W-CPT-DEM-CON              PIC 9(07) VALUE ZEROS.
015100 77  W-CPT-DEM-ECARTEES         PIC 9(07) VALUE ZEROS.
015110 77  W-CPT-DEM-REPRISES         PIC 9(07) VALUE ZEROS.
015200
015300*------------------------------------------------*
015400*    FILE STATUS                                 *
015500*------------------------------------------------*
015600***  FILE STATUS FICHIER PARAMETRE
015700 77  EBWPARAM-STATUS                     PIC 9(2).
015800     88 EBWPARAM-OK                              VALUE 00.
015900     88 EBWPARAM-FINFICHIER                      VALUE 10.
016000
016100***  FILE STATUS SBWCCMAN
016200 77  SBWCCMAN-STATUS                     PIC 9(2).
016300     88 SBWCCMAN-OK                              VALUE 00.
016400     88 SBWCCMAN-FINFICHIER                      VALUE 10.
016500
016600***  FILE STATUS SBWCCCON
016700 77  SBWCCCON-STATUS                     PIC 9(2).
016800     88 SBWCCCON-OK                              VALUE 00.
016900     88 SBWCCCON-FINFICHIER                      VALUE 10.
017000
017100***  FILE STATUS SBWDMFRP RAPPORT
017200 77  SBWDMFRP-STATUS                     PIC 9(2).
017300     88 SBWDMFRP-OK                              VALUE 00.
017400     88 SBWDMFRP-FINFICHIER                      VALUE 10.
017500
017600* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
017700*                                                                *
017800*         V U E S     D B 2      E N     M . A . J O U R         *
017900*                                                                *
018000* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
018100     EXEC  SQL  INCLUDE  TBWDMFE  END-EXEC.
018200
018300     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
018400
018500*   VARIABLE DU MODULE  BWDB2
018600     COPY  BWWDB31.
018700
018800*   VARIABLE POUR LA GESTION DES ERREURS TECHNIQUES
018900     EXEC  SQL  INCLUDE IVWERR3  END-EXEC.
019000
019100*------------------------------------------------*
019200*    DESCRIPTION APPEL ABANDON PROGRAMME         *
019300*------------------------------------------------*
019400***  CONSTANTES ET APPEL GX0001P
019500 01  GX0001P                        PIC X(08) VALUE 'GX0001P'.
019600     COPY F2CABND1.
019700     COPY F2CABNX1.
019800
019900***  MESSAGE ET CODE ABEND CARTE PARAMETRE
020000 77  WS-MES-EBWPARAM        PIC X(20)
020100     VALUE ' CARTE PARAMETRE    '.
020200
020300*** MESSAGE + CODE ABEND SBWCCMAN
020400 77  WS-MES-SBWCCMAN       PIC X(20)
020500     VALUE ' SBWCCMAN DEMANDES  '.
020600
020700*** MESSAGE + CODE ABEND SBWCCCON
020800 77  WS-MES-SBWCCCON       PIC X(20)
020900     VALUE ' SBWCCCON CONTRATS  '.
021000
021100*** MESSAGE + CODE ABEND SBWDMFRP RAPPORT
021200 77  WS-MES-SBWDMFRP       PIC X(20)
021300     VALUE ' SBWDMFRP RAPPORT   '.
021400
021500*************************************************************
021600***  VARIABLES DIVERSES
021700*************************************************************
021800***  NOM PROGRAMME ET PROCESS
021900 01  W-PROGRAMME-ID         PIC X(8)  VALUE 'BWBP13P '.
022000 01  W-PROCESS-ID           PIC X(8)  VALUE 'BWBP13'.
022100***  NOM DU PROGRAMME POUR BWDB2P
022200 01  CST-PGM-ID          PIC  X(008) VALUE 'BWBP13P '.
022300***  INDICATEUR FIN DE CURSEUR
022400 01  WSS-FIN-CSRDMFE     PIC  9(001).
022500     88  FIN-CSRDMFE     VALUE 1.
022600     88  NON-FIN-CSRDMFE VALUE 0.
022700
022800***  TYPES DE DEMANDE (PAR COMPTE / PAR CONTRAT)
022900 01  CST-TYP-COMPTE         PIC X     VALUE 'A'.
023000 01  CST-TYP-CONTRAT        PIC X     VALUE 'C'.
023100***  ETATS DE LA DEMANDE : VALIDEE (A EXTRAIRE) / EXTRAITE (A
023110***  REPRENDRE SI LE RUN D'UNE DATE ANTERIEURE NE L'A PAS TRAITEE)
023200 01  CST-ETA-VALIDEE        PIC X     VALUE 'V'.
023300 01  CST-ETA-EXTRAITE       PIC X     VALUE 'X'.
023400***  NUMERO DE DEMANDE EDITE
023500 01  W-NUM-DEM-ED           PIC 9(09).
023600
023700*------------------------------------------------------------
023800*   HOST VARIABLES
023900*------------------------------------------------------------
024000 01  H-DATE-TRT.
024100     05  H-DATE-TRT-SA            PIC X(04).
024200     05  FILLER                   PIC X(01) VALUE '-'.
024300     05  H-DATE-TRT-MM            PIC X(02).
024400     05  FILLER                   PIC X(01) VALUE '-'.
024500     05  H-DATE-TRT-JJ            PIC X(02).
024600
024700*-------------------
024800 PROCEDURE DIVISION.
024900*-------------------
025000
025100*************************
025200*  ARCHITECTURE PROGRAMME
025300*************************
025400*
025500* OUVERTURE DES FICHIERS ET DATE DE TRAITEMENT
025600     PERFORM A-INITIALISATION
025700        THRU A-INITIALISATION-FIN.
025800
025900* EXTRACTION DES DEMANDES VALIDEES
026000     PERFORM B-TRAITEMENT
026100        THRU B-TRAITEMENT-FIN.
026200
026300* BILAN, VALIDATION DB2 ET FERMETURE DES FICHIERS
026400     PERFORM C-FIN-PROGRAMME
026500        THRU C-FIN-PROGRAMME-FIN.
026600
026700*    STOP RUN
026800     GOBACK.
026900/
027000******************
027100 A-INITIALISATION.
027200* A INITIALISATION
027300******************
027400**1. FICHIERS EN SORTIE
027500     OPEN OUTPUT FD-SBWDMFRP.
027600     IF NOT SBWDMFRP-OK
027700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
027800        MOVE SBWDMFRP-STATUS              TO W-F2CABN-MSG-CODRET
027900        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
028000        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWDMFRP
028100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
028200        PERFORM C-FIN-ANO
028300     END-IF.
028400
028500     OPEN OUTPUT FD-SBWCCMAN.
028600     IF NOT SBWCCMAN-OK
028700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
028800        MOVE SBWCCMAN-STATUS              TO W-F2CABN-MSG-CODRET
028900        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
029000        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWCCMAN
029100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
029200        PERFORM C-FIN-ANO
029300     END-IF.
029400
029500     OPEN OUTPUT FD-SBWCCCON.
029600     IF NOT SBWCCCON-OK
029700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
029800        MOVE SBWCCCON-STATUS              TO W-F2CABN-MSG-CODRET
029900        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
030000        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWCCCON
030100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
030200        PERFORM C-FIN-ANO
030300     END-IF.
030400
030500**2. FICHIER DE PARAMETRE
030600     PERFORM A20-EBWPARAM-LECTURE
030700        THRU A20-EBWPARAM-LECTURE-FIN.
030800
030900**3. INITIALISATION DB2
031000     PERFORM     TRT-INIT-DB2P.
031100
031200 A-INITIALISATION-FIN.    EXIT.
031300* FIN INITIALISATION
031400
031500/
031600 A20-EBWPARAM-LECTURE.
031700***  CARTE PARAMETRE (DATE DU JOUR)
031800     OPEN INPUT FD-EBWPARAM.
031900     IF NOT EBWPARAM-OK
032000        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
032100        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
032200        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
032300        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWPARAM
032400                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
032500        PERFORM C-FIN-ANO
032600     END-IF.
032700
032800     READ FD-EBWPARAM            INTO EBWPARAM-ENR
032900     IF NOT EBWPARAM-OK AND NOT EBWPARAM-FINFICHIER
033000        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
033100        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
033200        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
033300        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWPARAM
033400                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
033500        PERFORM C-FIN-ANO
033600     END-IF.
033700
033800* DATE DE TRAITEMENT AU FORMAT DB2 (SSAA-MM-JJ)
033900     MOVE EBWPARAM-SSAA           TO H-DATE-TRT-SA.
034000     MOVE EBWPARAM-MM             TO H-DATE-TRT-MM.
034100     MOVE EBWPARAM-JJ             TO H-DATE-TRT-JJ.
034200
034300 A20-EBWPARAM-LECTURE-FIN.
034400* FIN LECTURE EBWPARAM
034500       EXIT.
034600
034700********************
034800 B-TRAITEMENT.
034900* B TRAITEMENT.
035000********************
035100*B-TRAITEMENT : LECTURE DES DEMANDES VALIDEES DANS L'ORDRE DE
035200*LEUR NUMERO ET EXTRACTION VERS LE FICHIER DE LEUR TYPE - UNE
035210*DEMANDE EXTRAITE POUR UNE DATE ANTERIEURE ET RESTEE A L'ETAT
035220*EXTRAITE N'A PAS ETE CONSOMMEE PAR BWBP01P (RUN ABENDE, FICHIER
035230*NON REPRIS) : ELLE EST EXTRAITE A NOUVEAU POUR LA DATE DU RUN
035300     EXEC SQL   DECLARE  CBWDMFE
035400        CURSOR   FOR
035500       SELECT   TBWDMFE.DMFE_NUM
035600              , TBWDMFE.DMFE_TYPE
035700              , TBWDMFE.AGEN_AGC
035800              , TBWDMFE.DMFE_NCP
035900              , TBWDMFE.CONT_NCN
036000              , TBWDMFE.DMFE_MOTIF
036100              , TBWDMFE.DMFE_OPR_SAI
036200              , TBWDMFE.DMFE_OPR_VAL
036210              , TBWDMFE.DMFE_ETA
036220              , TBWDMFE.DMFE_DTRAIT
036300       FROM     TBWDMFE
036400       WHERE    TBWDMFE.DMFE_ETA = :CST-ETA-VALIDEE
036410          OR   (TBWDMFE.DMFE_ETA = :CST-ETA-EXTRAITE
036420           AND  TBWDMFE.DMFE_DTRAIT < :H-DATE-TRT)
036500       ORDER BY TBWDMFE.DMFE_NUM
036600       FOR FETCH ONLY
036700     END-EXEC
036800
036900     EXEC SQL
037000       OPEN CBWDMFE
037100     END-EXEC
037200
037300     SET NON-FIN-CSRDMFE TO TRUE
037400     PERFORM     TRT-DMFE-FETCH
037500
037600     PERFORM UNTIL FIN-CSRDMFE
037700        ADD 1 TO W-CPT-DEM-LUES
037800        PERFORM B10-EXTRACTION-DEMANDE
037900           THRU B10-EXTRACTION-DEMANDE-FIN
038000        PERFORM     TRT-DMFE-FETCH
038100     END-PERFORM
038200
038300     EXEC SQL
038400       CLOSE CBWDMFE
038500     END-EXEC
038600     .
038700
038800 B-TRAITEMENT-FIN.
038900* FIN TRAITEMENT
039000        EXIT.
039100
039200 TRT-DMFE-FETCH.
039300* TRT DMFE FETCH
039400     EXEC SQL
039500        FETCH CBWDMFE
039600        INTO :TBWDMFE.DMFE-NUM,
039700             :TBWDMFE.DMFE-TYPE,
039800             :TBWDMFE.AGEN-AGC,
039900             :TBWDMFE.DMFE-NCP,
040000             :TBWDMFE.CONT-NCN,
040100             :TBWDMFE.DMFE-MOTIF,
040200             :TBWDMFE.DMFE-OPR-SAI,
040300             :TBWDMFE.DMFE-OPR-VAL,
040310             :TBWDMFE.DMFE-ETA,
040320             :TBWDMFE.DMFE-DTRAIT
040400     END-EXEC
040500
040600     MOVE       'SELECT TBWDMFE '      TO DB2P-LABEL
040700     MOVE       'FETCH'                TO DB2P-COMMAND
040800     MOVE       'TBWDMFE '             TO DB2P-OBJECT
040900     PERFORM    DB2P-CHECK-RESULT.
041000     IF NOT DB2P-FOUND
041100        SET FIN-CSRDMFE TO TRUE
041200     END-IF
041300     .
041400
041500 B10-EXTRACTION-DEMANDE.
041600*B10-EXTRACTION-DEMANDE : CONTROLE DU DOUBLE REGARD (VALIDEUR
041700*RENSEIGNE ET DIFFERENT DU DEMANDEUR) PUIS ECRITURE DE LA DEMANDE
041800*DANS SBWCCMAN OU SBWCCCON ET PASSAGE A L'ETAT EXTRAITE
041900     MOVE DMFE-NUM OF TBWDMFE      TO W-NUM-DEM-ED
042000
042100     IF DMFE-OPR-VAL OF TBWDMFE = SPACES
042200        OR DMFE-OPR-VAL OF TBWDMFE = DMFE-OPR-SAI OF TBWDMFE
042300        ADD 1 TO W-CPT-DEM-ECARTEES
042400        MOVE       SPACES              TO SBWDMFRP-ENR
042500        STRING     'ANOMALIE DEMANDE ' W-NUM-DEM-ED
042600                   ' NON EXTRAITE - VALIDEUR ABSENT OU IDENTIQUE'
042700                   ' AU DEMANDEUR (' DMFE-OPR-SAI OF TBWDMFE ')'
042800            DELIMITED BY SIZE
042900            INTO SBWDMFRP-ENR
043000        END-STRING
043100        PERFORM    ECRITURE-LIGNE
043200        GO TO B10-EXTRACTION-DEMANDE-FIN
043300     END-IF
043400
043410     IF DMFE-ETA OF TBWDMFE = CST-ETA-EXTRAITE
043420        ADD 1 TO W-CPT-DEM-REPRISES
043430        MOVE       SPACES              TO SBWDMFRP-ENR
043440        STRING     'DEMANDE ' W-NUM-DEM-ED
043450                   ' EXTRAITE LE ' DMFE-DTRAIT OF TBWDMFE
043460                   ' ET NON TRAITEE - EXTRAITE A NOUVEAU'
043470           DELIMITED BY SIZE
043480           INTO SBWDMFRP-ENR
043490        END-STRING
043491        PERFORM    ECRITURE-LIGNE
043492     END-IF
043493
043500     IF DMFE-TYPE OF TBWDMFE = CST-TYP-CONTRAT
043600        PERFORM B14-ECRITURE-SBWCCCON
043700     ELSE
043800        PERFORM B12-ECRITURE-SBWCCMAN
043900     END-IF
044000
044100     PERFORM    TRT-DMFE-EXTRAITE
044200     .
044300
044400 B10-EXTRACTION-DEMANDE-FIN.
044500*FIN EXTRACTION DEMANDE
044600     EXIT.
044700
044800 B12-ECRITURE-SBWCCMAN.
044900*B12-ECRITURE-SBWCCMAN : DEMANDE PAR COMPTE (AGENCE / COMPTE SANS
045000*LETTRE-CLE, COMME LES LIGNES EBWCCMAN SAISIES A LA MAIN)
045100     MOVE SPACES                   TO W-SBWCCMAN-ENR
045200     MOVE AGEN-AGC OF TBWDMFE      TO MAN-CODAGE
045300     MOVE DMFE-NCP OF TBWDMFE      TO MAN-NUMCPTCL
045400     MOVE DMFE-MOTIF OF TBWDMFE    TO MAN-MOTIF
045500     MOVE DMFE-NUM OF TBWDMFE      TO MAN-NUMDEM
045600     WRITE SBWCCMAN-ENR          FROM W-SBWCCMAN-ENR
045700     IF NOT SBWCCMAN-OK
045800        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
045900        MOVE SBWCCMAN-STATUS              TO W-F2CABN-MSG-CODRET
046000        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
046100        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWCCMAN
046200                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
046300        PERFORM C-FIN-ANO
046400     END-IF
046500     ADD 1 TO W-CPT-DEM-MAN
046600
046700     MOVE       SPACES              TO SBWDMFRP-ENR
046800     STRING     'DEMANDE ' W-NUM-DEM-ED ' COMPTE   '
046900                AGEN-AGC OF TBWDMFE '/' DMFE-NCP OF TBWDMFE
047000                ' DEMANDEE PAR ' DMFE-OPR-SAI OF TBWDMFE
047100                ' VALIDEE PAR ' DMFE-OPR-VAL OF TBWDMFE
047200         DELIMITED BY SIZE
047300         INTO SBWDMFRP-ENR
047400     END-STRING
047500     PERFORM    ECRITURE-LIGNE
047600     .
047700
047800 B14-ECRITURE-SBWCCCON.
047900*B14-ECRITURE-SBWCCCON : DEMANDE DE RESILIATION DE CONTRAT
048000     MOVE SPACES                   TO W-SBWCCCON-ENR
048100     MOVE CONT-NCN OF TBWDMFE      TO CON-NCN
048200     MOVE DMFE-MOTIF OF TBWDMFE    TO CON-MOTIF
048300     MOVE DMFE-NUM OF TBWDMFE      TO CON-NUMDEM
048400     WRITE SBWCCCON-ENR          FROM W-SBWCCCON-ENR
048500     IF NOT SBWCCCON-OK
048600        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
048700        MOVE SBWCCCON-STATUS              TO W-F2CABN-MSG-CODRET
048800        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
048900        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWCCCON
049000                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
049100        PERFORM C-FIN-ANO
049200     END-IF
049300     ADD 1 TO W-CPT-DEM-CON
049400
049500     MOVE       SPACES              TO SBWDMFRP-ENR
049600     STRING     'DEMANDE ' W-NUM-DEM-ED ' CONTRAT  '
049700                CONT-NCN OF TBWDMFE
049800                ' DEMANDEE PAR ' DMFE-OPR-SAI OF TBWDMFE
049900                ' VALIDEE PAR ' DMFE-OPR-VAL OF TBWDMFE
050000         DELIMITED BY SIZE
050100         INTO SBWDMFRP-ENR
050200     END-STRING
050300     PERFORM    ECRITURE-LIGNE
050400     .
050500
050600 TRT-DMFE-EXTRAITE.
050700*TRT-DMFE-EXTRAITE : PASSAGE DE LA DEMANDE A L'ETAT EXTRAITE AVEC
050800*LA DATE DU RUN QUI LA TRAITERA (NOUVELLE DATE POUR UNE REPRISE)
050900     EXEC SQL
051000        UPDATE TBWDMFE
051100          SET  DMFE_ETA    = :CST-ETA-EXTRAITE,
051200               DMFE_DTRAIT = :H-DATE-TRT
051300          WHERE DMFE_NUM   = :TBWDMFE.DMFE-NUM
051400          AND  (DMFE_ETA   = :CST-ETA-VALIDEE
051410           OR   (DMFE_ETA    = :CST-ETA-EXTRAITE
051420           AND   DMFE_DTRAIT < :H-DATE-TRT))
051500     END-EXEC
051600
051700     MOVE       'UPDATE TBWDMFE '      TO DB2P-LABEL
051800     MOVE       'UPDATE'               TO DB2P-COMMAND
051900     MOVE       'TBWDMFE '             TO DB2P-OBJECT
052000     PERFORM    DB2P-CHECK-RESULT
052100     .
052200
052300******************************************************************
052400*   C-FIN-PROGRAMME
052500******************************************************************
052600 C-FIN-PROGRAMME.
052700*--------------------
052800*BILAN GLOBAL
052900     MOVE       SPACES                 TO SBWDMFRP-ENR
053000     STRING     'EXTRACTION DU ' H-DATE-TRT
053100                ' - DEMANDES A EXTRAIRE LUES : ' W-CPT-DEM-LUES
053200         DELIMITED BY SIZE
053300         INTO SBWDMFRP-ENR
053400     END-STRING
053500     PERFORM    ECRITURE-LIGNE.
053600
053700     MOVE       SPACES                 TO SBWDMFRP-ENR
053800     STRING     'NOMBRE DE DEMANDES PAR COMPTE EXTRAITES  : '
053900                W-CPT-DEM-MAN
054000         DELIMITED BY SIZE
054100         INTO SBWDMFRP-ENR
054200     END-STRING
054300     PERFORM    ECRITURE-LIGNE.
054400
054500     MOVE       SPACES                 TO SBWDMFRP-ENR
054600     STRING     'NOMBRE DE RESILIATIONS CONTRAT EXTRAITES : '
054700                W-CPT-DEM-CON
054800         DELIMITED BY SIZE
054900         INTO SBWDMFRP-ENR
055000     END-STRING
055100     PERFORM    ECRITURE-LIGNE.
055200
055300     MOVE       SPACES                 TO SBWDMFRP-ENR
055400     STRING     'NOMBRE DE DEMANDES ECARTEES              : '
055500                W-CPT-DEM-ECARTEES
055600         DELIMITED BY SIZE
055700         INTO SBWDMFRP-ENR
055800     END-STRING
055900     PERFORM    ECRITURE-LIGNE.
056000
056010     MOVE       SPACES                 TO SBWDMFRP-ENR
056020     STRING     'NOMBRE DE DEMANDES EXTRAITES A NOUVEAU    : '
056030                W-CPT-DEM-REPRISES
056040         DELIMITED BY SIZE
056050         INTO SBWDMFRP-ENR
056060     END-STRING
056070     PERFORM    ECRITURE-LIGNE.
056080
056100     PERFORM    C10-FERMETURES.
056200
056300*LES FICHIERS SONT FERMES : LE PASSAGE A L'ETAT EXTRAITE EST
056400*VALIDE EN UNE SEULE UNITE DE TRAVAIL
056500     PERFORM    DB2P-COMMIT.
056600
056700     PERFORM    DB2P-FINAL.
056800
056900*UNE DEMANDE ECARTEE REND LA MAIN EN CODE RETOUR 4
057000     IF W-CPT-DEM-ECARTEES > ZEROS
057100        MOVE 4 TO RETURN-CODE
057200     END-IF.
057300
057400 C-FIN-PROGRAMME-FIN.
057500* FIN DE CLOTURE DU PROGRAMME
057600     EXIT.
057700*----------------
057800
057900 ECRITURE-LIGNE.
058000*---------------
058100* ECRITURE RAPPORT D'EXTRACTION
058200      WRITE SBWDMFRP-ENR
058300
058400*** CONTROLE STATUT FICHIER
058500      IF NOT SBWDMFRP-OK
058600        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
058700        MOVE SBWDMFRP-STATUS              TO W-F2CABN-MSG-CODRET
058800        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
058900        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWDMFRP
059000                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
059100        PERFORM C-FIN-ANO
059200      END-IF.
059300
059400 ECRITURE-LIGNE-FIN.
059500* FIN ECRITURE LIGNE
059600        EXIT.
059700
059800 C10-FERMETURES.
059900* FERMETURE DES FICHIERS
060000      CLOSE FD-EBWPARAM.
060100      IF EBWPARAM-STATUS NOT = ZERO
060200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
060300        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
060400        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
060500        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWPARAM
060600                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
060700        PERFORM C-FIN-ANO
060800      END-IF.
060900
061000      CLOSE FD-SBWCCMAN.
061100      IF SBWCCMAN-STATUS NOT = ZERO
061200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
061300        MOVE SBWCCMAN-STATUS              TO W-F2CABN-MSG-CODRET
061400        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
061500        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWCCMAN
061600                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
061700        PERFORM C-FIN-ANO
061800      END-IF.
061900
062000      CLOSE FD-SBWCCCON.
062100      IF SBWCCCON-STATUS NOT = ZERO
062200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
062300        MOVE SBWCCCON-STATUS              TO W-F2CABN-MSG-CODRET
062400        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
062500        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWCCCON
062600                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
062700        PERFORM C-FIN-ANO
062800      END-IF.
062900
063000      CLOSE FD-SBWDMFRP.
063100      IF SBWDMFRP-STATUS NOT = ZERO
063200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
063300        MOVE SBWDMFRP-STATUS              TO W-F2CABN-MSG-CODRET
063400        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
063500        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWDMFRP
063600                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
063700        PERFORM C-FIN-ANO
063800      END-IF.
063900*----------------------------------------------------------------*
064000 TRT-INIT-DB2P.
064100*TRT INIT DB2P.
064200     EXEC  SQL  WHENEVER  SQLWARNING  CONTINUE  END-EXEC
064300     EXEC  SQL  WHENEVER  NOT FOUND   CONTINUE  END-EXEC
064400
064500     INITIALIZE  DB2P-INTERFACE
064600     SET  DB2P-ERRMODE-SOFT     TO  TRUE
064700     SET  DB2P-NOT-RESTARTABLE  TO  TRUE
064800     SET  DB2P-TRTS-NO          TO  TRUE
064900     SET  DB2P-TRACE-OFF        TO  TRUE
065000     PERFORM  DB2P-INIT
065100*-----
065200     .
065300*================================================================*
065400* INITIALISATIONS
065500*================================================================*
065600 DB2P-INIT.
065700* ----------
065800     MOVE CST-PGM-ID  TO DB2P-PGMID
065900
066000     MOVE DB2P-FONCTION-INIT TO DB2P-FONCTION
066100     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
066200     .
066300
066400*================================================================*
066500* TRAITEMENT DES ERREURS
066600*================================================================*
066700 DB2P-CHECK-RESULT.
066800* ------------------
066900     MOVE SQLCODE TO DB2P-SQLCODE
067000     MOVE SQLCA   TO DB2P-SQLCA
067100     MOVE DB2P-FONCTION-CHECK TO DB2P-FONCTION
067200     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
067300     .
067400
067500*================================================================*
067600* TRAITEMENT DES COMMITS
067700*================================================================*
067800 DB2P-COMMIT.
067900* ------------
068000     MOVE DB2P-FONCTION-COMMIT TO DB2P-FONCTION
068100     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
068200     .
068300
068400*================================================================*
068500* FIN DE TRAITEMENT
068600*================================================================*
068700 DB2P-FINAL.
068800* -------------
068900     MOVE DB2P-FONCTION-FINAL TO DB2P-FONCTION
069000     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
069100     .
069200*================================================================*
069300* FIN ANORMALE
069400*================================================================*
069500 C-FIN-ANO.
069600* -------------
069700     CALL GX0001P   USING W-F2CABN-ACTION
069800                          W-F2CABN-MSG.
