000100 ID DIVISION.
000200 PROGRAM-ID. BWBP14P.
000300**------------------------------------------------------------*
000400**                                                            *
000500**  TITRE          :  BWBP14P                                 *
000600**                                                            *
000700**  RETOUR ARRIERE D'UN RUN DE LA CHAINE DE FERMETURE A       *
000800**  PARTIR DES IMAGES AVANT DU JOURNAL D'AUDIT TBWAUDJ        *
000900**                                                            *
001000**  DATE ET AUTEUR : 15/10/2026                               *
001100**                   R.ZITI                                   *
001200**                                                            *
001300**  DESCRIPT. PROG. : CE TRAITEMENT A LA DEMANDE ANNULE LES   *
001400**                    MISES A JOUR D'UN RUN (PROGRAMME, DATE  *
001500**                    DE RUN ET EVENTUELLEMENT PARTITION EN   *
001600**                    CARTE PARAMETRE), TYPIQUEMENT UN RUN    *
001700**                    BWBP01P AYANT TRAITE UN FLUX EBWCCPTE   *
001800**                    ERRONE. LES LIGNES D'AUDIT DU RUN SONT  *
001900**                    RELUES DE LA PLUS RECENTE A LA PLUS     *
002000**                    ANCIENNE :                              *
002100**                    - MAJ TBWUCPT / TBWCONT : LA LIGNE EST  *
002200**                      RETABLIE D'APRES L'IMAGE AVANT ;      *
002300**                    - CREATION TBWUCPT (USAGE SUCCESSEUR)   *
002400**                      OU TBWINTV (INTERVENTION) : LA LIGNE  *
002500**                      CREEE EST SUPPRIMEE.                  *
002600**                    UNE LIGNE MODIFIEE DEPUIS PAR UN AUTRE  *
002700**                    RUN, OU DONT L'ETAT COURANT N'EST PLUS  *
002800**                    L'IMAGE APRES DU RUN, N'EST PAS TOUCHEE *
002900**                    ET EST SIGNALEE EN CONFLIT. CHAQUE      *
003000**                    RETABLISSEMENT EST LUI-MEME JOURNALISE  *
003100**                    DANS TBWAUDJ (IMAGES INVERSEES) ET LE   *
003200**                    RUN EST ENREGISTRE DANS TBWRUNJ A LA    *
003300**                    DATE DU RUN ANNULE (VISIBLE DE BWBP03P  *
003400**                    ET BWBP07P).                            *
003500**                    PAR DEFAUT LE TRAITEMENT TOURNE EN MODE *
003600**                    SIMULATION : LES MISES A JOUR SONT      *
003700**                    ANNULEES EN FIN DE PROGRAMME ET SEULE   *
003800**                    LA LISTE EST PRODUITE. LE MODE REEL     *
003900**                    EST DEMANDE EXPLICITEMENT EN CARTE.     *
004000**                    UN CONFLIT OU UNE LIGNE NON REVERSIBLE  *
004100**                    REND LA MAIN EN CODE RETOUR 4.          *
004200**                                                            *
004300**  ARCHIT. PROG.   :                                         *
004400**                                                            *
004500**A-INITIALISATION                                            *
004600****  OUVERTURE DES FICHIERS ET CONTROLE DE LA CARTE          *
004700**                                                            *
004800**B-TRAITEMENT                                                *
004900****  LECTURE DU JOURNAL D'AUDIT DU RUN ET RETABLISSEMENT     *
005000**                                                            *
005100**C-FIN-PROGRAMME                                             *
005200** BILAN, VALIDATION OU ANNULATION DB2, FERMETURE FICHIERS    *
005300**                                                            *
005400**  PERIODICITE     : A LA DEMANDE                            *
005500**                                                            *
005600**  LE OU LES CTI   : LIMEIL                                  *
005700**                                                            *
005800**  PARAMETRES DE COMPILATION ET COPY UTILISES  : OS390       *
005900**  F2CABND1 ET F2CABNX1 : COPY INCLUDE POUR GESTION ABEND    *
006000**                                                            *
006100** SOUS-PROGRAMME APPELES:                                    *
006200** -----------------------                                    *
006300**   GENABEN3 : APPEL POUR GESTION DE L'ABEND (GX0001P)       *
006400**   BWDB2P   : INTERFACE DB2 (INIT/CHECK/COMMIT/FINAL)       *
006500**                                                            *
006600**  FICHIERS UTILISES :                                       *
006700**  -----------------                                         *
006800**  FICHIERS EN ENTREE :                                      *
006900**   EBWPARAM  MVS  CARTE PARAMETRE (DATE DU JOUR, RUN A      *
007000**                  ANNULER, MODE)                            *
007100**                                                            *
007200**  FICHIERS EN SORTIE :                                      *
007300**   SBWBKORP  MVS  LISTE DU RETOUR ARRIERE                   *
007400**                                                            *
007500**  TABLES UTILISEES : TBWAUDJ, TBWUCPT (MAJ), TBWCONT (MAJ), *
007600**                     TBWINTV (MAJ), TBWRUNJ                 *
007700**                                                            *
007800**------------------------------------------------------------*
007900** HISTORIQUE :                                               *
008000**============================================================*
008100***************************************************************
008200 ENVIRONMENT DIVISION.
008300 CONFIGURATION SECTION.
008400 INPUT-OUTPUT SECTION.
008500 FILE-CONTROL.
008600*-------------
008700***  FICHIER PARAMETRE (DATE DU JOUR, RUN A ANNULER, MODE)
008800     SELECT FD-EBWPARAM ASSIGN TO EBWPARAM
008900            FILE STATUS IS EBWPARAM-STATUS.
009000*
009100***  SBWBKORP LISTE DU RETOUR ARRIERE
009200     SELECT FD-SBWBKORP ASSIGN TO SBWBKORP
009300            FILE STATUS IS SBWBKORP-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700*-------------
009800***  EBWPARAM FICHIER PARAMETRE EN ENTREE
009900 FD  FD-EBWPARAM
010000     RECORDING MODE IS F
010100     BLOCK 0 RECORDS.
010200  01 ENR-EBWPARAM PIC X(80).
010300
010400***  SBWBKORP LISTE DU RETOUR ARRIERE
010500 FD  FD-SBWBKORP
010600     RECORDING MODE F
010700     BLOCK 0 RECORDS.
010800 01  SBWBKORP-ENR                        PIC X(133).
010900
011000*
011100 WORKING-STORAGE SECTION.
011200*------------------------
011300* CARTE PARAMETRE : DATE DU JOUR (SSAAMMJJ), DATE DU RUN A ANNULER
011400* (SSAAMMJJ), PROGRAMME DU RUN, PARTITION (SPACES = TOUTES LES
011500* PARTITIONS DU RUN) ET MODE ('N' = MISE A JOUR REELLE, 'O' OU
011600* SPACES = SIMULATION)
011700 01  EBWPARAM-ENR.
011800     05 DTRAIT                              PIC 9(8).
011900     05 EBWPARAM-SSAAMMJJ REDEFINES DTRAIT.
012000           10 EBWPARAM-SSAA     PIC 9(4).
012100           10 EBWPARAM-MM       PIC 9(2).
012200           10 EBWPARAM-JJ       PIC 9(2).
012300     05 EBWPARAM-DATE-RUN       PIC 9(8).
012400     05 EBWPARAM-DATE-RUN-DET REDEFINES EBWPARAM-DATE-RUN.
012500           10 EBWPARAM-RUN-SSAA PIC 9(4).
012600           10 EBWPARAM-RUN-MM   PIC 9(2).
012700           10 EBWPARAM-RUN-JJ   PIC 9(2).
012800     05 EBWPARAM-PGM            PIC X(08).
012900     05 EBWPARAM-PARTITION      PIC X(02).
013000     05 EBWPARAM-MODE-SIMULATION PIC X(01).
013100        88 MODE-SIMULATION             VALUE 'O' SPACES.
013200        88 MODE-REEL                   VALUE 'N'.
013300     05 FILLER                  PIC X(53).
013400
013500*----------------------------------------------------------------*
013600*    COMPTEURS                                                   *
013700*----------------------------------------------------------------*
013800*LIGNES D'AUDIT LUES / RETABLIES / DEJA RETABLIES / EN CONFLIT /
013900*NON REVERSIBLES
014000 77  W-CPT-AUDJ-LUES            PIC 9(07) VALUE ZEROS.
014100 77  W-CPT-RETABLIES            PIC 9(07) VALUE ZEROS.
014200 77  W-CPT-DEJA-RETABLIES       PIC 9(07) VALUE ZEROS.
014300 77  W-CPT-CONFLITS             PIC 9(07) VALUE ZEROS.
014400 77  W-CPT-NON-REVERSIBLES      PIC 9(07) VALUE ZEROS.
014500*CODE RETOUR DU PROGRAMME (REPORTE DANS TBWRUNJ)
014600 77  W-CODRET                   PIC 9(02) VALUE ZEROS.
014700
014800*------------------------------------------------*
014900*    FILE STATUS                                 *
015000*------------------------------------------------*
015100***  FILE STATUS FICHIER PARAMETRE
015200 77  EBWPARAM-STATUS                     PIC 9(2).
015300     88 EBWPARAM-OK                              VALUE 00.
015400     88 EBWPARAM-FINFICHIER                      VALUE 10.
015500
015600***  FILE STATUS SBWBKORP LISTE
015700 77  SBWBKORP-STATUS                     PIC 9(2).
015800     88 SBWBKORP-OK                              VALUE 00.
015900     88 SBWBKORP-FINFICHIER                      VALUE 10.
016000
016100* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
016200*                                                                *
016300*         V U E S     D B 2      E N     M . A . J O U R         *
016400*                                                                *
016500* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
016600     EXEC  SQL  INCLUDE  TBWAUDJ  END-EXEC.
016700     EXEC  SQL  INCLUDE  TBWUCPT  END-EXEC.
016800     EXEC  SQL  INCLUDE  TBWCONT  END-EXEC.
016900     EXEC  SQL  INCLUDE  TBWINTV  END-EXEC.
017000     EXEC  SQL  INCLUDE  TBWRUNJ  END-EXEC.
017100
017200     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
017300
017400*   VARIABLE DU MODULE  BWDB2
017500     COPY  BWWDB31.
017600
017700*   VARIABLE POUR LA GESTION DES ERREURS TECHNIQUES
017800     EXEC  SQL  INCLUDE IVWERR3  END-EXEC.
017900
018000*------------------------------------------------*
018100*    DESCRIPTION APPEL ABANDON PROGRAMME         *
018200*------------------------------------------------*
018300***  CONSTANTES ET APPEL GX0001P
018400 01  GX0001P                        PIC X(08) VALUE 'GX0001P'.
018500     COPY F2CABND1.
018600     COPY F2CABNX1.
018700
018800***  MESSAGE ET CODE ABEND CARTE PARAMETRE
018900 77  WS-MES-EBWPARAM        PIC X(20)
019000     VALUE ' CARTE PARAMETRE    '.
019100
019200*** MESSAGE + CODE ABEND SBWBKORP LISTE
019300 77  WS-MES-SBWBKORP       PIC X(20)
019400     VALUE ' SBWBKORP LISTE     '.
019500
019600*************************************************************
019700***  VARIABLES DIVERSES
019800*************************************************************
019900***  NOM PROGRAMME ET PROCESS
020000 01  W-PROGRAMME-ID         PIC X(8)  VALUE 'BWBP14P '.
020100 01  W-PROCESS-ID           PIC X(8)  VALUE 'BWBP14'.
020200***  NOM DU PROGRAMME POUR BWDB2P
020300 01  CST-PGM-ID          PIC  X(008) VALUE 'BWBP14P '.
020400***  INDICATEUR FIN DE CURSEUR
020500 01  WSS-FIN-CSRAUDJ     PIC  9(001).
020600     88  FIN-CSRAUDJ     VALUE 1.
020700     88  NON-FIN-CSRAUDJ VALUE 0.
020800***  PRESENCE DE LA LIGNE A RETABLIR DANS SA TABLE
020900 01  WSS-LIGNE-LUE       PIC  9(001).
021000     88  LIGNE-PRESENTE  VALUE 1.
021100     88  LIGNE-ABSENTE   VALUE 0.
021200***  ISSUE DU RETOUR ARRIERE D'UNE LIGNE D'AUDIT
021300 01  WSS-ISSUE           PIC  9(001).
021400     88  ISSUE-RETABLIE         VALUE 1.
021500     88  ISSUE-DEJA-RETABLIE    VALUE 2.
021600     88  ISSUE-CONFLIT-ULT      VALUE 3.
021700     88  ISSUE-CONFLIT-ETAT     VALUE 4.
021800     88  ISSUE-NON-REVERSIBLE   VALUE 5.
021900***  LIBELLE DE L'ISSUE EDITE SUR LA LISTE
022000 01  W-LIB-ISSUE         PIC  X(40) VALUE SPACES.
022100***  LIBELLE DU MODE EDITE SUR LA LISTE
022200 01  W-LIB-MODE          PIC  X(40) VALUE SPACES.
022300***  HORODATE DE DEBUT DU RUN COURANT (CLE DE LA LIGNE TBWRUNJ
022400***  MISE A JOUR EN FIN DE RUN)
022500 01  W-RUNJ-HDT-DEB      PIC  X(26) VALUE SPACES.
022600
022700***  LIGNE D'AUDIT DU RUN EN COURS DE RETOUR ARRIERE (COPIE DE LA
022800***  LIGNE LUE, LA ZONE TBWAUDJ SERVANT A JOURNALISER LE
022900***  RETABLISSEMENT) - VUES DE LA CLE ET DES IMAGES SELON LA TABLE
023000 01  W-AUDJ-LUE.
023100     05  W-AUDL-HDT                PIC X(26).
023200     05  W-AUDL-PGM                PIC X(08).
023300     05  W-AUDL-DTRAIT             PIC X(10).
023400     05  W-AUDL-TABLE              PIC X(08).
023500     05  W-AUDL-ACTION             PIC X(06).
023600     05  W-AUDL-CLE                PIC X(40).
023700     05  W-AUDL-CLE-UCPT REDEFINES W-AUDL-CLE.
023800         10  W-AUDL-BQE            PIC X(05).
023900         10  W-AUDL-AGC            PIC X(05).
024000         10  W-AUDL-NCP            PIC X(11).
024100         10  W-AUDL-UCPT-NCN       PIC X(07).
024200         10  W-AUDL-TCP            PIC X(01).
024300         10  FILLER                PIC X(11).
024400     05  W-AUDL-CLE-INTV REDEFINES W-AUDL-CLE.
024500         10  W-AUDL-INTV-NCN       PIC X(07).
024600         10  FILLER                PIC X(01).
024700         10  W-AUDL-INTV-HDT       PIC X(26).
024800         10  FILLER                PIC X(06).
024900     05  W-AUDL-NCN                PIC X(07).
025000     05  W-AUDL-AVANT              PIC X(100).
025100     05  W-AUDL-AVANT-CONT REDEFINES W-AUDL-AVANT.
025200         10  W-AUDL-AV-ETC         PIC X(01).
025300         10  FILLER                PIC X(01).
025400         10  W-AUDL-AV-DEF         PIC X(10).
025500         10  FILLER                PIC X(88).
025600     05  W-AUDL-APRES              PIC X(100).
025700     05  W-AUDL-APRES-CONT REDEFINES W-AUDL-APRES.
025800         10  W-AUDL-AP-ETC         PIC X(01).
025900         10  FILLER                PIC X(01).
026000         10  W-AUDL-AP-DEF         PIC X(10).
026100         10  FILLER                PIC X(88).
026200     05  W-AUDL-PART               PIC X(02).
026300
026400*------------------------------------------------------------
026500*   HOST VARIABLES
026600*------------------------------------------------------------
026700***  DATE DE TRAITEMENT (DATE DES LIGNES D'AUDIT DU RETOUR
026800***  ARRIERE)
026900 01  H-DATE-TRT.
027000     05  H-DATE-TRT-SA            PIC X(04).
027100     05  FILLER                   PIC X(01) VALUE '-'.
027200     05  H-DATE-TRT-MM            PIC X(02).
027300     05  FILLER                   PIC X(01) VALUE '-'.
027400     05  H-DATE-TRT-JJ            PIC X(02).
027500***  DATE DU RUN ANNULE (AUDJ-DTRAIT DES LIGNES A RETABLIR ET
027600***  RUNJ-DTRAIT DU RETOUR ARRIERE)
027700 01  H-DATE-RUN.
027800     05  H-DATE-RUN-SA            PIC X(04).
027900     05  FILLER                   PIC X(01) VALUE '-'.
028000     05  H-DATE-RUN-MM            PIC X(02).
028100     05  FILLER                   PIC X(01) VALUE '-'.
028200     05  H-DATE-RUN-JJ            PIC X(02).
028300***  PROGRAMME DU RUN ANNULE
028400 01  H-PGM-RUN                    PIC X(08).
028500***  BORNES DE PARTITION DU RUN ANNULE (UNE SEULE PARTITION OU
028600***  '00' A '99' POUR TOUTES)
028700 01  H-PART-MIN                   PIC X(02).
028800 01  H-PART-MAX                   PIC X(02).
028900***  NOMBRE DE MODIFICATIONS ULTERIEURES D'UNE LIGNE PAR UN AUTRE
029000***  RUN
029100 01  H-NB-MODIF-ULT               PIC S9(09) COMP.
029200
029300*-------------------
029400 PROCEDURE DIVISION.
029500*-------------------
029600
029700*************************
029800*  ARCHITECTURE PROGRAMME
029900*************************
030000*
030100* OUVERTURE DES FICHIERS ET CONTROLE DE LA CARTE
030200     PERFORM A-INITIALISATION
030300        THRU A-INITIALISATION-FIN.
030400
030500* RETOUR ARRIERE DES LIGNES D'AUDIT DU RUN
030600     PERFORM B-TRAITEMENT
030700        THRU B-TRAITEMENT-FIN.
030800
030900* BILAN, VALIDATION OU ANNULATION DB2 ET FERMETURE DES FICHIERS
031000     PERFORM C-FIN-PROGRAMME
031100        THRU C-FIN-PROGRAMME-FIN.
031200
031300*    STOP RUN
031400     GOBACK.
031500/
031600******************
031700 A-INITIALISATION.
031800* A INITIALISATION
031900******************
032000**1. LISTE
032100     OPEN OUTPUT FD-SBWBKORP.
032200     IF NOT SBWBKORP-OK
032300        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
032400        MOVE SBWBKORP-STATUS              TO W-F2CABN-MSG-CODRET
032500        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
032600        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWBKORP
032700                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
032800        PERFORM C-FIN-ANO
032900     END-IF.
033000
033100**2. CARTE PARAMETRE
033200     PERFORM A20-EBWPARAM-LECTURE
033300        THRU A20-EBWPARAM-LECTURE-FIN.
033400
033500**3. INITIALISATION DB2
033600     PERFORM     TRT-INIT-DB2P.
033700
033800**4. ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL DE PILOTAGE
033900**   (MODE REEL SEULEMENT, UNE SIMULATION NE LAISSE PAS DE TRACE)
034000     IF MODE-REEL
034100        PERFORM  TRT-RUNJ-DEBUT
034200     END-IF.
034300
034400**5. ENTETE DE LA LISTE
034500     IF MODE-REEL
034600        MOVE 'MODE REEL - MISES A JOUR VALIDEES'
034700                                 TO W-LIB-MODE
034800     ELSE
034900        MOVE 'MODE SIMULATION - AUCUNE MISE A JOUR'
035000                                 TO W-LIB-MODE
035100     END-IF.
035200     MOVE       SPACES                 TO SBWBKORP-ENR
035300     STRING     'RETOUR ARRIERE DU RUN ' H-PGM-RUN
035400                ' DU ' H-DATE-RUN
035500                ' PARTITIONS ' H-PART-MIN ' A ' H-PART-MAX
035600                ' - ' W-LIB-MODE
035700         DELIMITED BY SIZE
035800         INTO SBWBKORP-ENR
035900     END-STRING
036000     PERFORM    ECRITURE-LIGNE.
036100
036200 A-INITIALISATION-FIN.    EXIT.
036300* FIN INITIALISATION
036400
036500/
036600 A20-EBWPARAM-LECTURE.
036700***  CARTE PARAMETRE (DATE DU JOUR, RUN A ANNULER, MODE)
036800     OPEN INPUT FD-EBWPARAM.
036900     IF NOT EBWPARAM-OK
037000        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
037100        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
037200        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
037300        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWPARAM
037400                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
037500        PERFORM C-FIN-ANO
037600     END-IF.
037700
037800     READ FD-EBWPARAM            INTO EBWPARAM-ENR
037900     IF NOT EBWPARAM-OK AND NOT EBWPARAM-FINFICHIER
038000        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
038100        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
038200        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
038300        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWPARAM
038400                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
038500        PERFORM C-FIN-ANO
038600     END-IF.
038700
038800*CONTROLE DE LA CARTE : DATES NUMERIQUES, PROGRAMME RENSEIGNE ET
038900*DIFFERENT DU RETOUR ARRIERE LUI-MEME, PARTITION NUMERIQUE OU A
039000*BLANC, MODE RECONNU - UNE CARTE INVALIDE ARRETE LE TRAITEMENT
039100     IF EBWPARAM-FINFICHIER
039200        OR DTRAIT NOT NUMERIC
039300        OR EBWPARAM-DATE-RUN NOT NUMERIC
039400        OR EBWPARAM-PGM = SPACES
039500        OR EBWPARAM-PGM = W-PROGRAMME-ID
039600        OR (EBWPARAM-PARTITION NOT = SPACES
039700            AND EBWPARAM-PARTITION NOT NUMERIC)
039800        OR (NOT MODE-SIMULATION AND NOT MODE-REEL)
039900        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
040000        MOVE ZEROS                        TO W-F2CABN-MSG-CODRET
040100        MOVE W-F2CABND-INT-COD            TO W-F2CABN-ACTION-CODE
040200        MOVE SPACES                       TO W-F2CABN-MSG-LIBEL
040300        STRING W-F2CABND-INT-TXT
040400               'CARTE PARAMETRE RETOUR ARRIERE INVALIDE'
040500            DELIMITED BY SIZE
040600            INTO W-F2CABN-MSG-LIBEL
040700        END-STRING
040800        PERFORM C-FIN-ANO
040900     END-IF.
041000
041100* DATES AU FORMAT DB2 (SSAA-MM-JJ)
041200     MOVE EBWPARAM-SSAA           TO H-DATE-TRT-SA.
041300     MOVE EBWPARAM-MM             TO H-DATE-TRT-MM.
041400     MOVE EBWPARAM-JJ             TO H-DATE-TRT-JJ.
041500     MOVE EBWPARAM-RUN-SSAA       TO H-DATE-RUN-SA.
041600     MOVE EBWPARAM-RUN-MM         TO H-DATE-RUN-MM.
041700     MOVE EBWPARAM-RUN-JJ         TO H-DATE-RUN-JJ.
041800     MOVE EBWPARAM-PGM            TO H-PGM-RUN.
041900
042000* PARTITION A BLANC : TOUTES LES PARTITIONS DU RUN
042100     IF EBWPARAM-PARTITION = SPACES
042200        MOVE '00'                 TO H-PART-MIN
042300        MOVE '99'                 TO H-PART-MAX
042400     ELSE
042500        MOVE EBWPARAM-PARTITION   TO H-PART-MIN
042600        MOVE EBWPARAM-PARTITION   TO H-PART-MAX
042700     END-IF.
042800
042900 A20-EBWPARAM-LECTURE-FIN.
043000* FIN LECTURE EBWPARAM
043100       EXIT.
043200
043300********************
043400 B-TRAITEMENT.
043500* B TRAITEMENT.
043600********************
043700*B-TRAITEMENT : LECTURE DES LIGNES D'AUDIT DU RUN DE LA PLUS
043800*RECENTE A LA PLUS ANCIENNE (UNE LIGNE MODIFIEE PLUSIEURS FOIS
043900*DANS LE RUN EST RAMENEE PAS A PAS A SON ETAT INITIAL)
044000     EXEC SQL   DECLARE  CBWAUDJ
044100        CURSOR   FOR
044200       SELECT   TBWAUDJ.AUDJ_HDT
044300              , TBWAUDJ.AUDJ_PGM
044400              , TBWAUDJ.AUDJ_DTRAIT
044500              , TBWAUDJ.AUDJ_TABLE
044600              , TBWAUDJ.AUDJ_ACTION
044700              , TBWAUDJ.AUDJ_CLE
044800              , TBWAUDJ.AUDJ_NCN
044900              , TBWAUDJ.AUDJ_AVANT
045000              , TBWAUDJ.AUDJ_APRES
045100              , TBWAUDJ.AUDJ_PART
045200       FROM     TBWAUDJ
045300       WHERE    TBWAUDJ.AUDJ_PGM    = :H-PGM-RUN
045400       AND      TBWAUDJ.AUDJ_DTRAIT = :H-DATE-RUN
045500       AND      TBWAUDJ.AUDJ_PART BETWEEN :H-PART-MIN
045600                                      AND :H-PART-MAX
045700       ORDER BY TBWAUDJ.AUDJ_HDT DESC
045800       FOR FETCH ONLY
045900     END-EXEC
046000
046100     EXEC SQL
046200       OPEN CBWAUDJ
046300     END-EXEC
046400
046500     SET NON-FIN-CSRAUDJ TO TRUE
046600     PERFORM     TRT-AUDJ-FETCH
046700
046800     PERFORM UNTIL FIN-CSRAUDJ
046900        ADD 1 TO W-CPT-AUDJ-LUES
047000        PERFORM B10-RETOUR-LIGNE
047100           THRU B10-RETOUR-LIGNE-FIN
047200        PERFORM     TRT-AUDJ-FETCH
047300     END-PERFORM
047400
047500     EXEC SQL
047600       CLOSE CBWAUDJ
047700     END-EXEC
047800     .
047900
048000 B-TRAITEMENT-FIN.
048100* FIN TRAITEMENT
048200        EXIT.
048300
048400 TRT-AUDJ-FETCH.
048500* TRT AUDJ FETCH
048600     EXEC SQL
048700        FETCH CBWAUDJ
048800        INTO :TBWAUDJ.AUDJ-HDT,
048900             :TBWAUDJ.AUDJ-PGM,
049000             :TBWAUDJ.AUDJ-DTRAIT,
049100             :TBWAUDJ.AUDJ-TABLE,
049200             :TBWAUDJ.AUDJ-ACTION,
049300             :TBWAUDJ.AUDJ-CLE,
049400             :TBWAUDJ.AUDJ-NCN,
049500             :TBWAUDJ.AUDJ-AVANT,
049600             :TBWAUDJ.AUDJ-APRES,
049700             :TBWAUDJ.AUDJ-PART
049800     END-EXEC
049900
050000     MOVE       'SELECT TBWAUDJ '      TO DB2P-LABEL
050100     MOVE       'FETCH'                TO DB2P-COMMAND
050200     MOVE       'TBWAUDJ '             TO DB2P-OBJECT
050300     PERFORM    DB2P-CHECK-RESULT.
050400     IF NOT DB2P-FOUND
050500        SET FIN-CSRAUDJ TO TRUE
050600     END-IF
050700     .
050800
050900 B10-RETOUR-LIGNE.
051000*B10-RETOUR-LIGNE : AIGUILLAGE SELON LA TABLE ET L'ACTION
051100*AUDITEES PUIS EDITION DE L'ISSUE SUR LA LISTE
051200     MOVE TBWAUDJ                  TO W-AUDJ-LUE
051300     MOVE SPACES                   TO W-LIB-ISSUE
051400
051500     IF W-AUDL-TABLE = 'TBWUCPT ' AND W-AUDL-ACTION = 'UPDATE'
051600        PERFORM B20-UCPT-MAJ
051700           THRU B20-UCPT-MAJ-FIN
051800     ELSE
051900     IF W-AUDL-TABLE = 'TBWUCPT ' AND W-AUDL-ACTION = 'INSERT'
052000        PERFORM B30-UCPT-CREATION
052100           THRU B30-UCPT-CREATION-FIN
052200     ELSE
052300     IF W-AUDL-TABLE = 'TBWCONT ' AND W-AUDL-ACTION = 'UPDATE'
052400        PERFORM B40-CONT-MAJ
052500           THRU B40-CONT-MAJ-FIN
052600     ELSE
052700     IF W-AUDL-TABLE = 'TBWINTV ' AND W-AUDL-ACTION = 'INSERT'
052800        PERFORM B50-INTV-CREATION
052900           THRU B50-INTV-CREATION-FIN
053000     ELSE
053100        SET ISSUE-NON-REVERSIBLE TO TRUE
053200     END-IF
053300     END-IF
053400     END-IF
053500     END-IF
053600
053700     PERFORM B90-EDITION-ISSUE
053800     .
053900
054000 B10-RETOUR-LIGNE-FIN.
054100*FIN RETOUR LIGNE
054200     EXIT.
054300
054400 B20-UCPT-MAJ.
054500*B20-UCPT-MAJ : DATE DE FIN D'USAGE REMISE A L'IMAGE AVANT
054600*(FERMETURE OU REOUVERTURE ANNULEE)
054700     MOVE W-AUDL-BQE               TO BANQ-BQE OF TBWUCPT
054800     MOVE W-AUDL-AGC               TO AGEN-AGC OF TBWUCPT
054900     MOVE W-AUDL-NCP               TO CPTE-NCP OF TBWUCPT
055000     MOVE W-AUDL-UCPT-NCN          TO CONT-NCN OF TBWUCPT
055100     MOVE W-AUDL-TCP               TO TCPT-TCP OF TBWUCPT
055200     PERFORM TRT-UCPT-LECTURE
055300
055400     IF LIGNE-ABSENTE
055500        SET ISSUE-CONFLIT-ETAT TO TRUE
055600        GO TO B20-UCPT-MAJ-FIN
055700     END-IF
055800     IF UCPT-DEF-FIN OF TBWUCPT = W-AUDL-AVANT(1:10)
055900        SET ISSUE-DEJA-RETABLIE TO TRUE
056000        GO TO B20-UCPT-MAJ-FIN
056100     END-IF
056200     PERFORM TRT-MODIF-ULTERIEURE
056300     IF H-NB-MODIF-ULT > ZEROS
056400        SET ISSUE-CONFLIT-ULT TO TRUE
056500        GO TO B20-UCPT-MAJ-FIN
056600     END-IF
056700     IF UCPT-DEF-FIN OF TBWUCPT NOT = W-AUDL-APRES(1:10)
056800        SET ISSUE-CONFLIT-ETAT TO TRUE
056900        GO TO B20-UCPT-MAJ-FIN
057000     END-IF
057100
057200     MOVE W-AUDL-AVANT(1:10)       TO UCPT-DEF-FIN OF TBWUCPT
057300     EXEC SQL
057400        UPDATE TBWUCPT
057500          SET  UCPT_DEF_FIN = :TBWUCPT.UCPT-DEF-FIN
057600          WHERE  AGEN_AGC     = :TBWUCPT.AGEN-AGC
057700          AND    BANQ_BQE     = :TBWUCPT.BANQ-BQE
057800          AND    CPTE_NCP     = :TBWUCPT.CPTE-NCP
057900          AND    CONT_NCN     = :TBWUCPT.CONT-NCN
058000          AND    TCPT_TCP     = :TBWUCPT.TCPT-TCP
058100     END-EXEC
058200
058300     MOVE       'UPDATE TBWUCPT '      TO DB2P-LABEL
058400     MOVE       'UPDATE'               TO DB2P-COMMAND
058500     MOVE       'TBWUCPT '             TO DB2P-OBJECT
058600     PERFORM    DB2P-CHECK-RESULT
058700*JOURNAL D'AUDIT : IMAGES DU RUN ANNULE INVERSEES
058800     MOVE       'TBWUCPT '         TO AUDJ-TABLE OF TBWAUDJ
058900     MOVE       'UPDATE'           TO AUDJ-ACTION OF TBWAUDJ
059000     MOVE       W-AUDL-APRES       TO AUDJ-AVANT OF TBWAUDJ
059100     MOVE       W-AUDL-AVANT       TO AUDJ-APRES OF TBWAUDJ
059200     PERFORM    TRT-AUDJ-ECRITURE
059300     SET ISSUE-RETABLIE TO TRUE
059400     .
059500
059600 B20-UCPT-MAJ-FIN.
059700*FIN UCPT MAJ
059800     EXIT.
059900
060000 B30-UCPT-CREATION.
060100*B30-UCPT-CREATION : SUPPRESSION DE L'USAGE SUCCESSEUR CREE PAR
060200*LE RUN (TRANSFERT DE COMPTE)
060300     MOVE W-AUDL-BQE               TO BANQ-BQE OF TBWUCPT
060400     MOVE W-AUDL-AGC               TO AGEN-AGC OF TBWUCPT
060500     MOVE W-AUDL-NCP               TO CPTE-NCP OF TBWUCPT
060600     MOVE W-AUDL-UCPT-NCN          TO CONT-NCN OF TBWUCPT
060700     MOVE W-AUDL-TCP               TO TCPT-TCP OF TBWUCPT
060800     PERFORM TRT-UCPT-LECTURE
060900
061000     IF LIGNE-ABSENTE
061100        SET ISSUE-DEJA-RETABLIE TO TRUE
061200        GO TO B30-UCPT-CREATION-FIN
061300     END-IF
061400     PERFORM TRT-MODIF-ULTERIEURE
061500     IF H-NB-MODIF-ULT > ZEROS
061600        SET ISSUE-CONFLIT-ULT TO TRUE
061700        GO TO B30-UCPT-CREATION-FIN
061800     END-IF
061900     IF UCPT-DEF-FIN OF TBWUCPT NOT = W-AUDL-APRES(1:10)
062000        SET ISSUE-CONFLIT-ETAT TO TRUE
062100        GO TO B30-UCPT-CREATION-FIN
062200     END-IF
062300
062400     EXEC SQL
062500        DELETE FROM TBWUCPT
062600          WHERE  AGEN_AGC     = :TBWUCPT.AGEN-AGC
062700          AND    BANQ_BQE     = :TBWUCPT.BANQ-BQE
062800          AND    CPTE_NCP     = :TBWUCPT.CPTE-NCP
062900          AND    CONT_NCN     = :TBWUCPT.CONT-NCN
063000          AND    TCPT_TCP     = :TBWUCPT.TCPT-TCP
063100     END-EXEC
063200
063300     MOVE       'DELETE TBWUCPT '      TO DB2P-LABEL
063400     MOVE       'DELETE'               TO DB2P-COMMAND
063500     MOVE       'TBWUCPT '             TO DB2P-OBJECT
063600     PERFORM    DB2P-CHECK-RESULT
063700*JOURNAL D'AUDIT : IMAGE DE L'USAGE SUPPRIME
063800     MOVE       'TBWUCPT '         TO AUDJ-TABLE OF TBWAUDJ
063900     MOVE       'DELETE'           TO AUDJ-ACTION OF TBWAUDJ
064000     MOVE       W-AUDL-APRES       TO AUDJ-AVANT OF TBWAUDJ
064100     MOVE       SPACES             TO AUDJ-APRES OF TBWAUDJ
064200     PERFORM    TRT-AUDJ-ECRITURE
064300     SET ISSUE-RETABLIE TO TRUE
064400     .
064500
064600 B30-UCPT-CREATION-FIN.
064700*FIN UCPT CREATION
064800     EXIT.
064900
065000 B40-CONT-MAJ.
065100*B40-CONT-MAJ : ETAT ET DATE D'ETAT DU CONTRAT REMIS A L'IMAGE
065200*AVANT (RESILIATION OU REOUVERTURE ANNULEE)
065300     MOVE W-AUDL-NCN               TO CONT-NCN OF TBWCONT
065400     EXEC SQL
065500        SELECT CONT_ETC, CONT_DEF_ETC
065600          INTO :TBWCONT.CONT-ETC,
065700               :TBWCONT.CONT-DEF-ETC
065800          FROM TBWCONT
065900         WHERE CONT_NCN = :TBWCONT.CONT-NCN
066000     END-EXEC
066100
066200     MOVE       'SELECT TBWCONT '      TO DB2P-LABEL
066300     MOVE       'SELECT'               TO DB2P-COMMAND
066400     MOVE       'TBWCONT '             TO DB2P-OBJECT
066500     PERFORM    DB2P-CHECK-RESULT
066600
066700     IF NOT DB2P-FOUND
066800        SET ISSUE-CONFLIT-ETAT TO TRUE
066900        GO TO B40-CONT-MAJ-FIN
067000     END-IF
067100     IF CONT-ETC OF TBWCONT = W-AUDL-AV-ETC
067200        AND CONT-DEF-ETC OF TBWCONT = W-AUDL-AV-DEF
067300        SET ISSUE-DEJA-RETABLIE TO TRUE
067400        GO TO B40-CONT-MAJ-FIN
067500     END-IF
067600     PERFORM TRT-MODIF-ULTERIEURE
067700     IF H-NB-MODIF-ULT > ZEROS
067800        SET ISSUE-CONFLIT-ULT TO TRUE
067900        GO TO B40-CONT-MAJ-FIN
068000     END-IF
068100     IF CONT-ETC OF TBWCONT NOT = W-AUDL-AP-ETC
068200        OR CONT-DEF-ETC OF TBWCONT NOT = W-AUDL-AP-DEF
068300        SET ISSUE-CONFLIT-ETAT TO TRUE
068400        GO TO B40-CONT-MAJ-FIN
068500     END-IF
068600
068700     MOVE W-AUDL-AV-ETC            TO CONT-ETC OF TBWCONT
068800     MOVE W-AUDL-AV-DEF            TO CONT-DEF-ETC OF TBWCONT
068900     EXEC SQL
069000        UPDATE TBWCONT
069100          SET  CONT_DEF_ETC = :TBWCONT.CONT-DEF-ETC,
069200               CONT_ETC     = :TBWCONT.CONT-ETC
069300          WHERE  CONT_NCN   = :TBWCONT.CONT-NCN
069400     END-EXEC
069500
069600     MOVE       'UPDATE TBWCONT '      TO DB2P-LABEL
069700     MOVE       'UPDATE'               TO DB2P-COMMAND
069800     MOVE       'TBWCONT '             TO DB2P-OBJECT
069900     PERFORM    DB2P-CHECK-RESULT
070000*JOURNAL D'AUDIT : IMAGES DU RUN ANNULE INVERSEES
070100     MOVE       'TBWCONT '         TO AUDJ-TABLE OF TBWAUDJ
070200     MOVE       'UPDATE'           TO AUDJ-ACTION OF TBWAUDJ
070300     MOVE       W-AUDL-APRES       TO AUDJ-AVANT OF TBWAUDJ
070400     MOVE       W-AUDL-AVANT       TO AUDJ-APRES OF TBWAUDJ
070500     PERFORM    TRT-AUDJ-ECRITURE
070600     SET ISSUE-RETABLIE TO TRUE
070700     .
070800
070900 B40-CONT-MAJ-FIN.
071000*FIN CONT MAJ
071100     EXIT.
071200
071300 B50-INTV-CREATION.
071400*B50-INTV-CREATION : SUPPRESSION DE L'INTERVENTION INSEREE PAR LE
071500*RUN (CLE CONTRAT + HORODATE)
071600     MOVE W-AUDL-INTV-NCN          TO CONT-NCN OF TBWINTV
071700     MOVE W-AUDL-INTV-HDT          TO INTV-HDT OF TBWINTV
071800     EXEC SQL
071900        SELECT INTV_INV, MINT_MIN, INTV_DEF, INTV_TON_AV,
072000               INTV_TXT
072100          INTO :TBWINTV.INTV-INV,
072200               :TBWINTV.MINT-MIN,
072300               :TBWINTV.INTV-DEF,
072400               :TBWINTV.INTV-TON-AV,
072500               :TBWINTV.INTV-TXT
072600          FROM TBWINTV
072700         WHERE CONT_NCN = :TBWINTV.CONT-NCN
072800           AND INTV_HDT = :TBWINTV.INTV-HDT
072900     END-EXEC
073000
073100     MOVE       'SELECT TBWINTV '      TO DB2P-LABEL
073200     MOVE       'SELECT'               TO DB2P-COMMAND
073300     MOVE       'TBWINTV '             TO DB2P-OBJECT
073400     PERFORM    DB2P-CHECK-RESULT
073500
073600     IF NOT DB2P-FOUND
073700        SET ISSUE-DEJA-RETABLIE TO TRUE
073800        GO TO B50-INTV-CREATION-FIN
073900     END-IF
074000     PERFORM TRT-MODIF-ULTERIEURE
074100     IF H-NB-MODIF-ULT > ZEROS
074200        SET ISSUE-CONFLIT-ULT TO TRUE
074300        GO TO B50-INTV-CREATION-FIN
074400     END-IF
074500
074600     EXEC SQL
074700        DELETE FROM TBWINTV
074800         WHERE CONT_NCN = :TBWINTV.CONT-NCN
074900           AND INTV_HDT = :TBWINTV.INTV-HDT
075000     END-EXEC
075100
075200     MOVE       'DELETE TBWINTV '      TO DB2P-LABEL
075300     MOVE       'DELETE'               TO DB2P-COMMAND
075400     MOVE       'TBWINTV '             TO DB2P-OBJECT
075500     PERFORM    DB2P-CHECK-RESULT
075600*JOURNAL D'AUDIT : IMAGE DE L'INTERVENTION SUPPRIMEE (MOTIF, DATE
075700*D'EFFET ET DEBUT DU TEXTE EN IMAGE AVANT)
075800     MOVE       'TBWINTV '         TO AUDJ-TABLE OF TBWAUDJ
075900     MOVE       'DELETE'           TO AUDJ-ACTION OF TBWAUDJ
076000     MOVE       SPACES             TO AUDJ-AVANT OF TBWAUDJ
076100     STRING     MINT-MIN OF TBWINTV '/'
076200                INTV-DEF OF TBWINTV '/'
076300                INTV-TXT-TEXT OF TBWINTV(1:80)
076400          DELIMITED BY SIZE
076500          INTO AUDJ-AVANT OF TBWAUDJ
076600     END-STRING
076700     MOVE       SPACES             TO AUDJ-APRES OF TBWAUDJ
076800     PERFORM    TRT-AUDJ-ECRITURE
076900     SET ISSUE-RETABLIE TO TRUE
077000     .
077100
077200 B50-INTV-CREATION-FIN.
077300*FIN INTV CREATION
077400     EXIT.
077500
077600 B90-EDITION-ISSUE.
077700*B90-EDITION-ISSUE : CUMUL ET LIGNE DE LISTE DE LA LIGNE D'AUDIT
077800*(TABLE, ACTION, CLE, IMAGE APRES -> IMAGE AVANT ET ISSUE)
077900     IF ISSUE-RETABLIE
078000        ADD 1 TO W-CPT-RETABLIES
078100        MOVE 'RETABLIE'                     TO W-LIB-ISSUE
078200     ELSE
078300     IF ISSUE-DEJA-RETABLIE
078400        ADD 1 TO W-CPT-DEJA-RETABLIES
078500        MOVE 'DEJA RETABLIE - IGNOREE'      TO W-LIB-ISSUE
078600     ELSE
078700     IF ISSUE-CONFLIT-ULT
078800        ADD 1 TO W-CPT-CONFLITS
078900        MOVE 'CONFLIT - MODIFIEE PAR UN RUN ULTERIEUR'
079000                                            TO W-LIB-ISSUE
079100     ELSE
079200     IF ISSUE-CONFLIT-ETAT
079300        ADD 1 TO W-CPT-CONFLITS
079400        MOVE 'CONFLIT - ETAT COURANT DIFFERENT'
079500                                            TO W-LIB-ISSUE
079600     ELSE
079700        ADD 1 TO W-CPT-NON-REVERSIBLES
079800        MOVE 'NON REVERSIBLE - A TRAITER A LA MAIN'
079900                                            TO W-LIB-ISSUE
080000     END-IF
080100     END-IF
080200     END-IF
080300     END-IF
080400
080500     MOVE       SPACES                 TO SBWBKORP-ENR
080600     STRING     W-AUDL-TABLE ' ' W-AUDL-ACTION ' '
080700                W-AUDL-CLE ' '
080800                W-AUDL-APRES(1:12) ' -> ' W-AUDL-AVANT(1:12)
080900                ' ' W-LIB-ISSUE
081000         DELIMITED BY SIZE
081100         INTO SBWBKORP-ENR
081200     END-STRING
081300     PERFORM    ECRITURE-LIGNE
081400     .
081500
081600 TRT-UCPT-LECTURE.
081700*TRT-UCPT-LECTURE : ETAT COURANT DE L'USAGE A RETABLIR
081800     EXEC SQL
081900        SELECT UCPT_DEF_FIN
082000          INTO :TBWUCPT.UCPT-DEF-FIN
082100          FROM TBWUCPT
082200         WHERE  AGEN_AGC     = :TBWUCPT.AGEN-AGC
082300         AND    BANQ_BQE     = :TBWUCPT.BANQ-BQE
082400         AND    CPTE_NCP     = :TBWUCPT.CPTE-NCP
082500         AND    CONT_NCN     = :TBWUCPT.CONT-NCN
082600         AND    TCPT_TCP     = :TBWUCPT.TCPT-TCP
082700     END-EXEC
082800
082900     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
083000     MOVE       'SELECT'               TO DB2P-COMMAND
083100     MOVE       'TBWUCPT '             TO DB2P-OBJECT
083200     PERFORM    DB2P-CHECK-RESULT
083300     IF DB2P-FOUND
083400        SET LIGNE-PRESENTE TO TRUE
083500     ELSE
083600        SET LIGNE-ABSENTE  TO TRUE
083700     END-IF
083800     .
083900
084000 TRT-MODIF-ULTERIEURE.
084100*TRT-MODIF-ULTERIEURE : LIGNES D'AUDIT POSTERIEURES SUR LA MEME
084200*TABLE ET LA MEME CLE, HORS RUN ANNULE ET HORS RETOURS ARRIERE
084300*DU JOUR (RELANCE APRES ABEND)
084400     EXEC SQL
084500        SELECT COUNT(*)
084600          INTO :H-NB-MODIF-ULT
084700          FROM TBWAUDJ
084800         WHERE AUDJ_TABLE = :W-AUDL-TABLE
084900           AND AUDJ_CLE   = :W-AUDL-CLE
085000           AND AUDJ_HDT   > :W-AUDL-HDT
085100           AND NOT (AUDJ_PGM    = :H-PGM-RUN
085200                AND AUDJ_DTRAIT = :H-DATE-RUN
085300                AND AUDJ_PART BETWEEN :H-PART-MIN
085400                                  AND :H-PART-MAX)
085500           AND NOT (AUDJ_PGM    = :W-PROGRAMME-ID
085600                AND AUDJ_DTRAIT = :H-DATE-TRT)
085700     END-EXEC
085800
085900     MOVE       'SELECT TBWAUDJ '      TO DB2P-LABEL
086000     MOVE       'SELECT'               TO DB2P-COMMAND
086100     MOVE       'TBWAUDJ '             TO DB2P-OBJECT
086200     PERFORM    DB2P-CHECK-RESULT
086300     .
086400
086500 TRT-AUDJ-ECRITURE.
086600*TRT-AUDJ-ECRITURE : INSERTION DE LA LIGNE D'AUDIT TBWAUDJ DU
086700*RETABLISSEMENT (TABLE, ACTION ET IMAGES ALIMENTEES PAR
086800*L'APPELANT, CLE ET CONTRAT REPRIS DE LA LIGNE ANNULEE) - DANS
086900*LA MEME UNITE DE TRAVAIL QUE LA MAJ AUDITEE
087000     MOVE       W-PROGRAMME-ID     TO AUDJ-PGM OF TBWAUDJ
087100     MOVE       H-DATE-TRT         TO AUDJ-DTRAIT OF TBWAUDJ
087200     MOVE       W-AUDL-CLE         TO AUDJ-CLE OF TBWAUDJ
087300     MOVE       W-AUDL-NCN         TO AUDJ-NCN OF TBWAUDJ
087400     MOVE       W-AUDL-PART        TO AUDJ-PART OF TBWAUDJ
087500
087600     EXEC SQL
087700        INSERT INTO TBWAUDJ
087800               (AUDJ_HDT,
087900                AUDJ_PGM,
088000                AUDJ_DTRAIT,
088100                AUDJ_TABLE,
088200                AUDJ_ACTION,
088300                AUDJ_CLE,
088400                AUDJ_NCN,
088500                AUDJ_AVANT,
088600                AUDJ_APRES,
088700                AUDJ_PART)
088800        VALUES (CURRENT TIMESTAMP,
088900                :TBWAUDJ.AUDJ-PGM,
089000                :TBWAUDJ.AUDJ-DTRAIT,
089100                :TBWAUDJ.AUDJ-TABLE,
089200                :TBWAUDJ.AUDJ-ACTION,
089300                :TBWAUDJ.AUDJ-CLE,
089400                :TBWAUDJ.AUDJ-NCN,
089500                :TBWAUDJ.AUDJ-AVANT,
089600                :TBWAUDJ.AUDJ-APRES,
089700                :TBWAUDJ.AUDJ-PART)
089800     END-EXEC
089900
090000     MOVE 'TBWAUDJ '          TO DB2P-LABEL
090100     MOVE 'INSERT'            TO DB2P-COMMAND
090200     PERFORM DB2P-CHECK-RESULT
090300     .
090400
090500******************************************************************
090600*   C-FIN-PROGRAMME
090700******************************************************************
090800 C-FIN-PROGRAMME.
090900*--------------------
091000*UN CONFLIT OU UNE LIGNE NON REVERSIBLE REND LA MAIN EN CODE
091100*RETOUR 4 (LES AUTRES LIGNES SONT RETABLIES)
091200     IF W-CPT-CONFLITS > ZEROS
091300        OR W-CPT-NON-REVERSIBLES > ZEROS
091400        MOVE 4 TO W-CODRET
091500     END-IF.
091600
091700*BILAN DU RETOUR ARRIERE
091800     PERFORM    C01-BILAN
091900           THRU C01-BILAN-FIN.
092000
092100*MODE REEL : FIN DE RUN AU JOURNAL DE PILOTAGE ET VALIDATION DES
092200*RETABLISSEMENTS - SIMULATION : ANNULATION DE L'UNITE DE TRAVAIL
092300     IF MODE-REEL
092400        PERFORM  TRT-RUNJ-FIN
092500     ELSE
092600        PERFORM  DB2P-ROLLBACK
092700     END-IF.
092800
092900     PERFORM    C10-FERMETURES.
093000
093100     PERFORM    DB2P-FINAL.
093200
093300     MOVE W-CODRET TO RETURN-CODE.
093400
093500 C-FIN-PROGRAMME-FIN.
093600* FIN DE CLOTURE DU PROGRAMME
093700     EXIT.
093800
093900 TRT-RUNJ-DEBUT.
094000*TRT-RUNJ-DEBUT : ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL
094100*DE PILOTAGE TBWRUNJ, A LA DATE ET SUR LA PARTITION DU RUN ANNULE
094200*POUR QUE LE RAPPROCHEMENT (BWBP03P) ET LE CONTROLE DE CHAINE
094300*(BWBP07P) DE CETTE DATE LE VOIENT - RENDU PERSISTANT AUSSITOT
094400     MOVE H-DATE-RUN        TO RUNJ-DTRAIT OF TBWRUNJ
094500     MOVE W-PROGRAMME-ID    TO RUNJ-PGM OF TBWRUNJ
094600     IF EBWPARAM-PARTITION = SPACES
094700        MOVE '00'              TO RUNJ-PART OF TBWRUNJ
094800     ELSE
094900        MOVE EBWPARAM-PARTITION
095000                               TO RUNJ-PART OF TBWRUNJ
095100     END-IF
095200     MOVE DB2P-CURRENT-TMST TO RUNJ-HDT-DEB OF TBWRUNJ
095300     MOVE DB2P-CURRENT-TMST TO W-RUNJ-HDT-DEB
095400     MOVE SPACES            TO RUNJ-HDT-FIN OF TBWRUNJ
095500     MOVE ZEROS             TO RUNJ-NB-LUS OF TBWRUNJ
095600     MOVE ZEROS             TO RUNJ-NB-TRAITES OF TBWRUNJ
095700     MOVE ZEROS             TO RUNJ-CODRET OF TBWRUNJ
095800
095900     EXEC SQL
096000        INSERT INTO TBWRUNJ
096100               (RUNJ_DTRAIT,
096200                RUNJ_PGM,
096300                RUNJ_PART,
096400                RUNJ_HDT_DEB,
096500                RUNJ_HDT_FIN,
096600                RUNJ_NB_LUS,
096700                RUNJ_NB_TRAITES,
096800                RUNJ_CODRET)
096900        VALUES (:TBWRUNJ.RUNJ-DTRAIT,
097000                :TBWRUNJ.RUNJ-PGM,
097100                :TBWRUNJ.RUNJ-PART,
097200                :TBWRUNJ.RUNJ-HDT-DEB,
097300                :TBWRUNJ.RUNJ-HDT-FIN,
097400                :TBWRUNJ.RUNJ-NB-LUS,
097500                :TBWRUNJ.RUNJ-NB-TRAITES,
097600                :TBWRUNJ.RUNJ-CODRET)
097700     END-EXEC
097800
097900     MOVE 'TBWRUNJ '          TO DB2P-LABEL
098000     MOVE 'INSERT'            TO DB2P-COMMAND
098100     PERFORM DB2P-CHECK-RESULT
098200     PERFORM DB2P-COMMIT
098300     .
098400
098500 TRT-RUNJ-FIN.
098600*TRT-RUNJ-FIN : ENREGISTREMENT DE LA FIN DE RUN (LIGNES D'AUDIT
098700*LUES, LIGNES RETABLIES, CODE RETOUR) DANS LE JOURNAL TBWRUNJ -
098800*LE COMMIT VALIDE AUSSI LES RETABLISSEMENTS
098900     MOVE W-CPT-AUDJ-LUES   TO RUNJ-NB-LUS OF TBWRUNJ
099000     MOVE W-CPT-RETABLIES   TO RUNJ-NB-TRAITES OF TBWRUNJ
099100     MOVE W-CODRET          TO RUNJ-CODRET OF TBWRUNJ
099200
099300     EXEC SQL
099400        UPDATE TBWRUNJ
099500          SET  RUNJ_HDT_FIN    = CURRENT TIMESTAMP,
099600               RUNJ_NB_LUS     = :TBWRUNJ.RUNJ-NB-LUS,
099700               RUNJ_NB_TRAITES = :TBWRUNJ.RUNJ-NB-TRAITES,
099800               RUNJ_CODRET     = :TBWRUNJ.RUNJ-CODRET
099900          WHERE RUNJ_DTRAIT  = :TBWRUNJ.RUNJ-DTRAIT
100000          AND   RUNJ_PGM     = :TBWRUNJ.RUNJ-PGM
100100          AND   RUNJ_PART    = :TBWRUNJ.RUNJ-PART
100200          AND   RUNJ_HDT_DEB = :W-RUNJ-HDT-DEB
100300     END-EXEC
100400
100500     MOVE 'TBWRUNJ '          TO DB2P-LABEL
100600     MOVE 'UPDATE'            TO DB2P-COMMAND
100700     PERFORM DB2P-CHECK-RESULT
100800     PERFORM DB2P-COMMIT
100900     .
101000
101100*----------------
101200
101300 C01-BILAN.
101400*C01-BILAN : BILAN GLOBAL DU RETOUR ARRIERE
101500     MOVE       SPACES                 TO SBWBKORP-ENR
101600     STRING     'LIGNES D''AUDIT DU RUN LUES         : '
101700                W-CPT-AUDJ-LUES
101800            DELIMITED BY SIZE
101900            INTO SBWBKORP-ENR
102000     END-STRING
102100     PERFORM    ECRITURE-LIGNE
102200
102300     MOVE       SPACES                 TO SBWBKORP-ENR
102400     STRING     'LIGNES RETABLIES                    : '
102500                W-CPT-RETABLIES
102600            DELIMITED BY SIZE
102700            INTO SBWBKORP-ENR
102800     END-STRING
102900     PERFORM    ECRITURE-LIGNE
103000
103100     MOVE       SPACES                 TO SBWBKORP-ENR
103200     STRING     'LIGNES DEJA RETABLIES               : '
103300                W-CPT-DEJA-RETABLIES
103400            DELIMITED BY SIZE
103500            INTO SBWBKORP-ENR
103600     END-STRING
103700     PERFORM    ECRITURE-LIGNE
103800
103900     MOVE       SPACES                 TO SBWBKORP-ENR
104000     STRING     'LIGNES EN CONFLIT (NON TOUCHEES)    : '
104100                W-CPT-CONFLITS
104200            DELIMITED BY SIZE
104300            INTO SBWBKORP-ENR
104400     END-STRING
104500     PERFORM    ECRITURE-LIGNE
104600
104700     MOVE       SPACES                 TO SBWBKORP-ENR
104800     STRING     'LIGNES NON REVERSIBLES              : '
104900                W-CPT-NON-REVERSIBLES
105000            DELIMITED BY SIZE
105100            INTO SBWBKORP-ENR
105200     END-STRING
105300     PERFORM    ECRITURE-LIGNE
105400
105500     MOVE       SPACES                 TO SBWBKORP-ENR
105600     MOVE       W-LIB-MODE             TO SBWBKORP-ENR
105700     PERFORM    ECRITURE-LIGNE
105800     .
105900
106000 C01-BILAN-FIN.
106100*FIN BILAN
106200     EXIT.
106300
106400 ECRITURE-LIGNE.
106500*---------------
106600* ECRITURE LISTE
106700      WRITE SBWBKORP-ENR
106800
106900*** CONTROLE STATUT FICHIER
107000      IF NOT SBWBKORP-OK
107100        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
107200        MOVE SBWBKORP-STATUS              TO W-F2CABN-MSG-CODRET
107300        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
107400        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWBKORP
107500                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
107600        PERFORM C-FIN-ANO
107700      END-IF.
107800
107900 ECRITURE-LIGNE-FIN.
108000* FIN ECRITURE LIGNE
108100        EXIT.
108200
108300 C10-FERMETURES.
108400* FERMETURE DES FICHIERS
108500      CLOSE FD-EBWPARAM.
108600      IF EBWPARAM-STATUS NOT = ZERO
108700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
108800        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
108900        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
109000        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWPARAM
109100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
109200        PERFORM C-FIN-ANO
109300      END-IF.
109400
109500      CLOSE FD-SBWBKORP.
109600      IF SBWBKORP-STATUS NOT = ZERO
109700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
109800        MOVE SBWBKORP-STATUS              TO W-F2CABN-MSG-CODRET
109900        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
110000        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWBKORP
110100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
110200        PERFORM C-FIN-ANO
110300      END-IF.
110400*----------------------------------------------------------------*
110500 TRT-INIT-DB2P.
110600*TRT INIT DB2P.
110700     EXEC  SQL  WHENEVER  SQLWARNING  CONTINUE  END-EXEC
110800     EXEC  SQL  WHENEVER  NOT FOUND   CONTINUE  END-EXEC
110900
111000     INITIALIZE  DB2P-INTERFACE
111100     SET  DB2P-ERRMODE-SOFT     TO  TRUE
111200     SET  DB2P-NOT-RESTARTABLE  TO  TRUE
111300     SET  DB2P-TRTS-NO          TO  TRUE
111400     SET  DB2P-TRACE-OFF        TO  TRUE
111500     PERFORM  DB2P-INIT
111600*-----
111700     .
111800*================================================================*
111900* INITIALISATIONS
112000*================================================================*
112100 DB2P-INIT.
112200* ----------
112300     MOVE CST-PGM-ID  TO DB2P-PGMID
112400
112500     MOVE DB2P-FONCTION-INIT TO DB2P-FONCTION
112600     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
112700     .
112800
112900*================================================================*
113000* TRAITEMENT DES ERREURS
113100*================================================================*
113200 DB2P-CHECK-RESULT.
113300* ------------------
113400     MOVE SQLCODE TO DB2P-SQLCODE
113500     MOVE SQLCA   TO DB2P-SQLCA
113600     MOVE DB2P-FONCTION-CHECK TO DB2P-FONCTION
113700     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
113800     .
113900
114000*================================================================*
114100* TRAITEMENT DES COMMITS
114200*================================================================*
114300 DB2P-COMMIT.
114400* ------------
114500     MOVE DB2P-FONCTION-COMMIT TO DB2P-FONCTION
114600     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
114700     .
114800
114900*================================================================*
115000* ANNULATION DE L'UNITE DE TRAVAIL (MODE SIMULATION)
115100*================================================================*
115200 DB2P-ROLLBACK.
115300* --------------
115400     MOVE DB2P-FONCTION-ROLLBACK TO DB2P-FONCTION
115500     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
115600     .
115700
115800*================================================================*
115900* FIN DE TRAITEMENT
116000*================================================================*
116100 DB2P-FINAL.
116200* -------------
116300     MOVE DB2P-FONCTION-FINAL TO DB2P-FONCTION
116400     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
116500     .
116600*================================================================*
116700* FIN ANORMALE
116800*================================================================*
116900 C-FIN-ANO.
117000* -------------
117100     CALL GX0001P   USING W-F2CABN-ACTION
117200                          W-F2CABN-MSG.
