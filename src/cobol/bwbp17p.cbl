000100 ID DIVISION.
000200 PROGRAM-ID. BWBP17P.
000300**------------------------------------------------------------*
000400**                                                            *
000500**  TITRE          :  BWBP17P                                 *
000600**                                                            *
000700**  DETECTION DES FERMETURES SIPP MANQUEES PAR RAPPROCHEMENT  *
000800**  DES USAGES OUVERTS ET DE L'ETAT DES COMPTES               *
000900**                                                            *
001000**  DATE ET AUTEUR : 15/10/2026                               *
001100**                   R.ZITI                                   *
001200**                                                            *
001300**  DESCRIPT. PROG. : CE TRAITEMENT QUOTIDIEN RELIT L'EXTRAIT *
001400**                    DE L'ETAT DES COMPTES DU SYSTEME DE     *
001500**                    TENUE DE COMPTES (AGENCE, COMPTE,       *
001600**                    STATUT, DATE DE CLOTURE). POUR CHAQUE   *
001700**                    COMPTE CLOS, IL RECHERCHE LES USAGES    *
001800**                    SUPPORT OU REMISE ('S'/'R') ENCORE      *
001900**                    OUVERTS DANS TBWUCPT (MEME CLE QUE LE   *
002000**                    CANAL MANUEL DE BWBP01P) : CHAQUE USAGE *
002100**                    TROUVE EST UNE FERMETURE SIPP MANQUEE,  *
002200**                    LISTEE AVEC L'ANCIENNETE DE L'ECART EN  *
002300**                    JOURS.                                  *
002400**                    UN COMPTE EST CONFIRME QUAND L'ECART    *
002500**                    ATTEINT LE DELAI DE LA CARTE, QU'AUCUNE *
002600**                    DEMANDE BW03 N'EST EN COURS SUR LE      *
002700**                    COMPTE ET QU'AUCUN REJET SIPP N'Y EST   *
002800**                    OUVERT (TBWREJL). EN OPTION, CHAQUE     *
002900**                    COMPTE CONFIRME DONNE UNE DEMANDE DE    *
003000**                    FERMETURE MANUELLE TBWDMFE A L'ETAT     *
003100**                    VALIDE : DEMANDEUR BWBP17P, VALIDEUR =  *
003200**                    L'AGENT DU BACK OFFICE NOMME SUR LA     *
003300**                    CARTE. BWBP13P L'EXTRAIT POUR LE RUN    *
003400**                    BWBP01P SUIVANT.                        *
003500**                    LE RECAPITULATIF PAR BANQUE SBWMQBQE    *
003600**                    EST CUMULE PAR BWBP09P DANS LES         *
003700**                    STATISTIQUES MENSUELLES.                *
003800**                    PAR DEFAUT LE TRAITEMENT TOURNE EN MODE *
003900**                    SIMULATION : LES DEMANDES CREEES SONT   *
004000**                    ANNULEES EN FIN DE PROGRAMME.           *
004100**                    UNE LIGNE D'EXTRAIT INEXPLOITABLE REND  *
004200**                    LA MAIN EN CODE RETOUR 4.               *
004300**                                                            *
004400**  ARCHIT. PROG.   :                                         *
004500**                                                            *
004600**A-INITIALISATION                                            *
004700****  OUVERTURE DES FICHIERS, CARTE PARAMETRE                 *
004800**                                                            *
004900**B-TRAITEMENT                                                *
005000****  RAPPROCHEMENT COMPTE PAR COMPTE, DEMANDES DE FERMETURE, *
005100****  RECAPITULATIF PAR BANQUE                                *
005200**                                                            *
005300**C-FIN-PROGRAMME                                             *
005400** BILAN, VALIDATION OU ANNULATION DB2, FERMETURE FICHIERS    *
005500**                                                            *
005600**  PERIODICITE     : QUOTIDIENNE (APRES RECEPTION DE         *
005700**                    L'EXTRAIT, AVANT BWBP13P ET BWBP09P)    *
005800**                                                            *
005900**  LE OU LES CTI   : LIMEIL                                  *
006000**                                                            *
006100**  PARAMETRES DE COMPILATION ET COPY UTILISES  : OS390       *
006200**  F2CABND1 ET F2CABNX1 : COPY INCLUDE POUR GESTION ABEND    *
006300**  BWWMQB1 : RECAPITULATIF PAR BANQUE (SBWMQBQE)             *
006400**                                                            *
006500** SOUS-PROGRAMME APPELES:                                    *
006600** -----------------------                                    *
006700**   GENABEN3 : APPEL POUR GESTION DE L'ABEND (GX0001P)       *
006800**   BWDB2P   : INTERFACE DB2 (INIT/CHECK/COMMIT/FINAL)       *
006900**   FRCAL3P  : CALCUL DE LA LETTRE-CLE DU COMPTE             *
007000**                                                            *
007100**  FICHIERS UTILISES :                                       *
007200**  -----------------                                         *
007300**  FICHIERS EN ENTREE :                                      *
007400**   EBWPARAM  MVS  CARTE PARAMETRE (DATE DU JOUR, MODE,      *
007500**                  DELAI, OPTION DEMANDES, VALIDEUR)         *
007600**   EBWCPTST  MVS  EXTRAIT DE L'ETAT DES COMPTES             *
007700**                                                            *
007800**  FICHIERS EN SORTIE :                                      *
007900**   SBWMQSRP  MVS  LISTE DES FERMETURES SIPP MANQUEES        *
008000**   SBWMQBQE  MVS  RECAPITULATIF PAR BANQUE (BWBP09P)        *
008100**                                                            *
008200**  TABLES UTILISEES : TBWUCPT, TBWREJL, TBWDMFE (MAJ),       *
008300**                     TBWRUNJ                                *
008400**                                                            *
008500**------------------------------------------------------------*
008600** HISTORIQUE :                                               *
008700**============================================================*
008800***************************************************************
008900 ENVIRONMENT DIVISION.
009000 CONFIGURATION SECTION.
009100 INPUT-OUTPUT SECTION.
009200 FILE-CONTROL.
009300*-------------
009400***  FICHIER PARAMETRE (DATE DU JOUR, MODE, DELAI, VALIDEUR)
009500     SELECT FD-EBWPARAM ASSIGN TO EBWPARAM
009600            FILE STATUS IS EBWPARAM-STATUS.
009700*
009800***  EBWCPTST EXTRAIT DE L'ETAT DES COMPTES
009900     SELECT FD-EBWCPTST ASSIGN TO EBWCPTST
010000            FILE STATUS IS EBWCPTST-STATUS.
010100*
010200***  SBWMQSRP LISTE DES FERMETURES SIPP MANQUEES
010300     SELECT FD-SBWMQSRP ASSIGN TO SBWMQSRP
010400            FILE STATUS IS SBWMQSRP-STATUS.
010500*
010600***  SBWMQBQE RECAPITULATIF PAR BANQUE
010700     SELECT FD-SBWMQBQE ASSIGN TO SBWMQBQE
010800            FILE STATUS IS SBWMQBQE-STATUS.
010900
011000 DATA DIVISION.
011100 FILE SECTION.
011200*-------------
011300***  EBWPARAM FICHIER PARAMETRE EN ENTREE
011400 FD  FD-EBWPARAM
011500     RECORDING MODE IS F
011600     BLOCK 0 RECORDS.
011700  01 ENR-EBWPARAM PIC X(80).
011800
011900***  EBWCPTST EXTRAIT DE L'ETAT DES COMPTES
012000 FD  FD-EBWCPTST
012100     RECORDING MODE IS F
012200     BLOCK 0 RECORDS.
012300  01 ENR-EBWCPTST PIC X(80).
012400
012500***  SBWMQSRP LISTE DES FERMETURES SIPP MANQUEES
012600 FD  FD-SBWMQSRP
012700     RECORDING MODE F
012800     BLOCK 0 RECORDS.
012900 01  SBWMQSRP-ENR                        PIC X(133).
013000
013100***  SBWMQBQE RECAPITULATIF PAR BANQUE
013200 FD  FD-SBWMQBQE
013300     RECORDING MODE F
013400     BLOCK 0 RECORDS.
013500 01  SBWMQBQE-ENR                        PIC X(80).
013600
013700*
013800 WORKING-STORAGE SECTION.
013900*------------------------
014000* CARTE PARAMETRE : DATE DU JOUR (SSAAMMJJ), MODE ('N' = MISE A
014100* JOUR REELLE, 'O' OU SPACES = SIMULATION), DELAI EN JOURS AU-DELA
014200* DUQUEL UN ECART EST CONFIRME (EN DECA, UN CRO PEUT ENCORE ETRE
014300* EN ROUTE), OPTION DE CREATION DES DEMANDES DE FERMETURE ('O' =
014400* CREATION, 'N' OU SPACES = LISTE SEULE) ET AGENT DU BACK OFFICE
014500* QUI VALIDE LES DEMANDES CREEES (OBLIGATOIRE AVEC L'OPTION)
014600 01  EBWPARAM-ENR.
014700     05 DTRAIT                              PIC 9(8).
014800     05 EBWPARAM-SSAAMMJJ REDEFINES DTRAIT.
014900           10 EBWPARAM-SSAA     PIC 9(4).
015000           10 EBWPARAM-MM       PIC 9(2).
015100           10 EBWPARAM-JJ       PIC 9(2).
015200     05 EBWPARAM-MODE-SIMULATION PIC X(01).
015300        88 MODE-SIMULATION             VALUE 'O' SPACES.
015400        88 MODE-REEL                   VALUE 'N'.
015500     05 EBWPARAM-DELAI          PIC 9(03).
015600     05 EBWPARAM-DEMANDES       PIC X(01).
015700        88 CREATION-DEMANDES           VALUE 'O'.
015800        88 LISTE-SEULE                 VALUE 'N' SPACES.
015900     05 EBWPARAM-VALIDEUR       PIC X(08).
016000     05 FILLER                  PIC X(59).
016100
016200* EXTRAIT DE L'ETAT DES COMPTES : AGENCE, COMPTE (SANS LETTRE-
016300* CLE), STATUT ('O' = OUVERT, 'C' = CLOS) ET DATE DE CLOTURE
016400* (SSAAMMJJ, RENSEIGNEE POUR UN COMPTE CLOS)
016500 01  EBWCPTST-ENR.
016600     05 CPTST-CODAGE            PIC 9(05).
016700     05 CPTST-NUMCPTCL          PIC 9(07).
016800     05 CPTST-STATUT            PIC X(01).
016900        88 CPTST-OUVERT                VALUE 'O'.
017000        88 CPTST-CLOS                  VALUE 'C'.
017100     05 CPTST-DATCLO            PIC 9(08).
017200     05 CPTST-DATCLO-DET REDEFINES CPTST-DATCLO.
017300           10 CPTST-CLO-SSAA    PIC 9(4).
017400           10 CPTST-CLO-MM      PIC 9(2).
017500           10 CPTST-CLO-JJ      PIC 9(2).
017600     05 FILLER                  PIC X(59).
017700
017800* LIGNE DU RECAPITULATIF PAR BANQUE
017900 01  W-MQB-ENR.
018000     COPY BWWMQB1 REPLACING ==:XXX:==  BY ==MQB==.
018100
018200*----------------------------------------------------------------*
018300*    COMPTEURS                                                   *
018400*----------------------------------------------------------------*
018500*LIGNES D'EXTRAIT LUES / COMPTES CLOS / INEXPLOITABLES / CLOTURE
018600*POSTERIEURE A LA DATE DU JOUR
018700 77  W-CPT-EXT-LUS              PIC 9(07) VALUE ZEROS.
018800 77  W-CPT-EXT-CLOS             PIC 9(07) VALUE ZEROS.
018900 77  W-CPT-EXT-INVALIDES        PIC 9(07) VALUE ZEROS.
019000 77  W-CPT-EXT-FUTURS           PIC 9(07) VALUE ZEROS.
019100*COMPTES CLOS AYANT ENCORE UN USAGE OUVERT / USAGES CONCERNES
019200 77  W-CPT-CPT-ECART            PIC 9(07) VALUE ZEROS.
019300 77  W-CPT-UCPT-ECART           PIC 9(07) VALUE ZEROS.
019400*QUALIFICATION DES COMPTES EN ECART
019500 77  W-CPT-CPT-SURVEILLES       PIC 9(07) VALUE ZEROS.
019600 77  W-CPT-CPT-DEM-EXIST        PIC 9(07) VALUE ZEROS.
019700 77  W-CPT-CPT-REJET            PIC 9(07) VALUE ZEROS.
019800 77  W-CPT-CPT-CONFIRMES        PIC 9(07) VALUE ZEROS.
019900*DEMANDES DE FERMETURE CREEES
020000 77  W-CPT-DEMANDES             PIC 9(07) VALUE ZEROS.
020100*MISES A JOUR TOTALES (REPORTEES DANS TBWRUNJ)
020200 77  W-CPT-MAJ                  PIC 9(07) VALUE ZEROS.
020300*USAGES EN ECART DU COMPTE EN COURS
020400 77  W-CPT-UCPT-CPT             PIC 9(05) VALUE ZEROS.
020500*CODE RETOUR DU PROGRAMME (REPORTE DANS TBWRUNJ)
020600 77  W-CODRET                   PIC 9(02) VALUE ZEROS.
020700
020800*------------------------------------------------*
020900*    FILE STATUS                                 *
021000*------------------------------------------------*
021100***  FILE STATUS FICHIER PARAMETRE
021200 77  EBWPARAM-STATUS                     PIC 9(2).
021300     88 EBWPARAM-OK                              VALUE 00.
021400     88 EBWPARAM-FINFICHIER                      VALUE 10.
021500
021600***  FILE STATUS EBWCPTST EXTRAIT DE L'ETAT DES COMPTES
021700 77  EBWCPTST-STATUS                     PIC 9(2).
021800     88 EBWCPTST-OK                              VALUE 00.
021900     88 EBWCPTST-FINFICHIER                      VALUE 10.
022000
022100***  FILE STATUS SBWMQSRP LISTE
022200 77  SBWMQSRP-STATUS                     PIC 9(2).
022300     88 SBWMQSRP-OK                              VALUE 00.
022400     88 SBWMQSRP-FINFICHIER                      VALUE 10.
022500
022600***  FILE STATUS SBWMQBQE RECAPITULATIF PAR BANQUE
022700 77  SBWMQBQE-STATUS                     PIC 9(2).
022800     88 SBWMQBQE-OK                              VALUE 00.
022900     88 SBWMQBQE-FINFICHIER                      VALUE 10.
023000
023100* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
023200*                                                                *
023300*         V U E S     D B 2      E N     M . A . J O U R         *
023400*                                                                *
023500* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
023600     EXEC  SQL  INCLUDE  TBWUCPT  END-EXEC.
023700     EXEC  SQL  INCLUDE  TBWREJL  END-EXEC.
023800     EXEC  SQL  INCLUDE  TBWDMFE  END-EXEC.
023900     EXEC  SQL  INCLUDE  TBWRUNJ  END-EXEC.
024000
024100     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
024200
024300*   VARIABLE DU MODULE  BWDB2
024400     COPY  BWWDB31.
024500
024600*   VARIABLE POUR LA GESTION DES ERREURS TECHNIQUES
024700     EXEC  SQL  INCLUDE IVWERR3  END-EXEC.
024800
024900*------------------------------------------------*
025000*    DESCRIPTION APPEL ABANDON PROGRAMME         *
025100*------------------------------------------------*
025200***  CONSTANTES ET APPEL GX0001P
025300 01  GX0001P                        PIC X(08) VALUE 'GX0001P'.
025400     COPY F2CABND1.
025500     COPY F2CABNX1.
025600
025700***  MESSAGE ET CODE ABEND CARTE PARAMETRE
025800 77  WS-MES-EBWPARAM        PIC X(20)
025900     VALUE ' CARTE PARAMETRE    '.
026000
026100*** MESSAGE + CODE ABEND EBWCPTST EXTRAIT
026200 77  WS-MES-EBWCPTST       PIC X(20)
026300     VALUE ' EBWCPTST ETAT CPTES'.
026400
026500*** MESSAGE + CODE ABEND SBWMQSRP LISTE
026600 77  WS-MES-SBWMQSRP       PIC X(20)
026700     VALUE ' SBWMQSRP LISTE     '.
026800
026900*** MESSAGE + CODE ABEND SBWMQBQE RECAPITULATIF
027000 77  WS-MES-SBWMQBQE       PIC X(20)
027100     VALUE ' SBWMQBQE RECAP BQE '.
027200
027300*************************************************************
027400***  VARIABLES DIVERSES
027500*************************************************************
027600***  NOM PROGRAMME ET PROCESS (LE NOM DU PROGRAMME EST AUSSI LE
027700***  DEMANDEUR DES DEMANDES DE FERMETURE CREEES)
027800 01  W-PROGRAMME-ID         PIC X(8)  VALUE 'BWBP17P '.
027900 01  W-PROCESS-ID           PIC X(8)  VALUE 'BWBP17'.
028000***  NOM DU PROGRAMME POUR BWDB2P
028100 01  CST-PGM-ID          PIC  X(008) VALUE 'BWBP17P '.
028200***  BANQUE DE LA LIGNE DE FIN DU RECAPITULATIF
028300 01  CST-BQE-GLOBAL      PIC  X(05) VALUE '*GLOB'.
028400***  DEMANDE BW03 PAR COMPTE ET ETATS D'UNE DEMANDE EN COURS
028500 01  CST-DMFE-TYP-COMPTE PIC  X     VALUE 'A'.
028600 01  CST-ETA-SAISIE      PIC  X     VALUE 'S'.
028700 01  CST-ETA-VALIDEE     PIC  X     VALUE 'V'.
028800 01  CST-ETA-EXTRAITE    PIC  X     VALUE 'X'.
028900***  REJET SIPP FERME DANS LE GRAND LIVRE TBWREJL
029000 01  CST-REJL-FERME      PIC  X     VALUE 'F'.
029100***  MOTIF DES DEMANDES CREEES, SUIVI DE LA DATE DE CLOTURE
029200 01  CST-MOTIF-PREF      PIC  X(40)
029300     VALUE 'FERMETURE SIPP MANQUEE - COMPTE CLOS LE '.
029400***  INDICATEUR FIN DE CURSEUR
029500 01  WSS-FIN-CSRUCPT     PIC  9(001).
029600     88  FIN-CSRUCPT     VALUE 1.
029700     88  NON-FIN-CSRUCPT VALUE 0.
029800***  QUALIFICATION DU COMPTE EN COURS
029900 01  WSS-ISSUE-CPT       PIC  X(001).
030000     88  CPT-SURVEILLE        VALUE 'S'.
030100     88  CPT-DEMANDE-EXISTE   VALUE 'D'.
030200     88  CPT-EN-REJET         VALUE 'R'.
030300     88  CPT-CONFIRME         VALUE 'C'.
030400***  DEMANDE DE FERMETURE CREEE POUR LE COMPTE EN COURS
030500 01  WSS-DEMANDE         PIC  9(001).
030600     88  DEMANDE-CREEE        VALUE 1.
030700     88  DEMANDE-NON-CREEE    VALUE 0.
030800***  LIBELLE DU MODE EDITE SUR LA LISTE
030900 01  W-LIB-MODE          PIC  X(40) VALUE SPACES.
031000***  LIBELLE DE LA QUALIFICATION EDITE SUR LA LISTE
031100 01  W-LIB-ISSUE         PIC  X(40) VALUE SPACES.
031200***  MOTIF D'UNE LIGNE D'EXTRAIT INEXPLOITABLE
031300 01  W-LIB-INVALIDE      PIC  X(40) VALUE SPACES.
031400***  HORODATE DE DEBUT DU RUN COURANT (CLE DE LA LIGNE TBWRUNJ
031500***  MISE A JOUR EN FIN DE RUN)
031600 01  W-RUNJ-HDT-DEB      PIC  X(26) VALUE SPACES.
031700***  ZONES D'EDITION DE LA LISTE
031800 01  W-LIB-COMPTE        PIC  X(45) VALUE SPACES.
031900 01  W-ED-NB             PIC  Z(08)9.
032000 01  W-ED-AGE            PIC  Z(04)9.
032100 01  W-ED-NUM            PIC  Z(08)9.
032200 01  W-ED-DELAI          PIC  ZZ9.
032210***  NOMBRE DE JOURS DE CHAQUE MOIS (FEVRIER CORRIGE POUR LES
032220***  ANNEES BISSEXTILES)
032230 01  CST-JOURS-MOIS      PIC  X(24)
032240     VALUE '312831303130313130313031'.
032250 01  FILLER REDEFINES CST-JOURS-MOIS.
032260     05  CST-JJ-MOIS         PIC 9(02) OCCURS 12 TIMES.
032270 01  W-JJ-MAX            PIC  9(02) VALUE ZEROS.
032280 01  W-QUOTIENT          PIC  9(04) VALUE ZEROS.
032290 01  W-RESTE-4           PIC  9(03) VALUE ZEROS.
032291 01  W-RESTE-100         PIC  9(03) VALUE ZEROS.
032292 01  W-RESTE-400         PIC  9(03) VALUE ZEROS.
032300
032400***  CUMULS DU JOUR PAR BANQUE (BANQUE DU PREMIER USAGE EN ECART
032500***  DU COMPTE)
032600 01  W-TBL-BQE.
032700     05  W-TBL-BQE-NBENT         PIC 9(02) VALUE ZEROS.
032800     05  W-TBL-BQE-ENT OCCURS 50 TIMES
032900                         INDEXED BY W-IDX-BQE.
033000         10  W-TBL-BQE-BQE       PIC X(05).
033100         10  W-TBL-BQE-USAGES    PIC 9(07) VALUE ZEROS.
033200         10  W-TBL-BQE-COMPTES   PIC 9(07) VALUE ZEROS.
033300         10  W-TBL-BQE-CONFIRMES PIC 9(07) VALUE ZEROS.
033400         10  W-TBL-BQE-DEMANDES  PIC 9(07) VALUE ZEROS.
033500 01  WSS-BQE-TROUVE          PIC  9(1) VALUE 0.
033600     88  BQE-TROUVE          VALUE 1.
033700     88  BQE-NON-TROUVE      VALUE 0.
033800
033900***  CALCUL DE LA LETTRE-CLE DU COMPTE (FRCAL3P)
034000 01  LNK-ZNCALCLE.
034100     10  LNK-CDRETCLE    PIC X(001).
034200     10  FILLER          PIC X(011).
034300 01  FILLER REDEFINES LNK-ZNCALCLE.
034400     10  LNK-ZNAGECLE    PIC 9(005).
034500     10  LNK-ZNCPTCLE    PIC 9(007).
034600 01  FRCALCLE            PIC X(8) VALUE 'FRCAL3P '.
034700
034800*------------------------------------------------------------
034900*   HOST VARIABLES
035000*------------------------------------------------------------
035100***  DATE DE TRAITEMENT
035200 01  H-DATE-TRT.
035300     05  H-DATE-TRT-SA            PIC X(04).
035400     05  FILLER                   PIC X(01) VALUE '-'.
035500     05  H-DATE-TRT-MM            PIC X(02).
035600     05  FILLER                   PIC X(01) VALUE '-'.
035700     05  H-DATE-TRT-JJ            PIC X(02).
035800***  DATE DE CLOTURE DU COMPTE EN COURS
035900 01  H-DATE-CLO.
036000     05  H-DATE-CLO-SA            PIC X(04).
036100     05  FILLER                   PIC X(01) VALUE '-'.
036200     05  H-DATE-CLO-MM            PIC X(02).
036300     05  FILLER                   PIC X(01) VALUE '-'.
036400     05  H-DATE-CLO-JJ            PIC X(02).
036500***  COMPTE SANS LETTRE-CLE (CLE DE TBWDMFE ET DE TBWREJL)
036600 01  H-NCP-CLIENT                 PIC X(07).
036700***  ANCIENNETE DE L'ECART EN JOURS
036800 01  H-AGE                        PIC S9(09) COMP.
036900***  COMPTAGES
037000 01  H-NB                         PIC S9(09) COMP.
037100***  DERNIER NUMERO DE DEMANDE ATTRIBUE
037200 01  H-NUM-MAX                    PIC S9(09) COMP.
037300 01  H-IND-NUM-MAX                PIC S9(04) COMP.
037400
037500*-------------------
037600 PROCEDURE DIVISION.
037700*-------------------
037800
037900*************************
038000*  ARCHITECTURE PROGRAMME
038100*************************
038200*
038300* OUVERTURE DES FICHIERS ET CARTE PARAMETRE
038400     PERFORM A-INITIALISATION
038500        THRU A-INITIALISATION-FIN.
038600
038700* RAPPROCHEMENT DE L'EXTRAIT ET DES USAGES OUVERTS
038800     PERFORM B-TRAITEMENT
038900        THRU B-TRAITEMENT-FIN.
039000
039100* BILAN, VALIDATION OU ANNULATION DB2 ET FERMETURE DES FICHIERS
039200     PERFORM C-FIN-PROGRAMME
039300        THRU C-FIN-PROGRAMME-FIN.
039400
039500*    STOP RUN
039600     GOBACK.
039700/
039800******************
039900 A-INITIALISATION.
040000* A INITIALISATION
040100******************
040200**1. LISTE ET RECAPITULATIF PAR BANQUE
040300     OPEN OUTPUT FD-SBWMQSRP.
040400     IF NOT SBWMQSRP-OK
040500        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
040600        MOVE SBWMQSRP-STATUS              TO W-F2CABN-MSG-CODRET
040700        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
040800        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWMQSRP
040900                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
041000        PERFORM C-FIN-ANO
041100     END-IF.
041200
041300     OPEN OUTPUT FD-SBWMQBQE.
041400     IF NOT SBWMQBQE-OK
041500        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
041600        MOVE SBWMQBQE-STATUS              TO W-F2CABN-MSG-CODRET
041700        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
041800        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWMQBQE
041900                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
042000        PERFORM C-FIN-ANO
042100     END-IF.
042200
042300**2. CARTE PARAMETRE
042400     PERFORM A20-EBWPARAM-LECTURE
042500        THRU A20-EBWPARAM-LECTURE-FIN.
042600
042700**3. INITIALISATION DB2
042800     PERFORM     TRT-INIT-DB2P.
042900
043000**4. ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL DE PILOTAGE
043100**   (MODE REEL SEULEMENT, UNE SIMULATION NE LAISSE PAS DE TRACE)
043200     IF MODE-REEL
043300        PERFORM  TRT-RUNJ-DEBUT
043400     END-IF.
043500
043600**5. ENTETE DE LA LISTE
043700     IF MODE-REEL
043800        MOVE 'MODE REEL - MISES A JOUR VALIDEES'
043900                                 TO W-LIB-MODE
044000     ELSE
044100        MOVE 'MODE SIMULATION - AUCUNE MISE A JOUR'
044200                                 TO W-LIB-MODE
044300     END-IF.
044400     MOVE       EBWPARAM-DELAI         TO W-ED-DELAI
044500     MOVE       SPACES                 TO SBWMQSRP-ENR
044600     STRING     'FERMETURES SIPP MANQUEES - TRAITEMENT DU '
044700                H-DATE-TRT
044800                ' - DELAI ' W-ED-DELAI ' JOURS'
044900                ' - ' W-LIB-MODE
045000         DELIMITED BY SIZE
045100         INTO SBWMQSRP-ENR
045200     END-STRING
045300     PERFORM    ECRITURE-LIGNE.
045400     MOVE       SPACES                 TO SBWMQSRP-ENR
045500     IF CREATION-DEMANDES
045600        STRING  'CREATION DES DEMANDES DE FERMETURE - VALIDEUR '
045700                EBWPARAM-VALIDEUR
045800            DELIMITED BY SIZE
045900            INTO SBWMQSRP-ENR
046000        END-STRING
046100     ELSE
046200        MOVE    'LISTE SEULE - AUCUNE DEMANDE DE FERMETURE CREEE'
046300                                       TO SBWMQSRP-ENR
046400     END-IF.
046500     PERFORM    ECRITURE-LIGNE.
046600     MOVE       SPACES                 TO SBWMQSRP-ENR
046700     PERFORM    ECRITURE-LIGNE.
046800
046900 A-INITIALISATION-FIN.    EXIT.
047000* FIN INITIALISATION
047100
047200/
047300 A20-EBWPARAM-LECTURE.
047400***  CARTE PARAMETRE (DATE DU JOUR, MODE, DELAI, OPTION, VALIDEUR)
047500     OPEN INPUT FD-EBWPARAM.
047600     IF NOT EBWPARAM-OK
047700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
047800        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
047900        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
048000        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWPARAM
048100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
048200        PERFORM C-FIN-ANO
048300     END-IF.
048400
048500     READ FD-EBWPARAM            INTO EBWPARAM-ENR
048600     IF NOT EBWPARAM-OK AND NOT EBWPARAM-FINFICHIER
048700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
048800        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
048900        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
049000        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWPARAM
049100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
049200        PERFORM C-FIN-ANO
049300     END-IF.
049400
049500*CONTROLE DE LA CARTE : DATE NUMERIQUE ET VALIDE, MODE ET OPTION
049600*RECONNUS, DELAI NUMERIQUE, VALIDEUR RENSEIGNE ET DISTINCT DU
049700*DEMANDEUR (LE PROGRAMME) QUAND LES DEMANDES SONT CREEES - UNE
049800*CARTE INVALIDE ARRETE LE TRAITEMENT
049900     IF EBWPARAM-FINFICHIER
050000        OR DTRAIT NOT NUMERIC
050100        OR EBWPARAM-MM < 01 OR EBWPARAM-MM > 12
050200        OR EBWPARAM-JJ < 01 OR EBWPARAM-JJ > 31
050300        OR (NOT MODE-SIMULATION AND NOT MODE-REEL)
050400        OR EBWPARAM-DELAI NOT NUMERIC
050500        OR (NOT CREATION-DEMANDES AND NOT LISTE-SEULE)
050600        OR (CREATION-DEMANDES
050700            AND (EBWPARAM-VALIDEUR = SPACES
050800                 OR EBWPARAM-VALIDEUR = W-PROGRAMME-ID))
050900        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
051000        MOVE ZEROS                        TO W-F2CABN-MSG-CODRET
051100        MOVE W-F2CABND-INT-COD            TO W-F2CABN-ACTION-CODE
051200        MOVE SPACES                       TO W-F2CABN-MSG-LIBEL
051300        STRING W-F2CABND-INT-TXT
051400               'CARTE PARAMETRE DETECTION INVALIDE'
051500            DELIMITED BY SIZE
051600            INTO W-F2CABN-MSG-LIBEL
051700        END-STRING
051800        PERFORM C-FIN-ANO
051900     END-IF.
052000
052100* DATE AU FORMAT DB2 (SSAA-MM-JJ)
052200     MOVE EBWPARAM-SSAA           TO H-DATE-TRT-SA.
052300     MOVE EBWPARAM-MM             TO H-DATE-TRT-MM.
052400     MOVE EBWPARAM-JJ             TO H-DATE-TRT-JJ.
052500
052600 A20-EBWPARAM-LECTURE-FIN.
052700* FIN LECTURE EBWPARAM
052800       EXIT.
052900
053000********************
053100 B-TRAITEMENT.
053200* B TRAITEMENT.
053300********************
053400*B-TRAITEMENT : LECTURE SEQUENTIELLE DE L'EXTRAIT, RAPPROCHEMENT
053500*DE CHAQUE COMPTE CLOS AVEC SES USAGES OUVERTS, PUIS ECRITURE DU
053600*RECAPITULATIF PAR BANQUE
053700     OPEN INPUT FD-EBWCPTST.
053800     IF NOT EBWCPTST-OK
053900        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
054000        MOVE EBWCPTST-STATUS              TO W-F2CABN-MSG-CODRET
054100        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
054200        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWCPTST
054300                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
054400        PERFORM C-FIN-ANO
054500     END-IF.
054600
054700     MOVE       'DETAIL DES USAGES OUVERTS SUR COMPTE CLOS'
054800                                       TO SBWMQSRP-ENR
054900     PERFORM    ECRITURE-LIGNE
055000
055100     PERFORM TRT-EBWCPTST-LECTURE
055200     PERFORM UNTIL EBWCPTST-FINFICHIER
055300        IF EBWCPTST-ENR NOT = SPACES
055400           ADD 1 TO W-CPT-EXT-LUS
055500           PERFORM B10-COMPTE
055600              THRU B10-COMPTE-FIN
055700        END-IF
055800        PERFORM TRT-EBWCPTST-LECTURE
055900     END-PERFORM
056000
056100     CLOSE FD-EBWCPTST.
056200     IF EBWCPTST-STATUS NOT = ZERO
056300        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
056400        MOVE EBWCPTST-STATUS              TO W-F2CABN-MSG-CODRET
056500        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
056600        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWCPTST
056700                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
056800        PERFORM C-FIN-ANO
056900     END-IF.
057000
057100     PERFORM B40-RECAPITULATIF
057200        THRU B40-RECAPITULATIF-FIN
057300     .
057400
057500 B-TRAITEMENT-FIN.
057600* FIN TRAITEMENT
057700        EXIT.
057800
057900 TRT-EBWCPTST-LECTURE.
058000* LECTURE D'UNE LIGNE DE L'EXTRAIT
058100     READ FD-EBWCPTST            INTO EBWCPTST-ENR
058200     IF NOT EBWCPTST-OK AND NOT EBWCPTST-FINFICHIER
058300        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
058400        MOVE EBWCPTST-STATUS              TO W-F2CABN-MSG-CODRET
058500        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
058600        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWCPTST
058700                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
058800        PERFORM C-FIN-ANO
058900     END-IF
059000     .
059100
059200 B10-COMPTE.
059300*B10-COMPTE : CONTROLE DE LA LIGNE D'EXTRAIT ; UN COMPTE CLOS A LA
059400*DATE DU JOUR EST RECHERCHE DANS TBWUCPT AVEC LA CLE DU CANAL
059500*MANUEL DE BWBP01P (POSITIONS 5 A 10 DU COMPTE + LETTRE-CLE) -
059600*S'IL A ENCORE UN USAGE SUPPORT OU REMISE OUVERT, L'ECART EST
059700*QUALIFIE PUIS LISTE USAGE PAR USAGE
059800     IF CPTST-CODAGE NOT NUMERIC
059900        OR CPTST-NUMCPTCL NOT NUMERIC
060000        MOVE 'AGENCE OU COMPTE NON NUMERIQUE'
060100                                       TO W-LIB-INVALIDE
060200        PERFORM B15-LIGNE-INVALIDE
060300        GO TO B10-COMPTE-FIN
060400     END-IF
060500
060600     IF NOT CPTST-OUVERT AND NOT CPTST-CLOS
060700        MOVE 'STATUT DU COMPTE INCONNU' TO W-LIB-INVALIDE
060800        PERFORM B15-LIGNE-INVALIDE
060900        GO TO B10-COMPTE-FIN
061000     END-IF
061100
061200*UN COMPTE OUVERT N'EST PAS CONCERNE
061300     IF CPTST-OUVERT
061400        GO TO B10-COMPTE-FIN
061500     END-IF
061600
061700     ADD 1 TO W-CPT-EXT-CLOS
061800     IF CPTST-DATCLO NOT NUMERIC
061900        OR CPTST-CLO-MM < 01 OR CPTST-CLO-MM > 12
062000        OR CPTST-CLO-JJ < 01 OR CPTST-CLO-JJ > 31
062100        MOVE 'DATE DE CLOTURE INVALIDE' TO W-LIB-INVALIDE
062200        PERFORM B15-LIGNE-INVALIDE
062300        GO TO B10-COMPTE-FIN
062400     END-IF
062410*DATE INEXISTANTE (30 FEVRIER, 31 AVRIL...)
062420     PERFORM TRT-CONTROLE-JOUR
062430     IF W-JJ-MAX < CPTST-CLO-JJ
062440        MOVE 'DATE DE CLOTURE INVALIDE' TO W-LIB-INVALIDE
062450        PERFORM B15-LIGNE-INVALIDE
062460        GO TO B10-COMPTE-FIN
062470     END-IF
062500
062600*UNE CLOTURE PROGRAMMEE APRES LA DATE DU JOUR N'EST PAS ENCORE UN
062700*ECART
062800     IF CPTST-DATCLO > DTRAIT
062900        ADD 1 TO W-CPT-EXT-FUTURS
063000        GO TO B10-COMPTE-FIN
063100     END-IF
063200
063300*CLE DE L'USAGE ET CALCUL DE LA LETTRE-CLE DE COMPTE
063400     MOVE CPTST-CODAGE           TO AGEN-AGC OF TBWUCPT
063500     MOVE ZEROS                  TO CPTE-NCP OF TBWUCPT
063600     MOVE CPTST-NUMCPTCL         TO CPTE-NCP OF TBWUCPT(5:6)
063700     MOVE CPTST-CODAGE           TO LNK-ZNAGECLE
063800     MOVE CPTST-NUMCPTCL         TO LNK-ZNCPTCLE
063900     CALL  FRCALCLE   USING    LNK-ZNCALCLE
064000     IF LNK-CDRETCLE = SPACES
064100        MOVE 'LETTRE-CLE INCALCULABLE'  TO W-LIB-INVALIDE
064200        PERFORM B15-LIGNE-INVALIDE
064300        GO TO B10-COMPTE-FIN
064400     END-IF
064500     MOVE LNK-CDRETCLE           TO CPTE-NCP OF TBWUCPT(11:1)
064600
064700     EXEC SQL
064800        SELECT COUNT(*)
064900          INTO :H-NB
065000          FROM TBWUCPT
065100         WHERE AGEN_AGC     = :TBWUCPT.AGEN-AGC
065200           AND CPTE_NCP     = :TBWUCPT.CPTE-NCP
065300           AND UCPT_DEF_FIN = '9999-12-31'
065400           AND TCPT_TCP IN ('S', 'R')
065500     END-EXEC
065600
065700     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
065800     MOVE       'SELECT'               TO DB2P-COMMAND
065900     MOVE       'TBWUCPT '             TO DB2P-OBJECT
066000     PERFORM    DB2P-CHECK-RESULT
066100
066200*AUCUN USAGE OUVERT : LE COMPTE EST DEJA FERME CHEZ NOUS
066300     IF H-NB = ZEROS
066400        GO TO B10-COMPTE-FIN
066500     END-IF
066600
066700     ADD 1 TO W-CPT-CPT-ECART
066800     MOVE CPTST-NUMCPTCL         TO H-NCP-CLIENT
066900     MOVE CPTST-CLO-SSAA         TO H-DATE-CLO-SA
067000     MOVE CPTST-CLO-MM           TO H-DATE-CLO-MM
067100     MOVE CPTST-CLO-JJ           TO H-DATE-CLO-JJ
067200
067300*ANCIENNETE DE L'ECART EN JOURS (DATE DU JOUR - DATE DE CLOTURE)
067400     EXEC SQL
067500        SELECT DAYS(:H-DATE-TRT) - DAYS(:H-DATE-CLO)
067600          INTO :H-AGE
067700          FROM SYSIBM.SYSDUMMY1
067800     END-EXEC
067900
068000     MOVE       'SELECT ECART   '      TO DB2P-LABEL
068100     MOVE       'SELECT'               TO DB2P-COMMAND
068200     MOVE       'SYSDUMMY'             TO DB2P-OBJECT
068300     PERFORM    DB2P-CHECK-RESULT
068400     MOVE       H-AGE                  TO W-ED-AGE
068500
068600     PERFORM B20-QUALIFICATION
068700        THRU B20-QUALIFICATION-FIN
068800
068900     MOVE ZEROS                  TO W-CPT-UCPT-CPT
069000     SET BQE-NON-TROUVE          TO TRUE
069100     PERFORM B30-USAGES
069200        THRU B30-USAGES-FIN
069300
069400*CUMULS DU COMPTE SUR SA BANQUE
069500     IF BQE-TROUVE
069600        ADD 1 TO W-TBL-BQE-COMPTES(W-IDX-BQE)
069700        IF CPT-CONFIRME
069800           ADD 1 TO W-TBL-BQE-CONFIRMES(W-IDX-BQE)
069900        END-IF
070000        IF DEMANDE-CREEE
070100           ADD 1 TO W-TBL-BQE-DEMANDES(W-IDX-BQE)
070200        END-IF
070300     END-IF
070400     .
070500
070600 B10-COMPTE-FIN.
070700*FIN COMPTE
070800     EXIT.
070900
071000 B15-LIGNE-INVALIDE.
071100*B15-LIGNE-INVALIDE : LIGNE D'EXTRAIT INEXPLOITABLE, LISTEE TELLE
071200*QUE RECUE - CODE RETOUR 4
071300     ADD 1 TO W-CPT-EXT-INVALIDES
071400     MOVE 4 TO W-CODRET
071500     MOVE       SPACES                 TO SBWMQSRP-ENR
071600     STRING     '*** LIGNE D''EXTRAIT INEXPLOITABLE '
071700                EBWCPTST-ENR(1:21)
071800                ' - ' W-LIB-INVALIDE
071900         DELIMITED BY SIZE
072000         INTO SBWMQSRP-ENR
072100     END-STRING
072200     PERFORM    ECRITURE-LIGNE
072300     .
072400
072410 TRT-CONTROLE-JOUR.
072415*TRT-CONTROLE-JOUR : DERNIER JOUR DU MOIS DE CLOTURE - 29 FEVRIER
072420*LES ANNEES DIVISIBLES PAR 4, SAUF LES SIECLES NON DIVISIBLES
072425*PAR 400
072430     MOVE CST-JJ-MOIS(CPTST-CLO-MM)  TO W-JJ-MAX
072435     IF CPTST-CLO-MM = 02
072440        DIVIDE CPTST-CLO-SSAA BY 4   GIVING W-QUOTIENT
072445                                     REMAINDER W-RESTE-4
072450        DIVIDE CPTST-CLO-SSAA BY 100 GIVING W-QUOTIENT
072455                                     REMAINDER W-RESTE-100
072460        DIVIDE CPTST-CLO-SSAA BY 400 GIVING W-QUOTIENT
072465                                     REMAINDER W-RESTE-400
072470        IF W-RESTE-4 = ZEROS
072475           AND (W-RESTE-100 NOT = ZEROS OR W-RESTE-400 = ZEROS)
072480           MOVE 29                   TO W-JJ-MAX
072485        END-IF
072490     END-IF
072495     .
072496
072500 B20-QUALIFICATION.
072600*B20-QUALIFICATION : QUALIFICATION DU COMPTE EN ECART -
072700*  A SURVEILLER    : ECART INFERIEUR AU DELAI (CRO POSSIBLE)
072800*  DEMANDE EN COURS: DEMANDE BW03 SAISIE, VALIDEE OU EXTRAITE
072900*  CRO EN REJET    : REJET SIPP OUVERT DANS TBWREJL (LE CRO EST
073000*                    ARRIVE, LE RECYCLAGE BWBP02P S'EN CHARGE)
073100*  CONFIRME        : SINON - DEMANDE CREEE AVEC L'OPTION
073200     SET DEMANDE-NON-CREEE       TO TRUE
073300     IF H-AGE < EBWPARAM-DELAI
073400        SET CPT-SURVEILLE        TO TRUE
073500        ADD 1 TO W-CPT-CPT-SURVEILLES
073600        MOVE 'A SURVEILLER (DELAI NON ATTEINT)'
073700                                 TO W-LIB-ISSUE
073800        GO TO B20-QUALIFICATION-FIN
073900     END-IF
074000
074100     MOVE CST-DMFE-TYP-COMPTE    TO DMFE-TYPE OF TBWDMFE
074200     MOVE AGEN-AGC OF TBWUCPT    TO AGEN-AGC OF TBWDMFE
074300     MOVE H-NCP-CLIENT           TO DMFE-NCP OF TBWDMFE
074400     MOVE ZEROS                  TO H-NUM-MAX
074500     MOVE ZEROS                  TO H-IND-NUM-MAX
074600     EXEC SQL
074700        SELECT MAX(DMFE_NUM)
074800          INTO :H-NUM-MAX :H-IND-NUM-MAX
074900          FROM TBWDMFE
075000         WHERE DMFE_TYPE = :TBWDMFE.DMFE-TYPE
075100           AND AGEN_AGC  = :TBWDMFE.AGEN-AGC
075200           AND DMFE_NCP  = :TBWDMFE.DMFE-NCP
075300           AND DMFE_ETA IN (:CST-ETA-SAISIE,
075400                            :CST-ETA-VALIDEE,
075500                            :CST-ETA-EXTRAITE)
075600     END-EXEC
075700
075800     MOVE       'SELECT TBWDMFE '      TO DB2P-LABEL
075900     MOVE       'SELECT'               TO DB2P-COMMAND
076000     MOVE       'TBWDMFE '             TO DB2P-OBJECT
076100     PERFORM    DB2P-CHECK-RESULT
076200
076300     IF H-IND-NUM-MAX NOT < ZEROS
076400        SET CPT-DEMANDE-EXISTE   TO TRUE
076500        ADD 1 TO W-CPT-CPT-DEM-EXIST
076600        MOVE H-NUM-MAX           TO W-ED-NUM
076700        MOVE SPACES              TO W-LIB-ISSUE
076800        STRING 'DEMANDE ' W-ED-NUM ' DEJA EN COURS'
076900            DELIMITED BY SIZE
077000            INTO W-LIB-ISSUE
077100        END-STRING
077200        GO TO B20-QUALIFICATION-FIN
077300     END-IF
077400
077500     MOVE AGEN-AGC OF TBWUCPT    TO AGEN-AGC OF TBWREJL
077600     MOVE H-NCP-CLIENT           TO REJL-NCP OF TBWREJL
077700     EXEC SQL
077800        SELECT COUNT(*)
077900          INTO :H-NB
078000          FROM TBWREJL
078100         WHERE AGEN_AGC  = :TBWREJL.AGEN-AGC
078200           AND REJL_NCP  = :TBWREJL.REJL-NCP
078300           AND REJL_ETA <> :CST-REJL-FERME
078400     END-EXEC
078500
078600     MOVE       'SELECT TBWREJL '      TO DB2P-LABEL
078700     MOVE       'SELECT'               TO DB2P-COMMAND
078800     MOVE       'TBWREJL '             TO DB2P-OBJECT
078900     PERFORM    DB2P-CHECK-RESULT
079000
079100     IF H-NB > ZEROS
079200        SET CPT-EN-REJET         TO TRUE
079300        ADD 1 TO W-CPT-CPT-REJET
079400        MOVE 'CRO SIPP EN REJET (RECYCLAGE EN COURS)'
079500                                 TO W-LIB-ISSUE
079600        GO TO B20-QUALIFICATION-FIN
079700     END-IF
079800
079900     SET CPT-CONFIRME            TO TRUE
080000     ADD 1 TO W-CPT-CPT-CONFIRMES
080100     IF CREATION-DEMANDES
080200        PERFORM TRT-DMFE-INSERT
080300        MOVE DMFE-NUM OF TBWDMFE TO W-ED-NUM
080400        MOVE SPACES              TO W-LIB-ISSUE
080500        STRING 'CONFIRME - DEMANDE ' W-ED-NUM ' CREEE'
080600            DELIMITED BY SIZE
080700            INTO W-LIB-ISSUE
080800        END-STRING
080900     ELSE
081000        MOVE 'CONFIRME - DEMANDE A SAISIR'
081100                                 TO W-LIB-ISSUE
081200     END-IF
081300     .
081400
081500 B20-QUALIFICATION-FIN.
081600*FIN QUALIFICATION
081700     EXIT.
081800
081900 TRT-DMFE-INSERT.
082000*TRT-DMFE-INSERT : DEMANDE DE FERMETURE PAR COMPTE A L'ETAT
082100*VALIDE (NUMERO = DERNIER NUMERO + 1, COMME BW03) - DEMANDEUR
082200*BWBP17P, VALIDEUR = AGENT DE LA CARTE ; BWBP13P L'EXTRAIT VERS
082300*EBWCCMAN POUR LE PROCHAIN RUN BWBP01P
082400     EXEC SQL
082500        SELECT MAX(DMFE_NUM)
082600          INTO :H-NUM-MAX :H-IND-NUM-MAX
082700          FROM TBWDMFE
082800     END-EXEC
082900
083000     MOVE       'SELECT TBWDMFE '      TO DB2P-LABEL
083100     MOVE       'SELECT'               TO DB2P-COMMAND
083200     MOVE       'TBWDMFE '             TO DB2P-OBJECT
083300     PERFORM    DB2P-CHECK-RESULT
083400
083500     IF H-IND-NUM-MAX < ZEROS
083600        MOVE ZEROS               TO H-NUM-MAX
083700     END-IF
083800     COMPUTE DMFE-NUM OF TBWDMFE = H-NUM-MAX + 1
083900     MOVE CST-DMFE-TYP-COMPTE    TO DMFE-TYPE OF TBWDMFE
084000     MOVE AGEN-AGC OF TBWUCPT    TO AGEN-AGC OF TBWDMFE
084100     MOVE H-NCP-CLIENT           TO DMFE-NCP OF TBWDMFE
084200     MOVE SPACES                 TO CONT-NCN OF TBWDMFE
084300     MOVE SPACES                 TO DMFE-MOTIF OF TBWDMFE
084400     STRING CST-MOTIF-PREF H-DATE-CLO
084500         DELIMITED BY SIZE
084600         INTO DMFE-MOTIF OF TBWDMFE
084700     END-STRING
084800     MOVE CST-ETA-VALIDEE        TO DMFE-ETA OF TBWDMFE
084900     MOVE W-PROGRAMME-ID         TO DMFE-OPR-SAI OF TBWDMFE
085000     MOVE EBWPARAM-VALIDEUR      TO DMFE-OPR-VAL OF TBWDMFE
085100     MOVE SPACES                 TO DMFE-DTRAIT OF TBWDMFE
085200     MOVE SPACES                 TO DMFE-RESULTAT OF TBWDMFE
085300
085400     EXEC SQL
085500        INSERT INTO TBWDMFE
085600               (DMFE_NUM,
085700                DMFE_TYPE,
085800                AGEN_AGC,
085900                DMFE_NCP,
086000                CONT_NCN,
086100                DMFE_MOTIF,
086200                DMFE_ETA,
086300                DMFE_OPR_SAI,
086400                DMFE_HDT_SAI,
086500                DMFE_OPR_VAL,
086600                DMFE_HDT_VAL,
086700                DMFE_DTRAIT,
086800                DMFE_RESULTAT)
086900        VALUES (:TBWDMFE.DMFE-NUM,
087000                :TBWDMFE.DMFE-TYPE,
087100                :TBWDMFE.AGEN-AGC,
087200                :TBWDMFE.DMFE-NCP,
087300                :TBWDMFE.CONT-NCN,
087400                :TBWDMFE.DMFE-MOTIF,
087500                :TBWDMFE.DMFE-ETA,
087600                :TBWDMFE.DMFE-OPR-SAI,
087700                CURRENT TIMESTAMP,
087800                :TBWDMFE.DMFE-OPR-VAL,
087900                CURRENT TIMESTAMP,
088000                :TBWDMFE.DMFE-DTRAIT,
088100                :TBWDMFE.DMFE-RESULTAT)
088200     END-EXEC
088300
088400     MOVE 'TBWDMFE '          TO DB2P-LABEL
088500     MOVE 'INSERT'            TO DB2P-COMMAND
088600     PERFORM DB2P-CHECK-RESULT
088700     SET DEMANDE-CREEE        TO TRUE
088800     ADD 1 TO W-CPT-DEMANDES
088900     ADD 1 TO W-CPT-MAJ
089000     .
089100
089200 B30-USAGES.
089300*B30-USAGES : LISTE DES USAGES SUPPORT OU REMISE ENCORE OUVERTS DU
089400*COMPTE CLOS, AVEC L'ANCIENNETE DE L'ECART ET LA QUALIFICATION DU
089500*COMPTE ; LE PREMIER USAGE DONNE LA BANQUE DU COMPTE
089600     EXEC SQL   DECLARE  CBWMUCP
089700        CURSOR   FOR
089800       SELECT   TBWUCPT.BANQ_BQE
089900              , TBWUCPT.CONT_NCN
090000              , TBWUCPT.TCPT_TCP
090100       FROM     TBWUCPT
090200       WHERE    TBWUCPT.AGEN_AGC     = :TBWUCPT.AGEN-AGC
090300       AND      TBWUCPT.CPTE_NCP     = :TBWUCPT.CPTE-NCP
090400       AND      TBWUCPT.UCPT_DEF_FIN = '9999-12-31'
090500       AND      TBWUCPT.TCPT_TCP IN ('S', 'R')
090600       ORDER BY TBWUCPT.TCPT_TCP DESC, TBWUCPT.CONT_NCN
090700       FOR FETCH ONLY
090800     END-EXEC
090900
091000     EXEC SQL
091100       OPEN CBWMUCP
091200     END-EXEC
091300
091400     SET NON-FIN-CSRUCPT TO TRUE
091500     PERFORM     TRT-UCPT-FETCH
091600
091700     PERFORM UNTIL FIN-CSRUCPT
091800        IF W-CPT-UCPT-CPT = ZEROS
091900           PERFORM TRT-BQE-POSTE
092000        END-IF
092100        ADD 1 TO W-CPT-UCPT-CPT
092200        ADD 1 TO W-CPT-UCPT-ECART
092300        IF BQE-TROUVE
092400           ADD 1 TO W-TBL-BQE-USAGES(W-IDX-BQE)
092500        END-IF
092600        MOVE       SPACES              TO SBWMQSRP-ENR
092700        STRING     '   BQE ' BANQ-BQE OF TBWUCPT
092800                   ' CPTE ' AGEN-AGC OF TBWUCPT '/'
092900                   H-NCP-CLIENT ' ' TCPT-TCP OF TBWUCPT
093000                   ' CONTRAT ' CONT-NCN OF TBWUCPT
093100                   ' CLOS LE ' H-DATE-CLO
093200                   ' ECART ' W-ED-AGE ' J : ' W-LIB-ISSUE
093300            DELIMITED BY SIZE
093400            INTO SBWMQSRP-ENR
093500        END-STRING
093600        PERFORM    ECRITURE-LIGNE
093700        PERFORM    TRT-UCPT-FETCH
093800     END-PERFORM
093900
094000     EXEC SQL
094100       CLOSE CBWMUCP
094200     END-EXEC
094300     .
094400
094500 B30-USAGES-FIN.
094600*FIN USAGES
094700     EXIT.
094800
094900 TRT-UCPT-FETCH.
095000* TRT UCPT FETCH (CURSEUR USAGES OUVERTS DU COMPTE CLOS)
095100     EXEC SQL
095200        FETCH CBWMUCP
095300        INTO :TBWUCPT.BANQ-BQE,
095400             :TBWUCPT.CONT-NCN,
095500             :TBWUCPT.TCPT-TCP
095600     END-EXEC
095700
095800     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
095900     MOVE       'FETCH'                TO DB2P-COMMAND
096000     MOVE       'TBWUCPT '             TO DB2P-OBJECT
096100     PERFORM    DB2P-CHECK-RESULT.
096200     IF NOT DB2P-FOUND
096300        SET FIN-CSRUCPT TO TRUE
096400     END-IF
096500     .
096600
096700 TRT-BQE-POSTE.
096800*TRT-BQE-POSTE : POSTE DE LA BANQUE DU COMPTE DANS LES CUMULS DU
096900*JOUR (CREE S'IL EST ABSENT) - AU-DELA DE 50 BANQUES LE COMPTE
097000*N'EST PAS CUMULE ET LE CODE RETOUR PASSE A 4
097100     SET BQE-NON-TROUVE TO TRUE
097200     IF W-TBL-BQE-NBENT > 0
097300        PERFORM VARYING W-IDX-BQE FROM 1 BY 1
097400                UNTIL W-IDX-BQE > W-TBL-BQE-NBENT
097500                   OR BQE-TROUVE
097600           IF W-TBL-BQE-BQE(W-IDX-BQE) = BANQ-BQE OF TBWUCPT
097700              SET BQE-TROUVE TO TRUE
097800           END-IF
097900        END-PERFORM
098000     END-IF
098100     IF BQE-TROUVE
098200        SET W-IDX-BQE DOWN BY 1
098300     ELSE
098400        IF W-TBL-BQE-NBENT < 50
098500           ADD 1 TO W-TBL-BQE-NBENT
098600           SET W-IDX-BQE TO W-TBL-BQE-NBENT
098700           MOVE BANQ-BQE OF TBWUCPT TO W-TBL-BQE-BQE(W-IDX-BQE)
098800           MOVE ZEROS      TO W-TBL-BQE-USAGES(W-IDX-BQE)
098900           MOVE ZEROS      TO W-TBL-BQE-COMPTES(W-IDX-BQE)
099000           MOVE ZEROS      TO W-TBL-BQE-CONFIRMES(W-IDX-BQE)
099100           MOVE ZEROS      TO W-TBL-BQE-DEMANDES(W-IDX-BQE)
099200           SET BQE-TROUVE TO TRUE
099300        ELSE
099400           MOVE 4 TO W-CODRET
099500           MOVE       SPACES           TO SBWMQSRP-ENR
099600           STRING     '*** TABLE DES BANQUES PLEINE - BANQUE '
099700                      BANQ-BQE OF TBWUCPT ' NON CUMULEE'
099800               DELIMITED BY SIZE
099900               INTO SBWMQSRP-ENR
100000           END-STRING
100100           PERFORM    ECRITURE-LIGNE
100200        END-IF
100300     END-IF
100400     .
100500
100600 B40-RECAPITULATIF.
100700*B40-RECAPITULATIF : UNE LIGNE SBWMQBQE PAR BANQUE EN ECART ET UNE
100800*LIGNE DE FIN TOUJOURS ECRITE (BWBP09P Y RECONNAIT UNE DETECTION
100900*DU JOUR) ; EN SIMULATION LES DEMANDES ANNULEES NE SONT PAS
101000*COMPTEES. LE MEME RECAPITULATIF EST EDITE SUR LA LISTE
101100     MOVE       SPACES                 TO SBWMQSRP-ENR
101200     PERFORM    ECRITURE-LIGNE
101300     MOVE       'RECAPITULATIF PAR BANQUE'
101400                                       TO SBWMQSRP-ENR
101500     PERFORM    ECRITURE-LIGNE
101600
101700     IF W-TBL-BQE-NBENT > 0
101800        PERFORM VARYING W-IDX-BQE FROM 1 BY 1
101900                UNTIL W-IDX-BQE > W-TBL-BQE-NBENT
102000           MOVE SPACES                     TO W-MQB-ENR
102100           MOVE 'BANQUE '                  TO MQB-LIB
102200           MOVE W-TBL-BQE-BQE(W-IDX-BQE)   TO MQB-BQE
102300           MOVE DTRAIT                     TO MQB-DTRAIT
102400           MOVE W-TBL-BQE-USAGES(W-IDX-BQE)
102500                                           TO MQB-USAGES
102600           MOVE W-TBL-BQE-COMPTES(W-IDX-BQE)
102700                                           TO MQB-COMPTES
102800           MOVE W-TBL-BQE-CONFIRMES(W-IDX-BQE)
102900                                           TO MQB-CONFIRMES
103000           IF MODE-REEL
103100              MOVE W-TBL-BQE-DEMANDES(W-IDX-BQE)
103200                                           TO MQB-DEMANDES
103300           ELSE
103400              MOVE ZEROS                   TO MQB-DEMANDES
103500           END-IF
103600           PERFORM TRT-MQB-ECRITURE
103700        END-PERFORM
103800     END-IF
103900
104000     MOVE SPACES                           TO W-MQB-ENR
104100     MOVE 'TOTAL  '                        TO MQB-LIB
104200     MOVE CST-BQE-GLOBAL                   TO MQB-BQE
104300     MOVE DTRAIT                           TO MQB-DTRAIT
104400     MOVE W-CPT-UCPT-ECART                 TO MQB-USAGES
104500     MOVE W-CPT-CPT-ECART                  TO MQB-COMPTES
104600     MOVE W-CPT-CPT-CONFIRMES              TO MQB-CONFIRMES
104700     IF MODE-REEL
104800        MOVE W-CPT-DEMANDES                TO MQB-DEMANDES
104900     ELSE
105000        MOVE ZEROS                         TO MQB-DEMANDES
105100     END-IF
105200     PERFORM TRT-MQB-ECRITURE
105300     .
105400
105500 B40-RECAPITULATIF-FIN.
105600*FIN RECAPITULATIF
105700     EXIT.
105800
105900 TRT-MQB-ECRITURE.
106000*TRT-MQB-ECRITURE : ECRITURE D'UNE LIGNE DU RECAPITULATIF ET DE
106100*SON EDITION SUR LA LISTE
106200     WRITE SBWMQBQE-ENR             FROM W-MQB-ENR
106300     IF NOT SBWMQBQE-OK
106400        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
106500        MOVE SBWMQBQE-STATUS              TO W-F2CABN-MSG-CODRET
106600        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
106700        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWMQBQE
106800                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
106900        PERFORM C-FIN-ANO
107000     END-IF
107100
107200     MOVE       SPACES                 TO SBWMQSRP-ENR
107300     STRING     '   ' MQB-LIB MQB-BQE
107400                ' USAGES ' MQB-USAGES
107500                ' COMPTES ' MQB-COMPTES
107600                ' CONFIRMES ' MQB-CONFIRMES
107700                ' DEMANDES CREEES ' MQB-DEMANDES
107800         DELIMITED BY SIZE
107900         INTO SBWMQSRP-ENR
108000     END-STRING
108100     PERFORM    ECRITURE-LIGNE
108200     .
108300
108400******************************************************************
108500*   C-FIN-PROGRAMME
108600******************************************************************
108700 C-FIN-PROGRAMME.
108800*--------------------
108900*BILAN DU RUN
109000     PERFORM    C01-BILAN
109100           THRU C01-BILAN-FIN.
109200
109300*MODE REEL : FIN DE RUN AU JOURNAL DE PILOTAGE (VALIDE LES
109400*DEMANDES CREEES) - SIMULATION : ANNULATION DE L'UNITE DE TRAVAIL
109500     IF MODE-REEL
109600        PERFORM  TRT-RUNJ-FIN
109700     ELSE
109800        PERFORM  DB2P-ROLLBACK
109900     END-IF.
110000
110100     PERFORM    C10-FERMETURES.
110200
110300     PERFORM    DB2P-FINAL.
110400
110500     MOVE W-CODRET TO RETURN-CODE.
110600
110700 C-FIN-PROGRAMME-FIN.
110800* FIN DE CLOTURE DU PROGRAMME
110900     EXIT.
111000
111100 TRT-RUNJ-DEBUT.
111200*TRT-RUNJ-DEBUT : ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL
111300*DE PILOTAGE TBWRUNJ - RENDU PERSISTANT AUSSITOT
111400     MOVE H-DATE-TRT        TO RUNJ-DTRAIT OF TBWRUNJ
111500     MOVE W-PROGRAMME-ID    TO RUNJ-PGM OF TBWRUNJ
111600     MOVE '00'              TO RUNJ-PART OF TBWRUNJ
111700     MOVE DB2P-CURRENT-TMST TO RUNJ-HDT-DEB OF TBWRUNJ
111800     MOVE DB2P-CURRENT-TMST TO W-RUNJ-HDT-DEB
111900     MOVE SPACES            TO RUNJ-HDT-FIN OF TBWRUNJ
112000     MOVE ZEROS             TO RUNJ-NB-LUS OF TBWRUNJ
112100     MOVE ZEROS             TO RUNJ-NB-TRAITES OF TBWRUNJ
112200     MOVE ZEROS             TO RUNJ-CODRET OF TBWRUNJ
112300
112400     EXEC SQL
112500        INSERT INTO TBWRUNJ
112600               (RUNJ_DTRAIT,
112700                RUNJ_PGM,
112800                RUNJ_PART,
112900                RUNJ_HDT_DEB,
113000                RUNJ_HDT_FIN,
113100                RUNJ_NB_LUS,
113200                RUNJ_NB_TRAITES,
113300                RUNJ_CODRET)
113400        VALUES (:TBWRUNJ.RUNJ-DTRAIT,
113500                :TBWRUNJ.RUNJ-PGM,
113600                :TBWRUNJ.RUNJ-PART,
113700                :TBWRUNJ.RUNJ-HDT-DEB,
113800                :TBWRUNJ.RUNJ-HDT-FIN,
113900                :TBWRUNJ.RUNJ-NB-LUS,
114000                :TBWRUNJ.RUNJ-NB-TRAITES,
114100                :TBWRUNJ.RUNJ-CODRET)
114200     END-EXEC
114300
114400     MOVE 'TBWRUNJ '          TO DB2P-LABEL
114500     MOVE 'INSERT'            TO DB2P-COMMAND
114600     PERFORM DB2P-CHECK-RESULT
114700     PERFORM DB2P-COMMIT
114800     .
114900
115000 TRT-RUNJ-FIN.
115100*TRT-RUNJ-FIN : ENREGISTREMENT DE LA FIN DE RUN (LIGNES D'EXTRAIT
115200*LUES, DEMANDES CREEES, CODE RETOUR) DANS LE JOURNAL TBWRUNJ
115300     MOVE W-CPT-EXT-LUS     TO RUNJ-NB-LUS OF TBWRUNJ
115400     MOVE W-CPT-MAJ         TO RUNJ-NB-TRAITES OF TBWRUNJ
115500     MOVE W-CODRET          TO RUNJ-CODRET OF TBWRUNJ
115600
115700     EXEC SQL
115800        UPDATE TBWRUNJ
115900          SET  RUNJ_HDT_FIN    = CURRENT TIMESTAMP,
116000               RUNJ_NB_LUS     = :TBWRUNJ.RUNJ-NB-LUS,
116100               RUNJ_NB_TRAITES = :TBWRUNJ.RUNJ-NB-TRAITES,
116200               RUNJ_CODRET     = :TBWRUNJ.RUNJ-CODRET
116300          WHERE RUNJ_DTRAIT  = :TBWRUNJ.RUNJ-DTRAIT
116400          AND   RUNJ_PGM     = :TBWRUNJ.RUNJ-PGM
116500          AND   RUNJ_PART    = :TBWRUNJ.RUNJ-PART
116600          AND   RUNJ_HDT_DEB = :W-RUNJ-HDT-DEB
116700     END-EXEC
116800
116900     MOVE 'TBWRUNJ '          TO DB2P-LABEL
117000     MOVE 'UPDATE'            TO DB2P-COMMAND
117100     PERFORM DB2P-CHECK-RESULT
117200     PERFORM DB2P-COMMIT
117300     .
117400
117500*----------------
117600
117700 C01-BILAN.
117800*C01-BILAN : BILAN DU RUN
117900     MOVE       SPACES                 TO SBWMQSRP-ENR
118000     PERFORM    ECRITURE-LIGNE
118100     MOVE       'BILAN DU RUN'         TO SBWMQSRP-ENR
118200     PERFORM    ECRITURE-LIGNE
118300     MOVE 'LIGNES D''EXTRAIT LUES'     TO W-LIB-COMPTE
118400     MOVE W-CPT-EXT-LUS                TO W-ED-NB
118500     PERFORM C06-LIGNE-NOMBRE
118600     MOVE '   DONT LIGNES INEXPLOITABLES'
118700                                       TO W-LIB-COMPTE
118800     MOVE W-CPT-EXT-INVALIDES          TO W-ED-NB
118900     PERFORM C06-LIGNE-NOMBRE
119000     MOVE 'COMPTES CLOS A LA TENUE DE COMPTES'
119100                                       TO W-LIB-COMPTE
119200     MOVE W-CPT-EXT-CLOS               TO W-ED-NB
119300     PERFORM C06-LIGNE-NOMBRE
119400     MOVE '   DONT CLOTURE POSTERIEURE AU JOUR'
119500                                       TO W-LIB-COMPTE
119600     MOVE W-CPT-EXT-FUTURS             TO W-ED-NB
119700     PERFORM C06-LIGNE-NOMBRE
119800     MOVE 'COMPTES CLOS AYANT UN USAGE OUVERT'
119900                                       TO W-LIB-COMPTE
120000     MOVE W-CPT-CPT-ECART              TO W-ED-NB
120100     PERFORM C06-LIGNE-NOMBRE
120200     MOVE '   DONT A SURVEILLER (DELAI NON ATTEINT)'
120300                                       TO W-LIB-COMPTE
120400     MOVE W-CPT-CPT-SURVEILLES         TO W-ED-NB
120500     PERFORM C06-LIGNE-NOMBRE
120600     MOVE '   DONT DEMANDE DE FERMETURE EN COURS'
120700                                       TO W-LIB-COMPTE
120800     MOVE W-CPT-CPT-DEM-EXIST          TO W-ED-NB
120900     PERFORM C06-LIGNE-NOMBRE
121000     MOVE '   DONT CRO SIPP EN REJET'  TO W-LIB-COMPTE
121100     MOVE W-CPT-CPT-REJET              TO W-ED-NB
121200     PERFORM C06-LIGNE-NOMBRE
121300     MOVE '   DONT CONFIRMES'          TO W-LIB-COMPTE
121400     MOVE W-CPT-CPT-CONFIRMES          TO W-ED-NB
121500     PERFORM C06-LIGNE-NOMBRE
121600     MOVE 'USAGES OUVERTS SUR COMPTE CLOS'
121700                                       TO W-LIB-COMPTE
121800     MOVE W-CPT-UCPT-ECART             TO W-ED-NB
121900     PERFORM C06-LIGNE-NOMBRE
122000     MOVE 'DEMANDES DE FERMETURE CREEES'
122100                                       TO W-LIB-COMPTE
122200     MOVE W-CPT-DEMANDES               TO W-ED-NB
122300     PERFORM C06-LIGNE-NOMBRE
122400
122500     MOVE       SPACES                 TO SBWMQSRP-ENR
122600     MOVE       W-LIB-MODE             TO SBWMQSRP-ENR
122700     PERFORM    ECRITURE-LIGNE
122800     .
122900
123000 C01-BILAN-FIN.
123100*FIN BILAN
123200     EXIT.
123300
123400 C06-LIGNE-NOMBRE.
123500*C06-LIGNE-NOMBRE : LIBELLE ET NOMBRE
123600     MOVE       SPACES                 TO SBWMQSRP-ENR
123700     STRING     '   ' W-LIB-COMPTE ' ' W-ED-NB
123800         DELIMITED BY SIZE
123900         INTO SBWMQSRP-ENR
124000     END-STRING
124100     PERFORM    ECRITURE-LIGNE
124200     .
124300
124400 ECRITURE-LIGNE.
124500*---------------
124600* ECRITURE LISTE
124700      WRITE SBWMQSRP-ENR
124800
124900*** CONTROLE STATUT FICHIER
125000      IF NOT SBWMQSRP-OK
125100        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
125200        MOVE SBWMQSRP-STATUS              TO W-F2CABN-MSG-CODRET
125300        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
125400        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWMQSRP
125500                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
125600        PERFORM C-FIN-ANO
125700      END-IF.
125800
125900 ECRITURE-LIGNE-FIN.
126000* FIN ECRITURE LIGNE
126100        EXIT.
126200
126300 C10-FERMETURES.
126400* FERMETURE DES FICHIERS
126500      CLOSE FD-EBWPARAM.
126600      IF EBWPARAM-STATUS NOT = ZERO
126700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
126800        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
126900        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
127000        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWPARAM
127100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
127200        PERFORM C-FIN-ANO
127300      END-IF.
127400
127500      CLOSE FD-SBWMQSRP.
127600      IF SBWMQSRP-STATUS NOT = ZERO
127700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
127800        MOVE SBWMQSRP-STATUS              TO W-F2CABN-MSG-CODRET
127900        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
128000        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWMQSRP
128100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
128200        PERFORM C-FIN-ANO
128300      END-IF.
128400
128500      CLOSE FD-SBWMQBQE.
128600      IF SBWMQBQE-STATUS NOT = ZERO
128700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
128800        MOVE SBWMQBQE-STATUS              TO W-F2CABN-MSG-CODRET
128900        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
129000        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWMQBQE
129100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
129200        PERFORM C-FIN-ANO
129300      END-IF.
129400*----------------------------------------------------------------*
129500 TRT-INIT-DB2P.
129600*TRT INIT DB2P.
129700     EXEC  SQL  WHENEVER  SQLWARNING  CONTINUE  END-EXEC
129800     EXEC  SQL  WHENEVER  NOT FOUND   CONTINUE  END-EXEC
129900
130000     INITIALIZE  DB2P-INTERFACE
130100     SET  DB2P-ERRMODE-SOFT     TO  TRUE
130200     SET  DB2P-NOT-RESTARTABLE  TO  TRUE
130300     SET  DB2P-TRTS-NO          TO  TRUE
130400     SET  DB2P-TRACE-OFF        TO  TRUE
130500     PERFORM  DB2P-INIT
130600*-----
130700     .
130800*================================================================*
130900* INITIALISATIONS
131000*================================================================*
131100 DB2P-INIT.
131200* ----------
131300     MOVE CST-PGM-ID  TO DB2P-PGMID
131400
131500     MOVE DB2P-FONCTION-INIT TO DB2P-FONCTION
131600     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
131700     .
131800
131900*================================================================*
132000* TRAITEMENT DES ERREURS
132100*================================================================*
132200 DB2P-CHECK-RESULT.
132300* ------------------
132400     MOVE SQLCODE TO DB2P-SQLCODE
132500     MOVE SQLCA   TO DB2P-SQLCA
132600     MOVE DB2P-FONCTION-CHECK TO DB2P-FONCTION
132700     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
132800     .
132900
133000*================================================================*
133100* TRAITEMENT DES COMMITS
133200*================================================================*
133300 DB2P-COMMIT.
133400* ------------
133500     MOVE DB2P-FONCTION-COMMIT TO DB2P-FONCTION
133600     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
133700     .
133800
133900*================================================================*
134000* ANNULATION DE L'UNITE DE TRAVAIL (MODE SIMULATION)
134100*================================================================*
134200 DB2P-ROLLBACK.
134300* --------------
134400     MOVE DB2P-FONCTION-ROLLBACK TO DB2P-FONCTION
134500     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
134600     .
134700
134800*================================================================*
134900* FIN DE TRAITEMENT
135000*================================================================*
135100 DB2P-FINAL.
135200* -------------
135300     MOVE DB2P-FONCTION-FINAL TO DB2P-FONCTION
135400     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
135500     .
135600*================================================================*
135700* FIN ANORMALE
135800*================================================================*
135900 C-FIN-ANO.
136000* -------------
136100     CALL GX0001P   USING W-F2CABN-ACTION
136200                          W-F2CABN-MSG.
