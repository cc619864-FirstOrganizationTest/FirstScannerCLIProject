000100 ID DIVISION.
000200 PROGRAM-ID. BWBP18P.
000300**------------------------------------------------------------*
000400**                                                            *
000500**  TITRE          :  BWBP18P                                 *
000600**                                                            *
000700**  CONTROLE D'INTEGRITE DES CONTRATS, USAGES ET              *
000800**  INTERVENTIONS, AVEC MODE CORRECTION                       *
000900**                                                            *
001000**  DATE ET AUTEUR : 15/10/2026                               *
001100**                   R.ZITI                                   *
001200**                                                            *
001300**  DESCRIPT. PROG. : CE TRAITEMENT HEBDOMADAIRE PARCOURT     *
001400**                    TOUTE LA BASE (ET NON LE SEUL RUN DU    *
001500**                    JOUR COMME BWBP03P) A LA RECHERCHE DES  *
001600**                    ETATS IMPOSSIBLES :                     *
001700**                    - CFUO : CONTRAT FERME (ETC 'F') AYANT  *
001800**                      ENCORE UN USAGE OUVERT ;              *
001900**                    - COUC : CONTRAT OUVERT DONT TOUS LES   *
002000**                      USAGES SONT CLOS A LA DATE DU JOUR ;  *
002100**                    - UCAB : USAGE RATTACHE A UN CONTRAT    *
002200**                      ABSENT DE TBWCONT ;                   *
002300**                    - CFSI : CONTRAT FERME SANS AUCUNE      *
002400**                      INTERVENTION B240 (TBWINTV NI         *
002500**                      TBWINTA).                             *
002600**                    CHAQUE ANOMALIE EST LISTEE PAR TYPE,    *
002700**                    BANQUE ET AGENCE, SUIVIE D'UN           *
002800**                    RECAPITULATIF PAR BANQUE.               *
002900**                    EN MODE CORRECTION, LES CAS SANS        *
003000**                    AMBIGUITE SONT REGULARISES :            *
003100**                    - COUC : LE CONTRAT EST FERME A LA DATE *
003200**                      DE FIN DE SON DERNIER USAGE ;         *
003300**                    - CFSI : L'INTERVENTION MANQUANTE EST   *
003400**                      POSEE A LA DATE DE FERMETURE.         *
003500**                    CHAQUE CORRECTION EST JOURNALISEE       *
003600**                    (TBWAUDJ, REVERSIBLE PAR BWBP14P) ET    *
003700**                    EXPLIQUEE PAR UNE INTERVENTION B240 DE  *
003800**                    MOTIF 27 (REGULARISATION, SANS          *
003900**                    COURRIER). LES CFUO ET UCAB SONT A      *
004000**                    ANALYSER PAR LE BACK OFFICE.            *
004100**                    PAR DEFAUT LE TRAITEMENT TOURNE EN MODE *
004200**                    SIMULATION : LES CORRECTIONS SONT       *
004300**                    ANNULEES EN FIN DE PROGRAMME.           *
004400**                    LA PRESENCE D'UNE ANOMALIE REND LA MAIN *
004500**                    EN CODE RETOUR 4.                       *
004600**                                                            *
004700**  ARCHIT. PROG.   :                                         *
004800**                                                            *
004900**A-INITIALISATION                                            *
005000****  OUVERTURE DES FICHIERS, CARTE PARAMETRE                 *
005100**                                                            *
005200**B-TRAITEMENT                                                *
005300****  UN PARCOURS PAR TYPE D'ANOMALIE, CORRECTIONS AVEC       *
005400****  COMMITS INTERMEDIAIRES, RECAPITULATIF PAR BANQUE        *
005500**                                                            *
005600**C-FIN-PROGRAMME                                             *
005700** BILAN, VALIDATION OU ANNULATION DB2, FERMETURE FICHIERS    *
005800**                                                            *
005900**  PERIODICITE     : HEBDOMADAIRE                            *
006000**                                                            *
006100**  LE OU LES CTI   : LIMEIL                                  *
006200**                                                            *
006300**  PARAMETRES DE COMPILATION ET COPY UTILISES  : OS390       *
006400**  F2CABND1 ET F2CABNX1 : COPY INCLUDE POUR GESTION ABEND    *
006500**                                                            *
006600** SOUS-PROGRAMME APPELES:                                    *
006700** -----------------------                                    *
006800**   GENABEN3 : APPEL POUR GESTION DE L'ABEND (GX0001P)       *
006900**   BWDB2P   : INTERFACE DB2 (INIT/CHECK/COMMIT/FINAL)       *
007000**                                                            *
007100**  FICHIERS UTILISES :                                       *
007200**  -----------------                                         *
007300**  FICHIERS EN ENTREE :                                      *
007400**   EBWPARAM  MVS  CARTE PARAMETRE (DATE DU JOUR, MODE,      *
007500**                  OPTION CORRECTION, SEUIL DE COMMIT)       *
007600**                                                            *
007700**  FICHIERS EN SORTIE :                                      *
007800**   SBWITGRP  MVS  RAPPORT DE CONTROLE D'INTEGRITE           *
007900**                                                            *
008000**  TABLES UTILISEES : TBWCONT (MAJ), TBWUCPT, TBWINTV (MAJ), *
008100**                     TBWINTA, TBWAUDJ, TBWRUNJ              *
008200**                                                            *
008300**------------------------------------------------------------*
008400** HISTORIQUE :                                               *
008500**============================================================*
008600***************************************************************
008700 ENVIRONMENT DIVISION.
008800 CONFIGURATION SECTION.
008900 INPUT-OUTPUT SECTION.
009000 FILE-CONTROL.
009100*-------------
009200***  FICHIER PARAMETRE (DATE DU JOUR, MODE, OPTION CORRECTION)
009300     SELECT FD-EBWPARAM ASSIGN TO EBWPARAM
009400            FILE STATUS IS EBWPARAM-STATUS.
009500*
009600***  SBWITGRP RAPPORT DE CONTROLE D'INTEGRITE
009700     SELECT FD-SBWITGRP ASSIGN TO SBWITGRP
009800            FILE STATUS IS SBWITGRP-STATUS.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200*-------------
010300***  EBWPARAM FICHIER PARAMETRE EN ENTREE
010400 FD  FD-EBWPARAM
010500     RECORDING MODE IS F
010600     BLOCK 0 RECORDS.
010700  01 ENR-EBWPARAM PIC X(80).
010800
010900***  SBWITGRP RAPPORT DE CONTROLE D'INTEGRITE
011000 FD  FD-SBWITGRP
011100     RECORDING MODE F
011200     BLOCK 0 RECORDS.
011300 01  SBWITGRP-ENR                        PIC X(133).
011400
011500*
011600 WORKING-STORAGE SECTION.
011700*------------------------
011800* CARTE PARAMETRE : DATE DU JOUR (SSAAMMJJ), MODE ('N' = MISE A
011900* JOUR REELLE, 'O' OU SPACES = SIMULATION), OPTION CORRECTION
012000* ('O' = CORRECTION DES CAS SANS AMBIGUITE, 'N' OU SPACES = LISTE
012100* SEULE) ET SEUIL DE COMMIT (NOMBRE DE CORRECTIONS ENTRE DEUX
012200* COMMITS, 0 = COMMIT A CHAQUE CORRECTION)
012300 01  EBWPARAM-ENR.
012400     05 DTRAIT                              PIC 9(8).
012500     05 EBWPARAM-SSAAMMJJ REDEFINES DTRAIT.
012600           10 EBWPARAM-SSAA     PIC 9(4).
012700           10 EBWPARAM-MM       PIC 9(2).
012800           10 EBWPARAM-JJ       PIC 9(2).
012900     05 EBWPARAM-MODE-SIMULATION PIC X(01).
013000        88 MODE-SIMULATION             VALUE 'O' SPACES.
013100        88 MODE-REEL                   VALUE 'N'.
013200     05 EBWPARAM-CORRECTION     PIC X(01).
013300        88 MODE-CORRECTION             VALUE 'O'.
013400        88 MODE-LISTE                  VALUE 'N' SPACES.
013500     05 EBWPARAM-SEUIL-COMMIT   PIC 9(05).
013600     05 FILLER                  PIC X(65).
013700
013800*----------------------------------------------------------------*
013900*    COMPTEURS                                                   *
014000*----------------------------------------------------------------*
014100*ANOMALIES PAR TYPE
014200 77  W-CPT-CFUO                 PIC 9(07) VALUE ZEROS.
014300 77  W-CPT-COUC                 PIC 9(07) VALUE ZEROS.
014400 77  W-CPT-UCAB                 PIC 9(07) VALUE ZEROS.
014500 77  W-CPT-CFSI                 PIC 9(07) VALUE ZEROS.
014600*ANOMALIES CORRIGEES / NON CORRIGEES EN MODE CORRECTION
014700 77  W-CPT-CORRIGES             PIC 9(07) VALUE ZEROS.
014800 77  W-CPT-NON-CORRIGES         PIC 9(07) VALUE ZEROS.
014900*CONTRATS FERMES / INTERVENTIONS POSEES
015000 77  W-CPT-CONT-FERMES          PIC 9(07) VALUE ZEROS.
015100 77  W-CPT-INTV                 PIC 9(07) VALUE ZEROS.
015200*ANOMALIES TOTALES ET MISES A JOUR (REPORTEES DANS TBWRUNJ)
015300 77  W-CPT-ANOMALIES            PIC 9(07) VALUE ZEROS.
015400 77  W-CPT-MAJ                  PIC 9(07) VALUE ZEROS.
015500*COMPTEUR DE COMMIT (CORRECTIONS DEPUIS LE DERNIER COMMIT)
015600 77  W-CPT-COMMIT               PIC 9(05) VALUE ZEROS.
015700*CODE RETOUR DU PROGRAMME (REPORTE DANS TBWRUNJ)
015800 77  W-CODRET                   PIC 9(02) VALUE ZEROS.
015900
016000*------------------------------------------------*
016100*    FILE STATUS                                 *
016200*------------------------------------------------*
016300***  FILE STATUS FICHIER PARAMETRE
016400 77  EBWPARAM-STATUS                     PIC 9(2).
016500     88 EBWPARAM-OK                              VALUE 00.
016600     88 EBWPARAM-FINFICHIER                      VALUE 10.
016700
016800***  FILE STATUS SBWITGRP RAPPORT
016900 77  SBWITGRP-STATUS                     PIC 9(2).
017000     88 SBWITGRP-OK                              VALUE 00.
017100     88 SBWITGRP-FINFICHIER                      VALUE 10.
017200
017300* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
017400*                                                                *
017500*         V U E S     D B 2      E N     M . A . J O U R         *
017600*                                                                *
017700* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
017800     EXEC  SQL  INCLUDE  TBWAUDJ  END-EXEC.
017900     EXEC  SQL  INCLUDE  TBWUCPT  END-EXEC.
018000     EXEC  SQL  INCLUDE  TBWCONT  END-EXEC.
018100     EXEC  SQL  INCLUDE  TBWINTV  END-EXEC.
018200     EXEC  SQL  INCLUDE  TBWRUNJ  END-EXEC.
018300
018400     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
018500
018600*   VARIABLE DU MODULE  BWDB2
018700     COPY  BWWDB31.
018800
018900*   VARIABLE POUR LA GESTION DES ERREURS TECHNIQUES
019000     EXEC  SQL  INCLUDE IVWERR3  END-EXEC.
019100
019200*------------------------------------------------*
019300*    DESCRIPTION APPEL ABANDON PROGRAMME         *
019400*------------------------------------------------*
019500***  CONSTANTES ET APPEL GX0001P
019600 01  GX0001P                        PIC X(08) VALUE 'GX0001P'.
019700     COPY F2CABND1.
019800     COPY F2CABNX1.
019900
020000***  MESSAGE ET CODE ABEND CARTE PARAMETRE
020100 77  WS-MES-EBWPARAM        PIC X(20)
020200     VALUE ' CARTE PARAMETRE    '.
020300
020400*** MESSAGE + CODE ABEND SBWITGRP RAPPORT
020500 77  WS-MES-SBWITGRP       PIC X(20)
020600     VALUE ' SBWITGRP RAPPORT   '.
020700
020800*************************************************************
020900***  VARIABLES DIVERSES
021000*************************************************************
021100***  NOM PROGRAMME ET PROCESS
021200 01  W-PROGRAMME-ID         PIC X(8)  VALUE 'BWBP18P '.
021300 01  W-PROCESS-ID           PIC X(8)  VALUE 'BWBP18'.
021400***  NOM DU PROGRAMME POUR BWDB2P
021500 01  CST-PGM-ID          PIC  X(008) VALUE 'BWBP18P '.
021600***  DATE DE FIN D'UN USAGE OUVERT
021700 01  CST-DATE-OUVERT     PIC  X(10) VALUE '9999-12-31'.
021800***  CODE INTERVENTION ET MOTIF DE REGULARISATION (27 = CORRECTION
021900***  D'INTEGRITE, SANS COURRIER BWBP04P)
022000 01  CST-INTV-INV        PIC  X(04) VALUE 'B240'.
022100 01  CST-MIN-REGUL       PIC  X(02) VALUE '27'.
022200***  PREFIXE DU TEXTE DES INTERVENTIONS DE REGULARISATION
022300 01  CST-PREF-REGUL      PIC  X(21)
022400     VALUE 'CONTROLE INTEGRITE - '.
022500***  BANQUE/AGENCE EDITEE POUR UN CONTRAT SANS USAGE
022600 01  CST-BQAG-INCONNU    PIC  X(10) VALUE '**********'.
022700***  TYPES D'ANOMALIE
022800 01  CST-TYP-CFUO        PIC  X(04) VALUE 'CFUO'.
022900 01  CST-TYP-COUC        PIC  X(04) VALUE 'COUC'.
023000 01  CST-TYP-UCAB        PIC  X(04) VALUE 'UCAB'.
023100 01  CST-TYP-CFSI        PIC  X(04) VALUE 'CFSI'.
023200***  SUPPORT NON AVISE, CONTRAT FERME
023300 01  WSS-AV-NON          PIC  X VALUE 'N'.
023400 01  WSS-F               PIC  X VALUE 'F'.
023500***  INDICATEUR FIN DE CURSEUR (COMMUN AUX QUATRE PARCOURS)
023600 01  WSS-FIN-CSR         PIC  9(001).
023700     88  FIN-CSR         VALUE 1.
023800     88  NON-FIN-CSR     VALUE 0.
023900***  ISSUE DE LA CORRECTION DE L'ANOMALIE EN COURS
024000 01  WSS-CORRECTION      PIC  X(001).
024100     88  ANO-CORRIGEE         VALUE 'C'.
024200     88  ANO-NON-CORRIGEE     VALUE 'N'.
024300     88  ANO-A-ANALYSER       VALUE 'A'.
024400***  LIBELLE DU MODE EDITE SUR LE RAPPORT
024500 01  W-LIB-MODE          PIC  X(40) VALUE SPACES.
024600***  LIGNE DE DETAIL D'UNE ANOMALIE
024700 01  W-TYPE-COUR         PIC  X(04) VALUE SPACES.
024800 01  W-BQAG.
024900     05  W-BQAG-BQE      PIC  X(05).
025000     05  W-BQAG-AGC      PIC  X(05).
025100 01  W-LIB-DETAIL        PIC  X(45) VALUE SPACES.
025200 01  W-LIB-ISSUE         PIC  X(35) VALUE SPACES.
025300***  HORODATE DE DEBUT DU RUN COURANT (CLE DE LA LIGNE TBWRUNJ
025400***  MISE A JOUR EN FIN DE RUN)
025500 01  W-RUNJ-HDT-DEB      PIC  X(26) VALUE SPACES.
025600***  ZONES D'EDITION DU RAPPORT
025700 01  W-LIB-COMPTE        PIC  X(45) VALUE SPACES.
025800 01  W-ED-NB             PIC  Z(08)9.
025900***  IMAGE AVANT DE L'ETAT DU CONTRAT (JOURNAL D'AUDIT)
026000 01  W-AUDJ-CONT-AVANT   PIC  X(80) VALUE SPACES.
026100***  DATE D'EFFET ET TEXTE DE L'INTERVENTION DE REGULARISATION
026200 01  W-REG-DEF           PIC  X(10) VALUE SPACES.
026300 01  W-REG-TEXTE         PIC  X(60) VALUE SPACES.
026400
026500***  ANOMALIES PAR BANQUE (BANQUE DE L'USAGE, OU PLUS PETITE
026600***  BANQUE/AGENCE DES USAGES DU CONTRAT)
026700 01  W-TBL-BQE.
026800     05  W-TBL-BQE-NBENT         PIC 9(02) VALUE ZEROS.
026900     05  W-TBL-BQE-ENT OCCURS 50 TIMES
027000                         INDEXED BY W-IDX-BQE.
027100         10  W-TBL-BQE-BQE       PIC X(05).
027200         10  W-TBL-BQE-CFUO      PIC 9(07) VALUE ZEROS.
027300         10  W-TBL-BQE-COUC      PIC 9(07) VALUE ZEROS.
027400         10  W-TBL-BQE-UCAB      PIC 9(07) VALUE ZEROS.
027500         10  W-TBL-BQE-CFSI      PIC 9(07) VALUE ZEROS.
027600         10  W-TBL-BQE-CORR      PIC 9(07) VALUE ZEROS.
027700 01  WSS-BQE-TROUVE          PIC  9(1) VALUE 0.
027800     88  BQE-TROUVE          VALUE 1.
027900     88  BQE-NON-TROUVE      VALUE 0.
028000 01  WSS-BQE-PLEINE          PIC  9(1) VALUE 0.
028100     88  TABLE-BQE-PLEINE    VALUE 1.
028200
028300*------------------------------------------------------------
028400*   CONSTANTES POUR LA MISE EN FORME DE LA DATE
028500*------------------------------------------------------------
028600 01  WSS-HDT.
028700     05  WSS-HDT-SA               PIC  9(004) VALUE ZERO.
028800     05                           PIC  X(001) VALUE '-'.
028900     05  WSS-HDT-MM               PIC  9(002) VALUE ZERO.
029000     05                           PIC  X(001) VALUE '-'.
029100     05  WSS-HDT-JJ               PIC  9(002) VALUE ZERO.
029200     05                           PIC  X(001) VALUE '-'.
029300     05  WSS-HDT-HH               PIC  9(002) VALUE ZERO.
029400     05                           PIC  X(001) VALUE '.'.
029500     05  WSS-HDT-MN               PIC  9(002) VALUE ZERO.
029600     05                           PIC  X(001) VALUE '.'.
029700     05  WSS-HDT-SS               PIC  9(002) VALUE ZERO.
029800     05                           PIC  X(001) VALUE '.'.
029900     05  WSS-HDT-MS               PIC  9(002) VALUE ZERO.
030000
030100*------------------------------------------------------------
030200*   HOST VARIABLES
030300*------------------------------------------------------------
030400***  DATE DE TRAITEMENT (DATE DES LIGNES D'AUDIT, UN USAGE DONT
030500***  LA FIN EST POSTERIEURE N'EST PAS ENCORE CLOS)
030600 01  H-DATE-TRT.
030700     05  H-DATE-TRT-SA            PIC X(04).
030800     05  FILLER                   PIC X(01) VALUE '-'.
030900     05  H-DATE-TRT-MM            PIC X(02).
031000     05  FILLER                   PIC X(01) VALUE '-'.
031100     05  H-DATE-TRT-JJ            PIC X(02).
031200***  BANQUE/AGENCE REPRESENTATIVE D'UN CONTRAT ET INDICATEUR NULL
031300***  (CONTRAT SANS AUCUN USAGE)
031400 01  H-BQAG                       PIC X(10).
031500 01  H-IND-BQAG                   PIC S9(04) COMP.
031600***  DATE DE FIN DU DERNIER USAGE CLOS DU CONTRAT
031700 01  H-DATE-DER-FIN               PIC X(10).
031800***  COMPTAGES
031900 01  H-NB-UCPT                    PIC S9(09) COMP.
032000
032100*-------------------
032200 PROCEDURE DIVISION.
032300*-------------------
032400
032500*************************
032600*  ARCHITECTURE PROGRAMME
032700*************************
032800*
032900* OUVERTURE DES FICHIERS ET CARTE PARAMETRE
033000     PERFORM A-INITIALISATION
033100        THRU A-INITIALISATION-FIN.
033200
033300* CONTROLE D'INTEGRITE ET CORRECTIONS
033400     PERFORM B-TRAITEMENT
033500        THRU B-TRAITEMENT-FIN.
033600
033700* BILAN, VALIDATION OU ANNULATION DB2 ET FERMETURE DES FICHIERS
033800     PERFORM C-FIN-PROGRAMME
033900        THRU C-FIN-PROGRAMME-FIN.
034000
034100*    STOP RUN
034200     GOBACK.
034300/
034400******************
034500 A-INITIALISATION.
034600* A INITIALISATION
034700******************
034800**1. RAPPORT
034900     OPEN OUTPUT FD-SBWITGRP.
035000     IF NOT SBWITGRP-OK
035100        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
035200        MOVE SBWITGRP-STATUS              TO W-F2CABN-MSG-CODRET
035300        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
035400        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWITGRP
035500                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
035600        PERFORM C-FIN-ANO
035700     END-IF.
035800
035900**2. CARTE PARAMETRE
036000     PERFORM A20-EBWPARAM-LECTURE
036100        THRU A20-EBWPARAM-LECTURE-FIN.
036200
036300**3. INITIALISATION DB2
036400     PERFORM     TRT-INIT-DB2P.
036500
036600**4. ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL DE PILOTAGE
036700**   (MODE REEL SEULEMENT, UNE SIMULATION NE LAISSE PAS DE TRACE)
036800     IF MODE-REEL
036900        PERFORM  TRT-RUNJ-DEBUT
037000     END-IF.
037100
037200**5. ENTETE DU RAPPORT
037300     IF MODE-REEL
037400        MOVE 'MODE REEL - MISES A JOUR VALIDEES'
037500                                 TO W-LIB-MODE
037600     ELSE
037700        MOVE 'MODE SIMULATION - AUCUNE MISE A JOUR'
037800                                 TO W-LIB-MODE
037900     END-IF.
038000     MOVE       SPACES                 TO SBWITGRP-ENR
038100     STRING     'CONTROLE D''INTEGRITE CONTRATS/USAGES/'
038200                'INTERVENTIONS - TRAITEMENT DU ' H-DATE-TRT
038300                ' - ' W-LIB-MODE
038400         DELIMITED BY SIZE
038500         INTO SBWITGRP-ENR
038600     END-STRING
038700     PERFORM    ECRITURE-LIGNE.
038800     IF MODE-CORRECTION
038900        MOVE 'CORRECTION DES CAS COUC ET CFSI'
039000                                       TO SBWITGRP-ENR
039100     ELSE
039200        MOVE 'LISTE SEULE - AUCUNE CORRECTION'
039300                                       TO SBWITGRP-ENR
039400     END-IF.
039500     PERFORM    ECRITURE-LIGNE.
039600
039700 A-INITIALISATION-FIN.    EXIT.
039800* FIN INITIALISATION
039900
040000/
040100 A20-EBWPARAM-LECTURE.
040200***  CARTE PARAMETRE (DATE DU JOUR, MODE, OPTION CORRECTION)
040300     OPEN INPUT FD-EBWPARAM.
040400     IF NOT EBWPARAM-OK
040500        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
040600        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
040700        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
040800        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWPARAM
040900                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
041000        PERFORM C-FIN-ANO
041100     END-IF.
041200
041300     READ FD-EBWPARAM            INTO EBWPARAM-ENR
041400     IF NOT EBWPARAM-OK AND NOT EBWPARAM-FINFICHIER
041500        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
041600        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
041700        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
041800        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWPARAM
041900                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
042000        PERFORM C-FIN-ANO
042100     END-IF.
042200
042300*CONTROLE DE LA CARTE : DATE NUMERIQUE ET VALIDE, MODE ET OPTION
042400*RECONNUS, SEUIL NUMERIQUE - UNE CARTE INVALIDE ARRETE LE
042500*TRAITEMENT
042600     IF EBWPARAM-FINFICHIER
042700        OR DTRAIT NOT NUMERIC
042800        OR EBWPARAM-MM < 01 OR EBWPARAM-MM > 12
042900        OR EBWPARAM-JJ < 01 OR EBWPARAM-JJ > 31
043000        OR (NOT MODE-SIMULATION AND NOT MODE-REEL)
043100        OR (NOT MODE-CORRECTION AND NOT MODE-LISTE)
043200        OR EBWPARAM-SEUIL-COMMIT NOT NUMERIC
043300        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
043400        MOVE ZEROS                        TO W-F2CABN-MSG-CODRET
043500        MOVE W-F2CABND-INT-COD            TO W-F2CABN-ACTION-CODE
043600        MOVE SPACES                       TO W-F2CABN-MSG-LIBEL
043700        STRING W-F2CABND-INT-TXT
043800               'CARTE PARAMETRE INTEGRITE INVALIDE'
043900            DELIMITED BY SIZE
044000            INTO W-F2CABN-MSG-LIBEL
044100        END-STRING
044200        PERFORM C-FIN-ANO
044300     END-IF.
044400
044500* DATE AU FORMAT DB2 (SSAA-MM-JJ)
044600     MOVE EBWPARAM-SSAA           TO H-DATE-TRT-SA.
044700     MOVE EBWPARAM-MM             TO H-DATE-TRT-MM.
044800     MOVE EBWPARAM-JJ             TO H-DATE-TRT-JJ.
044900
045000 A20-EBWPARAM-LECTURE-FIN.
045100* FIN LECTURE EBWPARAM
045200       EXIT.
045300
045400********************
045500 B-TRAITEMENT.
045600* B TRAITEMENT.
045700********************
045800*B-TRAITEMENT : UN PARCOURS DE LA BASE PAR TYPE D'ANOMALIE. LES
045900*CONTRATS OUVERTS SANS USAGE OUVERT SONT CORRIGES AVANT LA
046000*RECHERCHE DES FERMETURES SANS INTERVENTION (UN CONTRAT FERME PAR
046100*LA CORRECTION PORTE DEJA SON INTERVENTION)
046200     PERFORM B10-CFUO
046300        THRU B10-CFUO-FIN
046400
046500     PERFORM B20-COUC
046600        THRU B20-COUC-FIN
046700
046800     PERFORM B30-UCAB
046900        THRU B30-UCAB-FIN
047000
047100     PERFORM B40-CFSI
047200        THRU B40-CFSI-FIN
047300
047400*DERNIER COMMIT DES CORRECTIONS
047500     IF MODE-REEL AND MODE-CORRECTION
047600        PERFORM DB2P-COMMIT
047700     END-IF
047800
047900     PERFORM B50-RECAPITULATIF
048000        THRU B50-RECAPITULATIF-FIN
048100
048200     IF W-CPT-ANOMALIES > ZEROS
048300        MOVE 4 TO W-CODRET
048400     END-IF
048500     .
048600
048700 B-TRAITEMENT-FIN.
048800* FIN TRAITEMENT
048900        EXIT.
049000
049100 B10-CFUO.
049200*B10-CFUO : CONTRATS FERMES AYANT ENCORE UN USAGE OUVERT - UNE
049300*LIGNE PAR USAGE ; LE CONTRAT OU L'USAGE PEUT ETRE EN CAUSE, LE
049400*CAS EST LAISSE A L'ANALYSE DU BACK OFFICE
049500     MOVE CST-TYP-CFUO               TO W-TYPE-COUR
049600     PERFORM TRT-ENTETE-TYPE
049700
049800     EXEC SQL   DECLARE  CBWIFUO
049900        CURSOR   FOR
050000       SELECT   U.BANQ_BQE
050100              , U.AGEN_AGC
050200              , U.CPTE_NCP
050300              , U.CONT_NCN
050400              , U.TCPT_TCP
050500              , C.CONT_DEF_ETC
050600       FROM     TBWUCPT U
050700              , TBWCONT C
050800       WHERE    C.CONT_NCN     = U.CONT_NCN
050900       AND      C.CONT_ETC     = 'F'
051000       AND      U.UCPT_DEF_FIN = '9999-12-31'
051100       ORDER BY U.BANQ_BQE, U.AGEN_AGC, U.CONT_NCN
051200       FOR FETCH ONLY
051300     END-EXEC
051400
051500     EXEC SQL
051600       OPEN CBWIFUO
051700     END-EXEC
051800
051900     SET NON-FIN-CSR TO TRUE
052000     PERFORM     TRT-CFUO-FETCH
052100
052200     PERFORM UNTIL FIN-CSR
052300        ADD 1 TO W-CPT-CFUO
052400        MOVE BANQ-BQE OF TBWUCPT     TO W-BQAG-BQE
052500        MOVE AGEN-AGC OF TBWUCPT     TO W-BQAG-AGC
052600        MOVE CONT-NCN OF TBWUCPT     TO CONT-NCN OF TBWCONT
052700        MOVE SPACES                  TO W-LIB-DETAIL
052800        STRING 'CPTE ' CPTE-NCP OF TBWUCPT ' '
052900               TCPT-TCP OF TBWUCPT
053000               ' CONTRAT FERME LE ' CONT-DEF-ETC OF TBWCONT
053100            DELIMITED BY SIZE
053200            INTO W-LIB-DETAIL
053300        END-STRING
053400        SET ANO-A-ANALYSER           TO TRUE
053500        PERFORM TRT-ANOMALIE
053600        PERFORM TRT-CFUO-FETCH
053700     END-PERFORM
053800
053900     EXEC SQL
054000       CLOSE CBWIFUO
054100     END-EXEC
054200     .
054300
054400 B10-CFUO-FIN.
054500*FIN CFUO
054600     EXIT.
054700
054800 TRT-CFUO-FETCH.
054900* TRT CFUO FETCH (USAGES OUVERTS DE CONTRATS FERMES)
055000     EXEC SQL
055100        FETCH CBWIFUO
055200        INTO :TBWUCPT.BANQ-BQE,
055300             :TBWUCPT.AGEN-AGC,
055400             :TBWUCPT.CPTE-NCP,
055500             :TBWUCPT.CONT-NCN,
055600             :TBWUCPT.TCPT-TCP,
055700             :TBWCONT.CONT-DEF-ETC
055800     END-EXEC
055900
056000     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
056100     MOVE       'FETCH'                TO DB2P-COMMAND
056200     MOVE       'TBWUCPT '             TO DB2P-OBJECT
056300     PERFORM    DB2P-CHECK-RESULT.
056400     IF NOT DB2P-FOUND
056500        SET FIN-CSR TO TRUE
056600     END-IF
056700     .
056800
056900 B20-COUC.
057000*B20-COUC : CONTRATS OUVERTS DONT TOUS LES USAGES SONT CLOS A LA
057100*DATE DU JOUR (UNE FIN D'USAGE POSTERIEURE N'EST PAS ENCORE
057200*ECHUE) - CORRIGEABLES : FERMETURE A LA DATE DE FIN DU DERNIER
057300*USAGE. LE CURSEUR WITH HOLD CONSERVE SA POSITION A TRAVERS LES
057400*COMMITS INTERMEDIAIRES
057500     MOVE CST-TYP-COUC               TO W-TYPE-COUR
057600     PERFORM TRT-ENTETE-TYPE
057700
057800     EXEC SQL   DECLARE  CBWICOU
057900        CURSOR WITH HOLD FOR
058000       SELECT   C.CONT_NCN
058100              , C.CONT_ETC
058200              , C.CONT_DEF_ETC
058300              , MAX(U.UCPT_DEF_FIN)
058400              , MIN(U.BANQ_BQE CONCAT U.AGEN_AGC)
058500       FROM     TBWCONT C
058600              , TBWUCPT U
058700       WHERE    U.CONT_NCN     = C.CONT_NCN
058800       AND      C.CONT_ETC    <> 'F'
058900       GROUP BY C.CONT_NCN, C.CONT_ETC, C.CONT_DEF_ETC
059000       HAVING   MAX(U.UCPT_DEF_FIN) <= :H-DATE-TRT
059100       ORDER BY 5, 1
059200     END-EXEC
059300
059400     EXEC SQL
059500       OPEN CBWICOU
059600     END-EXEC
059700
059800     SET NON-FIN-CSR TO TRUE
059900     PERFORM     TRT-COUC-FETCH
060000
060100     PERFORM UNTIL FIN-CSR
060200        ADD 1 TO W-CPT-COUC
060300        MOVE H-BQAG                  TO W-BQAG
060400        MOVE SPACES                  TO W-LIB-DETAIL
060500        STRING 'ETAT ' CONT-ETC OF TBWCONT
060600               ' DERNIER USAGE CLOS LE ' H-DATE-DER-FIN
060700            DELIMITED BY SIZE
060800            INTO W-LIB-DETAIL
060900        END-STRING
061000        IF MODE-CORRECTION
061100           PERFORM B25-COUC-CORRECTION
061200              THRU B25-COUC-CORRECTION-FIN
061300        ELSE
061400           MOVE 'CORRIGEABLE'        TO W-LIB-ISSUE
061500           SET ANO-NON-CORRIGEE      TO TRUE
061600        END-IF
061700        PERFORM TRT-ANOMALIE
061800        PERFORM TRT-COUC-FETCH
061900     END-PERFORM
062000
062100     EXEC SQL
062200       CLOSE CBWICOU
062300     END-EXEC
062400     .
062500
062600 B20-COUC-FIN.
062700*FIN COUC
062800     EXIT.
062900
063000 TRT-COUC-FETCH.
063100* TRT COUC FETCH (CONTRATS OUVERTS SANS USAGE OUVERT)
063200     EXEC SQL
063300        FETCH CBWICOU
063400        INTO :TBWCONT.CONT-NCN,
063500             :TBWCONT.CONT-ETC,
063600             :TBWCONT.CONT-DEF-ETC,
063700             :H-DATE-DER-FIN,
063800             :H-BQAG
063900     END-EXEC
064000
064100     MOVE       'SELECT TBWCONT '      TO DB2P-LABEL
064200     MOVE       'FETCH'                TO DB2P-COMMAND
064300     MOVE       'TBWCONT '             TO DB2P-OBJECT
064400     PERFORM    DB2P-CHECK-RESULT.
064500     IF NOT DB2P-FOUND
064600        SET FIN-CSR TO TRUE
064700     END-IF
064800     .
064900
065000 B25-COUC-CORRECTION.
065100*B25-COUC-CORRECTION : FERMETURE DU CONTRAT A LA DATE DE FIN DE
065200*SON DERNIER USAGE (MEME MISE A JOUR ET MEME AUDIT QUE
065300*TRT-CONT-MODIF DE BWBP01P) ET INTERVENTION DE REGULARISATION -
065400*L'ETAT EST RELU AVANT MISE A JOUR : UN USAGE ROUVERT OU UN
065500*CONTRAT FERME ENTRE-TEMPS N'EST PAS TOUCHE
065600     SET ANO-NON-CORRIGEE            TO TRUE
065700     PERFORM TRT-UCPT-OUVERTS
065800     IF H-NB-UCPT > ZEROS
065900        MOVE 'NON CORRIGE - USAGE OUVERT' TO W-LIB-ISSUE
066000        GO TO B25-COUC-CORRECTION-FIN
066100     END-IF
066200
066300     MOVE       SPACES              TO W-AUDJ-CONT-AVANT
066400     STRING     CONT-ETC OF TBWCONT '/'
066500                CONT-DEF-ETC OF TBWCONT
066600          DELIMITED BY SIZE
066700          INTO W-AUDJ-CONT-AVANT
066800     END-STRING
066900     MOVE H-DATE-DER-FIN      TO CONT-DEF-ETC OF TBWCONT
067000     MOVE WSS-F               TO CONT-ETC OF TBWCONT
067100     EXEC SQL
067200        UPDATE TBWCONT
067300          SET  CONT_DEF_ETC = :TBWCONT.CONT-DEF-ETC,
067400               CONT_ETC   = :TBWCONT.CONT-ETC
067500          WHERE  CONT_NCN   = :TBWCONT.CONT-NCN
067600          AND    CONT_ETC  <> 'F'
067700     END-EXEC
067800
067900     MOVE       'UPDATE TBWCONT '      TO DB2P-LABEL
068000     MOVE       'UPDATE'               TO DB2P-COMMAND
068100     MOVE       'TBWCONT '             TO DB2P-OBJECT
068200     PERFORM    DB2P-CHECK-RESULT
068300     IF NOT DB2P-FOUND
068400        MOVE 'NON CORRIGE - CONTRAT DEJA FERME'
068500                                  TO W-LIB-ISSUE
068600        GO TO B25-COUC-CORRECTION-FIN
068700     END-IF
068800*JOURNAL D'AUDIT : IMAGE AVANT/APRES DE L'ETAT DU CONTRAT
068900     MOVE       'TBWCONT '         TO AUDJ-TABLE OF TBWAUDJ
069000     MOVE       'UPDATE'           TO AUDJ-ACTION OF TBWAUDJ
069100     MOVE       SPACES             TO AUDJ-CLE OF TBWAUDJ
069200     MOVE       CONT-NCN OF TBWCONT
069300                                   TO AUDJ-CLE OF TBWAUDJ
069400     MOVE       CONT-NCN OF TBWCONT
069500                                   TO AUDJ-NCN OF TBWAUDJ
069600     MOVE       W-AUDJ-CONT-AVANT  TO AUDJ-AVANT OF TBWAUDJ
069700     MOVE       SPACES             TO AUDJ-APRES OF TBWAUDJ
069800     STRING     CONT-ETC OF TBWCONT '/'
069900                CONT-DEF-ETC OF TBWCONT
070000          DELIMITED BY SIZE
070100          INTO AUDJ-APRES OF TBWAUDJ
070200     END-STRING
070300     PERFORM    TRT-AUDJ-ECRITURE
070400     ADD 1 TO W-CPT-CONT-FERMES
070500     ADD 1 TO W-CPT-MAJ
070600
070700     MOVE H-DATE-DER-FIN      TO W-REG-DEF
070800     MOVE SPACES              TO W-REG-TEXTE
070900     STRING 'CONTRAT FERME, DERNIER USAGE CLOS LE '
071000            H-DATE-DER-FIN
071100         DELIMITED BY SIZE
071200         INTO W-REG-TEXTE
071300     END-STRING
071400     PERFORM TRT-INTV-INSERT
071500
071600     SET ANO-CORRIGEE         TO TRUE
071700     MOVE 'CORRIGE - CONTRAT FERME'
071800                              TO W-LIB-ISSUE
071900     IF MODE-REEL
072000        PERFORM TRT-CORR-COMMIT
072100     END-IF
072200     .
072300
072400 B25-COUC-CORRECTION-FIN.
072500*FIN COUC CORRECTION
072600     EXIT.
072700
072800 B30-UCAB.
072900*B30-UCAB : USAGES RATTACHES A UN CONTRAT ABSENT DE TBWCONT (AUCUN
073000*TRAITEMENT NE SUPPRIME DE CONTRAT) - UNE LIGNE PAR USAGE, A
073100*ANALYSER PAR LE BACK OFFICE
073200     MOVE CST-TYP-UCAB               TO W-TYPE-COUR
073300     PERFORM TRT-ENTETE-TYPE
073400
073500     EXEC SQL   DECLARE  CBWIUCA
073600        CURSOR   FOR
073700       SELECT   U.BANQ_BQE
073800              , U.AGEN_AGC
073900              , U.CPTE_NCP
074000              , U.CONT_NCN
074100              , U.TCPT_TCP
074200              , U.UCPT_DEF_FIN
074300       FROM     TBWUCPT U
074400       WHERE    NOT EXISTS
074500                (SELECT 1
074600                   FROM TBWCONT C
074700                  WHERE C.CONT_NCN = U.CONT_NCN)
074800       ORDER BY U.BANQ_BQE, U.AGEN_AGC, U.CONT_NCN
074900       FOR FETCH ONLY
075000     END-EXEC
075100
075200     EXEC SQL
075300       OPEN CBWIUCA
075400     END-EXEC
075500
075600     SET NON-FIN-CSR TO TRUE
075700     PERFORM     TRT-UCAB-FETCH
075800
075900     PERFORM UNTIL FIN-CSR
076000        ADD 1 TO W-CPT-UCAB
076100        MOVE BANQ-BQE OF TBWUCPT     TO W-BQAG-BQE
076200        MOVE AGEN-AGC OF TBWUCPT     TO W-BQAG-AGC
076300        MOVE CONT-NCN OF TBWUCPT     TO CONT-NCN OF TBWCONT
076400        MOVE SPACES                  TO W-LIB-DETAIL
076500        STRING 'CPTE ' CPTE-NCP OF TBWUCPT ' '
076600               TCPT-TCP OF TBWUCPT
076700               ' FIN ' UCPT-DEF-FIN OF TBWUCPT
076800            DELIMITED BY SIZE
076900            INTO W-LIB-DETAIL
077000        END-STRING
077100        SET ANO-A-ANALYSER           TO TRUE
077200        PERFORM TRT-ANOMALIE
077300        PERFORM TRT-UCAB-FETCH
077400     END-PERFORM
077500
077600     EXEC SQL
077700       CLOSE CBWIUCA
077800     END-EXEC
077900     .
078000
078100 B30-UCAB-FIN.
078200*FIN UCAB
078300     EXIT.
078400
078500 TRT-UCAB-FETCH.
078600* TRT UCAB FETCH (USAGES SUR CONTRAT ABSENT)
078700     EXEC SQL
078800        FETCH CBWIUCA
078900        INTO :TBWUCPT.BANQ-BQE,
079000             :TBWUCPT.AGEN-AGC,
079100             :TBWUCPT.CPTE-NCP,
079200             :TBWUCPT.CONT-NCN,
079300             :TBWUCPT.TCPT-TCP,
079400             :TBWUCPT.UCPT-DEF-FIN
079500     END-EXEC
079600
079700     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
079800     MOVE       'FETCH'                TO DB2P-COMMAND
079900     MOVE       'TBWUCPT '             TO DB2P-OBJECT
080000     PERFORM    DB2P-CHECK-RESULT.
080100     IF NOT DB2P-FOUND
080200        SET FIN-CSR TO TRUE
080300     END-IF
080400     .
080500
080600 B40-CFSI.
080700*B40-CFSI : CONTRATS FERMES SANS AUCUNE INTERVENTION B240, NI EN
080800*LIGNE (TBWINTV) NI ARCHIVEE (TBWINTA) - CORRIGEABLES : POSE DE
080900*L'INTERVENTION A LA DATE DE FERMETURE. UN CONTRAT SANS USAGE EST
081000*EDITE SOUS LA BANQUE/AGENCE '**********'
081100     MOVE CST-TYP-CFSI               TO W-TYPE-COUR
081200     PERFORM TRT-ENTETE-TYPE
081300
081400     EXEC SQL   DECLARE  CBWICSI
081500        CURSOR WITH HOLD FOR
081600       SELECT   C.CONT_NCN
081700              , C.CONT_DEF_ETC
081800              , MIN(U.BANQ_BQE CONCAT U.AGEN_AGC)
081900       FROM     TBWCONT C
082000                LEFT OUTER JOIN TBWUCPT U
082100                ON U.CONT_NCN = C.CONT_NCN
082200       WHERE    C.CONT_ETC = 'F'
082300       AND      NOT EXISTS
082400                (SELECT 1
082500                   FROM TBWINTV I
082600                  WHERE I.CONT_NCN = C.CONT_NCN
082700                    AND I.INTV_INV = 'B240')
082800       AND      NOT EXISTS
082900                (SELECT 1
083000                   FROM TBWINTA A
083100                  WHERE A.CONT_NCN = C.CONT_NCN
083200                    AND A.INTV_INV = 'B240')
083300       GROUP BY C.CONT_NCN, C.CONT_DEF_ETC
083400       ORDER BY 3, 1
083500     END-EXEC
083600
083700     EXEC SQL
083800       OPEN CBWICSI
083900     END-EXEC
084000
084100     SET NON-FIN-CSR TO TRUE
084200     PERFORM     TRT-CFSI-FETCH
084300
084400     PERFORM UNTIL FIN-CSR
084500        ADD 1 TO W-CPT-CFSI
084600        IF H-IND-BQAG < ZEROS
084700           MOVE CST-BQAG-INCONNU     TO W-BQAG
084800        ELSE
084900           MOVE H-BQAG               TO W-BQAG
085000        END-IF
085100        MOVE SPACES                  TO W-LIB-DETAIL
085200        STRING 'FERME LE ' CONT-DEF-ETC OF TBWCONT
085300               ' SANS INTERVENTION B240'
085400            DELIMITED BY SIZE
085500            INTO W-LIB-DETAIL
085600        END-STRING
085700        IF MODE-CORRECTION
085800           PERFORM B45-CFSI-CORRECTION
085900              THRU B45-CFSI-CORRECTION-FIN
086000        ELSE
086100           MOVE 'CORRIGEABLE'        TO W-LIB-ISSUE
086200           SET ANO-NON-CORRIGEE      TO TRUE
086300        END-IF
086400        PERFORM TRT-ANOMALIE
086500        PERFORM TRT-CFSI-FETCH
086600     END-PERFORM
086700
086800     EXEC SQL
086900       CLOSE CBWICSI
087000     END-EXEC
087100     .
087200
087300 B40-CFSI-FIN.
087400*FIN CFSI
087500     EXIT.
087600
087700 TRT-CFSI-FETCH.
087800* TRT CFSI FETCH (CONTRATS FERMES SANS INTERVENTION)
087900     EXEC SQL
088000        FETCH CBWICSI
088100        INTO :TBWCONT.CONT-NCN,
088200             :TBWCONT.CONT-DEF-ETC,
088300             :H-BQAG :H-IND-BQAG
088400     END-EXEC
088500
088600     MOVE       'SELECT TBWCONT '      TO DB2P-LABEL
088700     MOVE       'FETCH'                TO DB2P-COMMAND
088800     MOVE       'TBWCONT '             TO DB2P-OBJECT
088900     PERFORM    DB2P-CHECK-RESULT.
089000     IF NOT DB2P-FOUND
089100        SET FIN-CSR TO TRUE
089200     END-IF
089300     .
089400
089500 B45-CFSI-CORRECTION.
089600*B45-CFSI-CORRECTION : INTERVENTION DE REGULARISATION A LA DATE DE
089700*FERMETURE DU CONTRAT - UN CONTRAT FERME QUI A ENCORE UN USAGE
089800*OUVERT (CAS CFUO) N'EST PAS REGULARISE
089900     SET ANO-NON-CORRIGEE            TO TRUE
090000     PERFORM TRT-UCPT-OUVERTS
090100     IF H-NB-UCPT > ZEROS
090200        MOVE 'NON CORRIGE - USAGE OUVERT (CFUO)'
090300                                     TO W-LIB-ISSUE
090400        GO TO B45-CFSI-CORRECTION-FIN
090500     END-IF
090600
090700     MOVE CONT-DEF-ETC OF TBWCONT TO W-REG-DEF
090800     MOVE SPACES              TO W-REG-TEXTE
090900     STRING 'FERMETURE DU ' CONT-DEF-ETC OF TBWCONT
091000            ' SANS INTERVENTION B240'
091100         DELIMITED BY SIZE
091200         INTO W-REG-TEXTE
091300     END-STRING
091400     PERFORM TRT-INTV-INSERT
091500
091600     SET ANO-CORRIGEE         TO TRUE
091700     MOVE 'CORRIGE - INTERVENTION POSEE'
091800                              TO W-LIB-ISSUE
091900     IF MODE-REEL
092000        PERFORM TRT-CORR-COMMIT
092100     END-IF
092200     .
092300
092400 B45-CFSI-CORRECTION-FIN.
092500*FIN CFSI CORRECTION
092600     EXIT.
092700
092800 TRT-UCPT-OUVERTS.
092900*TRT-UCPT-OUVERTS : NOMBRE D'USAGES OUVERTS DU CONTRAT EN COURS
093000     EXEC SQL
093100        SELECT COUNT(*)
093200          INTO :H-NB-UCPT
093300          FROM TBWUCPT
093400         WHERE CONT_NCN     = :TBWCONT.CONT-NCN
093500           AND UCPT_DEF_FIN = '9999-12-31'
093600     END-EXEC
093700
093800     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
093900     MOVE       'SELECT'               TO DB2P-COMMAND
094000     MOVE       'TBWUCPT '             TO DB2P-OBJECT
094100     PERFORM    DB2P-CHECK-RESULT
094200     .
094300
094400 TRT-ENTETE-TYPE.
094500*TRT-ENTETE-TYPE : TITRE DE LA SECTION DU RAPPORT D'UN TYPE
094600*D'ANOMALIE
094700     MOVE       SPACES                 TO SBWITGRP-ENR
094800     PERFORM    ECRITURE-LIGNE
094900     MOVE       SPACES                 TO SBWITGRP-ENR
095000     IF W-TYPE-COUR = CST-TYP-CFUO
095100        STRING  W-TYPE-COUR
095200                ' : CONTRATS FERMES AYANT UN USAGE OUVERT'
095300            DELIMITED BY SIZE
095400            INTO SBWITGRP-ENR
095500        END-STRING
095600     ELSE
095700     IF W-TYPE-COUR = CST-TYP-COUC
095800        STRING  W-TYPE-COUR
095900                ' : CONTRATS OUVERTS DONT TOUS LES USAGES'
096000                ' SONT CLOS'
096100            DELIMITED BY SIZE
096200            INTO SBWITGRP-ENR
096300        END-STRING
096400     ELSE
096500     IF W-TYPE-COUR = CST-TYP-UCAB
096600        STRING  W-TYPE-COUR
096700                ' : USAGES SUR CONTRAT ABSENT DE TBWCONT'
096800            DELIMITED BY SIZE
096900            INTO SBWITGRP-ENR
097000        END-STRING
097100     ELSE
097200        STRING  W-TYPE-COUR
097300                ' : CONTRATS FERMES SANS INTERVENTION B240'
097400            DELIMITED BY SIZE
097500            INTO SBWITGRP-ENR
097600        END-STRING
097700     END-IF
097800     END-IF
097900     END-IF
098000     PERFORM    ECRITURE-LIGNE
098100     .
098200
098300 TRT-ANOMALIE.
098400*TRT-ANOMALIE : LIGNE DE DETAIL (TYPE, BANQUE, AGENCE, CONTRAT,
098500*DETAIL, ISSUE) ET CUMULS DE L'ANOMALIE EN COURS
098600     ADD 1 TO W-CPT-ANOMALIES
098700     IF ANO-A-ANALYSER
098800        MOVE 'A ANALYSER'            TO W-LIB-ISSUE
098900     END-IF
099000     IF MODE-CORRECTION
099100        IF ANO-CORRIGEE
099200           ADD 1 TO W-CPT-CORRIGES
099300        ELSE
099400           ADD 1 TO W-CPT-NON-CORRIGES
099500        END-IF
099600     END-IF
099700
099800     MOVE       SPACES                 TO SBWITGRP-ENR
099900     STRING     '   ' W-TYPE-COUR
100000                ' BQE ' W-BQAG-BQE
100100                ' AGC ' W-BQAG-AGC
100200                ' CONTRAT ' CONT-NCN OF TBWCONT
100300                ' ' W-LIB-DETAIL
100400                ' ' W-LIB-ISSUE
100500         DELIMITED BY SIZE
100600         INTO SBWITGRP-ENR
100700     END-STRING
100800     PERFORM    ECRITURE-LIGNE
100900
101000     PERFORM TRT-BQE-POSTE
101100     IF BQE-TROUVE
101200        IF W-TYPE-COUR = CST-TYP-CFUO
101300           ADD 1 TO W-TBL-BQE-CFUO(W-IDX-BQE)
101400        ELSE
101500        IF W-TYPE-COUR = CST-TYP-COUC
101600           ADD 1 TO W-TBL-BQE-COUC(W-IDX-BQE)
101700        ELSE
101800        IF W-TYPE-COUR = CST-TYP-UCAB
101900           ADD 1 TO W-TBL-BQE-UCAB(W-IDX-BQE)
102000        ELSE
102100           ADD 1 TO W-TBL-BQE-CFSI(W-IDX-BQE)
102200        END-IF
102300        END-IF
102400        END-IF
102500        IF ANO-CORRIGEE
102600           ADD 1 TO W-TBL-BQE-CORR(W-IDX-BQE)
102700        END-IF
102800     END-IF
102900     .
103000
103100 TRT-BQE-POSTE.
103200*TRT-BQE-POSTE : POSTE DE LA BANQUE DE L'ANOMALIE DANS LE
103300*RECAPITULATIF (CREE S'IL EST ABSENT) - AU-DELA DE 50 BANQUES
103400*L'ANOMALIE N'EST PAS CUMULEE (SIGNALE UNE FOIS AU RAPPORT)
103500     SET BQE-NON-TROUVE TO TRUE
103600     IF W-TBL-BQE-NBENT > 0
103700        PERFORM VARYING W-IDX-BQE FROM 1 BY 1
103800                UNTIL W-IDX-BQE > W-TBL-BQE-NBENT
103900                   OR BQE-TROUVE
104000           IF W-TBL-BQE-BQE(W-IDX-BQE) = W-BQAG-BQE
104100              SET BQE-TROUVE TO TRUE
104200           END-IF
104300        END-PERFORM
104400     END-IF
104500     IF BQE-TROUVE
104600        SET W-IDX-BQE DOWN BY 1
104700     ELSE
104800        IF W-TBL-BQE-NBENT < 50
104900           ADD 1 TO W-TBL-BQE-NBENT
105000           SET W-IDX-BQE TO W-TBL-BQE-NBENT
105100           MOVE W-BQAG-BQE TO W-TBL-BQE-BQE(W-IDX-BQE)
105200           MOVE ZEROS      TO W-TBL-BQE-CFUO(W-IDX-BQE)
105300           MOVE ZEROS      TO W-TBL-BQE-COUC(W-IDX-BQE)
105400           MOVE ZEROS      TO W-TBL-BQE-UCAB(W-IDX-BQE)
105500           MOVE ZEROS      TO W-TBL-BQE-CFSI(W-IDX-BQE)
105600           MOVE ZEROS      TO W-TBL-BQE-CORR(W-IDX-BQE)
105700           SET BQE-TROUVE TO TRUE
105800        ELSE
105900           IF NOT TABLE-BQE-PLEINE
106000              SET TABLE-BQE-PLEINE TO TRUE
106100              MOVE    SPACES          TO SBWITGRP-ENR
106200              STRING  '*** TABLE DES BANQUES PLEINE - BANQUE '
106300                      W-BQAG-BQE ' ET SUIVANTES NON CUMULEES'
106400                  DELIMITED BY SIZE
106500                  INTO SBWITGRP-ENR
106600              END-STRING
106700              PERFORM ECRITURE-LIGNE
106800           END-IF
106900        END-IF
107000     END-IF
107100     .
107200
107300 B50-RECAPITULATIF.
107400*B50-RECAPITULATIF : NOMBRE D'ANOMALIES PAR BANQUE ET PAR TYPE
107500     MOVE       SPACES                 TO SBWITGRP-ENR
107600     PERFORM    ECRITURE-LIGNE
107700     MOVE       'RECAPITULATIF PAR BANQUE'
107800                                       TO SBWITGRP-ENR
107900     PERFORM    ECRITURE-LIGNE
108000
108100     IF W-TBL-BQE-NBENT > 0
108200        PERFORM VARYING W-IDX-BQE FROM 1 BY 1
108300                UNTIL W-IDX-BQE > W-TBL-BQE-NBENT
108400           MOVE       SPACES           TO SBWITGRP-ENR
108500           STRING     '   BANQUE ' W-TBL-BQE-BQE(W-IDX-BQE)
108600                      ' CFUO ' W-TBL-BQE-CFUO(W-IDX-BQE)
108700                      ' COUC ' W-TBL-BQE-COUC(W-IDX-BQE)
108800                      ' UCAB ' W-TBL-BQE-UCAB(W-IDX-BQE)
108900                      ' CFSI ' W-TBL-BQE-CFSI(W-IDX-BQE)
109000                      ' CORRIGES ' W-TBL-BQE-CORR(W-IDX-BQE)
109100               DELIMITED BY SIZE
109200               INTO SBWITGRP-ENR
109300           END-STRING
109400           PERFORM    ECRITURE-LIGNE
109500        END-PERFORM
109600     ELSE
109700        MOVE    '   AUCUNE ANOMALIE'   TO SBWITGRP-ENR
109800        PERFORM ECRITURE-LIGNE
109900     END-IF
110000     .
110100
110200 B50-RECAPITULATIF-FIN.
110300*FIN RECAPITULATIF
110400     EXIT.
110500
110600 TRT-INTV-INSERT.
110700*TRT-INTV-INSERT : INTERVENTION B240 DE REGULARISATION - MOTIF 27,
110800*DATE D'EFFET ET FIN DE TEXTE PREPARES PAR L'APPELANT, SUPPORT NON
110900*AVISE (AUCUN COURRIER)
111000     MOVE WSS-AV-NON          TO INTV-TON-AV OF TBWINTV
111100     MOVE CST-MIN-REGUL       TO MINT-MIN OF TBWINTV
111200     MOVE CONT-NCN OF TBWCONT TO CONT-NCN OF TBWINTV
111300* L'HORODATE D'INTERVENTION EST AUGMENTEE D'UN MILLIONIEME DE
111400* SECONDE A CHAQUE OCCURRENCE POUR EVITER LES DOUBLONS
111500     ADD 1                  TO WSS-HDT-MS
111600     MOVE WSS-HDT           TO INTV-HDT OF TBWINTV
111700     MOVE W-REG-DEF         TO INTV-DEF OF TBWINTV
111800     MOVE CST-INTV-INV      TO INTV-INV OF TBWINTV
111900
112000     INITIALIZE INTV-TXT-TEXT OF TBWINTV
112100     MOVE 1 TO INTV-TXT-LEN OF TBWINTV
112200
112300     STRING
112400          CST-PREF-REGUL
112500          W-REG-TEXTE
112600          DELIMITED  BY  SIZE
112700          INTO          INTV-TXT-TEXT  OF  TBWINTV
112800          WITH POINTER  INTV-TXT-LEN   OF  TBWINTV
112900       END-STRING
113000
113100     EXEC SQL
113200        INSERT INTO TBWINTV
113300               (INTV_HDT,
113400                INTV_INV,
113500                MINT_MIN,
113600                CONT_NCN,
113700                INTV_DEF,
113800                INTV_TON_AV,
113900                INTV_TXT)
114000        VALUES (:TBWINTV.INTV-HDT,
114100                :TBWINTV.INTV-INV,
114200                :TBWINTV.MINT-MIN,
114300                :TBWINTV.CONT-NCN,
114400                :TBWINTV.INTV-DEF,
114500                :TBWINTV.INTV-TON-AV,
114600                :TBWINTV.INTV-TXT)
114700     END-EXEC
114800
114900     MOVE 'TBWINTV '          TO DB2P-LABEL
115000     MOVE 'INSERT'            TO DB2P-COMMAND
115100     PERFORM DB2P-CHECK-RESULT
115200*JOURNAL D'AUDIT : IMAGE DE L'INTERVENTION INSEREE
115300     MOVE       'TBWINTV '         TO AUDJ-TABLE OF TBWAUDJ
115400     MOVE       'INSERT'           TO AUDJ-ACTION OF TBWAUDJ
115500     MOVE       SPACES             TO AUDJ-CLE OF TBWAUDJ
115600     STRING     CONT-NCN OF TBWINTV '/'
115700                INTV-HDT OF TBWINTV
115800          DELIMITED BY SIZE
115900          INTO AUDJ-CLE OF TBWAUDJ
116000     END-STRING
116100     MOVE       CONT-NCN OF TBWINTV
116200                                   TO AUDJ-NCN OF TBWAUDJ
116300     MOVE       SPACES             TO AUDJ-AVANT OF TBWAUDJ
116400     MOVE       SPACES             TO AUDJ-APRES OF TBWAUDJ
116500     STRING     MINT-MIN OF TBWINTV '/'
116600                INTV-DEF OF TBWINTV '/'
116700                INTV-TXT-TEXT OF TBWINTV(1:80)
116800          DELIMITED BY SIZE
116900          INTO AUDJ-APRES OF TBWAUDJ
117000     END-STRING
117100     PERFORM    TRT-AUDJ-ECRITURE
117200     ADD 1 TO W-CPT-INTV
117300     ADD 1 TO W-CPT-MAJ
117400     .
117500
117600 TRT-CORR-COMMIT.
117700*TRT-CORR-COMMIT : COMMIT INTERMEDIAIRE PILOTE PAR LE SEUIL
117800*PARAMETRE (0 = COMMIT A CHAQUE CORRECTION) - UNE CORRECTION EST
117900*TOUJOURS VALIDEE D'UN SEUL TENANT, LE CURSEUR WITH HOLD CONSERVE
118000*SA POSITION. UNE RELANCE NE RETROUVE PAS LES CAS DEJA CORRIGES
118100     IF EBWPARAM-SEUIL-COMMIT = ZEROS
118200        PERFORM    DB2P-COMMIT
118300     ELSE
118400        ADD        1                  TO W-CPT-COMMIT
118500        IF W-CPT-COMMIT >= EBWPARAM-SEUIL-COMMIT
118600           PERFORM    DB2P-COMMIT
118700           MOVE       ZEROS              TO W-CPT-COMMIT
118800        END-IF
118900     END-IF
119000     .
119100
119200 TRT-AUDJ-ECRITURE.
119300*TRT-AUDJ-ECRITURE : INSERTION DE LA LIGNE D'AUDIT TBWAUDJ
119400*(TABLE, ACTION, CLE, CONTRAT ET IMAGES ALIMENTES PAR L'APPELANT)
119500*- DANS LA MEME UNITE DE TRAVAIL QUE LA MAJ AUDITEE
119600     MOVE       W-PROGRAMME-ID     TO AUDJ-PGM OF TBWAUDJ
119700     MOVE       H-DATE-TRT         TO AUDJ-DTRAIT OF TBWAUDJ
119800     MOVE       '00'               TO AUDJ-PART OF TBWAUDJ
119900
120000     EXEC SQL
120100        INSERT INTO TBWAUDJ
120200               (AUDJ_HDT,
120300                AUDJ_PGM,
120400                AUDJ_DTRAIT,
120500                AUDJ_TABLE,
120600                AUDJ_ACTION,
120700                AUDJ_CLE,
120800                AUDJ_NCN,
120900                AUDJ_AVANT,
121000                AUDJ_APRES,
121100                AUDJ_PART)
121200        VALUES (CURRENT TIMESTAMP,
121300                :TBWAUDJ.AUDJ-PGM,
121400                :TBWAUDJ.AUDJ-DTRAIT,
121500                :TBWAUDJ.AUDJ-TABLE,
121600                :TBWAUDJ.AUDJ-ACTION,
121700                :TBWAUDJ.AUDJ-CLE,
121800                :TBWAUDJ.AUDJ-NCN,
121900                :TBWAUDJ.AUDJ-AVANT,
122000                :TBWAUDJ.AUDJ-APRES,
122100                :TBWAUDJ.AUDJ-PART)
122200     END-EXEC
122300
122400     MOVE 'TBWAUDJ '          TO DB2P-LABEL
122500     MOVE 'INSERT'            TO DB2P-COMMAND
122600     PERFORM DB2P-CHECK-RESULT
122700     .
122800
122900******************************************************************
123000*   C-FIN-PROGRAMME
123100******************************************************************
123200 C-FIN-PROGRAMME.
123300*--------------------
123400*BILAN DU RUN
123500     PERFORM    C01-BILAN
123600           THRU C01-BILAN-FIN.
123700
123800*MODE REEL : FIN DE RUN AU JOURNAL DE PILOTAGE - SIMULATION :
123900*ANNULATION DE L'UNITE DE TRAVAIL
124000     IF MODE-REEL
124100        PERFORM  TRT-RUNJ-FIN
124200     ELSE
124300        PERFORM  DB2P-ROLLBACK
124400     END-IF.
124500
124600     PERFORM    C10-FERMETURES.
124700
124800     PERFORM    DB2P-FINAL.
124900
125000     MOVE W-CODRET TO RETURN-CODE.
125100
125200 C-FIN-PROGRAMME-FIN.
125300* FIN DE CLOTURE DU PROGRAMME
125400     EXIT.
125500
125600 TRT-RUNJ-DEBUT.
125700*TRT-RUNJ-DEBUT : ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL
125800*DE PILOTAGE TBWRUNJ - RENDU PERSISTANT AUSSITOT
125900     MOVE H-DATE-TRT        TO RUNJ-DTRAIT OF TBWRUNJ
126000     MOVE W-PROGRAMME-ID    TO RUNJ-PGM OF TBWRUNJ
126100     MOVE '00'              TO RUNJ-PART OF TBWRUNJ
126200     MOVE DB2P-CURRENT-TMST TO RUNJ-HDT-DEB OF TBWRUNJ
126300     MOVE DB2P-CURRENT-TMST TO W-RUNJ-HDT-DEB
126400     MOVE SPACES            TO RUNJ-HDT-FIN OF TBWRUNJ
126500     MOVE ZEROS             TO RUNJ-NB-LUS OF TBWRUNJ
126600     MOVE ZEROS             TO RUNJ-NB-TRAITES OF TBWRUNJ
126700     MOVE ZEROS             TO RUNJ-CODRET OF TBWRUNJ
126800
126900     EXEC SQL
127000        INSERT INTO TBWRUNJ
127100               (RUNJ_DTRAIT,
127200                RUNJ_PGM,
127300                RUNJ_PART,
127400                RUNJ_HDT_DEB,
127500                RUNJ_HDT_FIN,
127600                RUNJ_NB_LUS,
127700                RUNJ_NB_TRAITES,
127800                RUNJ_CODRET)
127900        VALUES (:TBWRUNJ.RUNJ-DTRAIT,
128000                :TBWRUNJ.RUNJ-PGM,
128100                :TBWRUNJ.RUNJ-PART,
128200                :TBWRUNJ.RUNJ-HDT-DEB,
128300                :TBWRUNJ.RUNJ-HDT-FIN,
128400                :TBWRUNJ.RUNJ-NB-LUS,
128500                :TBWRUNJ.RUNJ-NB-TRAITES,
128600                :TBWRUNJ.RUNJ-CODRET)
128700     END-EXEC
128800
128900     MOVE 'TBWRUNJ '          TO DB2P-LABEL
129000     MOVE 'INSERT'            TO DB2P-COMMAND
129100     PERFORM DB2P-CHECK-RESULT
129200     PERFORM DB2P-COMMIT
129300     .
129400
129500 TRT-RUNJ-FIN.
129600*TRT-RUNJ-FIN : ENREGISTREMENT DE LA FIN DE RUN (ANOMALIES
129700*TROUVEES, MISES A JOUR, CODE RETOUR) DANS LE JOURNAL TBWRUNJ
129800     MOVE W-CPT-ANOMALIES   TO RUNJ-NB-LUS OF TBWRUNJ
129900     MOVE W-CPT-MAJ         TO RUNJ-NB-TRAITES OF TBWRUNJ
130000     MOVE W-CODRET          TO RUNJ-CODRET OF TBWRUNJ
130100
130200     EXEC SQL
130300        UPDATE TBWRUNJ
130400          SET  RUNJ_HDT_FIN    = CURRENT TIMESTAMP,
130500               RUNJ_NB_LUS     = :TBWRUNJ.RUNJ-NB-LUS,
130600               RUNJ_NB_TRAITES = :TBWRUNJ.RUNJ-NB-TRAITES,
130700               RUNJ_CODRET     = :TBWRUNJ.RUNJ-CODRET
130800          WHERE RUNJ_DTRAIT  = :TBWRUNJ.RUNJ-DTRAIT
130900          AND   RUNJ_PGM     = :TBWRUNJ.RUNJ-PGM
131000          AND   RUNJ_PART    = :TBWRUNJ.RUNJ-PART
131100          AND   RUNJ_HDT_DEB = :W-RUNJ-HDT-DEB
131200     END-EXEC
131300
131400     MOVE 'TBWRUNJ '          TO DB2P-LABEL
131500     MOVE 'UPDATE'            TO DB2P-COMMAND
131600     PERFORM DB2P-CHECK-RESULT
131700     PERFORM DB2P-COMMIT
131800     .
131900
132000*----------------
132100
132200 C01-BILAN.
132300*C01-BILAN : BILAN DU RUN PAR TYPE D'ANOMALIE ET CORRECTIONS
132400     MOVE       SPACES                 TO SBWITGRP-ENR
132500     PERFORM    ECRITURE-LIGNE
132600     MOVE       'BILAN DU RUN'         TO SBWITGRP-ENR
132700     PERFORM    ECRITURE-LIGNE
132800     MOVE 'ANOMALIES TROUVEES'         TO W-LIB-COMPTE
132900     MOVE W-CPT-ANOMALIES              TO W-ED-NB
133000     PERFORM C06-LIGNE-NOMBRE
133100     MOVE '   CFUO CONTRAT FERME, USAGE OUVERT'
133200                                       TO W-LIB-COMPTE
133300     MOVE W-CPT-CFUO                   TO W-ED-NB
133400     PERFORM C06-LIGNE-NOMBRE
133500     MOVE '   COUC CONTRAT OUVERT, USAGES CLOS'
133600                                       TO W-LIB-COMPTE
133700     MOVE W-CPT-COUC                   TO W-ED-NB
133800     PERFORM C06-LIGNE-NOMBRE
133900     MOVE '   UCAB USAGE SUR CONTRAT ABSENT'
134000                                       TO W-LIB-COMPTE
134100     MOVE W-CPT-UCAB                   TO W-ED-NB
134200     PERFORM C06-LIGNE-NOMBRE
134300     MOVE '   CFSI CONTRAT FERME SANS INTERVENTION'
134400                                       TO W-LIB-COMPTE
134500     MOVE W-CPT-CFSI                   TO W-ED-NB
134600     PERFORM C06-LIGNE-NOMBRE
134700     IF MODE-CORRECTION
134800        MOVE 'ANOMALIES CORRIGEES'     TO W-LIB-COMPTE
134900        MOVE W-CPT-CORRIGES            TO W-ED-NB
135000        PERFORM C06-LIGNE-NOMBRE
135100        MOVE 'ANOMALIES NON CORRIGEES' TO W-LIB-COMPTE
135200        MOVE W-CPT-NON-CORRIGES        TO W-ED-NB
135300        PERFORM C06-LIGNE-NOMBRE
135400        MOVE 'CONTRATS FERMES'         TO W-LIB-COMPTE
135500        MOVE W-CPT-CONT-FERMES         TO W-ED-NB
135600        PERFORM C06-LIGNE-NOMBRE
135700        MOVE 'INTERVENTIONS POSEES'    TO W-LIB-COMPTE
135800        MOVE W-CPT-INTV                TO W-ED-NB
135900        PERFORM C06-LIGNE-NOMBRE
136000     END-IF
136100
136200     MOVE       SPACES                 TO SBWITGRP-ENR
136300     MOVE       W-LIB-MODE             TO SBWITGRP-ENR
136400     PERFORM    ECRITURE-LIGNE
136500     .
136600
136700 C01-BILAN-FIN.
136800*FIN BILAN
136900     EXIT.
137000
137100 C06-LIGNE-NOMBRE.
137200*C06-LIGNE-NOMBRE : LIBELLE ET NOMBRE
137300     MOVE       SPACES                 TO SBWITGRP-ENR
137400     STRING     '   ' W-LIB-COMPTE ' ' W-ED-NB
137500         DELIMITED BY SIZE
137600         INTO SBWITGRP-ENR
137700     END-STRING
137800     PERFORM    ECRITURE-LIGNE
137900     .
138000
138100 ECRITURE-LIGNE.
138200*---------------
138300* ECRITURE RAPPORT
138400      WRITE SBWITGRP-ENR
138500
138600*** CONTROLE STATUT FICHIER
138700      IF NOT SBWITGRP-OK
138800        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
138900        MOVE SBWITGRP-STATUS              TO W-F2CABN-MSG-CODRET
139000        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
139100        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWITGRP
139200                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
139300        PERFORM C-FIN-ANO
139400      END-IF.
139500
139600 ECRITURE-LIGNE-FIN.
139700* FIN ECRITURE LIGNE
139800        EXIT.
139900
140000 C10-FERMETURES.
140100* FERMETURE DES FICHIERS
140200      CLOSE FD-EBWPARAM.
140300      IF EBWPARAM-STATUS NOT = ZERO
140400        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
140500        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
140600        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
140700        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWPARAM
140800                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
140900        PERFORM C-FIN-ANO
141000      END-IF.
141100
141200      CLOSE FD-SBWITGRP.
141300      IF SBWITGRP-STATUS NOT = ZERO
141400        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
141500        MOVE SBWITGRP-STATUS              TO W-F2CABN-MSG-CODRET
141600        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
141700        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWITGRP
141800                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
141900        PERFORM C-FIN-ANO
142000      END-IF.
142100*----------------------------------------------------------------*
142200 TRT-INIT-DB2P.
142300*TRT INIT DB2P.
142400     EXEC  SQL  WHENEVER  SQLWARNING  CONTINUE  END-EXEC
142500     EXEC  SQL  WHENEVER  NOT FOUND   CONTINUE  END-EXEC
142600
142700     INITIALIZE  DB2P-INTERFACE
142800     SET  DB2P-ERRMODE-SOFT     TO  TRUE
142900     SET  DB2P-NOT-RESTARTABLE  TO  TRUE
143000     SET  DB2P-TRTS-NO          TO  TRUE
143100     SET  DB2P-TRACE-OFF        TO  TRUE
143200     PERFORM  DB2P-INIT
143300
143400     MOVE DB2P-CURRENT-TMST       TO WSS-HDT
143500     MOVE ZERO                    TO WSS-HDT-MS
143600*-----
143700     .
143800*================================================================*
143900* INITIALISATIONS
144000*================================================================*
144100 DB2P-INIT.
144200* ----------
144300     MOVE CST-PGM-ID  TO DB2P-PGMID
144400
144500     MOVE DB2P-FONCTION-INIT TO DB2P-FONCTION
144600     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
144700     .
144800
144900*================================================================*
145000* TRAITEMENT DES ERREURS
145100*================================================================*
145200 DB2P-CHECK-RESULT.
145300* ------------------
145400     MOVE SQLCODE TO DB2P-SQLCODE
145500     MOVE SQLCA   TO DB2P-SQLCA
145600     MOVE DB2P-FONCTION-CHECK TO DB2P-FONCTION
145700     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
145800     .
145900
146000*================================================================*
146100* TRAITEMENT DES COMMITS
146200*================================================================*
146300 DB2P-COMMIT.
146400* ------------
146500     MOVE DB2P-FONCTION-COMMIT TO DB2P-FONCTION
146600     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
146700     .
146800
146900*================================================================*
147000* ANNULATION DE L'UNITE DE TRAVAIL (MODE SIMULATION)
147100*================================================================*
147200 DB2P-ROLLBACK.
147300* --------------
147400     MOVE DB2P-FONCTION-ROLLBACK TO DB2P-FONCTION
147500     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
147600     .
147700
147800*================================================================*
147900* FIN DE TRAITEMENT
148000*================================================================*
148100 DB2P-FINAL.
148200* -------------
148300     MOVE DB2P-FONCTION-FINAL TO DB2P-FONCTION
148400     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
148500     .
148600*================================================================*
148700* FIN ANORMALE
148800*================================================================*
148900 C-FIN-ANO.
149000* -------------
149100     CALL GX0001P   USING W-F2CABN-ACTION
149200                          W-F2CABN-MSG.
