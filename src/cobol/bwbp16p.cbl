000100 ID DIVISION.
000200 PROGRAM-ID. BWBP16P.
000300**------------------------------------------------------------*
000400**                                                            *
000500**  TITRE          :  BWBP16P                                 *
000600**                                                            *
000700**  SORTIE D'UNE BANQUE DU SERVICE BAMCO : FERMETURE EN MASSE *
000800**  DES USAGES DE LA BANQUE ET DES CONTRATS QUI EN DEPENDENT  *
000900**                                                            *
001000**  DATE ET AUTEUR : 15/10/2026                               *
001100**                   R.ZITI                                   *
001200**                                                            *
001300**  DESCRIPT. PROG. : CE TRAITEMENT A LA DEMANDE FERME, A LA  *
001400**                    DATE DE SORTIE PORTEE PAR LA CARTE,     *
001500**                    TOUS LES USAGES TBWUCPT OUVERTS DE LA   *
001600**                    BANQUE QUITTANT LE SERVICE :            *
001700**                    - UN CONTRAT QUI N'A PLUS AUCUN USAGE   *
001800**                      OUVERT SUR UNE AUTRE BANQUE EST FERME *
001900**                      (MOTIF D'INTERVENTION 25) ;           *
002000**                    - UN CONTRAT QUI CONSERVE UN USAGE      *
002100**                      OUVERT SUR UNE AUTRE BANQUE RESTE     *
002200**                      OUVERT (MOTIF D'INTERVENTION 26).     *
002300**                    L'INTERVENTION B240 POSEE SUR CHAQUE    *
002400**                    CONTRAT TOUCHE PERMET A BWBP04P         *
002500**                    D'EMETTRE LE COURRIER ADAPTE. CHAQUE    *
002600**                    MISE A JOUR EST JOURNALISEE (TBWAUDJ).  *
002700**                    AVANT TOUTE MISE A JOUR, LE RAPPORT     *
002800**                    DONNE L'IMPACT DE LA SORTIE : CONTRATS  *
002900**                    A FERMER, CONTRATS MAINTENUS SUR UNE    *
003000**                    AUTRE BANQUE, USAGES DEJA FERMES.       *
003100**                    PAR DEFAUT LE TRAITEMENT TOURNE EN MODE *
003200**                    SIMULATION : TOUS LES CONTRATS SONT     *
003300**                    LISTES ET LES MISES A JOUR SONT         *
003400**                    ANNULEES EN FIN DE PROGRAMME. EN MODE   *
003500**                    REEL, LE TRAVAIL EST VALIDE PAR PAQUETS *
003600**                    DE CONTRATS ET PEUT ETRE LIMITE A UNE   *
003700**                    TRANCHE PAR RUN : UN CONTRAT TRAITE NE  *
003800**                    GARDE PLUS D'USAGE OUVERT SUR LA BANQUE,*
003900**                    LE RUN SUIVANT (OU UNE RELANCE APRES    *
004000**                    ABEND) REPREND DONC LA OU LE PRECEDENT  *
004100**                    S'EST ARRETE.                           *
004200**                    UNE ANOMALIE DE CONTRAT REND LA MAIN EN *
004300**                    CODE RETOUR 4.                          *
004400**                                                            *
004500**  ARCHIT. PROG.   :                                         *
004600**                                                            *
004700**A-INITIALISATION                                            *
004800****  OUVERTURE DES FICHIERS, CARTE, IMPACT DE LA SORTIE      *
004900**                                                            *
005000**B-TRAITEMENT                                                *
005100****  FERMETURE DES USAGES ET DES CONTRATS, CONTRAT PAR       *
005200****  CONTRAT, AVEC COMMITS INTERMEDIAIRES                    *
005300**                                                            *
005400**C-FIN-PROGRAMME                                             *
005500** BILAN, VALIDATION OU ANNULATION DB2, FERMETURE FICHIERS    *
005600**                                                            *
005700**  PERIODICITE     : A LA DEMANDE                            *
005800**                                                            *
005900**  LE OU LES CTI   : LIMEIL                                  *
006000**                                                            *
006100**  PARAMETRES DE COMPILATION ET COPY UTILISES  : OS390       *
006200**  F2CABND1 ET F2CABNX1 : COPY INCLUDE POUR GESTION ABEND    *
006300**                                                            *
006400** SOUS-PROGRAMME APPELES:                                    *
006500** -----------------------                                    *
006600**   GENABEN3 : APPEL POUR GESTION DE L'ABEND (GX0001P)       *
006700**   BWDB2P   : INTERFACE DB2 (INIT/CHECK/COMMIT/FINAL)       *
006750**   FRCAL3P  : CALCUL DE LA LETTRE-CLE DU COMPTE             *
006800**                                                            *
006900**  FICHIERS UTILISES :                                       *
007000**  -----------------                                         *
007100**  FICHIERS EN ENTREE :                                      *
007200**   EBWPARAM  MVS  CARTE PARAMETRE (DATE DU JOUR, MODE,      *
007300**                  BANQUE, DATE DE SORTIE, TRANCHE, COMMIT)  *
007400**                                                            *
007500**  FICHIERS EN SORTIE :                                      *
007600**   SBWSORRP  MVS  RAPPORT D'IMPACT ET DE SORTIE DE BANQUE   *
007700**                                                            *
007800**  TABLES UTILISEES : TBWUCPT (MAJ), TBWCONT (MAJ), TBWINTV  *
007900**                     (MAJ), TBWBNKRF, TBWAUDJ, TBWRUNJ      *
008000**                                                            *
008100**------------------------------------------------------------*
008200** HISTORIQUE :                                               *
008300**============================================================*
008400***************************************************************
008500 ENVIRONMENT DIVISION.
008600 CONFIGURATION SECTION.
008700 INPUT-OUTPUT SECTION.
008800 FILE-CONTROL.
008900*-------------
009000***  FICHIER PARAMETRE (DATE DU JOUR, MODE, BANQUE, TRANCHE)
009100     SELECT FD-EBWPARAM ASSIGN TO EBWPARAM
009200            FILE STATUS IS EBWPARAM-STATUS.
009300*
009400***  SBWSORRP RAPPORT DE SORTIE DE BANQUE
009500     SELECT FD-SBWSORRP ASSIGN TO SBWSORRP
009600            FILE STATUS IS SBWSORRP-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000*-------------
010100***  EBWPARAM FICHIER PARAMETRE EN ENTREE
010200 FD  FD-EBWPARAM
010300     RECORDING MODE IS F
010400     BLOCK 0 RECORDS.
010500  01 ENR-EBWPARAM PIC X(80).
010600
010700***  SBWSORRP RAPPORT DE SORTIE DE BANQUE
010800 FD  FD-SBWSORRP
010900     RECORDING MODE F
011000     BLOCK 0 RECORDS.
011100 01  SBWSORRP-ENR                        PIC X(133).
011200
011300*
011400 WORKING-STORAGE SECTION.
011500*------------------------
011600* CARTE PARAMETRE : DATE DU JOUR (SSAAMMJJ), MODE ('N' = MISE A
011700* JOUR REELLE, 'O' OU SPACES = SIMULATION), BANQUE QUITTANT LE
011800* SERVICE, DATE DE SORTIE (SSAAMMJJ), NOMBRE MAXIMUM DE CONTRATS
011900* TRAITES PAR RUN EN MODE REEL (0 = PAS DE LIMITE) ET SEUIL DE
012000* COMMIT (NOMBRE DE CONTRATS ENTRE DEUX COMMITS, 0 = COMMIT A
012100* CHAQUE CONTRAT)
012200 01  EBWPARAM-ENR.
012300     05 DTRAIT                              PIC 9(8).
012400     05 EBWPARAM-SSAAMMJJ REDEFINES DTRAIT.
012500           10 EBWPARAM-SSAA     PIC 9(4).
012600           10 EBWPARAM-MM       PIC 9(2).
012700           10 EBWPARAM-JJ       PIC 9(2).
012800     05 EBWPARAM-MODE-SIMULATION PIC X(01).
012900        88 MODE-SIMULATION             VALUE 'O' SPACES.
013000        88 MODE-REEL                   VALUE 'N'.
013100     05 EBWPARAM-BANQ           PIC X(05).
013200     05 EBWPARAM-DATE-SORTIE    PIC 9(08).
013300     05 EBWPARAM-SORTIE-DET REDEFINES EBWPARAM-DATE-SORTIE.
013400           10 EBWPARAM-SORTIE-SSAA PIC 9(4).
013500           10 EBWPARAM-SORTIE-MM   PIC 9(2).
013600           10 EBWPARAM-SORTIE-JJ   PIC 9(2).
013700     05 EBWPARAM-TRANCHE        PIC 9(07).
013800     05 EBWPARAM-SEUIL-COMMIT   PIC 9(05).
013900     05 FILLER                  PIC X(46).
014000
014100*----------------------------------------------------------------*
014200*    COMPTEURS                                                   *
014300*----------------------------------------------------------------*
014400*CONTRATS TRAITES / FERMES / MAINTENUS SUR UNE AUTRE BANQUE /
014500*EN ANOMALIE
014600 77  W-CPT-CONT-LUS             PIC 9(07) VALUE ZEROS.
014700 77  W-CPT-CONT-FERMES          PIC 9(07) VALUE ZEROS.
014800 77  W-CPT-CONT-MAINTENUS       PIC 9(07) VALUE ZEROS.
014900 77  W-CPT-CONT-ANOMALIES       PIC 9(07) VALUE ZEROS.
015000*USAGES FERMES / INTERVENTIONS POSEES
015100 77  W-CPT-UCPT-FERMES          PIC 9(07) VALUE ZEROS.
015200 77  W-CPT-INTV                 PIC 9(07) VALUE ZEROS.
015300*CONTRATS RESTANT A TRAITER APRES CE RUN
015400 77  W-CPT-CONT-RESTANTS        PIC 9(07) VALUE ZEROS.
015500*MISES A JOUR TOTALES (REPORTEES DANS TBWRUNJ)
015600 77  W-CPT-MAJ                  PIC 9(07) VALUE ZEROS.
015700*COMPTEUR DE COMMIT (CONTRATS DEPUIS LE DERNIER COMMIT)
015800 77  W-CPT-COMMIT               PIC 9(05) VALUE ZEROS.
015900*USAGES FERMES POUR LE CONTRAT EN COURS
016000 77  W-CPT-UCPT-CONT            PIC 9(05) VALUE ZEROS.
016100*CODE RETOUR DU PROGRAMME (REPORTE DANS TBWRUNJ)
016200 77  W-CODRET                   PIC 9(02) VALUE ZEROS.
016300
016400*------------------------------------------------*
016500*    FILE STATUS                                 *
016600*------------------------------------------------*
016700***  FILE STATUS FICHIER PARAMETRE
016800 77  EBWPARAM-STATUS                     PIC 9(2).
016900     88 EBWPARAM-OK                              VALUE 00.
017000     88 EBWPARAM-FINFICHIER                      VALUE 10.
017100
017200***  FILE STATUS SBWSORRP RAPPORT
017300 77  SBWSORRP-STATUS                     PIC 9(2).
017400     88 SBWSORRP-OK                              VALUE 00.
017500     88 SBWSORRP-FINFICHIER                      VALUE 10.
017600
017700* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
017800*                                                                *
017900*         V U E S     D B 2      E N     M . A . J O U R         *
018000*                                                                *
018100* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
018200     EXEC  SQL  INCLUDE  TBWAUDJ  END-EXEC.
018300     EXEC  SQL  INCLUDE  TBWUCPT  END-EXEC.
018400     EXEC  SQL  INCLUDE  TBWCONT  END-EXEC.
018500     EXEC  SQL  INCLUDE  TBWINTV  END-EXEC.
018600     EXEC  SQL  INCLUDE  TBWRUNJ  END-EXEC.
018700
018800     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
018900
019000*   VARIABLE DU MODULE  BWDB2
019100     COPY  BWWDB31.
019200
019300*   VARIABLE POUR LA GESTION DES ERREURS TECHNIQUES
019400     EXEC  SQL  INCLUDE IVWERR3  END-EXEC.
019500
019600*------------------------------------------------*
019700*    DESCRIPTION APPEL ABANDON PROGRAMME         *
019800*------------------------------------------------*
019900***  CONSTANTES ET APPEL GX0001P
020000 01  GX0001P                        PIC X(08) VALUE 'GX0001P'.
020100     COPY F2CABND1.
020200     COPY F2CABNX1.
020300
020400***  MESSAGE ET CODE ABEND CARTE PARAMETRE
020500 77  WS-MES-EBWPARAM        PIC X(20)
020600     VALUE ' CARTE PARAMETRE    '.
020700
020800*** MESSAGE + CODE ABEND SBWSORRP RAPPORT
020900 77  WS-MES-SBWSORRP       PIC X(20)
021000     VALUE ' SBWSORRP RAPPORT   '.
021100
021200*************************************************************
021300***  VARIABLES DIVERSES
021400*************************************************************
021500***  NOM PROGRAMME ET PROCESS
021600 01  W-PROGRAMME-ID         PIC X(8)  VALUE 'BWBP16P '.
021700 01  W-PROCESS-ID           PIC X(8)  VALUE 'BWBP16'.
021800***  NOM DU PROGRAMME POUR BWDB2P
021900 01  CST-PGM-ID          PIC  X(008) VALUE 'BWBP16P '.
022000***  DATE DE FIN D'UN USAGE OUVERT
022100 01  CST-DATE-OUVERT     PIC  X(10) VALUE '9999-12-31'.
022200***  CODE INTERVENTION ET MOTIFS DE LA SORTIE DE BANQUE (25 =
022300***  CONTRAT FERME, 26 = USAGES FERMES, CONTRAT MAINTENU SUR UNE
022400***  AUTRE BANQUE)
022500 01  CST-INTV-INV        PIC  X(04) VALUE 'B240'.
022600 01  CST-MIN-FERME       PIC  X(02) VALUE '25'.
022700 01  CST-MIN-MAINTENU    PIC  X(02) VALUE '26'.
022800***  PREFIXE DU TEXTE D'INTERVENTION : LES IDENTIFIANTS AGENCE/
022900***  COMPTE SUIVENT A LA MEME POSITION QUE DERRIERE LE PREFIXE
023000***  'FERMETURE SIPP COMPTE ' DE BWBP01P (EXPLOITES PAR BWBP04P)
023100 01  CST-PREF-SORTIE     PIC  X(22)
023200     VALUE 'SORTIE DE BANQUE CPTE '.
023300***  USAGE SUPPORT, SUPPORT AVISE / NON AVISE, CONTRAT FERME
023400 01  WSS-S               PIC  X VALUE 'S'.
023500 01  WSS-AV-OUI          PIC  X VALUE 'O'.
023600 01  WSS-AV-NON          PIC  X VALUE 'N'.
023700 01  WSS-F               PIC  X VALUE 'F'.
023800***  INDICATEURS FIN DE CURSEUR
023900 01  WSS-FIN-CSRCONT     PIC  9(001).
024000     88  FIN-CSRCONT     VALUE 1.
024100     88  NON-FIN-CSRCONT VALUE 0.
024200 01  WSS-FIN-CSRUCPT     PIC  9(001).
024300     88  FIN-CSRUCPT     VALUE 1.
024400     88  NON-FIN-CSRUCPT VALUE 0.
024500***  TRANCHE DU RUN ATTEINTE (MODE REEL)
024600 01  WSS-TRANCHE         PIC  9(001) VALUE 0.
024700     88  TRANCHE-ATTEINTE     VALUE 1.
024800     88  TRANCHE-NON-ATTEINTE VALUE 0.
024900***  DATE DE SORTIE POSTERIEURE A LA DATE DU JOUR (MODE REEL :
025000***  AUCUNE MISE A JOUR)
025100 01  WSS-SORTIE          PIC  9(001) VALUE 0.
025200     88  SORTIE-NON-ECHUE     VALUE 1.
025300     88  SORTIE-ECHUE         VALUE 0.
025400***  ISSUE DU CONTRAT EN COURS
025500 01  WSS-ISSUE-CONT      PIC  X(001).
025600     88  CONT-A-FERMER        VALUE 'F'.
025700     88  CONT-MAINTENU        VALUE 'M'.
025800     88  CONT-ANOMALIE        VALUE 'A'.
025900***  USAGE SUPPORT PARMI LES USAGES FERMES DU CONTRAT
026000 01  WSS-SUPPORT         PIC  9(001).
026100     88  SUPPORT-FERME        VALUE 1.
026200     88  SUPPORT-NON-FERME    VALUE 0.
026300***  LIBELLE DU MODE EDITE SUR LE RAPPORT
026400 01  W-LIB-MODE          PIC  X(40) VALUE SPACES.
026500***  LIBELLE DE L'ISSUE D'UN CONTRAT EDITE SUR LE RAPPORT
026600 01  W-LIB-ISSUE         PIC  X(40) VALUE SPACES.
026700***  HORODATE DE DEBUT DU RUN COURANT (CLE DE LA LIGNE TBWRUNJ
026800***  MISE A JOUR EN FIN DE RUN)
026900 01  W-RUNJ-HDT-DEB      PIC  X(26) VALUE SPACES.
027000***  ZONES D'EDITION DU RAPPORT
027100 01  W-LIB-COMPTE        PIC  X(45) VALUE SPACES.
027200 01  W-ED-NB             PIC  Z(08)9.
027300 01  W-ED-UCPT           PIC  Z(04)9.
027400***  IMAGE AVANT DE L'ETAT DU CONTRAT (JOURNAL D'AUDIT)
027500 01  W-AUDJ-CONT-AVANT   PIC  X(80) VALUE SPACES.
027600***  PREMIER USAGE FERME DU CONTRAT (CITE DANS L'INTERVENTION)
027700 01  W-SOR-AGC           PIC  X(05).
027800 01  W-SOR-NCP           PIC  X(11).
027801***  COMPTE COMPLET ET LETTRE-CLE CITES DANS L'INTERVENTION -
027805***  TBWUCPT NE GARDE QUE LES 6 PREMIERS CHIFFRES, LE 7EME EST
027809***  RETROUVE PAR LA LETTRE-CLE ; A BLANC S'IL EST INDETERMINABLE
027813 01  W-SOR-CPTCLE.
027817     05  W-SOR-CPT.
027821         10  W-SOR-CPT-RAD       PIC  X(06).
027825         10  W-SOR-CPT-CHF       PIC  9(01).
027829     05  W-SOR-CLE               PIC  X(01).
027833 01  W-SOR-CPT-N  REDEFINES W-SOR-CPTCLE
027837                         PIC  9(07).
027841 01  W-SOR-CHIFFRE       PIC  9(02) VALUE ZEROS.
027845 01  W-SOR-NB-SOL        PIC  9(02) VALUE ZEROS.
027849 01  W-SOR-CPT-SOL       PIC  9(07) VALUE ZEROS.
027853***  CALCUL DE LA LETTRE-CLE DU COMPTE (FRCAL3P)
027857 01  LNK-ZNCALCLE.
027861     10  LNK-CDRETCLE    PIC X(001).
027865     10  FILLER          PIC X(011).
027869 01  FILLER REDEFINES LNK-ZNCALCLE.
027873     10  LNK-ZNAGECLE    PIC 9(005).
027877     10  LNK-ZNCPTCLE    PIC 9(007).
027881 01  FRCALCLE            PIC X(8) VALUE 'FRCAL3P '.
027900***  IMPACT DE LA SORTIE, CALCULE AVANT TOUTE MISE A JOUR
028000 01  W-IMPACT.
028100     05  W-IMP-UCPT-OUVERTS      PIC S9(09) COMP.
028200     05  W-IMP-UCPT-FERMES       PIC S9(09) COMP.
028300     05  W-IMP-CONT-CONCERNES    PIC S9(09) COMP.
028400     05  W-IMP-CONT-MAINTENUS    PIC S9(09) COMP.
028500     05  W-IMP-CONT-FERMES       PIC S9(09) COMP.
028600     05  W-IMP-AGENCES           PIC S9(09) COMP.
028610***  NOMBRE DE JOURS DE CHAQUE MOIS (FEVRIER CORRIGE POUR LES
028620***  ANNEES BISSEXTILES)
028630 01  CST-JOURS-MOIS      PIC  X(24)
028640     VALUE '312831303130313130313031'.
028650 01  FILLER REDEFINES CST-JOURS-MOIS.
028660     05  CST-JJ-MOIS         PIC 9(02) OCCURS 12 TIMES.
028670 01  W-JJ-MAX            PIC  9(02) VALUE ZEROS.
028680 01  W-QUOTIENT          PIC  9(04) VALUE ZEROS.
028690 01  W-RESTE-4           PIC  9(03) VALUE ZEROS.
028691 01  W-RESTE-100         PIC  9(03) VALUE ZEROS.
028692 01  W-RESTE-400         PIC  9(03) VALUE ZEROS.
028700
028800*------------------------------------------------------------
028900*   CONSTANTES POUR LA MISE EN FORME DE LA DATE
029000*------------------------------------------------------------
029100 01  WSS-HDT.
029200     05  WSS-HDT-SA               PIC  9(004) VALUE ZERO.
029300     05                           PIC  X(001) VALUE '-'.
029400     05  WSS-HDT-MM               PIC  9(002) VALUE ZERO.
029500     05                           PIC  X(001) VALUE '-'.
029600     05  WSS-HDT-JJ               PIC  9(002) VALUE ZERO.
029700     05                           PIC  X(001) VALUE '-'.
029800     05  WSS-HDT-HH               PIC  9(002) VALUE ZERO.
029900     05                           PIC  X(001) VALUE '.'.
030000     05  WSS-HDT-MN               PIC  9(002) VALUE ZERO.
030100     05                           PIC  X(001) VALUE '.'.
030200     05  WSS-HDT-SS               PIC  9(002) VALUE ZERO.
030300     05                           PIC  X(001) VALUE '.'.
030400     05  WSS-HDT-MS               PIC  9(002) VALUE ZERO.
030500
030600*------------------------------------------------------------
030700*   HOST VARIABLES
030800*------------------------------------------------------------
030900***  DATE DE TRAITEMENT (DATE DES LIGNES D'AUDIT)
031000 01  H-DATE-TRT.
031100     05  H-DATE-TRT-SA            PIC X(04).
031200     05  FILLER                   PIC X(01) VALUE '-'.
031300     05  H-DATE-TRT-MM            PIC X(02).
031400     05  FILLER                   PIC X(01) VALUE '-'.
031500     05  H-DATE-TRT-JJ            PIC X(02).
031600***  DATE DE SORTIE DE LA BANQUE (DATE DE FIN DES USAGES ET DE
031700***  FERMETURE DES CONTRATS)
031800 01  H-DATE-SORTIE.
031900     05  H-DATE-SORTIE-SA         PIC X(04).
032000     05  FILLER                   PIC X(01) VALUE '-'.
032100     05  H-DATE-SORTIE-MM         PIC X(02).
032200     05  FILLER                   PIC X(01) VALUE '-'.
032300     05  H-DATE-SORTIE-JJ         PIC X(02).
032400***  BANQUE QUITTANT LE SERVICE
032500 01  H-BQE                        PIC X(05).
032600***  COMPTAGES
032700 01  H-NB-UCPT                    PIC S9(09) COMP.
032800 01  H-NB-CONT                    PIC S9(09) COMP.
032900 01  H-NB-AGC                     PIC S9(09) COMP.
033000
033100*-------------------
033200 PROCEDURE DIVISION.
033300*-------------------
033400
033500*************************
033600*  ARCHITECTURE PROGRAMME
033700*************************
033800*
033900* OUVERTURE DES FICHIERS, CARTE ET IMPACT DE LA SORTIE
034000     PERFORM A-INITIALISATION
034100        THRU A-INITIALISATION-FIN.
034200
034300* FERMETURE DES USAGES ET DES CONTRATS DE LA BANQUE
034400     PERFORM B-TRAITEMENT
034500        THRU B-TRAITEMENT-FIN.
034600
034700* BILAN, VALIDATION OU ANNULATION DB2 ET FERMETURE DES FICHIERS
034800     PERFORM C-FIN-PROGRAMME
034900        THRU C-FIN-PROGRAMME-FIN.
035000
035100*    STOP RUN
035200     GOBACK.
035300/
035400******************
035500 A-INITIALISATION.
035600* A INITIALISATION
035700******************
035800**1. RAPPORT
035900     OPEN OUTPUT FD-SBWSORRP.
036000     IF NOT SBWSORRP-OK
036100        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
036200        MOVE SBWSORRP-STATUS              TO W-F2CABN-MSG-CODRET
036300        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
036400        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWSORRP
036500                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
036600        PERFORM C-FIN-ANO
036700     END-IF.
036800
036900**2. CARTE PARAMETRE
037000     PERFORM A20-EBWPARAM-LECTURE
037100        THRU A20-EBWPARAM-LECTURE-FIN.
037200
037300**3. INITIALISATION DB2
037400     PERFORM     TRT-INIT-DB2P.
037500
037600**4. ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL DE PILOTAGE
037700**   (MODE REEL SEULEMENT, UNE SIMULATION NE LAISSE PAS DE TRACE)
037800     IF MODE-REEL
037900        PERFORM  TRT-RUNJ-DEBUT
038000     END-IF.
038100
038200**5. ENTETE DU RAPPORT
038300     IF MODE-REEL
038400        MOVE 'MODE REEL - MISES A JOUR VALIDEES'
038500                                 TO W-LIB-MODE
038600     ELSE
038700        MOVE 'MODE SIMULATION - AUCUNE MISE A JOUR'
038800                                 TO W-LIB-MODE
038900     END-IF.
039000     MOVE       SPACES                 TO SBWSORRP-ENR
039100     STRING     'SORTIE DE LA BANQUE ' H-BQE
039200                ' AU ' H-DATE-SORTIE
039300                ' - TRAITEMENT DU ' H-DATE-TRT
039400                ' - ' W-LIB-MODE
039500         DELIMITED BY SIZE
039600         INTO SBWSORRP-ENR
039700     END-STRING
039800     PERFORM    ECRITURE-LIGNE.
039900
040000**6. IMPACT DE LA SORTIE, AVANT TOUTE MISE A JOUR
040100     PERFORM A30-IMPACT
040200        THRU A30-IMPACT-FIN.
040300
040400 A-INITIALISATION-FIN.    EXIT.
040500* FIN INITIALISATION
040600
040700/
040800 A20-EBWPARAM-LECTURE.
040900***  CARTE PARAMETRE (DATE DU JOUR, MODE, BANQUE, DATE DE SORTIE)
041000     OPEN INPUT FD-EBWPARAM.
041100     IF NOT EBWPARAM-OK
041200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
041300        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
041400        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
041500        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWPARAM
041600                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
041700        PERFORM C-FIN-ANO
041800     END-IF.
041900
042000     READ FD-EBWPARAM            INTO EBWPARAM-ENR
042100     IF NOT EBWPARAM-OK AND NOT EBWPARAM-FINFICHIER
042200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
042300        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
042400        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
042500        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWPARAM
042600                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
042700        PERFORM C-FIN-ANO
042800     END-IF.
042900
043000*CONTROLE DE LA CARTE : DATES NUMERIQUES ET VALIDES, MODE
043100*RECONNU, BANQUE RENSEIGNEE, TRANCHE ET SEUIL NUMERIQUES - UNE
043200*CARTE INVALIDE ARRETE LE TRAITEMENT
043300     IF EBWPARAM-FINFICHIER
043400        OR DTRAIT NOT NUMERIC
043500        OR (NOT MODE-SIMULATION AND NOT MODE-REEL)
043600        OR EBWPARAM-BANQ = SPACES
043700        OR EBWPARAM-DATE-SORTIE NOT NUMERIC
043800        OR EBWPARAM-TRANCHE NOT NUMERIC
043900        OR EBWPARAM-SEUIL-COMMIT NOT NUMERIC
044000        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
044100        MOVE ZEROS                        TO W-F2CABN-MSG-CODRET
044200        MOVE W-F2CABND-INT-COD            TO W-F2CABN-ACTION-CODE
044300        MOVE SPACES                       TO W-F2CABN-MSG-LIBEL
044400        STRING W-F2CABND-INT-TXT
044500               'CARTE PARAMETRE SORTIE BANQUE INVALIDE'
044600            DELIMITED BY SIZE
044700            INTO W-F2CABN-MSG-LIBEL
044800        END-STRING
044900        PERFORM C-FIN-ANO
045000     END-IF.
045100
045110*DATE INEXISTANTE (30 FEVRIER, 31 AVRIL...) : MEME CONTROLE QUE
045120*POUR UN MOIS HORS LIMITES
045130     MOVE ZEROS                     TO W-JJ-MAX
045140     IF EBWPARAM-SORTIE-MM NOT < 01
045150        AND EBWPARAM-SORTIE-MM NOT > 12
045155        PERFORM TRT-CONTROLE-JOUR
045160     END-IF
045200     IF EBWPARAM-SORTIE-MM < 01 OR EBWPARAM-SORTIE-MM > 12
045300        OR EBWPARAM-SORTIE-JJ < 01
045310        OR EBWPARAM-SORTIE-JJ > W-JJ-MAX
045400        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
045500        MOVE ZEROS                        TO W-F2CABN-MSG-CODRET
045600        MOVE W-F2CABND-INT-COD            TO W-F2CABN-ACTION-CODE
045700        MOVE SPACES                       TO W-F2CABN-MSG-LIBEL
045800        STRING W-F2CABND-INT-TXT
045900               'DATE DE SORTIE BANQUE INVALIDE '
046000               EBWPARAM-DATE-SORTIE
046100            DELIMITED BY SIZE
046200            INTO W-F2CABN-MSG-LIBEL
046300        END-STRING
046400        PERFORM C-FIN-ANO
046500     END-IF.
046600
046700*UNE DATE DE SORTIE FUTURE PEUT ETRE SIMULEE (PREVISION DE
046800*L'IMPACT) MAIS PAS APPLIQUEE
046900     IF EBWPARAM-DATE-SORTIE > DTRAIT
047000        SET SORTIE-NON-ECHUE         TO TRUE
047100     ELSE
047200        SET SORTIE-ECHUE             TO TRUE
047300     END-IF.
047400
047500* DATES AU FORMAT DB2 (SSAA-MM-JJ)
047600     MOVE EBWPARAM-SSAA           TO H-DATE-TRT-SA.
047700     MOVE EBWPARAM-MM             TO H-DATE-TRT-MM.
047800     MOVE EBWPARAM-JJ             TO H-DATE-TRT-JJ.
047900     MOVE EBWPARAM-SORTIE-SSAA    TO H-DATE-SORTIE-SA.
048000     MOVE EBWPARAM-SORTIE-MM      TO H-DATE-SORTIE-MM.
048100     MOVE EBWPARAM-SORTIE-JJ      TO H-DATE-SORTIE-JJ.
048200     MOVE EBWPARAM-BANQ           TO H-BQE.
048300
048400 A20-EBWPARAM-LECTURE-FIN.
048500* FIN LECTURE EBWPARAM
048600       EXIT.
048700
048710 TRT-CONTROLE-JOUR.
048715*TRT-CONTROLE-JOUR : DERNIER JOUR DU MOIS DE LA DATE DE SORTIE -
048720*29 FEVRIER LES ANNEES DIVISIBLES PAR 4, SAUF LES SIECLES NON
048725*DIVISIBLES PAR 400
048730     MOVE CST-JJ-MOIS(EBWPARAM-SORTIE-MM)  TO W-JJ-MAX
048735     IF EBWPARAM-SORTIE-MM = 02
048740        DIVIDE EBWPARAM-SORTIE-SSAA BY 4   GIVING W-QUOTIENT
048745                                     REMAINDER W-RESTE-4
048750        DIVIDE EBWPARAM-SORTIE-SSAA BY 100 GIVING W-QUOTIENT
048755                                     REMAINDER W-RESTE-100
048760        DIVIDE EBWPARAM-SORTIE-SSAA BY 400 GIVING W-QUOTIENT
048765                                     REMAINDER W-RESTE-400
048770        IF W-RESTE-4 = ZEROS
048775           AND (W-RESTE-100 NOT = ZEROS OR W-RESTE-400 = ZEROS)
048780           MOVE 29                   TO W-JJ-MAX
048785        END-IF
048790     END-IF
048795     .
048796
048800 A30-IMPACT.
048900*A30-IMPACT : COMPTAGES DE L'IMPACT DE LA SORTIE SUR LA BASE EN
049000*L'ETAT - USAGES OUVERTS ET DEJA FERMES DE LA BANQUE, CONTRATS
049100*CONCERNES, DONT CEUX QUI GARDENT UN USAGE OUVERT SUR UNE AUTRE
049200*BANQUE (MAINTENUS) ; LES AUTRES SERONT FERMES
049300     EXEC SQL
049400        SELECT COUNT(*)
049500          INTO :H-NB-UCPT
049600          FROM TBWUCPT
049700         WHERE BANQ_BQE     = :H-BQE
049800           AND UCPT_DEF_FIN = '9999-12-31'
049900     END-EXEC
050000
050100     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
050200     MOVE       'SELECT'               TO DB2P-COMMAND
050300     MOVE       'TBWUCPT '             TO DB2P-OBJECT
050400     PERFORM    DB2P-CHECK-RESULT
050500     MOVE       H-NB-UCPT              TO W-IMP-UCPT-OUVERTS
050600
050700     EXEC SQL
050800        SELECT COUNT(*)
050900          INTO :H-NB-UCPT
051000          FROM TBWUCPT
051100         WHERE BANQ_BQE     = :H-BQE
051200           AND UCPT_DEF_FIN <> '9999-12-31'
051300     END-EXEC
051400
051500     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
051600     MOVE       'SELECT'               TO DB2P-COMMAND
051700     MOVE       'TBWUCPT '             TO DB2P-OBJECT
051800     PERFORM    DB2P-CHECK-RESULT
051900     MOVE       H-NB-UCPT              TO W-IMP-UCPT-FERMES
052000
052100     EXEC SQL
052200        SELECT COUNT(DISTINCT CONT_NCN)
052300          INTO :H-NB-CONT
052400          FROM TBWUCPT
052500         WHERE BANQ_BQE     = :H-BQE
052600           AND UCPT_DEF_FIN = '9999-12-31'
052700     END-EXEC
052800
052900     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
053000     MOVE       'SELECT'               TO DB2P-COMMAND
053100     MOVE       'TBWUCPT '             TO DB2P-OBJECT
053200     PERFORM    DB2P-CHECK-RESULT
053300     MOVE       H-NB-CONT              TO W-IMP-CONT-CONCERNES
053400
053500     EXEC SQL
053600        SELECT COUNT(DISTINCT U.CONT_NCN)
053700          INTO :H-NB-CONT
053800          FROM TBWUCPT U
053900         WHERE U.BANQ_BQE     = :H-BQE
054000           AND U.UCPT_DEF_FIN = '9999-12-31'
054100           AND EXISTS
054200               (SELECT 1
054300                  FROM TBWUCPT V
054400                 WHERE V.CONT_NCN     = U.CONT_NCN
054500                   AND V.BANQ_BQE    <> :H-BQE
054600                   AND V.UCPT_DEF_FIN = '9999-12-31')
054700     END-EXEC
054800
054900     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
055000     MOVE       'SELECT'               TO DB2P-COMMAND
055100     MOVE       'TBWUCPT '             TO DB2P-OBJECT
055200     PERFORM    DB2P-CHECK-RESULT
055300     MOVE       H-NB-CONT              TO W-IMP-CONT-MAINTENUS
055400     COMPUTE    W-IMP-CONT-FERMES = W-IMP-CONT-CONCERNES
055500                                  - W-IMP-CONT-MAINTENUS
055600
055700*AGENCES DE LA BANQUE ENCORE RATTACHEES A LA DATE DE SORTIE
055800*(POUR INFORMATION : LE REFERENTIEL RESTE GERE PAR BW02)
055900     EXEC SQL
056000        SELECT COUNT(*)
056100          INTO :H-NB-AGC
056200          FROM TBWBNKRF
056300         WHERE BANQ_BQE     = :H-BQE
056400           AND BNKR_DEF_DEB <= :H-DATE-SORTIE
056500           AND BNKR_DEF_FIN >= :H-DATE-SORTIE
056600     END-EXEC
056700
056800     MOVE       'SELECT TBWBNKRF'      TO DB2P-LABEL
056900     MOVE       'SELECT'               TO DB2P-COMMAND
057000     MOVE       'TBWBNKRF'             TO DB2P-OBJECT
057100     PERFORM    DB2P-CHECK-RESULT
057200     MOVE       H-NB-AGC               TO W-IMP-AGENCES
057300
057400     MOVE       SPACES                 TO SBWSORRP-ENR
057500     PERFORM    ECRITURE-LIGNE
057600     MOVE       'IMPACT DE LA SORTIE (ETAT AVANT MISE A JOUR)'
057700                                       TO SBWSORRP-ENR
057800     PERFORM    ECRITURE-LIGNE
057900     MOVE 'USAGES OUVERTS DE LA BANQUE A FERMER'
058000                                       TO W-LIB-COMPTE
058100     MOVE W-IMP-UCPT-OUVERTS           TO W-ED-NB
058200     PERFORM C06-LIGNE-NOMBRE
058300     MOVE 'USAGES DE LA BANQUE DEJA FERMES'
058400                                       TO W-LIB-COMPTE
058500     MOVE W-IMP-UCPT-FERMES            TO W-ED-NB
058600     PERFORM C06-LIGNE-NOMBRE
058700     MOVE 'CONTRATS CONCERNES'         TO W-LIB-COMPTE
058800     MOVE W-IMP-CONT-CONCERNES         TO W-ED-NB
058900     PERFORM C06-LIGNE-NOMBRE
059000     MOVE '   DONT CONTRATS A FERMER'  TO W-LIB-COMPTE
059100     MOVE W-IMP-CONT-FERMES            TO W-ED-NB
059200     PERFORM C06-LIGNE-NOMBRE
059300     MOVE '   DONT CONTRATS MAINTENUS (AUTRE BANQUE)'
059400                                       TO W-LIB-COMPTE
059500     MOVE W-IMP-CONT-MAINTENUS         TO W-ED-NB
059600     PERFORM C06-LIGNE-NOMBRE
059700     MOVE 'AGENCES RATTACHEES A LA DATE DE SORTIE'
059800                                       TO W-LIB-COMPTE
059900     MOVE W-IMP-AGENCES                TO W-ED-NB
060000     PERFORM C06-LIGNE-NOMBRE
060100
060200     IF W-IMP-AGENCES = ZEROS AND W-IMP-UCPT-OUVERTS = ZEROS
060300        AND W-IMP-UCPT-FERMES = ZEROS
060400        MOVE       SPACES              TO SBWSORRP-ENR
060500        STRING     '*** BANQUE ' H-BQE
060600                   ' INCONNUE DU REFERENTIEL ET DES USAGES'
060700            DELIMITED BY SIZE
060800            INTO SBWSORRP-ENR
060900        END-STRING
061000        PERFORM    ECRITURE-LIGNE
061100        MOVE 4 TO W-CODRET
061200     END-IF
061300     .
061400
061500 A30-IMPACT-FIN.
061600*FIN IMPACT
061700     EXIT.
061800
061900********************
062000 B-TRAITEMENT.
062100* B TRAITEMENT.
062200********************
062300*B-TRAITEMENT : CURSEUR WITH HOLD (CONSERVE SA POSITION A TRAVERS
062400*LES COMMITS INTERMEDIAIRES) SUR LES CONTRATS AYANT UN USAGE
062500*OUVERT SUR LA BANQUE - EN MODE REEL LE RUN S'ARRETE A LA
062600*TRANCHE PARAMETREE, LES CONTRATS RESTANTS SONT REPRIS PAR LE RUN
062700*SUIVANT ; UNE SIMULATION LISTE TOUS LES CONTRATS
062800     IF MODE-REEL AND SORTIE-NON-ECHUE
062900        MOVE       SPACES              TO SBWSORRP-ENR
063000        PERFORM    ECRITURE-LIGNE
063100        MOVE       SPACES              TO SBWSORRP-ENR
063200        STRING     '*** DATE DE SORTIE ' H-DATE-SORTIE
063300                   ' NON ATTEINTE - AUCUNE MISE A JOUR'
063400            DELIMITED BY SIZE
063500            INTO SBWSORRP-ENR
063600        END-STRING
063700        PERFORM    ECRITURE-LIGNE
063800        MOVE 4 TO W-CODRET
063900        GO TO B-TRAITEMENT-FIN
064000     END-IF
064100
064200     MOVE       SPACES                 TO SBWSORRP-ENR
064300     PERFORM    ECRITURE-LIGNE
064400     MOVE       'DETAIL PAR CONTRAT'   TO SBWSORRP-ENR
064500     PERFORM    ECRITURE-LIGNE
064600
064700     EXEC SQL   DECLARE  CBWSCON
064800        CURSOR WITH HOLD FOR
064900       SELECT   DISTINCT TBWUCPT.CONT_NCN
065000       FROM     TBWUCPT
065100       WHERE    TBWUCPT.BANQ_BQE     = :H-BQE
065200       AND      TBWUCPT.UCPT_DEF_FIN = '9999-12-31'
065300       ORDER BY TBWUCPT.CONT_NCN
065400     END-EXEC
065500
065600     EXEC SQL
065700       OPEN CBWSCON
065800     END-EXEC
065900
066000     SET NON-FIN-CSRCONT TO TRUE
066100     PERFORM     TRT-CONT-FETCH
066200
066300     PERFORM UNTIL FIN-CSRCONT
066400        ADD 1 TO W-CPT-CONT-LUS
066500        PERFORM B10-CONTRAT
066600           THRU B10-CONTRAT-FIN
066700        IF MODE-REEL
066800           PERFORM TRT-SORTIE-COMMIT
066900           IF EBWPARAM-TRANCHE NOT = ZEROS
067000              AND W-CPT-CONT-LUS NOT < EBWPARAM-TRANCHE
067100              SET TRANCHE-ATTEINTE TO TRUE
067200              SET FIN-CSRCONT      TO TRUE
067300           END-IF
067400        END-IF
067500        IF NOT FIN-CSRCONT
067600           PERFORM TRT-CONT-FETCH
067700        END-IF
067800     END-PERFORM
067900
068000     EXEC SQL
068100       CLOSE CBWSCON
068200     END-EXEC
068300
068400*DERNIER COMMIT DE LA TRANCHE EN COURS
068500     IF MODE-REEL
068600        PERFORM DB2P-COMMIT
068700     END-IF
068800
068900     IF W-IMP-CONT-CONCERNES > W-CPT-CONT-LUS
069000        COMPUTE W-CPT-CONT-RESTANTS = W-IMP-CONT-CONCERNES
069100                                    - W-CPT-CONT-LUS
069200     END-IF
069300     .
069400
069500 B-TRAITEMENT-FIN.
069600* FIN TRAITEMENT
069700        EXIT.
069800
069900 TRT-CONT-FETCH.
070000* TRT CONT FETCH (CURSEUR CONTRATS AYANT UN USAGE OUVERT)
070100     EXEC SQL
070200        FETCH CBWSCON
070300        INTO :TBWCONT.CONT-NCN
070400     END-EXEC
070500
070600     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
070700     MOVE       'FETCH'                TO DB2P-COMMAND
070800     MOVE       'TBWUCPT '             TO DB2P-OBJECT
070900     PERFORM    DB2P-CHECK-RESULT.
071000     IF NOT DB2P-FOUND
071100        SET FIN-CSRCONT TO TRUE
071200     END-IF
071300     .
071400
071500 B10-CONTRAT.
071600*B10-CONTRAT : FERMETURE DES USAGES OUVERTS DU CONTRAT SUR LA
071700*BANQUE, PUIS DU CONTRAT S'IL N'A PLUS D'USAGE OUVERT SUR UNE
071800*AUTRE BANQUE, ET INTERVENTION B240 (MOTIF 25 OU 26)
071900     MOVE ZEROS                      TO W-CPT-UCPT-CONT
072000     MOVE SPACES                     TO W-SOR-AGC
072100     MOVE SPACES                     TO W-SOR-NCP
072200     SET SUPPORT-NON-FERME           TO TRUE
072300
072400     PERFORM B20-USAGES
072500        THRU B20-USAGES-FIN
072600
072700*USAGES ENCORE OUVERTS SUR UNE AUTRE BANQUE
072800     EXEC SQL
072900        SELECT COUNT(*)
073000          INTO :H-NB-UCPT
073100          FROM TBWUCPT
073200         WHERE CONT_NCN     = :TBWCONT.CONT-NCN
073300           AND UCPT_DEF_FIN = '9999-12-31'
073400     END-EXEC
073500
073600     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
073700     MOVE       'SELECT'               TO DB2P-COMMAND
073800     MOVE       'TBWUCPT '             TO DB2P-OBJECT
073900     PERFORM    DB2P-CHECK-RESULT
074000
074100     IF H-NB-UCPT = ZEROS
074200        PERFORM B30-CONTRAT-FERMETURE
074300           THRU B30-CONTRAT-FERMETURE-FIN
074400     ELSE
074500        SET CONT-MAINTENU            TO TRUE
074600     END-IF
074700
074800     IF CONT-ANOMALIE
074900        ADD 1 TO W-CPT-CONT-ANOMALIES
075000        MOVE 4 TO W-CODRET
075100     ELSE
075200        PERFORM TRT-INTV-INSERT
075300        IF CONT-A-FERMER
075400           ADD 1 TO W-CPT-CONT-FERMES
075500           MOVE 'FERME'                  TO W-LIB-ISSUE
075600        ELSE
075700           ADD 1 TO W-CPT-CONT-MAINTENUS
075800           MOVE 'MAINTENU SUR UNE AUTRE BANQUE'
075900                                         TO W-LIB-ISSUE
076000        END-IF
076100     END-IF
076200
076300     MOVE       W-CPT-UCPT-CONT        TO W-ED-UCPT
076400     MOVE       SPACES                 TO SBWSORRP-ENR
076500     STRING     '   CONTRAT ' CONT-NCN OF TBWCONT
076600                ' USAGES FERMES ' W-ED-UCPT
076700                ' : ' W-LIB-ISSUE
076800         DELIMITED BY SIZE
076900         INTO SBWSORRP-ENR
077000     END-STRING
077100     PERFORM    ECRITURE-LIGNE
077200     .
077300
077400 B10-CONTRAT-FIN.
077500*FIN CONTRAT
077600     EXIT.
077700
077800 B20-USAGES.
077900*B20-USAGES : FERMETURE A LA DATE DE SORTIE DES USAGES OUVERTS DU
078000*CONTRAT SUR LA BANQUE (SUPPORT EN TETE : LE PREMIER USAGE FERME
078100*EST CELUI CITE DANS L'INTERVENTION)
078200     EXEC SQL   DECLARE  CBWSUCP
078300        CURSOR   FOR
078400       SELECT   TBWUCPT.AGEN_AGC
078500              , TBWUCPT.CPTE_NCP
078600              , TBWUCPT.TCPT_TCP
078700       FROM     TBWUCPT
078800       WHERE    TBWUCPT.BANQ_BQE     = :H-BQE
078900       AND      TBWUCPT.CONT_NCN     = :TBWCONT.CONT-NCN
079000       AND      TBWUCPT.UCPT_DEF_FIN = '9999-12-31'
079100       ORDER BY TBWUCPT.TCPT_TCP DESC, TBWUCPT.AGEN_AGC
079200              , TBWUCPT.CPTE_NCP
079300       FOR FETCH ONLY
079400     END-EXEC
079500
079600     EXEC SQL
079700       OPEN CBWSUCP
079800     END-EXEC
079900
080000     SET NON-FIN-CSRUCPT TO TRUE
080100     PERFORM     TRT-UCPT-FETCH
080200
080300     PERFORM UNTIL FIN-CSRUCPT
080400        PERFORM B25-USAGE
080500           THRU B25-USAGE-FIN
080600        PERFORM     TRT-UCPT-FETCH
080700     END-PERFORM
080800
080900     EXEC SQL
081000       CLOSE CBWSUCP
081100     END-EXEC
081200     .
081300
081400 B20-USAGES-FIN.
081500*FIN USAGES
081600     EXIT.
081700
081800 TRT-UCPT-FETCH.
081900* TRT UCPT FETCH (CURSEUR USAGES OUVERTS DU CONTRAT SUR LA BANQUE)
082000     EXEC SQL
082100        FETCH CBWSUCP
082200        INTO :TBWUCPT.AGEN-AGC,
082300             :TBWUCPT.CPTE-NCP,
082400             :TBWUCPT.TCPT-TCP
082500     END-EXEC
082600
082700     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
082800     MOVE       'FETCH'                TO DB2P-COMMAND
082900     MOVE       'TBWUCPT '             TO DB2P-OBJECT
083000     PERFORM    DB2P-CHECK-RESULT.
083100     IF NOT DB2P-FOUND
083200        SET FIN-CSRUCPT TO TRUE
083300     END-IF
083400     .
083500
083600 B25-USAGE.
083700*B25-USAGE : FERMETURE D'UN USAGE ET LIGNE D'AUDIT (MEME CLE ET
083800*MEMES IMAGES QUE BWBP01P, REVERSIBLE PAR BWBP14P)
083900     MOVE H-BQE                      TO BANQ-BQE OF TBWUCPT
084000     MOVE CONT-NCN OF TBWCONT        TO CONT-NCN OF TBWUCPT
084100     MOVE H-DATE-SORTIE              TO UCPT-DEF-FIN OF TBWUCPT
084200     EXEC SQL
084300        UPDATE TBWUCPT
084400          SET  UCPT_DEF_FIN = :TBWUCPT.UCPT-DEF-FIN
084500          WHERE  AGEN_AGC     = :TBWUCPT.AGEN-AGC
084600          AND    BANQ_BQE     = :TBWUCPT.BANQ-BQE
084700          AND    CPTE_NCP     = :TBWUCPT.CPTE-NCP
084800          AND    CONT_NCN     = :TBWUCPT.CONT-NCN
084900          AND    TCPT_TCP     = :TBWUCPT.TCPT-TCP
085000     END-EXEC
085100
085200     MOVE       'UPDATE TBWUCPT '      TO DB2P-LABEL
085300     MOVE       'UPDATE'               TO DB2P-COMMAND
085400     MOVE       'TBWUCPT '             TO DB2P-OBJECT
085500     PERFORM    DB2P-CHECK-RESULT
085600*JOURNAL D'AUDIT : IMAGE AVANT/APRES DE LA DATE DE FIN D'USAGE
085700     MOVE       'TBWUCPT '         TO AUDJ-TABLE OF TBWAUDJ
085800     MOVE       'UPDATE'           TO AUDJ-ACTION OF TBWAUDJ
085900     MOVE       SPACES             TO AUDJ-CLE OF TBWAUDJ
086000     STRING     BANQ-BQE OF TBWUCPT
086100                AGEN-AGC OF TBWUCPT
086200                CPTE-NCP OF TBWUCPT
086300                CONT-NCN OF TBWUCPT
086400                TCPT-TCP OF TBWUCPT
086500          DELIMITED BY SIZE
086600          INTO AUDJ-CLE OF TBWAUDJ
086700     END-STRING
086800     MOVE       CONT-NCN OF TBWUCPT
086900                                   TO AUDJ-NCN OF TBWAUDJ
087000     MOVE       CST-DATE-OUVERT    TO AUDJ-AVANT OF TBWAUDJ
087100     MOVE       H-DATE-SORTIE      TO AUDJ-APRES OF TBWAUDJ
087200     PERFORM    TRT-AUDJ-ECRITURE
087300
087400     IF W-CPT-UCPT-CONT = ZEROS
087500        MOVE AGEN-AGC OF TBWUCPT     TO W-SOR-AGC
087600        MOVE CPTE-NCP OF TBWUCPT     TO W-SOR-NCP
087700     END-IF
087800     IF TCPT-TCP OF TBWUCPT = WSS-S
087900        SET SUPPORT-FERME            TO TRUE
088000     END-IF
088100     ADD 1 TO W-CPT-UCPT-CONT
088200     ADD 1 TO W-CPT-UCPT-FERMES
088300     ADD 1 TO W-CPT-MAJ
088400     .
088500
088600 B25-USAGE-FIN.
088700*FIN USAGE
088800     EXIT.
088900
089000 B30-CONTRAT-FERMETURE.
089100*B30-CONTRAT-FERMETURE : CONTRAT SANS PLUS AUCUN USAGE OUVERT -
089200*FERME A LA DATE DE SORTIE (MEME MISE A JOUR ET MEME AUDIT QUE
089300*TRT-CONT-MODIF DE BWBP01P). UN CONTRAT ABSENT DE TBWCONT OU DEJA
089400*FERME EST SIGNALE EN ANOMALIE ET N'EST PAS TOUCHE
089500     EXEC SQL
089600        SELECT CONT_ETC
089700             , CONT_DEF_ETC
089800          INTO :TBWCONT.CONT-ETC
089900             , :TBWCONT.CONT-DEF-ETC
090000          FROM TBWCONT
090100         WHERE CONT_NCN = :TBWCONT.CONT-NCN
090200     END-EXEC
090300
090400     MOVE       'SELECT TBWCONT '      TO DB2P-LABEL
090500     MOVE       'SELECT'               TO DB2P-COMMAND
090600     MOVE       'TBWCONT '             TO DB2P-OBJECT
090700     PERFORM    DB2P-CHECK-RESULT
090800
090900     IF NOT DB2P-FOUND
091000        SET CONT-ANOMALIE            TO TRUE
091100        MOVE 'ANOMALIE - CONTRAT ABSENT DE TBWCONT'
091200                                     TO W-LIB-ISSUE
091300        GO TO B30-CONTRAT-FERMETURE-FIN
091400     END-IF
091500
091600     IF CONT-ETC OF TBWCONT = WSS-F
091700        SET CONT-ANOMALIE            TO TRUE
091800        MOVE 'ANOMALIE - CONTRAT DEJA FERME'
091900                                     TO W-LIB-ISSUE
092000        GO TO B30-CONTRAT-FERMETURE-FIN
092100     END-IF
092200
092300     SET CONT-A-FERMER               TO TRUE
092400     MOVE       SPACES              TO W-AUDJ-CONT-AVANT
092500     STRING     CONT-ETC OF TBWCONT '/'
092600                CONT-DEF-ETC OF TBWCONT
092700          DELIMITED BY SIZE
092800          INTO W-AUDJ-CONT-AVANT
092900     END-STRING
093000     MOVE H-DATE-SORTIE       TO CONT-DEF-ETC OF TBWCONT
093100     MOVE WSS-F               TO CONT-ETC OF TBWCONT
093200     EXEC SQL
093300        UPDATE TBWCONT
093400          SET  CONT_DEF_ETC = :TBWCONT.CONT-DEF-ETC,
093500               CONT_ETC   = :TBWCONT.CONT-ETC
093600          WHERE  CONT_NCN   = :TBWCONT.CONT-NCN
093700     END-EXEC
093800
093900     MOVE       'UPDATE TBWCONT '      TO DB2P-LABEL
094000     MOVE       'UPDATE'               TO DB2P-COMMAND
094100     MOVE       'TBWCONT '             TO DB2P-OBJECT
094200     PERFORM    DB2P-CHECK-RESULT
094300*JOURNAL D'AUDIT : IMAGE AVANT/APRES DE L'ETAT DU CONTRAT
094400     MOVE       'TBWCONT '         TO AUDJ-TABLE OF TBWAUDJ
094500     MOVE       'UPDATE'           TO AUDJ-ACTION OF TBWAUDJ
094600     MOVE       SPACES             TO AUDJ-CLE OF TBWAUDJ
094700     MOVE       CONT-NCN OF TBWCONT
094800                                   TO AUDJ-CLE OF TBWAUDJ
094900     MOVE       CONT-NCN OF TBWCONT
095000                                   TO AUDJ-NCN OF TBWAUDJ
095100     MOVE       W-AUDJ-CONT-AVANT  TO AUDJ-AVANT OF TBWAUDJ
095200     MOVE       SPACES             TO AUDJ-APRES OF TBWAUDJ
095300     STRING     CONT-ETC OF TBWCONT '/'
095400                CONT-DEF-ETC OF TBWCONT
095500          DELIMITED BY SIZE
095600          INTO AUDJ-APRES OF TBWAUDJ
095700     END-STRING
095800     PERFORM    TRT-AUDJ-ECRITURE
095900     ADD 1 TO W-CPT-MAJ
096000     .
096100
096200 B30-CONTRAT-FERMETURE-FIN.
096300*FIN CONTRAT FERMETURE
096400     EXIT.
096500
096600 TRT-INTV-INSERT.
096700*TRT-INTV-INSERT : INTERVENTION B240 DE LA SORTIE DE BANQUE -
096800*MOTIF 25 (CONTRAT FERME) OU 26 (CONTRAT MAINTENU), DATE D'EFFET
096900*= DATE DE SORTIE, TEXTE 'SORTIE DE BANQUE CPTE AAAAA/NNNNNNNC/'
097000*SUIVI DE LA BANQUE (MEMES POSITIONS QUE LE TEXTE D'UNE
097100*FERMETURE SIPP). INTV-TON-AV = 'O' SI UN SUPPORT A ETE FERME
097110*COMPTE NON RECONSTITUABLE : NNNNNNNC EST A BLANC ET L'AVIS NE
097120*CITE QUE L'AGENCE ET LE CONTRAT
097200     IF SUPPORT-FERME
097300        MOVE WSS-AV-OUI TO INTV-TON-AV OF TBWINTV
097400     ELSE
097500        MOVE WSS-AV-NON TO INTV-TON-AV OF TBWINTV
097600     END-IF
097700
097800     IF CONT-A-FERMER
097900        MOVE CST-MIN-FERME     TO MINT-MIN OF TBWINTV
098000     ELSE
098100        MOVE CST-MIN-MAINTENU  TO MINT-MIN OF TBWINTV
098200     END-IF
098300
098400     MOVE CONT-NCN OF TBWCONT TO CONT-NCN OF TBWINTV
098500* L'HORODATE D'INTERVENTION EST AUGMENTEE D'UN MILLIONIEME DE
098600* SECONDE A CHAQUE OCCURRENCE POUR EVITER LES DOUBLONS
098700     ADD 1                  TO WSS-HDT-MS
098800     MOVE WSS-HDT           TO INTV-HDT OF TBWINTV
098900     MOVE H-DATE-SORTIE     TO INTV-DEF OF TBWINTV
099000     MOVE CST-INTV-INV      TO INTV-INV OF TBWINTV
099100
099200     INITIALIZE INTV-TXT-TEXT OF TBWINTV
099300     MOVE 1 TO INTV-TXT-LEN OF TBWINTV
099400     PERFORM TRT-SOR-COMPTE
099500     STRING
099600          CST-PREF-SORTIE
099700          W-SOR-AGC '/' W-SOR-CPTCLE '/'
099900          'BANQUE ' H-BQE
100000          DELIMITED  BY  SIZE
100100          INTO          INTV-TXT-TEXT  OF  TBWINTV
100200          WITH POINTER  INTV-TXT-LEN   OF  TBWINTV
100300       END-STRING
100400
100500     EXEC SQL
100600        INSERT INTO TBWINTV
100700               (INTV_HDT,
100800                INTV_INV,
100900                MINT_MIN,
101000                CONT_NCN,
101100                INTV_DEF,
101200                INTV_TON_AV,
101300                INTV_TXT)
101400        VALUES (:TBWINTV.INTV-HDT,
101500                :TBWINTV.INTV-INV,
101600                :TBWINTV.MINT-MIN,
101700                :TBWINTV.CONT-NCN,
101800                :TBWINTV.INTV-DEF,
101900                :TBWINTV.INTV-TON-AV,
102000                :TBWINTV.INTV-TXT)
102100     END-EXEC
102200
102300     MOVE 'TBWINTV '          TO DB2P-LABEL
102400     MOVE 'INSERT'            TO DB2P-COMMAND
102500     PERFORM DB2P-CHECK-RESULT
102600*JOURNAL D'AUDIT : IMAGE DE L'INTERVENTION INSEREE
102700     MOVE       'TBWINTV '         TO AUDJ-TABLE OF TBWAUDJ
102800     MOVE       'INSERT'           TO AUDJ-ACTION OF TBWAUDJ
102900     MOVE       SPACES             TO AUDJ-CLE OF TBWAUDJ
103000     STRING     CONT-NCN OF TBWINTV '/'
103100                INTV-HDT OF TBWINTV
103200          DELIMITED BY SIZE
103300          INTO AUDJ-CLE OF TBWAUDJ
103400     END-STRING
103500     MOVE       CONT-NCN OF TBWINTV
103600                                   TO AUDJ-NCN OF TBWAUDJ
103700     MOVE       SPACES             TO AUDJ-AVANT OF TBWAUDJ
103800     MOVE       SPACES             TO AUDJ-APRES OF TBWAUDJ
103900     STRING     MINT-MIN OF TBWINTV '/'
104000                INTV-DEF OF TBWINTV '/'
104100                INTV-TXT-TEXT OF TBWINTV(1:80)
104200          DELIMITED BY SIZE
104300          INTO AUDJ-APRES OF TBWAUDJ
104400     END-STRING
104500     PERFORM    TRT-AUDJ-ECRITURE
104600     ADD 1 TO W-CPT-INTV
104700     ADD 1 TO W-CPT-MAJ
104800     .
104900
104910 TRT-SOR-COMPTE.
104911*TRT-SOR-COMPTE : RECONSTITUTION DU COMPTE DU PREMIER USAGE
104912*FERME - LE 7EME CHIFFRE EST CELUI DONT LA LETTRE-CLE SUR
104913*L'AGENCE DE L'USAGE EST LA LETTRE STOCKEE DANS TBWUCPT ; AUCUN
104914*OU PLUSIEURS CANDIDATS : COMPTE ET LETTRE-CLE A BLANC
104915     MOVE ZEROS                      TO W-SOR-NB-SOL
104916                                        W-SOR-CPT-SOL
104917     MOVE W-SOR-NCP(5:6)             TO W-SOR-CPT-RAD
104918     IF W-SOR-CPT-RAD NUMERIC AND W-SOR-AGC NUMERIC
104919        PERFORM VARYING W-SOR-CHIFFRE FROM 0 BY 1
104920                UNTIL W-SOR-CHIFFRE > 9
104921           MOVE W-SOR-CHIFFRE        TO W-SOR-CPT-CHF
104922           MOVE W-SOR-AGC            TO LNK-ZNAGECLE
104923           MOVE W-SOR-CPT-N          TO LNK-ZNCPTCLE
104924           CALL  FRCALCLE   USING    LNK-ZNCALCLE
104925           IF LNK-CDRETCLE NOT = SPACES
104926              AND LNK-CDRETCLE = W-SOR-NCP(11:1)
104927              ADD 1                  TO W-SOR-NB-SOL
104928              MOVE W-SOR-CPT-N       TO W-SOR-CPT-SOL
104929           END-IF
104930        END-PERFORM
104931     END-IF
104932     IF W-SOR-NB-SOL = 1
104933        MOVE W-SOR-CPT-SOL           TO W-SOR-CPT
104934        MOVE W-SOR-NCP(11:1)         TO W-SOR-CLE
104935     ELSE
104936        MOVE SPACES                  TO W-SOR-CPTCLE
104937     END-IF
104938     .
104939
105000 TRT-SORTIE-COMMIT.
105100*TRT-SORTIE-COMMIT : COMMIT INTERMEDIAIRE PILOTE PAR LE SEUIL
105200*PARAMETRE (0 = COMMIT A CHAQUE CONTRAT) - UN CONTRAT EST TOUJOURS
105300*VALIDE D'UN SEUL TENANT, LE CURSEUR WITH HOLD CONSERVE SA
105400*POSITION
105500     IF EBWPARAM-SEUIL-COMMIT = ZEROS
105600        PERFORM    DB2P-COMMIT
105700     ELSE
105800        ADD        1                  TO W-CPT-COMMIT
105900        IF W-CPT-COMMIT >= EBWPARAM-SEUIL-COMMIT
106000           PERFORM    DB2P-COMMIT
106100           MOVE       ZEROS              TO W-CPT-COMMIT
106200        END-IF
106300     END-IF
106400     .
106500
106600 TRT-AUDJ-ECRITURE.
106700*TRT-AUDJ-ECRITURE : INSERTION DE LA LIGNE D'AUDIT TBWAUDJ
106800*(TABLE, ACTION, CLE, CONTRAT ET IMAGES ALIMENTES PAR L'APPELANT)
106900*- DANS LA MEME UNITE DE TRAVAIL QUE LA MAJ AUDITEE
107000     MOVE       W-PROGRAMME-ID     TO AUDJ-PGM OF TBWAUDJ
107100     MOVE       H-DATE-TRT         TO AUDJ-DTRAIT OF TBWAUDJ
107200     MOVE       '00'               TO AUDJ-PART OF TBWAUDJ
107300
107400     EXEC SQL
107500        INSERT INTO TBWAUDJ
107600               (AUDJ_HDT,
107700                AUDJ_PGM,
107800                AUDJ_DTRAIT,
107900                AUDJ_TABLE,
108000                AUDJ_ACTION,
108100                AUDJ_CLE,
108200                AUDJ_NCN,
108300                AUDJ_AVANT,
108400                AUDJ_APRES,
108500                AUDJ_PART)
108600        VALUES (CURRENT TIMESTAMP,
108700                :TBWAUDJ.AUDJ-PGM,
108800                :TBWAUDJ.AUDJ-DTRAIT,
108900                :TBWAUDJ.AUDJ-TABLE,
109000                :TBWAUDJ.AUDJ-ACTION,
109100                :TBWAUDJ.AUDJ-CLE,
109200                :TBWAUDJ.AUDJ-NCN,
109300                :TBWAUDJ.AUDJ-AVANT,
109400                :TBWAUDJ.AUDJ-APRES,
109500                :TBWAUDJ.AUDJ-PART)
109600     END-EXEC
109700
109800     MOVE 'TBWAUDJ '          TO DB2P-LABEL
109900     MOVE 'INSERT'            TO DB2P-COMMAND
110000     PERFORM DB2P-CHECK-RESULT
110100     .
110200
110300******************************************************************
110400*   C-FIN-PROGRAMME
110500******************************************************************
110600 C-FIN-PROGRAMME.
110700*--------------------
110800*BILAN DU RUN
110900     PERFORM    C01-BILAN
111000           THRU C01-BILAN-FIN.
111100
111200*MODE REEL : FIN DE RUN AU JOURNAL DE PILOTAGE - SIMULATION :
111300*ANNULATION DE L'UNITE DE TRAVAIL
111400     IF MODE-REEL
111500        PERFORM  TRT-RUNJ-FIN
111600     ELSE
111700        PERFORM  DB2P-ROLLBACK
111800     END-IF.
111900
112000     PERFORM    C10-FERMETURES.
112100
112200     PERFORM    DB2P-FINAL.
112300
112400     MOVE W-CODRET TO RETURN-CODE.
112500
112600 C-FIN-PROGRAMME-FIN.
112700* FIN DE CLOTURE DU PROGRAMME
112800     EXIT.
112900
113000 TRT-RUNJ-DEBUT.
113100*TRT-RUNJ-DEBUT : ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL
113200*DE PILOTAGE TBWRUNJ - RENDU PERSISTANT AUSSITOT
113300     MOVE H-DATE-TRT        TO RUNJ-DTRAIT OF TBWRUNJ
113400     MOVE W-PROGRAMME-ID    TO RUNJ-PGM OF TBWRUNJ
113500     MOVE '00'              TO RUNJ-PART OF TBWRUNJ
113600     MOVE DB2P-CURRENT-TMST TO RUNJ-HDT-DEB OF TBWRUNJ
113700     MOVE DB2P-CURRENT-TMST TO W-RUNJ-HDT-DEB
113800     MOVE SPACES            TO RUNJ-HDT-FIN OF TBWRUNJ
113900     MOVE ZEROS             TO RUNJ-NB-LUS OF TBWRUNJ
114000     MOVE ZEROS             TO RUNJ-NB-TRAITES OF TBWRUNJ
114100     MOVE ZEROS             TO RUNJ-CODRET OF TBWRUNJ
114200
114300     EXEC SQL
114400        INSERT INTO TBWRUNJ
114500               (RUNJ_DTRAIT,
114600                RUNJ_PGM,
114700                RUNJ_PART,
114800                RUNJ_HDT_DEB,
114900                RUNJ_HDT_FIN,
115000                RUNJ_NB_LUS,
115100                RUNJ_NB_TRAITES,
115200                RUNJ_CODRET)
115300        VALUES (:TBWRUNJ.RUNJ-DTRAIT,
115400                :TBWRUNJ.RUNJ-PGM,
115500                :TBWRUNJ.RUNJ-PART,
115600                :TBWRUNJ.RUNJ-HDT-DEB,
115700                :TBWRUNJ.RUNJ-HDT-FIN,
115800                :TBWRUNJ.RUNJ-NB-LUS,
115900                :TBWRUNJ.RUNJ-NB-TRAITES,
116000                :TBWRUNJ.RUNJ-CODRET)
116100     END-EXEC
116200
116300     MOVE 'TBWRUNJ '          TO DB2P-LABEL
116400     MOVE 'INSERT'            TO DB2P-COMMAND
116500     PERFORM DB2P-CHECK-RESULT
116600     PERFORM DB2P-COMMIT
116700     .
116800
116900 TRT-RUNJ-FIN.
117000*TRT-RUNJ-FIN : ENREGISTREMENT DE LA FIN DE RUN (CONTRATS TRAITES,
117100*MISES A JOUR, CODE RETOUR) DANS LE JOURNAL TBWRUNJ
117200     MOVE W-CPT-CONT-LUS    TO RUNJ-NB-LUS OF TBWRUNJ
117300     MOVE W-CPT-MAJ         TO RUNJ-NB-TRAITES OF TBWRUNJ
117400     MOVE W-CODRET          TO RUNJ-CODRET OF TBWRUNJ
117500
117600     EXEC SQL
117700        UPDATE TBWRUNJ
117800          SET  RUNJ_HDT_FIN    = CURRENT TIMESTAMP,
117900               RUNJ_NB_LUS     = :TBWRUNJ.RUNJ-NB-LUS,
118000               RUNJ_NB_TRAITES = :TBWRUNJ.RUNJ-NB-TRAITES,
118100               RUNJ_CODRET     = :TBWRUNJ.RUNJ-CODRET
118200          WHERE RUNJ_DTRAIT  = :TBWRUNJ.RUNJ-DTRAIT
118300          AND   RUNJ_PGM     = :TBWRUNJ.RUNJ-PGM
118400          AND   RUNJ_PART    = :TBWRUNJ.RUNJ-PART
118500          AND   RUNJ_HDT_DEB = :W-RUNJ-HDT-DEB
118600     END-EXEC
118700
118800     MOVE 'TBWRUNJ '          TO DB2P-LABEL
118900     MOVE 'UPDATE'            TO DB2P-COMMAND
119000     PERFORM DB2P-CHECK-RESULT
119100     PERFORM DB2P-COMMIT
119200     .
119300
119400*----------------
119500
119600 C01-BILAN.
119700*C01-BILAN : BILAN DU RUN ET CONTRATS RESTANT A TRAITER
119800     MOVE       SPACES                 TO SBWSORRP-ENR
119900     PERFORM    ECRITURE-LIGNE
120000     MOVE       'BILAN DU RUN'         TO SBWSORRP-ENR
120100     PERFORM    ECRITURE-LIGNE
120200     MOVE 'CONTRATS TRAITES'           TO W-LIB-COMPTE
120300     MOVE W-CPT-CONT-LUS               TO W-ED-NB
120400     PERFORM C06-LIGNE-NOMBRE
120500     MOVE '   DONT CONTRATS FERMES'    TO W-LIB-COMPTE
120600     MOVE W-CPT-CONT-FERMES            TO W-ED-NB
120700     PERFORM C06-LIGNE-NOMBRE
120800     MOVE '   DONT CONTRATS MAINTENUS (AUTRE BANQUE)'
120900                                       TO W-LIB-COMPTE
121000     MOVE W-CPT-CONT-MAINTENUS         TO W-ED-NB
121100     PERFORM C06-LIGNE-NOMBRE
121200     MOVE '   DONT CONTRATS EN ANOMALIE'
121300                                       TO W-LIB-COMPTE
121400     MOVE W-CPT-CONT-ANOMALIES         TO W-ED-NB
121500     PERFORM C06-LIGNE-NOMBRE
121600     MOVE 'USAGES FERMES'              TO W-LIB-COMPTE
121700     MOVE W-CPT-UCPT-FERMES            TO W-ED-NB
121800     PERFORM C06-LIGNE-NOMBRE
121900     MOVE 'INTERVENTIONS POSEES'       TO W-LIB-COMPTE
122000     MOVE W-CPT-INTV                   TO W-ED-NB
122100     PERFORM C06-LIGNE-NOMBRE
122200     MOVE 'CONTRATS RESTANT A TRAITER' TO W-LIB-COMPTE
122300     MOVE W-CPT-CONT-RESTANTS          TO W-ED-NB
122400     PERFORM C06-LIGNE-NOMBRE
122500
122600     IF TRANCHE-ATTEINTE
122700        MOVE       SPACES              TO SBWSORRP-ENR
122800        STRING     '*** TRANCHE DE ' EBWPARAM-TRANCHE
122900                   ' CONTRATS ATTEINTE - SORTIE A POURSUIVRE'
123000                   ' AU PROCHAIN RUN'
123100            DELIMITED BY SIZE
123200            INTO SBWSORRP-ENR
123300        END-STRING
123400        PERFORM    ECRITURE-LIGNE
123500     END-IF
123600
123700     MOVE       SPACES                 TO SBWSORRP-ENR
123800     MOVE       W-LIB-MODE             TO SBWSORRP-ENR
123900     PERFORM    ECRITURE-LIGNE
124000     .
124100
124200 C01-BILAN-FIN.
124300*FIN BILAN
124400     EXIT.
124500
124600 C06-LIGNE-NOMBRE.
124700*C06-LIGNE-NOMBRE : LIBELLE ET NOMBRE
124800     MOVE       SPACES                 TO SBWSORRP-ENR
124900     STRING     '   ' W-LIB-COMPTE ' ' W-ED-NB
125000         DELIMITED BY SIZE
125100         INTO SBWSORRP-ENR
125200     END-STRING
125300     PERFORM    ECRITURE-LIGNE
125400     .
125500
125600 ECRITURE-LIGNE.
125700*---------------
125800* ECRITURE RAPPORT
125900      WRITE SBWSORRP-ENR
126000
126100*** CONTROLE STATUT FICHIER
126200      IF NOT SBWSORRP-OK
126300        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
126400        MOVE SBWSORRP-STATUS              TO W-F2CABN-MSG-CODRET
126500        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
126600        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWSORRP
126700                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
126800        PERFORM C-FIN-ANO
126900      END-IF.
127000
127100 ECRITURE-LIGNE-FIN.
127200* FIN ECRITURE LIGNE
127300        EXIT.
127400
127500 C10-FERMETURES.
127600* FERMETURE DES FICHIERS
127700      CLOSE FD-EBWPARAM.
127800      IF EBWPARAM-STATUS NOT = ZERO
127900        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
128000        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
128100        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
128200        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWPARAM
128300                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
128400        PERFORM C-FIN-ANO
128500      END-IF.
128600
128700      CLOSE FD-SBWSORRP.
128800      IF SBWSORRP-STATUS NOT = ZERO
128900        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
129000        MOVE SBWSORRP-STATUS              TO W-F2CABN-MSG-CODRET
129100        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
129200        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWSORRP
129300                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
129400        PERFORM C-FIN-ANO
129500      END-IF.
129600*----------------------------------------------------------------*
129700 TRT-INIT-DB2P.
129800*TRT INIT DB2P.
129900     EXEC  SQL  WHENEVER  SQLWARNING  CONTINUE  END-EXEC
130000     EXEC  SQL  WHENEVER  NOT FOUND   CONTINUE  END-EXEC
130100
130200     INITIALIZE  DB2P-INTERFACE
130300     SET  DB2P-ERRMODE-SOFT     TO  TRUE
130400     SET  DB2P-NOT-RESTARTABLE  TO  TRUE
130500     SET  DB2P-TRTS-NO          TO  TRUE
130600     SET  DB2P-TRACE-OFF        TO  TRUE
130700     PERFORM  DB2P-INIT
130800
130900     MOVE DB2P-CURRENT-TMST       TO WSS-HDT
131000     MOVE ZERO                    TO WSS-HDT-MS
131100*-----
131200     .
131300*================================================================*
131400* INITIALISATIONS
131500*================================================================*
131600 DB2P-INIT.
131700* ----------
131800     MOVE CST-PGM-ID  TO DB2P-PGMID
131900
132000     MOVE DB2P-FONCTION-INIT TO DB2P-FONCTION
132100     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
132200     .
132300
132400*================================================================*
132500* TRAITEMENT DES ERREURS
132600*================================================================*
132700 DB2P-CHECK-RESULT.
132800* ------------------
132900     MOVE SQLCODE TO DB2P-SQLCODE
133000     MOVE SQLCA   TO DB2P-SQLCA
133100     MOVE DB2P-FONCTION-CHECK TO DB2P-FONCTION
133200     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
133300     .
133400
133500*================================================================*
133600* TRAITEMENT DES COMMITS
133700*================================================================*
133800 DB2P-COMMIT.
133900* ------------
134000     MOVE DB2P-FONCTION-COMMIT TO DB2P-FONCTION
134100     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
134200     .
134300
134400*================================================================*
134500* ANNULATION DE L'UNITE DE TRAVAIL (MODE SIMULATION)
134600*================================================================*
134700 DB2P-ROLLBACK.
134800* --------------
134900     MOVE DB2P-FONCTION-ROLLBACK TO DB2P-FONCTION
135000     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
135100     .
135200
135300*================================================================*
135400* FIN DE TRAITEMENT
135500*================================================================*
135600 DB2P-FINAL.
135700* -------------
135800     MOVE DB2P-FONCTION-FINAL TO DB2P-FONCTION
135900     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
136000     .
136100*================================================================*
136200* FIN ANORMALE
136300*================================================================*
136400 C-FIN-ANO.
136500* -------------
136600     CALL GX0001P   USING W-F2CABN-ACTION
136700                          W-F2CABN-MSG.
