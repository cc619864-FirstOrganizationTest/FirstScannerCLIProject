000100 ID DIVISION.
000200 PROGRAM-ID. BWBP21P.
000300**------------------------------------------------------------*
000400**                                                            *
000500**  TITRE          :  BWBP21P                                 *
000600**                                                            *
000700**  MISE A JOUR DU CALENDRIER DES JOURS OUVRES (TBWCALJ)      *
000800**                                                            *
000900**  DATE ET AUTEUR : 15/10/2026                               *
001000**                   R.ZITI                                   *
001100**                                                            *
001200**  DESCRIPT. PROG. : CE TRAITEMENT A LA DEMANDE CHARGE LES   *
001300**                    EXCEPTIONS DU CALENDRIER DES JOURS      *
001400**                    OUVRES DE LA CHAINE DE FERMETURE : UNE  *
001500**                    DATE SANS LIGNE DANS TBWCALJ EST UN     *
001600**                    JOUR OUVRE.                             *
001700**                    LE CALENDRIER COMMUN (BANQUE '*****')   *
001800**                    PORTE LES WEEK-ENDS ET LES FERIES       *
001900**                    NATIONAUX ; UNE BANQUE PEUT AJOUTER SES *
002000**                    PROPRES JOURS NON OUVRES OU SE DECLARER *
002100**                    OUVERTE UN JOUR FERIE COMMUN.           *
002200**                    CHAQUE LIGNE DU FICHIER EBWCALIN AJOUTE *
002300**                    OU MODIFIE ('A') OU SUPPRIME ('S') UNE  *
002400**                    DATE. LE CALENDRIER EST LU PAR BWBP01P  *
002500**                    (RATTRAPAGE DES FLUX, LIBERATION DES    *
002600**                    CROS EN ATTENTE), BWBP07P (RUNS         *
002700**                    ATTENDUS), BWBP10P ET BWBP19P (DELAIS   *
002800**                    EN JOURS OUVRES).                       *
002900**                    PAR DEFAUT LE TRAITEMENT TOURNE EN MODE *
003000**                    SIMULATION : LES MISES A JOUR SONT      *
003100**                    ANNULEES EN FIN DE PROGRAMME.           *
003200**                    UNE LIGNE REFUSEE REND LA MAIN EN CODE  *
003300**                    RETOUR 4.                               *
003400**                                                            *
003500**  ARCHIT. PROG.   :                                         *
003600**                                                            *
003700**A-INITIALISATION                                            *
003800****  OUVERTURE DES FICHIERS, CARTE PARAMETRE                 *
003900**                                                            *
004000**B-TRAITEMENT                                                *
004100****  CONTROLE ET APPLICATION DE CHAQUE LIGNE DU CALENDRIER   *
004200**                                                            *
004300**C-FIN-PROGRAMME                                             *
004400** BILAN, VALIDATION OU ANNULATION DB2, FERMETURE FICHIERS    *
004500**                                                            *
004600**  PERIODICITE     : A LA DEMANDE (CHARGEMENT ANNUEL DU      *
004700**                    CALENDRIER, AJOUTS EN COURS D'ANNEE)    *
004800**                                                            *
004900**  LE OU LES CTI   : LIMEIL                                  *
005000**                                                            *
005100**  PARAMETRES DE COMPILATION ET COPY UTILISES  : OS390       *
005200**  F2CABND1 ET F2CABNX1 : COPY INCLUDE POUR GESTION ABEND    *
005300**                                                            *
005400** SOUS-PROGRAMME APPELES:                                    *
005500** -----------------------                                    *
005600**   GENABEN3 : APPEL POUR GESTION DE L'ABEND (GX0001P)       *
005700**   BWDB2P   : INTERFACE DB2 (INIT/CHECK/COMMIT/FINAL)       *
005800**                                                            *
005900**  FICHIERS UTILISES :                                       *
006000**  -----------------                                         *
006100**  FICHIERS EN ENTREE :                                      *
006200**   EBWPARAM  MVS  CARTE PARAMETRE (DATE DU JOUR, MODE)      *
006300**   EBWCALIN  MVS  LIGNES DU CALENDRIER A APPLIQUER          *
006400**                                                            *
006500**  FICHIERS EN SORTIE :                                      *
006600**   SBWCALRP  MVS  COMPTE RENDU DE MISE A JOUR               *
006700**                                                            *
006800**  TABLES UTILISEES : TBWCALJ (MAJ), TBWBNKRF, TBWRUNJ       *
006900**                                                            *
007000**------------------------------------------------------------*
007100** HISTORIQUE :                                               *
007200**============================================================*
007300***************************************************************
007400 ENVIRONMENT DIVISION.
007500 CONFIGURATION SECTION.
007600 INPUT-OUTPUT SECTION.
007700 FILE-CONTROL.
007800*-------------
007900***  FICHIER PARAMETRE (DATE DU JOUR, MODE)
008000     SELECT FD-EBWPARAM ASSIGN TO EBWPARAM
008100            FILE STATUS IS EBWPARAM-STATUS.
008200*
008300***  EBWCALIN LIGNES DU CALENDRIER A APPLIQUER
008400     SELECT FD-EBWCALIN ASSIGN TO EBWCALIN
008500            FILE STATUS IS EBWCALIN-STATUS.
008600*
008700***  SBWCALRP COMPTE RENDU DE MISE A JOUR
008800     SELECT FD-SBWCALRP ASSIGN TO SBWCALRP
008900            FILE STATUS IS SBWCALRP-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300*-------------
009400***  EBWPARAM FICHIER PARAMETRE EN ENTREE
009500 FD  FD-EBWPARAM
009600     RECORDING MODE IS F
009700     BLOCK 0 RECORDS.
009800  01 ENR-EBWPARAM PIC X(80).
009900
010000***  EBWCALIN LIGNES DU CALENDRIER A APPLIQUER
010100 FD  FD-EBWCALIN
010200     RECORDING MODE IS F
010300     BLOCK 0 RECORDS.
010400  01 ENR-EBWCALIN PIC X(80).
010500
010600***  SBWCALRP COMPTE RENDU DE MISE A JOUR
010700 FD  FD-SBWCALRP
010800     RECORDING MODE F
010900     BLOCK 0 RECORDS.
011000 01  SBWCALRP-ENR                        PIC X(133).
011100
011200*
011300 WORKING-STORAGE SECTION.
011400*------------------------
011500* CARTE PARAMETRE : DATE DU JOUR (SSAAMMJJ), MODE ('N' = MISE A
011600* JOUR REELLE, 'O' OU SPACES = SIMULATION)
011700 01  EBWPARAM-ENR.
011800     05 DTRAIT                              PIC 9(8).
011900     05 EBWPARAM-SSAAMMJJ REDEFINES DTRAIT.
012000           10 EBWPARAM-SSAA     PIC 9(4).
012100           10 EBWPARAM-MM       PIC 9(2).
012200           10 EBWPARAM-JJ       PIC 9(2).
012300     05 EBWPARAM-MODE-SIMULATION PIC X(01).
012400        88 MODE-SIMULATION             VALUE 'O' SPACES.
012500        88 MODE-REEL                   VALUE 'N'.
012600     05 FILLER                  PIC X(71).
012700
012800* LIGNE DU CALENDRIER : ACTION ('A' = AJOUT OU MODIFICATION DE
012900* LA DATE, 'S' = SUPPRESSION - LA DATE REDEVIENT UN JOUR OUVRE
013000* OU REPREND LE CALENDRIER COMMUN), BANQUE ('*****' = CALENDRIER
013100* COMMUN), DATE (SSAAMMJJ), INDICATEUR OUVRE ('N' = NON OUVRE,
013200* 'O' = OUVRE, RESERVE A UNE BANQUE) ET LIBELLE
013300 01  EBWCALIN-ENR.
013400     05 CALIN-ACTION            PIC X(01).
013500        88 CALIN-AJOUT                 VALUE 'A'.
013600        88 CALIN-SUPPRESSION           VALUE 'S'.
013700     05 CALIN-BQE               PIC X(05).
013800     05 CALIN-DATE              PIC 9(08).
013900     05 CALIN-DATE-DET REDEFINES CALIN-DATE.
014000           10 CALIN-SSAA        PIC 9(4).
014100           10 CALIN-MM          PIC 9(2).
014200           10 CALIN-JJ          PIC 9(2).
014300     05 CALIN-OUVRE             PIC X(01).
014400        88 CALIN-JOUR-OUVRE            VALUE 'O'.
014500        88 CALIN-JOUR-NON-OUVRE        VALUE 'N'.
014600     05 CALIN-LIB               PIC X(30).
014700     05 FILLER                  PIC X(35).
014800
014900*----------------------------------------------------------------*
015000*    COMPTEURS                                                   *
015100*----------------------------------------------------------------*
015200*LIGNES LUES / REFUSEES
015300 77  W-CPT-CAL-LUS              PIC 9(07) VALUE ZEROS.
015400 77  W-CPT-CAL-REFUS            PIC 9(07) VALUE ZEROS.
015500*DATES CREEES / MODIFIEES / SUPPRIMEES / A SUPPRIMER ABSENTES
015600 77  W-CPT-CAL-CREES            PIC 9(07) VALUE ZEROS.
015700 77  W-CPT-CAL-MODIFIES         PIC 9(07) VALUE ZEROS.
015800 77  W-CPT-CAL-SUPPRIMES        PIC 9(07) VALUE ZEROS.
015900 77  W-CPT-CAL-ABSENTS          PIC 9(07) VALUE ZEROS.
016000*MISES A JOUR TOTALES (REPORTEES DANS TBWRUNJ)
016100 77  W-CPT-MAJ                  PIC 9(07) VALUE ZEROS.
016200*CODE RETOUR DU PROGRAMME (REPORTE DANS TBWRUNJ)
016300 77  W-CODRET                   PIC 9(02) VALUE ZEROS.
016400
016500*------------------------------------------------*
016600*    FILE STATUS                                 *
016700*------------------------------------------------*
016800***  FILE STATUS FICHIER PARAMETRE
016900 77  EBWPARAM-STATUS                     PIC 9(2).
017000     88 EBWPARAM-OK                              VALUE 00.
017100     88 EBWPARAM-FINFICHIER                      VALUE 10.
017200
017300***  FILE STATUS EBWCALIN LIGNES DU CALENDRIER
017400 77  EBWCALIN-STATUS                     PIC 9(2).
017500     88 EBWCALIN-OK                              VALUE 00.
017600     88 EBWCALIN-FINFICHIER                      VALUE 10.
017700
017800***  FILE STATUS SBWCALRP COMPTE RENDU
017900 77  SBWCALRP-STATUS                     PIC 9(2).
018000     88 SBWCALRP-OK                              VALUE 00.
018100     88 SBWCALRP-FINFICHIER                      VALUE 10.
018200
018300* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
018400*                                                                *
018500*         V U E S     D B 2      E N     M . A . J O U R         *
018600*                                                                *
018700* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
018800     EXEC  SQL  INCLUDE  TBWCALJ  END-EXEC.
018900     EXEC  SQL  INCLUDE  TBWRUNJ  END-EXEC.
019000
019100* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
019200*                                                                *
019300*         V U E S     D B 2      E N     L E C T U R E           *
019400*                                                                *
019500* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
019600     EXEC  SQL  INCLUDE  TBWBNKRF  END-EXEC.
019700
019800     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
019900
020000*   VARIABLE DU MODULE  BWDB2
020100     COPY  BWWDB31.
020200
020300*   VARIABLE POUR LA GESTION DES ERREURS TECHNIQUES
020400     EXEC  SQL  INCLUDE IVWERR3  END-EXEC.
020500
020600*------------------------------------------------*
020700*    DESCRIPTION APPEL ABANDON PROGRAMME         *
020800*------------------------------------------------*
020900***  CONSTANTES ET APPEL GX0001P
021000 01  GX0001P                        PIC X(08) VALUE 'GX0001P'.
021100     COPY F2CABND1.
021200     COPY F2CABNX1.
021300
021400***  MESSAGE ET CODE ABEND CARTE PARAMETRE
021500 77  WS-MES-EBWPARAM        PIC X(20)
021600     VALUE ' CARTE PARAMETRE    '.
021700
021800*** MESSAGE + CODE ABEND EBWCALIN CALENDRIER
021900 77  WS-MES-EBWCALIN       PIC X(20)
022000     VALUE ' EBWCALIN CALENDRIER'.
022100
022200*** MESSAGE + CODE ABEND SBWCALRP COMPTE RENDU
022300 77  WS-MES-SBWCALRP       PIC X(20)
022400     VALUE ' SBWCALRP CPTE RENDU'.
022500
022600*************************************************************
022700***  VARIABLES DIVERSES
022800*************************************************************
022900***  NOM PROGRAMME ET PROCESS
023000 01  W-PROGRAMME-ID         PIC X(8)  VALUE 'BWBP21P '.
023100 01  W-PROCESS-ID           PIC X(8)  VALUE 'BWBP21'.
023200***  NOM DU PROGRAMME POUR BWDB2P
023300 01  CST-PGM-ID          PIC  X(008) VALUE 'BWBP21P '.
023400***  BANQUE DU CALENDRIER COMMUN A TOUTES LES BANQUES
023500 01  CST-BQE-COMMUNE     PIC  X(05) VALUE '*****'.
023600***  LIBELLE DU MODE EDITE SUR LE COMPTE RENDU
023700 01  W-LIB-MODE          PIC  X(40) VALUE SPACES.
023800***  MOTIF DE REFUS OU RESULTAT DE LA LIGNE EN COURS
023900 01  W-LIB-REFUS         PIC  X(40) VALUE SPACES.
024000 01  W-LIB-RESULTAT      PIC  X(20) VALUE SPACES.
024100***  HORODATE DE DEBUT DU RUN COURANT (CLE DE LA LIGNE TBWRUNJ
024200***  MISE A JOUR EN FIN DE RUN)
024300 01  W-RUNJ-HDT-DEB      PIC  X(26) VALUE SPACES.
024400***  ZONES D'EDITION DU COMPTE RENDU
024500 01  W-LIB-COMPTE        PIC  X(45) VALUE SPACES.
024600 01  W-ED-NB             PIC  Z(08)9.
024700***  NOMBRE DE JOURS DE CHAQUE MOIS (FEVRIER CORRIGE POUR LES
024800***  ANNEES BISSEXTILES)
024900 01  CST-JOURS-MOIS      PIC  X(24)
025000     VALUE '312831303130313130313031'.
025100 01  FILLER REDEFINES CST-JOURS-MOIS.
025200     05  CST-JJ-MOIS         PIC 9(02) OCCURS 12 TIMES.
025300 01  W-JJ-MAX            PIC  9(02) VALUE ZEROS.
025400 01  W-QUOTIENT          PIC  9(04) VALUE ZEROS.
025500 01  W-RESTE-4           PIC  9(03) VALUE ZEROS.
025600 01  W-RESTE-100         PIC  9(03) VALUE ZEROS.
025700 01  W-RESTE-400         PIC  9(03) VALUE ZEROS.
025800
025900*------------------------------------------------------------
026000*   HOST VARIABLES
026100*------------------------------------------------------------
026200***  DATE DE TRAITEMENT
026300 01  H-DATE-TRT.
026400     05  H-DATE-TRT-SA            PIC X(04).
026500     05  FILLER                   PIC X(01) VALUE '-'.
026600     05  H-DATE-TRT-MM            PIC X(02).
026700     05  FILLER                   PIC X(01) VALUE '-'.
026800     05  H-DATE-TRT-JJ            PIC X(02).
026900***  DATE DE LA LIGNE DU CALENDRIER EN COURS
027000 01  H-DATE-CAL.
027100     05  H-DATE-CAL-SA            PIC X(04).
027200     05  FILLER                   PIC X(01) VALUE '-'.
027300     05  H-DATE-CAL-MM            PIC X(02).
027400     05  FILLER                   PIC X(01) VALUE '-'.
027500     05  H-DATE-CAL-JJ            PIC X(02).
027600***  COMPTAGES
027700 01  H-NB                         PIC S9(09) COMP.
027800
027900*-------------------
028000 PROCEDURE DIVISION.
028100*-------------------
028200
028300*************************
028400*  ARCHITECTURE PROGRAMME
028500*************************
028600*
028700* OUVERTURE DES FICHIERS ET CARTE PARAMETRE
028800     PERFORM A-INITIALISATION
028900        THRU A-INITIALISATION-FIN.
029000
029100* APPLICATION DES LIGNES DU CALENDRIER
029200     PERFORM B-TRAITEMENT
029300        THRU B-TRAITEMENT-FIN.
029400
029500* BILAN, VALIDATION OU ANNULATION DB2 ET FERMETURE DES FICHIERS
029600     PERFORM C-FIN-PROGRAMME
029700        THRU C-FIN-PROGRAMME-FIN.
029800
029900*    STOP RUN
030000     GOBACK.
030100/
030200******************
030300 A-INITIALISATION.
030400* A INITIALISATION
030500******************
030600**1. COMPTE RENDU
030700     OPEN OUTPUT FD-SBWCALRP.
030800     IF NOT SBWCALRP-OK
030900        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
031000        MOVE SBWCALRP-STATUS              TO W-F2CABN-MSG-CODRET
031100        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
031200        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWCALRP
031300                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
031400        PERFORM C-FIN-ANO
031500     END-IF.
031600
031700**2. CARTE PARAMETRE
031800     PERFORM A20-EBWPARAM-LECTURE
031900        THRU A20-EBWPARAM-LECTURE-FIN.
032000
032100**3. INITIALISATION DB2
032200     PERFORM     TRT-INIT-DB2P.
032300
032400**4. ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL DE PILOTAGE
032500**   (MODE REEL SEULEMENT, UNE SIMULATION NE LAISSE PAS DE TRACE)
032600     IF MODE-REEL
032700        PERFORM  TRT-RUNJ-DEBUT
032800     END-IF.
032900
033000**5. ENTETE DU COMPTE RENDU
033100     IF MODE-REEL
033200        MOVE 'MODE REEL - MISES A JOUR VALIDEES'
033300                                 TO W-LIB-MODE
033400     ELSE
033500        MOVE 'MODE SIMULATION - AUCUNE MISE A JOUR'
033600                                 TO W-LIB-MODE
033700     END-IF.
033800     MOVE       SPACES                 TO SBWCALRP-ENR
033900     STRING     'CALENDRIER DES JOURS OUVRES - TRAITEMENT DU '
034000                H-DATE-TRT
034100                ' - ' W-LIB-MODE
034200         DELIMITED BY SIZE
034300         INTO SBWCALRP-ENR
034400     END-STRING
034500     PERFORM    ECRITURE-LIGNE.
034600     MOVE       SPACES                 TO SBWCALRP-ENR
034700     PERFORM    ECRITURE-LIGNE.
034800
034900 A-INITIALISATION-FIN.    EXIT.
035000* FIN INITIALISATION
035100
035200/
035300 A20-EBWPARAM-LECTURE.
035400***  CARTE PARAMETRE (DATE DU JOUR, MODE)
035500     OPEN INPUT FD-EBWPARAM.
035600     IF NOT EBWPARAM-OK
035700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
035800        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
035900        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
036000        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWPARAM
036100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
036200        PERFORM C-FIN-ANO
036300     END-IF.
036400
036500     READ FD-EBWPARAM            INTO EBWPARAM-ENR
036600     IF NOT EBWPARAM-OK AND NOT EBWPARAM-FINFICHIER
036700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
036800        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
036900        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
037000        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWPARAM
037100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
037200        PERFORM C-FIN-ANO
037300     END-IF.
037400
037500*CONTROLE DE LA CARTE : DATE NUMERIQUE ET VALIDE, MODE RECONNU -
037600*UNE CARTE INVALIDE ARRETE LE TRAITEMENT
037700     IF EBWPARAM-FINFICHIER
037800        OR DTRAIT NOT NUMERIC
037900        OR EBWPARAM-MM < 01 OR EBWPARAM-MM > 12
038000        OR EBWPARAM-JJ < 01 OR EBWPARAM-JJ > 31
038100        OR (NOT MODE-SIMULATION AND NOT MODE-REEL)
038200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
038300        MOVE ZEROS                        TO W-F2CABN-MSG-CODRET
038400        MOVE W-F2CABND-INT-COD            TO W-F2CABN-ACTION-CODE
038500        MOVE SPACES                       TO W-F2CABN-MSG-LIBEL
038600        STRING W-F2CABND-INT-TXT
038700               'CARTE PARAMETRE CALENDRIER INVALIDE'
038800            DELIMITED BY SIZE
038900            INTO W-F2CABN-MSG-LIBEL
039000        END-STRING
039100        PERFORM C-FIN-ANO
039200     END-IF.
039300
039400* DATE AU FORMAT DB2 (SSAA-MM-JJ)
039500     MOVE EBWPARAM-SSAA           TO H-DATE-TRT-SA.
039600     MOVE EBWPARAM-MM             TO H-DATE-TRT-MM.
039700     MOVE EBWPARAM-JJ             TO H-DATE-TRT-JJ.
039800
039900 A20-EBWPARAM-LECTURE-FIN.
040000* FIN LECTURE EBWPARAM
040100       EXIT.
040200
040300********************
040400 B-TRAITEMENT.
040500* B TRAITEMENT.
040600********************
040700*B-TRAITEMENT : LECTURE SEQUENTIELLE DES LIGNES DU CALENDRIER,
040800*CONTROLE PUIS APPLICATION DE CHAQUE LIGNE DANS TBWCALJ
040900     OPEN INPUT FD-EBWCALIN.
041000     IF NOT EBWCALIN-OK
041100        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
041200        MOVE EBWCALIN-STATUS              TO W-F2CABN-MSG-CODRET
041300        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
041400        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWCALIN
041500                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
041600        PERFORM C-FIN-ANO
041700     END-IF.
041800
041900     MOVE       'DETAIL DES LIGNES DU CALENDRIER'
042000                                       TO SBWCALRP-ENR
042100     PERFORM    ECRITURE-LIGNE
042200
042300     PERFORM TRT-EBWCALIN-LECTURE
042400     PERFORM UNTIL EBWCALIN-FINFICHIER
042500        IF EBWCALIN-ENR NOT = SPACES
042600           ADD 1 TO W-CPT-CAL-LUS
042700           PERFORM B10-LIGNE-CALENDRIER
042800              THRU B10-LIGNE-CALENDRIER-FIN
042900        END-IF
043000        PERFORM TRT-EBWCALIN-LECTURE
043100     END-PERFORM
043200
043300     CLOSE FD-EBWCALIN.
043400     IF EBWCALIN-STATUS NOT = ZERO
043500        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
043600        MOVE EBWCALIN-STATUS              TO W-F2CABN-MSG-CODRET
043700        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
043800        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWCALIN
043900                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
044000        PERFORM C-FIN-ANO
044100     END-IF
044200     .
044300
044400 B-TRAITEMENT-FIN.
044500* FIN TRAITEMENT
044600        EXIT.
044700
044800 TRT-EBWCALIN-LECTURE.
044900* LECTURE D'UNE LIGNE DU CALENDRIER
045000     READ FD-EBWCALIN            INTO EBWCALIN-ENR
045100     IF NOT EBWCALIN-OK AND NOT EBWCALIN-FINFICHIER
045200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
045300        MOVE EBWCALIN-STATUS              TO W-F2CABN-MSG-CODRET
045400        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
045500        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWCALIN
045600                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
045700        PERFORM C-FIN-ANO
045800     END-IF
045900     .
046000
046100 B10-LIGNE-CALENDRIER.
046200*B10-LIGNE-CALENDRIER : CONTROLE DE LA LIGNE (ACTION, BANQUE,
046300*DATE, INDICATEUR OUVRE) PUIS AJOUT/MODIFICATION OU SUPPRESSION
046400*DE LA DATE DANS TBWCALJ - UNE LIGNE REFUSEE EST LISTEE TELLE
046500*QUE RECUE
046600     IF NOT CALIN-AJOUT AND NOT CALIN-SUPPRESSION
046700        MOVE 'ACTION INCONNUE (A OU S)' TO W-LIB-REFUS
046800        PERFORM B15-LIGNE-REFUSEE
046900        GO TO B10-LIGNE-CALENDRIER-FIN
047000     END-IF
047100
047200     IF CALIN-BQE = SPACES
047300        MOVE 'BANQUE NON RENSEIGNEE'   TO W-LIB-REFUS
047400        PERFORM B15-LIGNE-REFUSEE
047500        GO TO B10-LIGNE-CALENDRIER-FIN
047600     END-IF
047700
047800     IF CALIN-DATE NOT NUMERIC
047900        OR CALIN-MM < 01 OR CALIN-MM > 12
048000        OR CALIN-JJ < 01 OR CALIN-JJ > 31
048100        MOVE 'DATE INVALIDE'           TO W-LIB-REFUS
048200        PERFORM B15-LIGNE-REFUSEE
048300        GO TO B10-LIGNE-CALENDRIER-FIN
048400     END-IF
048500
048600*DATE INEXISTANTE (30 FEVRIER, 31 AVRIL...)
048700     PERFORM TRT-CONTROLE-JOUR
048800     IF W-JJ-MAX < CALIN-JJ
048900        MOVE 'DATE INEXISTANTE'        TO W-LIB-REFUS
049000        PERFORM B15-LIGNE-REFUSEE
049100        GO TO B10-LIGNE-CALENDRIER-FIN
049200     END-IF
049300
049400     MOVE CALIN-SSAA             TO H-DATE-CAL-SA
049500     MOVE CALIN-MM               TO H-DATE-CAL-MM
049600     MOVE CALIN-JJ               TO H-DATE-CAL-JJ
049700
049800     MOVE CALIN-BQE              TO BANQ-BQE OF TBWCALJ
049900     MOVE H-DATE-CAL             TO CALJ-DATE OF TBWCALJ
050000
050100     IF CALIN-SUPPRESSION
050200        PERFORM B30-SUPPRESSION
050300           THRU B30-SUPPRESSION-FIN
050400        GO TO B10-LIGNE-CALENDRIER-FIN
050500     END-IF
050600
050700*AJOUT OU MODIFICATION : INDICATEUR RECONNU ; UN JOUR OUVRE NE SE
050800*DECLARE QUE POUR UNE BANQUE (LE CALENDRIER COMMUN NE STOCKE QUE
050900*LES JOURS NON OUVRES)
051000     IF NOT CALIN-JOUR-OUVRE AND NOT CALIN-JOUR-NON-OUVRE
051100        MOVE 'INDICATEUR OUVRE INCONNU (O OU N)'
051200                                       TO W-LIB-REFUS
051300        PERFORM B15-LIGNE-REFUSEE
051400        GO TO B10-LIGNE-CALENDRIER-FIN
051500     END-IF
051600
051700     IF CALIN-JOUR-OUVRE
051800        AND CALIN-BQE = CST-BQE-COMMUNE
051900        MOVE 'JOUR OUVRE SUR LE CALENDRIER COMMUN'
052000                                       TO W-LIB-REFUS
052100        PERFORM B15-LIGNE-REFUSEE
052200        GO TO B10-LIGNE-CALENDRIER-FIN
052300     END-IF
052400
052500*UNE BANQUE DOIT ETRE CONNUE DU REFERENTIEL DES BANQUES
052600*AUTORISEES (TOUTES DATES D'EFFET CONFONDUES)
052700     IF CALIN-BQE NOT = CST-BQE-COMMUNE
052800        MOVE CALIN-BQE           TO BANQ-BQE OF TBWBNKRF
052900        EXEC SQL
053000           SELECT COUNT(*)
053100             INTO :H-NB
053200             FROM TBWBNKRF
053300            WHERE BANQ_BQE = :TBWBNKRF.BANQ-BQE
053400        END-EXEC
053500        MOVE    'SELECT TBWBNKRF'      TO DB2P-LABEL
053600        MOVE    'SELECT'               TO DB2P-COMMAND
053700        MOVE    'TBWBNKRF'             TO DB2P-OBJECT
053800        PERFORM DB2P-CHECK-RESULT
053900        IF H-NB = ZEROS
054000           MOVE 'BANQUE INCONNUE DU REFERENTIEL'
054100                                       TO W-LIB-REFUS
054200           PERFORM B15-LIGNE-REFUSEE
054300           GO TO B10-LIGNE-CALENDRIER-FIN
054400        END-IF
054500     END-IF
054600
054700     PERFORM B20-AJOUT
054800        THRU B20-AJOUT-FIN
054900     .
055000
055100 B10-LIGNE-CALENDRIER-FIN.
055200*FIN LIGNE DU CALENDRIER
055300     EXIT.
055400
055500 TRT-CONTROLE-JOUR.
055600*TRT-CONTROLE-JOUR : DERNIER JOUR DU MOIS DE LA LIGNE - 29 FEVRIER
055700*LES ANNEES DIVISIBLES PAR 4, SAUF LES SIECLES NON DIVISIBLES
055800*PAR 400
055900     MOVE CST-JJ-MOIS(CALIN-MM)  TO W-JJ-MAX
056000     IF CALIN-MM = 02
056100        DIVIDE CALIN-SSAA BY 4   GIVING W-QUOTIENT
056200                                 REMAINDER W-RESTE-4
056300        DIVIDE CALIN-SSAA BY 100 GIVING W-QUOTIENT
056400                                 REMAINDER W-RESTE-100
056500        DIVIDE CALIN-SSAA BY 400 GIVING W-QUOTIENT
056600                                 REMAINDER W-RESTE-400
056700        IF W-RESTE-4 = ZEROS
056800           AND (W-RESTE-100 NOT = ZEROS OR W-RESTE-400 = ZEROS)
056900           MOVE 29               TO W-JJ-MAX
057000        END-IF
057100     END-IF
057200     .
057300
057400 B15-LIGNE-REFUSEE.
057500*B15-LIGNE-REFUSEE : LIGNE DU CALENDRIER INEXPLOITABLE, LISTEE
057600*TELLE QUE RECUE - CODE RETOUR 4
057700     ADD 1 TO W-CPT-CAL-REFUS
057800     MOVE 4 TO W-CODRET
057900     MOVE       SPACES                 TO SBWCALRP-ENR
058000     STRING     '*** LIGNE REFUSEE '
058100                EBWCALIN-ENR(1:45)
058200                ' - ' W-LIB-REFUS
058300         DELIMITED BY SIZE
058400         INTO SBWCALRP-ENR
058500     END-STRING
058600     PERFORM    ECRITURE-LIGNE
058700     .
058800
058900 B20-AJOUT.
059000*B20-AJOUT : MISE A JOUR DE LA DATE SI ELLE EXISTE DEJA POUR LA
059100*BANQUE, SINON CREATION
059200     MOVE CALIN-OUVRE            TO CALJ-OUVRE OF TBWCALJ
059300     MOVE CALIN-LIB              TO CALJ-LIB OF TBWCALJ
059400
059500     EXEC SQL
059600        UPDATE TBWCALJ
059700          SET  CALJ_OUVRE = :TBWCALJ.CALJ-OUVRE,
059800               CALJ_LIB   = :TBWCALJ.CALJ-LIB
059900          WHERE BANQ_BQE  = :TBWCALJ.BANQ-BQE
060000          AND   CALJ_DATE = :TBWCALJ.CALJ-DATE
060100     END-EXEC
060200
060300     MOVE 'TBWCALJ '          TO DB2P-LABEL
060400     MOVE 'UPDATE'            TO DB2P-COMMAND
060500     MOVE 'TBWCALJ '          TO DB2P-OBJECT
060600     PERFORM DB2P-CHECK-RESULT
060700
060800     IF DB2P-FOUND
060900        ADD 1 TO W-CPT-CAL-MODIFIES
061000        ADD 1 TO W-CPT-MAJ
061100        MOVE 'DATE MODIFIEE'     TO W-LIB-RESULTAT
061200        PERFORM B40-LIGNE-APPLIQUEE
061300        GO TO B20-AJOUT-FIN
061400     END-IF
061500
061600     EXEC SQL
061700        INSERT INTO TBWCALJ
061800               (BANQ_BQE,
061900                CALJ_DATE,
062000                CALJ_OUVRE,
062100                CALJ_LIB)
062200        VALUES (:TBWCALJ.BANQ-BQE,
062300                :TBWCALJ.CALJ-DATE,
062400                :TBWCALJ.CALJ-OUVRE,
062500                :TBWCALJ.CALJ-LIB)
062600     END-EXEC
062700
062800     MOVE 'TBWCALJ '          TO DB2P-LABEL
062900     MOVE 'INSERT'            TO DB2P-COMMAND
063000     MOVE 'TBWCALJ '          TO DB2P-OBJECT
063100     PERFORM DB2P-CHECK-RESULT
063200
063300     ADD 1 TO W-CPT-CAL-CREES
063400     ADD 1 TO W-CPT-MAJ
063500     MOVE 'DATE CREEE'           TO W-LIB-RESULTAT
063600     PERFORM B40-LIGNE-APPLIQUEE
063700     .
063800
063900 B20-AJOUT-FIN.
064000*FIN AJOUT
064100     EXIT.
064200
064300 B30-SUPPRESSION.
064400*B30-SUPPRESSION : SUPPRESSION DE LA DATE POUR LA BANQUE - UNE
064500*DATE ABSENTE EST SIGNALEE SANS ERREUR
064600     EXEC SQL
064700        DELETE FROM TBWCALJ
064800          WHERE BANQ_BQE  = :TBWCALJ.BANQ-BQE
064900          AND   CALJ_DATE = :TBWCALJ.CALJ-DATE
065000     END-EXEC
065100
065200     MOVE 'TBWCALJ '          TO DB2P-LABEL
065300     MOVE 'DELETE'            TO DB2P-COMMAND
065400     MOVE 'TBWCALJ '          TO DB2P-OBJECT
065500     PERFORM DB2P-CHECK-RESULT
065600
065700     IF NOT DB2P-FOUND
065800        ADD 1 TO W-CPT-CAL-ABSENTS
065900        MOVE 'DATE ABSENTE'      TO W-LIB-RESULTAT
066000     ELSE
066100        ADD 1 TO W-CPT-CAL-SUPPRIMES
066200        ADD 1 TO W-CPT-MAJ
066300        MOVE 'DATE SUPPRIMEE'    TO W-LIB-RESULTAT
066400     END-IF
066500     PERFORM B40-LIGNE-APPLIQUEE
066600     .
066700
066800 B30-SUPPRESSION-FIN.
066900*FIN SUPPRESSION
067000     EXIT.
067100
067200 B40-LIGNE-APPLIQUEE.
067300*B40-LIGNE-APPLIQUEE : LIGNE DU COMPTE RENDU D'UNE LIGNE DU
067400*CALENDRIER APPLIQUEE
067500     MOVE       SPACES                 TO SBWCALRP-ENR
067600     STRING     'BANQUE ' CALIN-BQE
067700                ' DATE ' H-DATE-CAL
067800                ' OUVRE ' CALIN-OUVRE
067900                ' ' CALIN-LIB
068000                ' : ' W-LIB-RESULTAT
068100         DELIMITED BY SIZE
068200         INTO SBWCALRP-ENR
068300     END-STRING
068400     PERFORM    ECRITURE-LIGNE
068500     .
068600
068700******************************************************************
068800*   C-FIN-PROGRAMME
068900******************************************************************
069000 C-FIN-PROGRAMME.
069100*--------------------
069200*BILAN DU RUN
069300     PERFORM    C01-BILAN
069400           THRU C01-BILAN-FIN.
069500
069600*MODE REEL : FIN DE RUN AU JOURNAL DE PILOTAGE (VALIDE LES
069700*MISES A JOUR DU CALENDRIER) - SIMULATION : ANNULATION DE L'UNITE
069800*DE TRAVAIL
069900     IF MODE-REEL
070000        PERFORM  TRT-RUNJ-FIN
070100     ELSE
070200        PERFORM  DB2P-ROLLBACK
070300     END-IF.
070400
070500     PERFORM    C10-FERMETURES.
070600
070700     PERFORM    DB2P-FINAL.
070800
070900     MOVE W-CODRET TO RETURN-CODE.
071000
071100 C-FIN-PROGRAMME-FIN.
071200* FIN DE CLOTURE DU PROGRAMME
071300     EXIT.
071400
071500 TRT-RUNJ-DEBUT.
071600*TRT-RUNJ-DEBUT : ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL
071700*DE PILOTAGE TBWRUNJ - RENDU PERSISTANT AUSSITOT
071800     MOVE H-DATE-TRT        TO RUNJ-DTRAIT OF TBWRUNJ
071900     MOVE W-PROGRAMME-ID    TO RUNJ-PGM OF TBWRUNJ
072000     MOVE '00'              TO RUNJ-PART OF TBWRUNJ
072100     MOVE DB2P-CURRENT-TMST TO RUNJ-HDT-DEB OF TBWRUNJ
072200     MOVE DB2P-CURRENT-TMST TO W-RUNJ-HDT-DEB
072300     MOVE SPACES            TO RUNJ-HDT-FIN OF TBWRUNJ
072400     MOVE ZEROS             TO RUNJ-NB-LUS OF TBWRUNJ
072500     MOVE ZEROS             TO RUNJ-NB-TRAITES OF TBWRUNJ
072600     MOVE ZEROS             TO RUNJ-CODRET OF TBWRUNJ
072700
072800     EXEC SQL
072900        INSERT INTO TBWRUNJ
073000               (RUNJ_DTRAIT,
073100                RUNJ_PGM,
073200                RUNJ_PART,
073300                RUNJ_HDT_DEB,
073400                RUNJ_HDT_FIN,
073500                RUNJ_NB_LUS,
073600                RUNJ_NB_TRAITES,
073700                RUNJ_CODRET)
073800        VALUES (:TBWRUNJ.RUNJ-DTRAIT,
073900                :TBWRUNJ.RUNJ-PGM,
074000                :TBWRUNJ.RUNJ-PART,
074100                :TBWRUNJ.RUNJ-HDT-DEB,
074200                :TBWRUNJ.RUNJ-HDT-FIN,
074300                :TBWRUNJ.RUNJ-NB-LUS,
074400                :TBWRUNJ.RUNJ-NB-TRAITES,
074500                :TBWRUNJ.RUNJ-CODRET)
074600     END-EXEC
074700
074800     MOVE 'TBWRUNJ '          TO DB2P-LABEL
074900     MOVE 'INSERT'            TO DB2P-COMMAND
075000     PERFORM DB2P-CHECK-RESULT
075100     PERFORM DB2P-COMMIT
075200     .
075300
075400 TRT-RUNJ-FIN.
075500*TRT-RUNJ-FIN : ENREGISTREMENT DE LA FIN DE RUN (LIGNES LUES,
075600*DATES MISES A JOUR, CODE RETOUR) DANS LE JOURNAL TBWRUNJ
075700     MOVE W-CPT-CAL-LUS     TO RUNJ-NB-LUS OF TBWRUNJ
075800     MOVE W-CPT-MAJ         TO RUNJ-NB-TRAITES OF TBWRUNJ
075900     MOVE W-CODRET          TO RUNJ-CODRET OF TBWRUNJ
076000
076100     EXEC SQL
076200        UPDATE TBWRUNJ
076300          SET  RUNJ_HDT_FIN    = CURRENT TIMESTAMP,
076400               RUNJ_NB_LUS     = :TBWRUNJ.RUNJ-NB-LUS,
076500               RUNJ_NB_TRAITES = :TBWRUNJ.RUNJ-NB-TRAITES,
076600               RUNJ_CODRET     = :TBWRUNJ.RUNJ-CODRET
076700          WHERE RUNJ_DTRAIT  = :TBWRUNJ.RUNJ-DTRAIT
076800          AND   RUNJ_PGM     = :TBWRUNJ.RUNJ-PGM
076900          AND   RUNJ_PART    = :TBWRUNJ.RUNJ-PART
077000          AND   RUNJ_HDT_DEB = :W-RUNJ-HDT-DEB
077100     END-EXEC
077200
077300     MOVE 'TBWRUNJ '          TO DB2P-LABEL
077400     MOVE 'UPDATE'            TO DB2P-COMMAND
077500     PERFORM DB2P-CHECK-RESULT
077600     PERFORM DB2P-COMMIT
077700     .
077800
077900*----------------
078000
078100 C01-BILAN.
078200*C01-BILAN : BILAN DU RUN
078300     MOVE       SPACES                 TO SBWCALRP-ENR
078400     PERFORM    ECRITURE-LIGNE
078500     MOVE       'BILAN DU RUN'         TO SBWCALRP-ENR
078600     PERFORM    ECRITURE-LIGNE
078700     MOVE 'LIGNES DU CALENDRIER LUES'  TO W-LIB-COMPTE
078800     MOVE W-CPT-CAL-LUS                TO W-ED-NB
078900     PERFORM C06-LIGNE-NOMBRE
079000     MOVE '   DONT LIGNES REFUSEES'    TO W-LIB-COMPTE
079100     MOVE W-CPT-CAL-REFUS              TO W-ED-NB
079200     PERFORM C06-LIGNE-NOMBRE
079300     MOVE 'DATES CREEES'               TO W-LIB-COMPTE
079400     MOVE W-CPT-CAL-CREES              TO W-ED-NB
079500     PERFORM C06-LIGNE-NOMBRE
079600     MOVE 'DATES MODIFIEES'            TO W-LIB-COMPTE
079700     MOVE W-CPT-CAL-MODIFIES           TO W-ED-NB
079800     PERFORM C06-LIGNE-NOMBRE
079900     MOVE 'DATES SUPPRIMEES'           TO W-LIB-COMPTE
080000     MOVE W-CPT-CAL-SUPPRIMES          TO W-ED-NB
080100     PERFORM C06-LIGNE-NOMBRE
080200     MOVE 'DATES A SUPPRIMER ABSENTES' TO W-LIB-COMPTE
080300     MOVE W-CPT-CAL-ABSENTS            TO W-ED-NB
080400     PERFORM C06-LIGNE-NOMBRE
080500
080600     MOVE       SPACES                 TO SBWCALRP-ENR
080700     MOVE       W-LIB-MODE             TO SBWCALRP-ENR
080800     PERFORM    ECRITURE-LIGNE
080900     .
081000
081100 C01-BILAN-FIN.
081200*FIN BILAN
081300     EXIT.
081400
081500 C06-LIGNE-NOMBRE.
081600*C06-LIGNE-NOMBRE : LIBELLE ET NOMBRE
081700     MOVE       SPACES                 TO SBWCALRP-ENR
081800     STRING     '   ' W-LIB-COMPTE ' ' W-ED-NB
081900         DELIMITED BY SIZE
082000         INTO SBWCALRP-ENR
082100     END-STRING
082200     PERFORM    ECRITURE-LIGNE
082300     .
082400
082500 ECRITURE-LIGNE.
082600*---------------
082700* ECRITURE COMPTE RENDU
082800      WRITE SBWCALRP-ENR
082900
083000*** CONTROLE STATUT FICHIER
083100      IF NOT SBWCALRP-OK
083200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
083300        MOVE SBWCALRP-STATUS              TO W-F2CABN-MSG-CODRET
083400        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
083500        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWCALRP
083600                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
083700        PERFORM C-FIN-ANO
083800      END-IF.
083900
084000 ECRITURE-LIGNE-FIN.
084100* FIN ECRITURE LIGNE
084200        EXIT.
084300
084400 C10-FERMETURES.
084500* FERMETURE DES FICHIERS
084600      CLOSE FD-EBWPARAM.
084700      IF EBWPARAM-STATUS NOT = ZERO
084800        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
084900        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
085000        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
085100        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWPARAM
085200                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
085300        PERFORM C-FIN-ANO
085400      END-IF.
085500
085600      CLOSE FD-SBWCALRP.
085700      IF SBWCALRP-STATUS NOT = ZERO
085800        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
085900        MOVE SBWCALRP-STATUS              TO W-F2CABN-MSG-CODRET
086000        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
086100        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWCALRP
086200                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
086300        PERFORM C-FIN-ANO
086400      END-IF.
086500*----------------------------------------------------------------*
086600 TRT-INIT-DB2P.
086700*TRT INIT DB2P.
086800     EXEC  SQL  WHENEVER  SQLWARNING  CONTINUE  END-EXEC
086900     EXEC  SQL  WHENEVER  NOT FOUND   CONTINUE  END-EXEC
087000
087100     INITIALIZE  DB2P-INTERFACE
087200     SET  DB2P-ERRMODE-SOFT     TO  TRUE
087300     SET  DB2P-NOT-RESTARTABLE  TO  TRUE
087400     SET  DB2P-TRTS-NO          TO  TRUE
087500     SET  DB2P-TRACE-OFF        TO  TRUE
087600     PERFORM  DB2P-INIT
087700*-----
087800     .
087900*================================================================*
088000* INITIALISATIONS
088100*================================================================*
088200 DB2P-INIT.
088300* ----------
088400     MOVE CST-PGM-ID  TO DB2P-PGMID
088500
088600     MOVE DB2P-FONCTION-INIT TO DB2P-FONCTION
088700     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
088800     .
088900
089000*================================================================*
089100* TRAITEMENT DES ERREURS
089200*================================================================*
089300 DB2P-CHECK-RESULT.
089400* ------------------
089500     MOVE SQLCODE TO DB2P-SQLCODE
089600     MOVE SQLCA   TO DB2P-SQLCA
089700     MOVE DB2P-FONCTION-CHECK TO DB2P-FONCTION
089800     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
089900     .
090000
090100*================================================================*
090200* TRAITEMENT DES COMMITS
090300*================================================================*
090400 DB2P-COMMIT.
090500* ------------
090600     MOVE DB2P-FONCTION-COMMIT TO DB2P-FONCTION
090700     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
090800     .
090900
091000*================================================================*
091100* ANNULATION DE L'UNITE DE TRAVAIL (MODE SIMULATION)
091200*================================================================*
091300 DB2P-ROLLBACK.
091400* --------------
091500     MOVE DB2P-FONCTION-ROLLBACK TO DB2P-FONCTION
091600     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
091700     .
091800
091900*================================================================*
092000* FIN DE TRAITEMENT
092100*================================================================*
092200 DB2P-FINAL.
092300* -------------
092400     MOVE DB2P-FONCTION-FINAL TO DB2P-FONCTION
092500     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
092600     .
092700*================================================================*
092800* FIN ANORMALE
092900*================================================================*
093000 C-FIN-ANO.
093100* -------------
093200     CALL GX0001P   USING W-F2CABN-ACTION
093300                          W-F2CABN-MSG.
