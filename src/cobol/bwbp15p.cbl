000100 ID DIVISION.
000200 PROGRAM-ID. BWBP15P.
000300**------------------------------------------------------------*
000400**                                                            *
000500**  TITRE          :  BWBP15P                                 *
000600**                                                            *
000700**  MIGRATION DES AGENCES FUSIONNEES OU RESTRUCTUREES DANS    *
000800**  LES TABLES ET FICHIERS DE LA CHAINE DE FERMETURE          *
000900**                                                            *
001000**  DATE ET AUTEUR : 15/10/2026                               *
001100**                   R.ZITI                                   *
001200**                                                            *
001300**  DESCRIPT. PROG. : CE TRAITEMENT A LA DEMANDE APPLIQUE UNE *
001400**                    TABLE DE CORRESPONDANCE ANCIENNE AGENCE *
001500**                    -> NOUVELLE AGENCE A UNE DATE D'EFFET   *
001600**                    (FICHIER EBWMIGAG). POUR CHAQUE AGENCE  *
001700**                    DONT LA DATE D'EFFET EST ATTEINTE :     *
001800**                    - TBWBNKRF : LE RATTACHEMENT DE         *
001900**                      L'ANCIENNE AGENCE EST CLOTURE LA      *
002000**                      VEILLE DE LA DATE D'EFFET ET CELUI DE *
002100**                      LA NOUVELLE AGENCE EST CREE A LA DATE *
002200**                      D'EFFET S'IL N'EXISTE PAS (MEME       *
002300**                      BANQUE QUE L'ANCIENNE AGENCE) ;       *
002400**                    - TBWUCPT : CHAQUE USAGE OUVERT DE      *
002500**                      L'ANCIENNE AGENCE EST RECREE SUR LA   *
002600**                      NOUVELLE AGENCE (LETTRE-CLE DU COMPTE *
002700**                      RECALCULEE) PUIS FERME A LA DATE      *
002800**                      D'EFFET, COMME UN TRANSFERT DE COMPTE *
002900**                      DE BWBP01P ;                          *
003000**                    - TBWREJL : LES REJETS NON CLOTURES DE  *
003100**                      L'ANCIENNE AGENCE SONT REAFFECTES A   *
003200**                      LA NOUVELLE AGENCE ;                  *
003300**                    - EBWCCATT/SBWCCATT : LES CROS EN       *
003400**                      ATTENTE DE L'ANCIENNE AGENCE (AGENCE  *
003500**                      DU COMPTE OU AGENCE SUCCESSEUR) SONT  *
003600**                      REECRITS SUR LA NOUVELLE AGENCE.      *
003700**                    CHAQUE MISE A JOUR EST JOURNALISEE DANS *
003800**                    TBWAUDJ (ET TBWBNKAU POUR LE            *
003900**                    REFERENTIEL). UN RAPPORT PAR AGENCE     *
004000**                    DONNE LES COMPTAGES AVANT/APRES.        *
004100**                    PAR DEFAUT LE TRAITEMENT TOURNE EN MODE *
004200**                    SIMULATION : LES MISES A JOUR SONT      *
004300**                    ANNULEES EN FIN DE PROGRAMME, LE        *
004400**                    FICHIER D'ATTENTE EST RECOPIE A         *
004500**                    L'IDENTIQUE ET SEUL LE RAPPORT EST      *
004600**                    PRODUIT. LE MODE REEL EST DEMANDE       *
004700**                    EXPLICITEMENT EN CARTE.                 *
004800**                    UNE LIGNE DE CORRESPONDANCE INVALIDE OU *
004900**                    REJETEE, OU UNE ANOMALIE, REND LA MAIN  *
005000**                    EN CODE RETOUR 4.                       *
005100**                                                            *
005200**  ARCHIT. PROG.   :                                         *
005300**                                                            *
005400**A-INITIALISATION                                            *
005500****  OUVERTURE DES FICHIERS, CARTE, CHARGEMENT ET CONTROLE   *
005600****  DE LA TABLE DE CORRESPONDANCE                           *
005700**                                                            *
005800**B-TRAITEMENT                                                *
005900****  MIGRATION DES TABLES PAR AGENCE PUIS REECRITURE DU      *
006000****  FICHIER DES FERMETURES EN ATTENTE                       *
006100**                                                            *
006200**C-FIN-PROGRAMME                                             *
006300** RAPPORT, VALIDATION OU ANNULATION DB2, FERMETURE FICHIERS  *
006400**                                                            *
006500**  PERIODICITE     : A LA DEMANDE                            *
006600**                                                            *
006700**  LE OU LES CTI   : LIMEIL                                  *
006800**                                                            *
006900**  PARAMETRES DE COMPILATION ET COPY UTILISES  : OS390       *
007000**  F2CABND1 ET F2CABNX1 : COPY INCLUDE POUR GESTION ABEND    *
007100**                                                            *
007200** SOUS-PROGRAMME APPELES:                                    *
007300** -----------------------                                    *
007400**   GENABEN3 : APPEL POUR GESTION DE L'ABEND (GX0001P)       *
007500**   BWDB2P   : INTERFACE DB2 (INIT/CHECK/COMMIT/FINAL)       *
007600**   FRCAL3P  : CALCUL DE LA LETTRE-CLE DU COMPTE             *
007700**                                                            *
007800**  FICHIERS UTILISES :                                       *
007900**  -----------------                                         *
008000**  FICHIERS EN ENTREE :                                      *
008100**   EBWPARAM  MVS  CARTE PARAMETRE (DATE DU JOUR, MODE)      *
008200**   EBWMIGAG  MVS  CORRESPONDANCE DES AGENCES                *
008300**   EBWCCATT  MVS  FERMETURES EN ATTENTE (DATE EFFET FUTURE) *
008400**                                                            *
008500**  FICHIERS EN SORTIE :                                      *
008600**   SBWCCATT  MVS  FERMETURES EN ATTENTE (NOUVELLE GEN.)     *
008700**   SBWMIGRP  MVS  RAPPORT DE MIGRATION PAR AGENCE           *
008800**                                                            *
008900**  TABLES UTILISEES : TBWBNKRF (MAJ), TBWBNKAU, TBWUCPT      *
009000**                     (MAJ), TBWREJL (MAJ), TBWAUDJ, TBWRUNJ *
009100**                                                            *
009200**------------------------------------------------------------*
009300** HISTORIQUE :                                               *
009400**============================================================*
009500***************************************************************
009600 ENVIRONMENT DIVISION.
009700 CONFIGURATION SECTION.
009800 INPUT-OUTPUT SECTION.
009900 FILE-CONTROL.
010000*-------------
010100***  FICHIER PARAMETRE (DATE DU JOUR, MODE)
010200     SELECT FD-EBWPARAM ASSIGN TO EBWPARAM
010300            FILE STATUS IS EBWPARAM-STATUS.
010400*
010500***  EBWMIGAG CORRESPONDANCE ANCIENNE -> NOUVELLE AGENCE
010600     SELECT FD-EBWMIGAG ASSIGN TO EBWMIGAG
010700            FILE STATUS IS EBWMIGAG-STATUS.
010800*
010900***  EBWCCATT FICHIER MVS FERMETURES EN ATTENTE
011000     SELECT FD-EBWCCATT ASSIGN TO EBWCCATT
011100            FILE STATUS IS EBWCCATT-STATUS.
011200*
011300***  SBWCCATT FICHIER MVS FERMETURES EN ATTENTE (NOUVELLE GEN.)
011400     SELECT FD-SBWCCATT ASSIGN TO SBWCCATT
011500            FILE STATUS IS SBWCCATT-STATUS.
011600*
011700***  SBWMIGRP RAPPORT DE MIGRATION
011800     SELECT FD-SBWMIGRP ASSIGN TO SBWMIGRP
011900            FILE STATUS IS SBWMIGRP-STATUS.
012000
012100 DATA DIVISION.
012200 FILE SECTION.
012300*-------------
012400***  EBWPARAM FICHIER PARAMETRE EN ENTREE
012500 FD  FD-EBWPARAM
012600     RECORDING MODE IS F
012700     BLOCK 0 RECORDS.
012800  01 ENR-EBWPARAM PIC X(80).
012900
013000***  EBWMIGAG CORRESPONDANCE DES AGENCES
013100 FD  FD-EBWMIGAG
013200     RECORDING MODE IS F
013300     BLOCK 0 RECORDS.
013400  01 ENR-EBWMIGAG PIC X(80).
013500
013600***  EBWCCATT FERMETURES EN ATTENTE (IMAGE CRO 524)
013700 FD  FD-EBWCCATT
013800     RECORDING MODE F
013900     BLOCK 0 RECORDS.
014000 01  EBWCCATT-ENR                        PIC X(524).
014100
014200***  SBWCCATT FERMETURES EN ATTENTE (NOUVELLE GENERATION)
014300 FD  FD-SBWCCATT
014400     RECORDING MODE F
014500     BLOCK 0 RECORDS.
014600 01  SBWCCATT-ENR                        PIC X(524).
014700
014800***  SBWMIGRP RAPPORT DE MIGRATION
014900 FD  FD-SBWMIGRP
015000     RECORDING MODE F
015100     BLOCK 0 RECORDS.
015200 01  SBWMIGRP-ENR                        PIC X(133).
015300
015400*
015500 WORKING-STORAGE SECTION.
015600*------------------------
015700* CARTE PARAMETRE : DATE DU JOUR (SSAAMMJJ) ET MODE ('N' = MISE A
015800* JOUR REELLE, 'O' OU SPACES = SIMULATION)
015900 01  EBWPARAM-ENR.
016000     05 DTRAIT                              PIC 9(8).
016100     05 EBWPARAM-SSAAMMJJ REDEFINES DTRAIT.
016200           10 EBWPARAM-SSAA     PIC 9(4).
016300           10 EBWPARAM-MM       PIC 9(2).
016400           10 EBWPARAM-JJ       PIC 9(2).
016500     05 EBWPARAM-MODE-SIMULATION PIC X(01).
016600        88 MODE-SIMULATION             VALUE 'O' SPACES.
016700        88 MODE-REEL                   VALUE 'N'.
016800     05 FILLER                  PIC X(71).
016900
017000* LIGNE DE CORRESPONDANCE : ANCIENNE AGENCE, NOUVELLE AGENCE ET
017100* DATE D'EFFET (SSAAMMJJ) - UNE LIGNE A BLANC EST IGNOREE
017200 01  EBWMIGAG-ENR.
017300     05 MIGAG-AGC-ANC           PIC X(05).
017400     05 MIGAG-AGC-NOUV          PIC X(05).
017500     05 MIGAG-DATEFF            PIC 9(08).
017600     05 MIGAG-DATEFF-DET REDEFINES MIGAG-DATEFF.
017700           10 MIGAG-DATEFF-SSAA PIC 9(4).
017800           10 MIGAG-DATEFF-MM   PIC 9(2).
017900           10 MIGAG-DATEFF-JJ   PIC 9(2).
018000     05 FILLER                  PIC X(62).
018100
018200***  FERMETURE EN ATTENTE COURANTE (IMAGE CRO)
018300 01  W-EBWCCATT-ENR.
018400     COPY IRFLUGE1 REPLACING ==:XXX:==  BY ==ATT==.
018500     COPY IRFLUPP1 REPLACING ==:XXX:==  BY ==ATT==.
018600  05 W-EBWCCATT-MAX          PIC X(500).
018700   05 W-EBWCCATT-CRF1 REDEFINES W-EBWCCATT-MAX.
018800     COPY A8EMCRF1 REPLACING ==:XX:==   BY ==ATT==.
018900
019000*----------------------------------------------------------------*
019100*    COMPTEURS                                                   *
019200*----------------------------------------------------------------*
019300*LIGNES DE CORRESPONDANCE LUES / INVALIDES / NON ECHUES /
019400*REJETEES / AGENCES MIGREES
019500 77  W-CPT-MIGAG-LUES           PIC 9(07) VALUE ZEROS.
019600 77  W-CPT-MIGAG-INVALIDES      PIC 9(07) VALUE ZEROS.
019700 77  W-CPT-MIGAG-NON-ECHUES     PIC 9(07) VALUE ZEROS.
019800 77  W-CPT-MIGAG-REJETEES       PIC 9(07) VALUE ZEROS.
019900 77  W-CPT-AGENCES-MIGREES      PIC 9(07) VALUE ZEROS.
020000*FERMETURES EN ATTENTE LUES / REECRITES
020100 77  W-CPT-ATT-LUES             PIC 9(07) VALUE ZEROS.
020200 77  W-CPT-ATT-REECRITES        PIC 9(07) VALUE ZEROS.
020300*MISES A JOUR TOTALES (REPORTEES DANS TBWRUNJ)
020400 77  W-CPT-MAJ                  PIC 9(07) VALUE ZEROS.
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
021600***  FILE STATUS EBWMIGAG CORRESPONDANCE DES AGENCES
021700 77  EBWMIGAG-STATUS                     PIC 9(2).
021800     88 EBWMIGAG-OK                              VALUE 00.
021900     88 EBWMIGAG-FINFICHIER                      VALUE 10.
022000
022100***  FILE STATUS EBWCCATT FERMETURES EN ATTENTE EN ENTREE
022200 77  EBWCCATT-STATUS                     PIC 9(2).
022300     88 EBWCCATT-OK                              VALUE 00.
022400     88 EBWCCATT-FINFICHIER                      VALUE 10.
022500
022600***  FILE STATUS SBWCCATT FERMETURES EN ATTENTE EN SORTIE
022700 77  SBWCCATT-STATUS                     PIC 9(2).
022800     88 SBWCCATT-OK                              VALUE 00.
022900     88 SBWCCATT-FINFICHIER                      VALUE 10.
023000
023100***  FILE STATUS SBWMIGRP RAPPORT
023200 77  SBWMIGRP-STATUS                     PIC 9(2).
023300     88 SBWMIGRP-OK                              VALUE 00.
023400     88 SBWMIGRP-FINFICHIER                      VALUE 10.
023500
023600* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
023700*                                                                *
023800*         V U E S     D B 2      E N     M . A . J O U R         *
023900*                                                                *
024000* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
024100     EXEC  SQL  INCLUDE  TBWAUDJ  END-EXEC.
024200     EXEC  SQL  INCLUDE  TBWUCPT  END-EXEC.
024300     EXEC  SQL  INCLUDE  TBWBNKRF END-EXEC.
024400     EXEC  SQL  INCLUDE  TBWBNKAU END-EXEC.
024500     EXEC  SQL  INCLUDE  TBWREJL  END-EXEC.
024600     EXEC  SQL  INCLUDE  TBWRUNJ  END-EXEC.
024700
024800     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
024900
025000*   VARIABLE DU MODULE  BWDB2
025100     COPY  BWWDB31.
025200
025300*   VARIABLE POUR LA GESTION DES ERREURS TECHNIQUES
025400     EXEC  SQL  INCLUDE IVWERR3  END-EXEC.
025500
025600*------------------------------------------------*
025700*    DESCRIPTION APPEL ABANDON PROGRAMME         *
025800*------------------------------------------------*
025900***  CONSTANTES ET APPEL GX0001P
026000 01  GX0001P                        PIC X(08) VALUE 'GX0001P'.
026100     COPY F2CABND1.
026200     COPY F2CABNX1.
026300
026400***  MESSAGE ET CODE ABEND CARTE PARAMETRE
026500 77  WS-MES-EBWPARAM        PIC X(20)
026600     VALUE ' CARTE PARAMETRE    '.
026700
026800*** MESSAGE + CODE ABEND EBWMIGAG CORRESPONDANCE
026900 77  WS-MES-EBWMIGAG       PIC X(20)
027000     VALUE ' EBWMIGAG AGENCES   '.
027100
027200*** MESSAGE + CODE ABEND EBWCCATT FERMETURES EN ATTENTE
027300 77  WS-MES-EBWCCATT       PIC X(20)
027400     VALUE ' EBWCCATT ATTENTE   '.
027500
027600*** MESSAGE + CODE ABEND SBWCCATT FERMETURES EN ATTENTE SORTIE
027700 77  WS-MES-SBWCCATT       PIC X(20)
027800     VALUE ' SBWCCATT ATTENTE   '.
027900
028000*** MESSAGE + CODE ABEND SBWMIGRP RAPPORT
028100 77  WS-MES-SBWMIGRP       PIC X(20)
028200     VALUE ' SBWMIGRP RAPPORT   '.
028300
028400*************************************************************
028500***  VARIABLES DIVERSES
028600*************************************************************
028700***  NOM PROGRAMME ET PROCESS
028800 01  W-PROGRAMME-ID         PIC X(8)  VALUE 'BWBP15P '.
028900 01  W-PROCESS-ID           PIC X(8)  VALUE 'BWBP15'.
029000***  NOM DU PROGRAMME POUR BWDB2P
029100 01  CST-PGM-ID          PIC  X(008) VALUE 'BWBP15P '.
029200***  DATE DE FIN D'UN USAGE OU D'UN RATTACHEMENT OUVERT
029300 01  CST-DATE-OUVERT     PIC  X(10) VALUE '9999-12-31'.
029400***  ACTIONS DU JOURNAL DU REFERENTIEL TBWBNKAU (AJOUT, CLOTURE)
029500 01  CST-ACT-AJOUT       PIC  X(01) VALUE 'A'.
029600 01  CST-ACT-CLOTURE     PIC  X(01) VALUE 'F'.
029700***  ETAT D'UN REJET CLOTURE DANS TBWREJL
029800 01  CST-REJL-CLOS       PIC  X(01) VALUE 'F'.
029900***  CAPACITE DE LA TABLE DE CORRESPONDANCE
030000 01  CST-MIG-MAX         PIC  9(04) VALUE 200.
030100***  INDICATEURS FIN DE CURSEUR
030200 01  WSS-FIN-CSRUCPT     PIC  9(001).
030300     88  FIN-CSRUCPT     VALUE 1.
030400     88  NON-FIN-CSRUCPT VALUE 0.
030500 01  WSS-FIN-CSRREJL     PIC  9(001).
030600     88  FIN-CSRREJL     VALUE 1.
030700     88  NON-FIN-CSRREJL VALUE 0.
030800***  PRESENCE DU RATTACHEMENT TBWBNKRF A LA DATE D'EFFET
030900 01  WSS-BNKR-ANC        PIC  9(001).
031000     88  BNKR-ANC-PRESENT    VALUE 1.
031100     88  BNKR-ANC-ABSENT     VALUE 0.
031200 01  WSS-BNKR-NOUV       PIC  9(001).
031300     88  BNKR-NOUV-PRESENT   VALUE 1.
031400     88  BNKR-NOUV-ABSENT    VALUE 0.
031500***  CRO EN ATTENTE MODIFIE PAR LA MIGRATION
031600 01  WSS-ATT-MODIF       PIC  9(001).
031700     88  ATT-MODIFIE         VALUE 1.
031800     88  ATT-NON-MODIFIE     VALUE 0.
031810***  CODE FLUX D'UN CRO DE TRANSFERT (ZONES SUCCESSEUR REMPLIES)
031820 01  CST-CODEXT-TRANSF   PIC  X(02) VALUE '03'.
031900***  LIBELLE DU MODE EDITE SUR LE RAPPORT
032000 01  W-LIB-MODE          PIC  X(40) VALUE SPACES.
032100***  LIBELLE DE L'ISSUE D'UNE AGENCE EDITE SUR LE RAPPORT
032200 01  W-LIB-ISSUE         PIC  X(12) VALUE SPACES.
032300***  HORODATE DE DEBUT DU RUN COURANT (CLE DE LA LIGNE TBWRUNJ
032400***  MISE A JOUR EN FIN DE RUN)
032500 01  W-RUNJ-HDT-DEB      PIC  X(26) VALUE SPACES.
032600***  ZONES D'EDITION D'UNE LIGNE DE COMPTAGE DU RAPPORT
032700 01  W-LIB-COMPTE        PIC  X(40) VALUE SPACES.
032800 01  W-ED-AVANT          PIC  Z(06)9.
032900 01  W-ED-APRES          PIC  Z(06)9.
033000 01  W-ED-NB             PIC  Z(06)9.
033100***  DATE D'EFFET DE LA CORRESPONDANCE EN COURS (SSAAMMJJ)
033200 01  W-DATEFF            PIC  9(08).
033300 01  W-DATEFF-DET REDEFINES W-DATEFF.
033400     05  W-DATEFF-SSAA       PIC 9(4).
033500     05  W-DATEFF-MM         PIC 9(2).
033600     05  W-DATEFF-JJ         PIC 9(2).
033610***  NOMBRE DE JOURS DE CHAQUE MOIS (FEVRIER CORRIGE POUR LES
033620***  ANNEES BISSEXTILES)
033630 01  CST-JOURS-MOIS      PIC  X(24)
033640     VALUE '312831303130313130313031'.
033650 01  FILLER REDEFINES CST-JOURS-MOIS.
033660     05  CST-JJ-MOIS         PIC 9(02) OCCURS 12 TIMES.
033670 01  W-JJ-MAX            PIC  9(02) VALUE ZEROS.
033680 01  W-QUOTIENT          PIC  9(04) VALUE ZEROS.
033690 01  W-RESTE-4           PIC  9(03) VALUE ZEROS.
033691 01  W-RESTE-100         PIC  9(03) VALUE ZEROS.
033692 01  W-RESTE-400         PIC  9(03) VALUE ZEROS.
033700***  AGENCE DU CRO EN ATTENTE EN COURS (VUE ALPHANUMERIQUE)
033800 01  W-ATT-AGC           PIC  X(05).
033900
034000***  TABLE DE CORRESPONDANCE DES AGENCES CHARGEE EN MEMOIRE - LES
034100***  COMPTAGES SONT PRIS AVANT (1) ET APRES (2) MIGRATION, POUR
034200***  L'ANCIENNE (ANC) ET LA NOUVELLE (NOUV) AGENCE
034300 01  W-TBL-MIG.
034400     05  W-TBL-MIG-NBENT         PIC 9(04) VALUE ZEROS.
034500     05  W-TBL-MIG-ENT OCCURS 200 TIMES
034600                          INDEXED BY W-IDX-MIG W-IDX-MIG2.
034700         10  W-MIG-AGC-ANC       PIC X(05).
034800         10  W-MIG-AGC-NOUV      PIC X(05).
034900         10  W-MIG-DATEFF        PIC 9(08).
035000         10  W-MIG-ETAT          PIC X(01).
035100             88  MIG-A-TRAITER       VALUE 'T'.
035200             88  MIG-INVALIDE        VALUE 'I'.
035300             88  MIG-NON-ECHUE       VALUE 'N'.
035400             88  MIG-REJETEE         VALUE 'R'.
035500             88  MIG-MIGREE          VALUE 'M'.
035600         10  W-MIG-MOTIF         PIC X(50).
035700         10  W-MIG-COMPTAGE OCCURS 2 TIMES.
035800             15  W-MIG-UCPT-ANC      PIC S9(09) COMP.
035900             15  W-MIG-UCPT-NOUV     PIC S9(09) COMP.
036000             15  W-MIG-BNKR-ANC      PIC S9(09) COMP.
036100             15  W-MIG-BNKR-NOUV     PIC S9(09) COMP.
036200             15  W-MIG-REJL-ANC      PIC S9(09) COMP.
036300             15  W-MIG-REJL-NOUV     PIC S9(09) COMP.
036400             15  W-MIG-ATT-ANC       PIC S9(09) COMP.
036500             15  W-MIG-ATT-NOUV      PIC S9(09) COMP.
036600         10  W-MIG-NB-USAGES         PIC S9(09) COMP.
036700         10  W-MIG-NB-USAGES-ANO     PIC S9(09) COMP.
036800         10  W-MIG-NB-REJL           PIC S9(09) COMP.
036900         10  W-MIG-NB-REJL-CONFLIT   PIC S9(09) COMP.
037000         10  W-MIG-NB-ATT            PIC S9(09) COMP.
037100***  RANG DU COMPTAGE (1 = AVANT, 2 = APRES MIGRATION)
037200 77  W-RANG-CPT                 PIC 9(01) VALUE ZEROS.
037300
037400***  CALCUL DE LA LETTRE-CLE DU COMPTE (FRCAL3P)
037500 01  LNK-ZNCALCLE.
037600     10  LNK-CDRETCLE    PIC X(001).
037700     10  FILLER          PIC X(011).
037800 01  FILLER REDEFINES LNK-ZNCALCLE.
037900     10  LNK-ZNAGECLE    PIC 9(005).
038000     10  LNK-ZNCPTCLE    PIC 9(007).
038100 01  FRCALCLE            PIC X(8) VALUE 'FRCAL3P '.
038110***  RECONSTITUTION DU NUMERO DE COMPTE COMPLET D'UN USAGE :
038120***  TBWUCPT NE GARDE QUE LES 6 PREMIERS CHIFFRES, LE 7EME EST
038130***  RETROUVE PAR LA LETTRE-CLE CALCULEE SUR L'ANCIENNE AGENCE
038140 01  W-CPT-CAND.
038150     05  W-CPT-CAND-RAD          PIC X(06).
038160     05  W-CPT-CAND-CHF          PIC 9(01).
038170 01  W-CPT-CAND-N REDEFINES W-CPT-CAND
038175                                PIC 9(07).
038180 77  W-CPT-COMPLET              PIC 9(07) VALUE ZEROS.
038190 77  W-CPT-CHIFFRE              PIC 9(02) VALUE ZEROS.
038195 77  W-CPT-NB-SOL               PIC 9(02) VALUE ZEROS.
038200
038300*------------------------------------------------------------
038400*   HOST VARIABLES
038500*------------------------------------------------------------
038600***  DATE DE TRAITEMENT (DATE DES LIGNES D'AUDIT)
038700 01  H-DATE-TRT.
038800     05  H-DATE-TRT-SA            PIC X(04).
038900     05  FILLER                   PIC X(01) VALUE '-'.
039000     05  H-DATE-TRT-MM            PIC X(02).
039100     05  FILLER                   PIC X(01) VALUE '-'.
039200     05  H-DATE-TRT-JJ            PIC X(02).
039300***  DATE D'EFFET DE LA MIGRATION DE L'AGENCE ET SA VEILLE (FIN
039400***  DU RATTACHEMENT DE L'ANCIENNE AGENCE)
039500 01  H-DATE-EFFET.
039600     05  H-DATE-EFFET-SA          PIC X(04).
039700     05  FILLER                   PIC X(01) VALUE '-'.
039800     05  H-DATE-EFFET-MM          PIC X(02).
039900     05  FILLER                   PIC X(01) VALUE '-'.
040000     05  H-DATE-EFFET-JJ          PIC X(02).
040100 01  H-DATE-VEILLE                PIC X(10).
040200***  ANCIENNE ET NOUVELLE AGENCE EN COURS DE MIGRATION
040300 01  H-AGC-ANC                    PIC X(05).
040400 01  H-AGC-NOUV                   PIC X(05).
040500***  AGENCE DES COMPTAGES
040600 01  H-AGC-CPT                    PIC X(05).
040700***  RATTACHEMENT DE L'ANCIENNE AGENCE EFFECTIF A LA DATE D'EFFET
040800 01  H-ANC-BQE                    PIC X(05).
040900 01  H-ANC-DEB                    PIC X(10).
041000 01  H-ANC-FIN                    PIC X(10).
041100***  BANQUE CIBLE DES USAGES MIGRES
041200 01  H-NOUV-BQE                   PIC X(05).
041300***  COMPTE DE L'USAGE SUR LA NOUVELLE AGENCE
041400 01  H-NOUV-NCP                   PIC X(11).
041500***  CLE DU REJET AVANT REAFFECTATION
041600 01  H-REJL-AGC-ANC               PIC X(05).
041700***  COMPTAGES
041800 01  H-NB-UCPT                    PIC S9(09) COMP.
041900 01  H-NB-BNKR                    PIC S9(09) COMP.
042000 01  H-NB-REJL                    PIC S9(09) COMP.
042100 01  H-NB-EXISTE                  PIC S9(09) COMP.
042200
042300*-------------------
042400 PROCEDURE DIVISION.
042500*-------------------
042600
042700*************************
042800*  ARCHITECTURE PROGRAMME
042900*************************
043000*
043100* OUVERTURE DES FICHIERS, CARTE ET TABLE DE CORRESPONDANCE
043200     PERFORM A-INITIALISATION
043300        THRU A-INITIALISATION-FIN.
043400
043500* MIGRATION DES TABLES PUIS DES FERMETURES EN ATTENTE
043600     PERFORM B-TRAITEMENT
043700        THRU B-TRAITEMENT-FIN.
043800
043900* RAPPORT, VALIDATION OU ANNULATION DB2 ET FERMETURE DES FICHIERS
044000     PERFORM C-FIN-PROGRAMME
044100        THRU C-FIN-PROGRAMME-FIN.
044200
044300*    STOP RUN
044400     GOBACK.
044500/
044600******************
044700 A-INITIALISATION.
044800* A INITIALISATION
044900******************
045000**1. RAPPORT
045100     OPEN OUTPUT FD-SBWMIGRP.
045200     IF NOT SBWMIGRP-OK
045300        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
045400        MOVE SBWMIGRP-STATUS              TO W-F2CABN-MSG-CODRET
045500        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
045600        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWMIGRP
045700                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
045800        PERFORM C-FIN-ANO
045900     END-IF.
046000
046100**2. CARTE PARAMETRE
046200     PERFORM A20-EBWPARAM-LECTURE
046300        THRU A20-EBWPARAM-LECTURE-FIN.
046400
046500**3. INITIALISATION DB2
046600     PERFORM     TRT-INIT-DB2P.
046700
046800**4. ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL DE PILOTAGE
046900**   (MODE REEL SEULEMENT, UNE SIMULATION NE LAISSE PAS DE TRACE)
047000     IF MODE-REEL
047100        PERFORM  TRT-RUNJ-DEBUT
047200     END-IF.
047300
047400**5. ENTETE DU RAPPORT
047500     IF MODE-REEL
047600        MOVE 'MODE REEL - MISES A JOUR VALIDEES'
047700                                 TO W-LIB-MODE
047800     ELSE
047900        MOVE 'MODE SIMULATION - AUCUNE MISE A JOUR'
048000                                 TO W-LIB-MODE
048100     END-IF.
048200     MOVE       SPACES                 TO SBWMIGRP-ENR
048300     STRING     'MIGRATION DES AGENCES AU ' H-DATE-TRT
048400                ' - ' W-LIB-MODE
048500         DELIMITED BY SIZE
048600         INTO SBWMIGRP-ENR
048700     END-STRING
048800     PERFORM    ECRITURE-LIGNE.
048900
049000**6. CHARGEMENT DE LA TABLE DE CORRESPONDANCE
049100     PERFORM A30-EBWMIGAG-CHARGEMENT
049200        THRU A30-EBWMIGAG-CHARGEMENT-FIN.
049300
049400**7. CONTROLE DES LIGNES DE CORRESPONDANCE (UNE LIGNE INVALIDE
049500**   EST LISTEE ET IGNOREE, LES AUTRES SONT TRAITEES)
049600     PERFORM A40-CONTROLE-LIGNE
049700        THRU A40-CONTROLE-LIGNE-FIN
049800       VARYING W-IDX-MIG FROM 1 BY 1
049900       UNTIL W-IDX-MIG > W-TBL-MIG-NBENT.
050000
050100 A-INITIALISATION-FIN.    EXIT.
050200* FIN INITIALISATION
050300
050400/
050500 A20-EBWPARAM-LECTURE.
050600***  CARTE PARAMETRE (DATE DU JOUR, MODE)
050700     OPEN INPUT FD-EBWPARAM.
050800     IF NOT EBWPARAM-OK
050900        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
051000        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
051100        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
051200        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWPARAM
051300                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
051400        PERFORM C-FIN-ANO
051500     END-IF.
051600
051700     READ FD-EBWPARAM            INTO EBWPARAM-ENR
051800     IF NOT EBWPARAM-OK AND NOT EBWPARAM-FINFICHIER
051900        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
052000        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
052100        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
052200        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWPARAM
052300                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
052400        PERFORM C-FIN-ANO
052500     END-IF.
052600
052700*CONTROLE DE LA CARTE : DATE NUMERIQUE ET MODE RECONNU - UNE
052800*CARTE INVALIDE ARRETE LE TRAITEMENT
052900     IF EBWPARAM-FINFICHIER
053000        OR DTRAIT NOT NUMERIC
053100        OR (NOT MODE-SIMULATION AND NOT MODE-REEL)
053200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
053300        MOVE ZEROS                        TO W-F2CABN-MSG-CODRET
053400        MOVE W-F2CABND-INT-COD            TO W-F2CABN-ACTION-CODE
053500        MOVE SPACES                       TO W-F2CABN-MSG-LIBEL
053600        STRING W-F2CABND-INT-TXT
053700               'CARTE PARAMETRE MIGRATION INVALIDE'
053800            DELIMITED BY SIZE
053900            INTO W-F2CABN-MSG-LIBEL
054000        END-STRING
054100        PERFORM C-FIN-ANO
054200     END-IF.
054300
054400* DATE AU FORMAT DB2 (SSAA-MM-JJ)
054500     MOVE EBWPARAM-SSAA           TO H-DATE-TRT-SA.
054600     MOVE EBWPARAM-MM             TO H-DATE-TRT-MM.
054700     MOVE EBWPARAM-JJ             TO H-DATE-TRT-JJ.
054800
054900 A20-EBWPARAM-LECTURE-FIN.
055000* FIN LECTURE EBWPARAM
055100       EXIT.
055200
055300 A30-EBWMIGAG-CHARGEMENT.
055400*A30-EBWMIGAG-CHARGEMENT : CHARGEMENT EN MEMOIRE DE LA TABLE DE
055500*CORRESPONDANCE DES AGENCES (LIGNES A BLANC IGNOREES)
055600     OPEN INPUT FD-EBWMIGAG.
055700     IF NOT EBWMIGAG-OK
055800        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
055900        MOVE EBWMIGAG-STATUS              TO W-F2CABN-MSG-CODRET
056000        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
056100        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWMIGAG
056200                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
056300        PERFORM C-FIN-ANO
056400     END-IF.
056500
056600     PERFORM TRT-EBWMIGAG-LECTURE
056700
056800     PERFORM UNTIL EBWMIGAG-FINFICHIER
056900        IF EBWMIGAG-ENR NOT = SPACES
057000           ADD 1 TO W-CPT-MIGAG-LUES
057100           IF W-TBL-MIG-NBENT < CST-MIG-MAX
057200              ADD 1 TO W-TBL-MIG-NBENT
057300              SET W-IDX-MIG TO W-TBL-MIG-NBENT
057400              INITIALIZE W-TBL-MIG-ENT(W-IDX-MIG)
057500              MOVE MIGAG-AGC-ANC
057600                           TO W-MIG-AGC-ANC(W-IDX-MIG)
057700              MOVE MIGAG-AGC-NOUV
057800                           TO W-MIG-AGC-NOUV(W-IDX-MIG)
057900              MOVE MIGAG-DATEFF
058000                           TO W-MIG-DATEFF(W-IDX-MIG)
058100              SET MIG-A-TRAITER(W-IDX-MIG) TO TRUE
058200           ELSE
058300              MOVE W-F2CABND-TYP-COB      TO W-F2CABN-MSG-TYPE
058400              MOVE ZEROS                  TO W-F2CABN-MSG-CODRET
058500              MOVE W-F2CABND-INT-COD      TO W-F2CABN-ACTION-CODE
058600              MOVE SPACES                 TO W-F2CABN-MSG-LIBEL
058700              STRING W-F2CABND-INT-TXT
058800                     'TABLE DE CORRESPONDANCE SATUREE'
058900                  DELIMITED BY SIZE
059000                  INTO W-F2CABN-MSG-LIBEL
059100              END-STRING
059200              PERFORM C-FIN-ANO
059300           END-IF
059400        END-IF
059500        PERFORM TRT-EBWMIGAG-LECTURE
059600     END-PERFORM.
059700
059800 A30-EBWMIGAG-CHARGEMENT-FIN.
059900* FIN CHARGEMENT EBWMIGAG
060000       EXIT.
060100
060200 TRT-EBWMIGAG-LECTURE.
060300* LECTURE D'UNE LIGNE DE CORRESPONDANCE
060400     READ FD-EBWMIGAG            INTO EBWMIGAG-ENR
060500     IF NOT EBWMIGAG-OK AND NOT EBWMIGAG-FINFICHIER
060600        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
060700        MOVE EBWMIGAG-STATUS              TO W-F2CABN-MSG-CODRET
060800        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
060900        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWMIGAG
061000                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
061100        PERFORM C-FIN-ANO
061200     END-IF
061300     .
061400
061500 A40-CONTROLE-LIGNE.
061600*A40-CONTROLE-LIGNE : AGENCES NUMERIQUES ET DIFFERENTES, DATE
061700*D'EFFET VALIDE, ANCIENNE AGENCE PRESENTE UNE SEULE FOIS ET
061800*NOUVELLE AGENCE NON MIGREE ELLE-MEME (PAS DE CHAINE) - UNE
061900*DATE D'EFFET POSTERIEURE A LA DATE DU JOUR EST REPORTEE
062000     MOVE W-MIG-DATEFF(W-IDX-MIG)  TO W-DATEFF
062100     IF W-MIG-AGC-ANC(W-IDX-MIG) NOT NUMERIC
062200        OR W-MIG-AGC-NOUV(W-IDX-MIG) NOT NUMERIC
062300        MOVE 'AGENCE NON NUMERIQUE'
062400                                TO W-MIG-MOTIF(W-IDX-MIG)
062500        SET MIG-INVALIDE(W-IDX-MIG) TO TRUE
062600     ELSE
062700     IF W-MIG-AGC-ANC(W-IDX-MIG) = W-MIG-AGC-NOUV(W-IDX-MIG)
062800        MOVE 'ANCIENNE ET NOUVELLE AGENCE IDENTIQUES'
062900                                TO W-MIG-MOTIF(W-IDX-MIG)
063000        SET MIG-INVALIDE(W-IDX-MIG) TO TRUE
063100     ELSE
063200     IF W-MIG-DATEFF(W-IDX-MIG) NOT NUMERIC
063300        OR W-DATEFF-MM < 01 OR W-DATEFF-MM > 12
063400        OR W-DATEFF-JJ < 01 OR W-DATEFF-JJ > 31
063500        MOVE 'DATE D''EFFET INVALIDE'
063600                                TO W-MIG-MOTIF(W-IDX-MIG)
063700        SET MIG-INVALIDE(W-IDX-MIG) TO TRUE
063710     ELSE
063720*DATE INEXISTANTE (30 FEVRIER, 31 AVRIL...)
063730        PERFORM TRT-CONTROLE-JOUR
063740        IF W-JJ-MAX < W-DATEFF-JJ
063750           MOVE 'DATE D''EFFET INVALIDE'
063760                                TO W-MIG-MOTIF(W-IDX-MIG)
063770           SET MIG-INVALIDE(W-IDX-MIG) TO TRUE
063780        END-IF
063800     END-IF
063900     END-IF
064000     END-IF
064100
064200     IF NOT MIG-INVALIDE(W-IDX-MIG)
064300        PERFORM VARYING W-IDX-MIG2 FROM 1 BY 1
064400                UNTIL W-IDX-MIG2 > W-TBL-MIG-NBENT
064500           IF W-IDX-MIG2 NOT = W-IDX-MIG
064600              IF W-MIG-AGC-ANC(W-IDX-MIG2)
064700                            = W-MIG-AGC-ANC(W-IDX-MIG)
064800                 MOVE 'ANCIENNE AGENCE EN DOUBLE'
064900                                TO W-MIG-MOTIF(W-IDX-MIG)
065000                 SET MIG-INVALIDE(W-IDX-MIG) TO TRUE
065100              END-IF
065200              IF W-MIG-AGC-ANC(W-IDX-MIG2)
065300                            = W-MIG-AGC-NOUV(W-IDX-MIG)
065400                 MOVE 'NOUVELLE AGENCE ELLE-MEME MIGREE'
065500                                TO W-MIG-MOTIF(W-IDX-MIG)
065600                 SET MIG-INVALIDE(W-IDX-MIG) TO TRUE
065700              END-IF
065800           END-IF
065900        END-PERFORM
066000     END-IF
066100
066200     IF MIG-INVALIDE(W-IDX-MIG)
066300        ADD 1 TO W-CPT-MIGAG-INVALIDES
066400        MOVE 4 TO W-CODRET
066500        GO TO A40-CONTROLE-LIGNE-FIN
066600     END-IF
066700
066800     IF W-DATEFF > DTRAIT
066900        MOVE 'DATE D''EFFET NON ATTEINTE - A REPASSER'
067000                                TO W-MIG-MOTIF(W-IDX-MIG)
067100        SET MIG-NON-ECHUE(W-IDX-MIG) TO TRUE
067200        ADD 1 TO W-CPT-MIGAG-NON-ECHUES
067300     END-IF
067400     .
067500
067600 A40-CONTROLE-LIGNE-FIN.
067700*FIN CONTROLE LIGNE
067800     EXIT.
067805
067810 TRT-CONTROLE-JOUR.
067815*TRT-CONTROLE-JOUR : DERNIER JOUR DU MOIS DE LA DATE D'EFFET - 29
067820*FEVRIER LES ANNEES DIVISIBLES PAR 4, SAUF LES SIECLES NON
067825*DIVISIBLES PAR 400
067830     MOVE CST-JJ-MOIS(W-DATEFF-MM)  TO W-JJ-MAX
067835     IF W-DATEFF-MM = 02
067840        DIVIDE W-DATEFF-SSAA BY 4   GIVING W-QUOTIENT
067845                                    REMAINDER W-RESTE-4
067850        DIVIDE W-DATEFF-SSAA BY 100 GIVING W-QUOTIENT
067855                                    REMAINDER W-RESTE-100
067860        DIVIDE W-DATEFF-SSAA BY 400 GIVING W-QUOTIENT
067865                                    REMAINDER W-RESTE-400
067870        IF W-RESTE-4 = ZEROS
067875           AND (W-RESTE-100 NOT = ZEROS OR W-RESTE-400 = ZEROS)
067880           MOVE 29                  TO W-JJ-MAX
067885        END-IF
067890     END-IF
067895     .
067900
068000********************
068100 B-TRAITEMENT.
068200* B TRAITEMENT.
068300********************
068400*B-TRAITEMENT : MIGRATION DES TABLES POUR CHAQUE AGENCE RETENUE
068500*(UNE UNITE DE TRAVAIL PAR AGENCE EN MODE REEL), PUIS RECOPIE DU
068600*FICHIER DES FERMETURES EN ATTENTE AVEC REECRITURE DES CROS DES
068700*AGENCES MIGREES
068800     PERFORM B10-MIGRATION-AGENCE
068900        THRU B10-MIGRATION-AGENCE-FIN
069000       VARYING W-IDX-MIG FROM 1 BY 1
069100       UNTIL W-IDX-MIG > W-TBL-MIG-NBENT
069200
069300     PERFORM B50-FERMETURES-ATTENTE
069400        THRU B50-FERMETURES-ATTENTE-FIN
069500     .
069600
069700 B-TRAITEMENT-FIN.
069800* FIN TRAITEMENT
069900        EXIT.
070000
070100 B10-MIGRATION-AGENCE.
070200*B10-MIGRATION-AGENCE : COMPTAGES AVANT, REFERENTIEL, USAGES,
070300*REJETS, COMPTAGES APRES
070400     IF NOT MIG-A-TRAITER(W-IDX-MIG)
070500        GO TO B10-MIGRATION-AGENCE-FIN
070600     END-IF
070700
070800     MOVE W-MIG-AGC-ANC(W-IDX-MIG)  TO H-AGC-ANC
070900     MOVE W-MIG-AGC-NOUV(W-IDX-MIG) TO H-AGC-NOUV
071000     MOVE W-MIG-DATEFF(W-IDX-MIG)   TO W-DATEFF
071100     MOVE W-DATEFF-SSAA             TO H-DATE-EFFET-SA
071200     MOVE W-DATEFF-MM               TO H-DATE-EFFET-MM
071300     MOVE W-DATEFF-JJ               TO H-DATE-EFFET-JJ
071400
071500*VEILLE DE LA DATE D'EFFET : DERNIER JOUR OU L'ANCIENNE AGENCE
071600*RESTE RATTACHEE (MEME CONVENTION QUE LA CLOTURE BW02)
071700     EXEC SQL
071800        SELECT CHAR(DATE(:H-DATE-EFFET) - 1 DAY, ISO)
071900          INTO :H-DATE-VEILLE
072000          FROM SYSIBM.SYSDUMMY1
072100     END-EXEC
072200
072300     MOVE       'SELECT VEILLE  '      TO DB2P-LABEL
072400     MOVE       'SELECT'               TO DB2P-COMMAND
072500     MOVE       'SYSDUMMY'             TO DB2P-OBJECT
072600     PERFORM    DB2P-CHECK-RESULT
072700
072800     MOVE 1 TO W-RANG-CPT
072900     PERFORM TRT-COMPTAGES
073000
073100     PERFORM B20-REFERENTIEL
073200        THRU B20-REFERENTIEL-FIN
073300     IF MIG-REJETEE(W-IDX-MIG)
073400        ADD 1 TO W-CPT-MIGAG-REJETEES
073500        MOVE 4 TO W-CODRET
073600        GO TO B10-MIGRATION-AGENCE-FIN
073700     END-IF
073800
073900     PERFORM B30-USAGES
074000        THRU B30-USAGES-FIN
074100
074200     PERFORM B40-REJETS
074300        THRU B40-REJETS-FIN
074400
074500     MOVE 2 TO W-RANG-CPT
074600     PERFORM TRT-COMPTAGES
074700
074800     SET MIG-MIGREE(W-IDX-MIG) TO TRUE
074900     ADD 1 TO W-CPT-AGENCES-MIGREES
075000
075100*MODE REEL : L'AGENCE EST VALIDEE D'UN SEUL TENANT (UNE RELANCE
075200*NE RETROUVE PLUS RIEN A MIGRER SUR L'ANCIENNE AGENCE)
075300     IF MODE-REEL
075400        PERFORM DB2P-COMMIT
075500     END-IF
075600     .
075700
075800 B10-MIGRATION-AGENCE-FIN.
075900*FIN MIGRATION AGENCE
076000     EXIT.
076100
076200 B20-REFERENTIEL.
076300*B20-REFERENTIEL : RATTACHEMENTS TBWBNKRF DES DEUX AGENCES A LA
076400*DATE D'EFFET - TOUS LES CONTROLES SONT FAITS AVANT LA PREMIERE
076500*MISE A JOUR, UNE AGENCE REJETEE N'EST PAS TOUCHEE
076600     MOVE H-AGC-ANC              TO AGEN-AGC OF TBWBNKRF
076700     PERFORM TRT-BNKR-LECTURE
076800     IF DB2P-FOUND
076900        SET BNKR-ANC-PRESENT     TO TRUE
077000        MOVE BANQ-BQE OF TBWBNKRF     TO H-ANC-BQE
077100        MOVE BNKR-DEF-DEB OF TBWBNKRF TO H-ANC-DEB
077200        MOVE BNKR-DEF-FIN OF TBWBNKRF TO H-ANC-FIN
077300     ELSE
077400        SET BNKR-ANC-ABSENT      TO TRUE
077500     END-IF
077600
077700     MOVE H-AGC-NOUV             TO AGEN-AGC OF TBWBNKRF
077800     PERFORM TRT-BNKR-LECTURE
077900     IF DB2P-FOUND
078000        SET BNKR-NOUV-PRESENT    TO TRUE
078100        MOVE BANQ-BQE OF TBWBNKRF TO H-NOUV-BQE
078200     ELSE
078300        SET BNKR-NOUV-ABSENT     TO TRUE
078400        MOVE H-ANC-BQE           TO H-NOUV-BQE
078500     END-IF
078600
078700*AUCUNE DES DEUX AGENCES RATTACHEE : PAS DE BANQUE CIBLE
078800     IF BNKR-ANC-ABSENT AND BNKR-NOUV-ABSENT
078900        MOVE 'AGENCES ABSENTES DE TBWBNKRF A LA DATE D''EFFET'
079000                                TO W-MIG-MOTIF(W-IDX-MIG)
079100        SET MIG-REJETEE(W-IDX-MIG) TO TRUE
079200        GO TO B20-REFERENTIEL-FIN
079300     END-IF
079400
079500*RATTACHEMENT DE L'ANCIENNE AGENCE OUVERT A LA DATE D'EFFET MEME :
079600*IL NE PEUT ETRE CLOTURE LA VEILLE
079700     IF BNKR-ANC-PRESENT AND H-ANC-DEB NOT < H-DATE-EFFET
079800        MOVE 'RATTACHEMENT ANCIENNE AGENCE DEBUTANT A L''EFFET'
079900                                TO W-MIG-MOTIF(W-IDX-MIG)
080000        SET MIG-REJETEE(W-IDX-MIG) TO TRUE
080100        GO TO B20-REFERENTIEL-FIN
080200     END-IF
080300
080400*NOUVELLE AGENCE SANS RATTACHEMENT EFFECTIF MAIS AVEC UN
080500*RATTACHEMENT FUTUR : LA CREATION SE CHEVAUCHERAIT AVEC LUI
080600     IF BNKR-NOUV-ABSENT
080700        EXEC SQL
080800           SELECT COUNT(*)
080900             INTO :H-NB-EXISTE
081000             FROM TBWBNKRF
081100            WHERE AGEN_AGC     = :H-AGC-NOUV
081200              AND BNKR_DEF_FIN >= :H-DATE-EFFET
081300        END-EXEC
081400
081500        MOVE    'SELECT TBWBNKRF'      TO DB2P-LABEL
081600        MOVE    'SELECT'               TO DB2P-COMMAND
081700        MOVE    'TBWBNKRF'             TO DB2P-OBJECT
081800        PERFORM DB2P-CHECK-RESULT
081900        IF H-NB-EXISTE > ZEROS
082000           MOVE 'RATTACHEMENT FUTUR DE LA NOUVELLE AGENCE'
082100                                TO W-MIG-MOTIF(W-IDX-MIG)
082200           SET MIG-REJETEE(W-IDX-MIG) TO TRUE
082300           GO TO B20-REFERENTIEL-FIN
082400        END-IF
082500     END-IF
082600
082700*CLOTURE DU RATTACHEMENT DE L'ANCIENNE AGENCE A LA VEILLE
082800     IF BNKR-ANC-PRESENT
082900        MOVE H-AGC-ANC           TO AGEN-AGC OF TBWBNKRF
083000        MOVE H-ANC-BQE           TO BANQ-BQE OF TBWBNKRF
083100        MOVE H-ANC-DEB           TO BNKR-DEF-DEB OF TBWBNKRF
083200        MOVE H-DATE-VEILLE       TO BNKR-DEF-FIN OF TBWBNKRF
083300        EXEC SQL
083400           UPDATE TBWBNKRF
083500             SET  BNKR_DEF_FIN = :TBWBNKRF.BNKR-DEF-FIN
083600             WHERE AGEN_AGC     = :TBWBNKRF.AGEN-AGC
083700             AND   BNKR_DEF_DEB = :TBWBNKRF.BNKR-DEF-DEB
083800        END-EXEC
083900
084000        MOVE    'UPDATE TBWBNKRF'      TO DB2P-LABEL
084100        MOVE    'UPDATE'               TO DB2P-COMMAND
084200        MOVE    'TBWBNKRF'             TO DB2P-OBJECT
084300        PERFORM DB2P-CHECK-RESULT
084400        MOVE    CST-ACT-CLOTURE        TO BNKA-ACT OF TBWBNKAU
084500        MOVE    H-ANC-FIN              TO BNKA-FIN-AV OF TBWBNKAU
084600        PERFORM TRT-BNKR-JOURNAUX
084700     END-IF
084800
084900*CREATION DU RATTACHEMENT DE LA NOUVELLE AGENCE A LA DATE D'EFFET
085000     IF BNKR-NOUV-ABSENT
085100        MOVE H-AGC-NOUV          TO AGEN-AGC OF TBWBNKRF
085200        MOVE H-NOUV-BQE          TO BANQ-BQE OF TBWBNKRF
085300        MOVE H-DATE-EFFET        TO BNKR-DEF-DEB OF TBWBNKRF
085400        MOVE CST-DATE-OUVERT     TO BNKR-DEF-FIN OF TBWBNKRF
085500        EXEC SQL
085600           INSERT INTO TBWBNKRF
085700                  (AGEN_AGC,
085800                   BANQ_BQE,
085900                   BNKR_DEF_DEB,
086000                   BNKR_DEF_FIN)
086100           VALUES (:TBWBNKRF.AGEN-AGC,
086200                   :TBWBNKRF.BANQ-BQE,
086300                   :TBWBNKRF.BNKR-DEF-DEB,
086400                   :TBWBNKRF.BNKR-DEF-FIN)
086500        END-EXEC
086600
086700        MOVE    'TBWBNKRF'             TO DB2P-LABEL
086800        MOVE    'INSERT'               TO DB2P-COMMAND
086900        PERFORM DB2P-CHECK-RESULT
087000        MOVE    CST-ACT-AJOUT          TO BNKA-ACT OF TBWBNKAU
087100        MOVE    SPACES                 TO BNKA-FIN-AV OF TBWBNKAU
087200        PERFORM TRT-BNKR-JOURNAUX
087300     END-IF
087400     .
087500
087600 B20-REFERENTIEL-FIN.
087700*FIN REFERENTIEL
087800     EXIT.
087900
088000 TRT-BNKR-LECTURE.
088100*TRT-BNKR-LECTURE : RATTACHEMENT DE L'AGENCE EFFECTIF A LA DATE
088200*D'EFFET
088300     EXEC SQL
088400        SELECT BANQ_BQE, BNKR_DEF_DEB, BNKR_DEF_FIN
088500          INTO :TBWBNKRF.BANQ-BQE,
088600               :TBWBNKRF.BNKR-DEF-DEB,
088700               :TBWBNKRF.BNKR-DEF-FIN
088800          FROM TBWBNKRF
088900         WHERE AGEN_AGC     = :TBWBNKRF.AGEN-AGC
089000           AND BNKR_DEF_DEB <= :H-DATE-EFFET
089100           AND BNKR_DEF_FIN >= :H-DATE-EFFET
089200     END-EXEC
089300
089400     MOVE       'SELECT TBWBNKRF'      TO DB2P-LABEL
089500     MOVE       'SELECT'               TO DB2P-COMMAND
089600     MOVE       'TBWBNKRF'             TO DB2P-OBJECT
089700     PERFORM    DB2P-CHECK-RESULT
089800     .
089900
090000 TRT-BNKR-JOURNAUX.
090100*TRT-BNKR-JOURNAUX : LIGNE DU JOURNAL DU REFERENTIEL TBWBNKAU
090200*(OPERATEUR = PROGRAMME, COMME UNE ACTION BW02) ET LIGNE D'AUDIT
090300*TBWAUDJ (CLE AGENCE + DEBUT, BANQUE/DEBUT/FIN EN IMAGES) - LA
090400*ZONE TBWBNKRF PORTE LA LIGNE APRES MISE A JOUR
090500     MOVE W-PROGRAMME-ID            TO BNKA-OPR OF TBWBNKAU
090600     MOVE AGEN-AGC OF TBWBNKRF      TO AGEN-AGC OF TBWBNKAU
090700     MOVE BANQ-BQE OF TBWBNKRF      TO BNKA-BQE-AP OF TBWBNKAU
090800     MOVE BNKR-DEF-DEB OF TBWBNKRF  TO BNKA-DEB-AP OF TBWBNKAU
090900     MOVE BNKR-DEF-FIN OF TBWBNKRF  TO BNKA-FIN-AP OF TBWBNKAU
091000     IF BNKA-ACT OF TBWBNKAU = CST-ACT-AJOUT
091100        MOVE SPACES                 TO BNKA-BQE-AV OF TBWBNKAU
091200        MOVE SPACES                 TO BNKA-DEB-AV OF TBWBNKAU
091300     ELSE
091400        MOVE BANQ-BQE OF TBWBNKRF   TO BNKA-BQE-AV OF TBWBNKAU
091500        MOVE BNKR-DEF-DEB OF TBWBNKRF
091600                                    TO BNKA-DEB-AV OF TBWBNKAU
091700     END-IF
091800
091900     EXEC SQL
092000        INSERT INTO TBWBNKAU
092100               (BNKA_HDT,
092200                BNKA_OPR,
092300                BNKA_ACT,
092400                AGEN_AGC,
092500                BNKA_BQE_AV,
092600                BNKA_BQE_AP,
092700                BNKA_DEB_AV,
092800                BNKA_DEB_AP,
092900                BNKA_FIN_AV,
093000                BNKA_FIN_AP)
093100        VALUES (CURRENT TIMESTAMP,
093200                :TBWBNKAU.BNKA-OPR,
093300                :TBWBNKAU.BNKA-ACT,
093400                :TBWBNKAU.AGEN-AGC,
093500                :TBWBNKAU.BNKA-BQE-AV,
093600                :TBWBNKAU.BNKA-BQE-AP,
093700                :TBWBNKAU.BNKA-DEB-AV,
093800                :TBWBNKAU.BNKA-DEB-AP,
093900                :TBWBNKAU.BNKA-FIN-AV,
094000                :TBWBNKAU.BNKA-FIN-AP)
094100     END-EXEC
094200
094300     MOVE 'TBWBNKAU'          TO DB2P-LABEL
094400     MOVE 'INSERT'            TO DB2P-COMMAND
094500     PERFORM DB2P-CHECK-RESULT
094600
094700     MOVE       'TBWBNKRF'         TO AUDJ-TABLE OF TBWAUDJ
094800     IF BNKA-ACT OF TBWBNKAU = CST-ACT-AJOUT
094900        MOVE    'INSERT'           TO AUDJ-ACTION OF TBWAUDJ
095000        MOVE    SPACES             TO AUDJ-AVANT OF TBWAUDJ
095100     ELSE
095200        MOVE    'UPDATE'           TO AUDJ-ACTION OF TBWAUDJ
095300        MOVE    SPACES             TO AUDJ-AVANT OF TBWAUDJ
095400        STRING  BNKA-BQE-AV OF TBWBNKAU '/'
095500                BNKA-DEB-AV OF TBWBNKAU '/'
095600                BNKA-FIN-AV OF TBWBNKAU
095700           DELIMITED BY SIZE
095800           INTO AUDJ-AVANT OF TBWAUDJ
095900        END-STRING
096000     END-IF
096100     MOVE       SPACES             TO AUDJ-CLE OF TBWAUDJ
096200     STRING     AGEN-AGC OF TBWBNKRF
096300                BNKR-DEF-DEB OF TBWBNKRF
096400          DELIMITED BY SIZE
096500          INTO AUDJ-CLE OF TBWAUDJ
096600     END-STRING
096700     MOVE       SPACES             TO AUDJ-NCN OF TBWAUDJ
096800     MOVE       SPACES             TO AUDJ-APRES OF TBWAUDJ
096900     STRING     BANQ-BQE OF TBWBNKRF '/'
097000                BNKR-DEF-DEB OF TBWBNKRF '/'
097100                BNKR-DEF-FIN OF TBWBNKRF
097200          DELIMITED BY SIZE
097300          INTO AUDJ-APRES OF TBWAUDJ
097400     END-STRING
097500     PERFORM    TRT-AUDJ-ECRITURE
097600     .
097700
097800 B30-USAGES.
097900*B30-USAGES : PARCOURS DES USAGES OUVERTS DE L'ANCIENNE AGENCE
098000*(CURSEUR CBWMUCP), RECREATION SUR LA NOUVELLE AGENCE PUIS
098100*FERMETURE DE L'ANCIEN USAGE A LA DATE D'EFFET - LE NUMERO DE
098200*COMPTE EST CONSERVE, SEULE SA LETTRE-CLE EST RECALCULEE POUR LA
098300*NOUVELLE AGENCE
098400     EXEC SQL   DECLARE  CBWMUCP
098500        CURSOR   FOR
098600       SELECT   TBWUCPT.BANQ_BQE
098700              , TBWUCPT.AGEN_AGC
098800              , TBWUCPT.CPTE_NCP
098900              , TBWUCPT.CONT_NCN
099000              , TBWUCPT.TCPT_TCP
099100       FROM     TBWUCPT
099200       WHERE    TBWUCPT.AGEN_AGC     = :H-AGC-ANC
099300       AND      TBWUCPT.UCPT_DEF_FIN = '9999-12-31'
099400       ORDER BY TBWUCPT.BANQ_BQE, TBWUCPT.CPTE_NCP
099500              , TBWUCPT.CONT_NCN, TBWUCPT.TCPT_TCP
099600       FOR FETCH ONLY
099700     END-EXEC
099800
099900     EXEC SQL
100000       OPEN CBWMUCP
100100     END-EXEC
100200
100300     SET NON-FIN-CSRUCPT TO TRUE
100400     PERFORM     TRT-UCPT-FETCH
100500
100600     PERFORM UNTIL FIN-CSRUCPT
100700        PERFORM B35-USAGE
100800           THRU B35-USAGE-FIN
100900        PERFORM     TRT-UCPT-FETCH
101000     END-PERFORM
101100
101200     EXEC SQL
101300       CLOSE CBWMUCP
101400     END-EXEC
101500     .
101600
101700 B30-USAGES-FIN.
101800*FIN USAGES
101900     EXIT.
102000
102100 TRT-UCPT-FETCH.
102200* TRT UCPT FETCH (CURSEUR USAGES OUVERTS DE L'ANCIENNE AGENCE)
102300     EXEC SQL
102400        FETCH CBWMUCP
102500        INTO :TBWUCPT.BANQ-BQE,
102600             :TBWUCPT.AGEN-AGC,
102700             :TBWUCPT.CPTE-NCP,
102800             :TBWUCPT.CONT-NCN,
102900             :TBWUCPT.TCPT-TCP
103000     END-EXEC
103100
103200     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
103300     MOVE       'FETCH'                TO DB2P-COMMAND
103400     MOVE       'TBWUCPT '             TO DB2P-OBJECT
103500     PERFORM    DB2P-CHECK-RESULT.
103600     IF NOT DB2P-FOUND
103700        SET FIN-CSRUCPT TO TRUE
103800     END-IF
103900     .
104000
104100 B35-USAGE.
104200*B35-USAGE : MIGRATION D'UN USAGE OUVERT - UN COMPTE DONT LE
104300*NUMERO COMPLET NE PEUT ETRE RECONSTITUE OU DONT LA LETTRE-CLE NE
104400*PEUT ETRE CALCULEE RESTE SUR L'ANCIENNE AGENCE ET EST SIGNALE ;
104500*UN USAGE DEJA PRESENT SUR LA NOUVELLE AGENCE (RELANCE) N'EST PAS
104501*RECREE
104505*LE 7EME CHIFFRE DU COMPTE (NON CONSERVE DANS TBWUCPT) EST CELUI
104510*DONT LA LETTRE-CLE SUR L'ANCIENNE AGENCE EST LA LETTRE STOCKEE ;
104515*AUCUN OU PLUSIEURS CANDIDATS : LE COMPTE N'EST PAS DETERMINABLE
104520     MOVE ZEROS                      TO W-CPT-NB-SOL
104525                                        W-CPT-COMPLET
104530     MOVE CPTE-NCP OF TBWUCPT(5:6)   TO W-CPT-CAND-RAD
104535     IF W-CPT-CAND-RAD NUMERIC
104540        PERFORM VARYING W-CPT-CHIFFRE FROM 0 BY 1
104545                UNTIL W-CPT-CHIFFRE > 9
104550           MOVE W-CPT-CHIFFRE        TO W-CPT-CAND-CHF
104555           MOVE H-AGC-ANC            TO LNK-ZNAGECLE
104560           MOVE W-CPT-CAND-N         TO LNK-ZNCPTCLE
104565           CALL  FRCALCLE   USING    LNK-ZNCALCLE
104570           IF LNK-CDRETCLE NOT = SPACES
104575              AND LNK-CDRETCLE = CPTE-NCP OF TBWUCPT(11:1)
104580              ADD 1                  TO W-CPT-NB-SOL
104585              MOVE W-CPT-CAND-N      TO W-CPT-COMPLET
104590           END-IF
104595        END-PERFORM
104600     END-IF
104604     IF W-CPT-NB-SOL NOT = 1
104609        ADD 1 TO W-MIG-NB-USAGES-ANO(W-IDX-MIG)
104614        MOVE 4 TO W-CODRET
104619        MOVE       SPACES                 TO SBWMIGRP-ENR
104624        STRING     'AGENCE ' H-AGC-ANC
104629                   ' : NUMERO COMPLET INDETERMINABLE POUR LE'
104634                   ' COMPTE '
104639                   CPTE-NCP OF TBWUCPT
104644                   ' CONTRAT ' CONT-NCN OF TBWUCPT
104649                   ' - USAGE NON MIGRE'
104654            DELIMITED BY SIZE
104659            INTO SBWMIGRP-ENR
104664        END-STRING
104669        PERFORM    ECRITURE-LIGNE
104674        GO TO B35-USAGE-FIN
104679     END-IF
104684
104689*LETTRE-CLE DU COMPTE COMPLET SUR LA NOUVELLE AGENCE
104694     MOVE H-AGC-NOUV                 TO LNK-ZNAGECLE
104700     MOVE W-CPT-COMPLET              TO LNK-ZNCPTCLE
104800     CALL  FRCALCLE   USING    LNK-ZNCALCLE
104900     IF LNK-CDRETCLE = SPACES
105000        ADD 1 TO W-MIG-NB-USAGES-ANO(W-IDX-MIG)
105100        MOVE 4 TO W-CODRET
105200        MOVE       SPACES                 TO SBWMIGRP-ENR
105300        STRING     'AGENCE ' H-AGC-ANC
105400                   ' : LETTRE-CLE INCALCULABLE POUR LE COMPTE '
105500                   CPTE-NCP OF TBWUCPT
105600                   ' CONTRAT ' CONT-NCN OF TBWUCPT
105700                   ' - USAGE NON MIGRE'
105800            DELIMITED BY SIZE
105900            INTO SBWMIGRP-ENR
106000        END-STRING
106100        PERFORM    ECRITURE-LIGNE
106200        GO TO B35-USAGE-FIN
106300     END-IF
106400     MOVE CPTE-NCP OF TBWUCPT        TO H-NOUV-NCP
106500     MOVE LNK-CDRETCLE               TO H-NOUV-NCP(11:1)
106600
106700     EXEC SQL
106800        SELECT COUNT(*)
106900          INTO :H-NB-EXISTE
107000          FROM TBWUCPT
107100         WHERE BANQ_BQE = :H-NOUV-BQE
107200           AND AGEN_AGC = :H-AGC-NOUV
107300           AND CPTE_NCP = :H-NOUV-NCP
107400           AND CONT_NCN = :TBWUCPT.CONT-NCN
107500           AND TCPT_TCP = :TBWUCPT.TCPT-TCP
107600     END-EXEC
107700
107800     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
107900     MOVE       'SELECT'               TO DB2P-COMMAND
108000     MOVE       'TBWUCPT '             TO DB2P-OBJECT
108100     PERFORM    DB2P-CHECK-RESULT
108200
108300     IF H-NB-EXISTE = ZEROS
108400        EXEC SQL
108500           INSERT INTO TBWUCPT
108600                  (BANQ_BQE,
108700                   AGEN_AGC,
108800                   CPTE_NCP,
108900                   CONT_NCN,
109000                   TCPT_TCP,
109100                   UCPT_DEF_FIN)
109200           VALUES (:H-NOUV-BQE,
109300                   :H-AGC-NOUV,
109400                   :H-NOUV-NCP,
109500                   :TBWUCPT.CONT-NCN,
109600                   :TBWUCPT.TCPT-TCP,
109700                   :CST-DATE-OUVERT)
109800        END-EXEC
109900
110000        MOVE 'TBWUCPT '          TO DB2P-LABEL
110100        MOVE 'INSERT'            TO DB2P-COMMAND
110200        PERFORM DB2P-CHECK-RESULT
110300*JOURNAL D'AUDIT : CREATION DE L'USAGE SUR LA NOUVELLE AGENCE
110400        MOVE    'TBWUCPT '         TO AUDJ-TABLE OF TBWAUDJ
110500        MOVE    'INSERT'           TO AUDJ-ACTION OF TBWAUDJ
110600        MOVE    SPACES             TO AUDJ-CLE OF TBWAUDJ
110700        STRING  H-NOUV-BQE H-AGC-NOUV H-NOUV-NCP
110800                CONT-NCN OF TBWUCPT TCPT-TCP OF TBWUCPT
110900           DELIMITED BY SIZE
111000           INTO AUDJ-CLE OF TBWAUDJ
111100        END-STRING
111200        MOVE    CONT-NCN OF TBWUCPT
111300                                   TO AUDJ-NCN OF TBWAUDJ
111400        MOVE    SPACES             TO AUDJ-AVANT OF TBWAUDJ
111500        MOVE    CST-DATE-OUVERT    TO AUDJ-APRES OF TBWAUDJ
111600        PERFORM TRT-AUDJ-ECRITURE
111700     END-IF
111800
111900*FERMETURE DE L'ANCIEN USAGE A LA DATE D'EFFET
112000     MOVE H-DATE-EFFET               TO UCPT-DEF-FIN OF TBWUCPT
112100     EXEC SQL
112200        UPDATE TBWUCPT
112300          SET  UCPT_DEF_FIN = :TBWUCPT.UCPT-DEF-FIN
112400          WHERE  AGEN_AGC     = :TBWUCPT.AGEN-AGC
112500          AND    BANQ_BQE     = :TBWUCPT.BANQ-BQE
112600          AND    CPTE_NCP     = :TBWUCPT.CPTE-NCP
112700          AND    CONT_NCN     = :TBWUCPT.CONT-NCN
112800          AND    TCPT_TCP     = :TBWUCPT.TCPT-TCP
112900     END-EXEC
113000
113100     MOVE       'UPDATE TBWUCPT '      TO DB2P-LABEL
113200     MOVE       'UPDATE'               TO DB2P-COMMAND
113300     MOVE       'TBWUCPT '             TO DB2P-OBJECT
113400     PERFORM    DB2P-CHECK-RESULT
113500*JOURNAL D'AUDIT : IMAGE AVANT/APRES DE LA DATE DE FIN D'USAGE
113600     MOVE       'TBWUCPT '         TO AUDJ-TABLE OF TBWAUDJ
113700     MOVE       'UPDATE'           TO AUDJ-ACTION OF TBWAUDJ
113800     MOVE       SPACES             TO AUDJ-CLE OF TBWAUDJ
113900     STRING     BANQ-BQE OF TBWUCPT
114000                AGEN-AGC OF TBWUCPT
114100                CPTE-NCP OF TBWUCPT
114200                CONT-NCN OF TBWUCPT
114300                TCPT-TCP OF TBWUCPT
114400          DELIMITED BY SIZE
114500          INTO AUDJ-CLE OF TBWAUDJ
114600     END-STRING
114700     MOVE       CONT-NCN OF TBWUCPT
114800                                   TO AUDJ-NCN OF TBWAUDJ
114900     MOVE       CST-DATE-OUVERT    TO AUDJ-AVANT OF TBWAUDJ
115000     MOVE       H-DATE-EFFET       TO AUDJ-APRES OF TBWAUDJ
115100     PERFORM    TRT-AUDJ-ECRITURE
115200     ADD 1 TO W-MIG-NB-USAGES(W-IDX-MIG)
115300     ADD 1 TO W-CPT-MAJ
115400     .
115500
115600 B35-USAGE-FIN.
115700*FIN USAGE
115800     EXIT.
115900
116000 B40-REJETS.
116100*B40-REJETS : REAFFECTATION A LA NOUVELLE AGENCE DES REJETS NON
116200*CLOTURES (OUVERTS OU ESCALADES) DE L'ANCIENNE AGENCE - UN REJET
116300*DEJA PRESENT SOUS LA MEME CLE SUR LA NOUVELLE AGENCE RESTE EN
116400*PLACE ET EST SIGNALE EN CONFLIT
116500     EXEC SQL   DECLARE  CBWMREJ
116600        CURSOR   FOR
116700       SELECT   TBWREJL.REJL_NCP
116800              , TBWREJL.REJL_DAT_REJ
116900              , TBWREJL.REJL_ETA
117000       FROM     TBWREJL
117100       WHERE    TBWREJL.AGEN_AGC  = :H-AGC-ANC
117200       AND      TBWREJL.REJL_ETA <> :CST-REJL-CLOS
117300       ORDER BY TBWREJL.REJL_NCP, TBWREJL.REJL_DAT_REJ
117400       FOR FETCH ONLY
117500     END-EXEC
117600
117700     EXEC SQL
117800       OPEN CBWMREJ
117900     END-EXEC
118000
118100     SET NON-FIN-CSRREJL TO TRUE
118200     PERFORM     TRT-REJL-FETCH
118300
118400     PERFORM UNTIL FIN-CSRREJL
118500        PERFORM B45-REJET
118600           THRU B45-REJET-FIN
118700        PERFORM     TRT-REJL-FETCH
118800     END-PERFORM
118900
119000     EXEC SQL
119100       CLOSE CBWMREJ
119200     END-EXEC
119300     .
119400
119500 B40-REJETS-FIN.
119600*FIN REJETS
119700     EXIT.
119800
119900 TRT-REJL-FETCH.
120000* TRT REJL FETCH (CURSEUR REJETS NON CLOTURES ANCIENNE AGENCE)
120100     EXEC SQL
120200        FETCH CBWMREJ
120300        INTO :TBWREJL.REJL-NCP,
120400             :TBWREJL.REJL-DAT-REJ,
120500             :TBWREJL.REJL-ETA
120600     END-EXEC
120700
120800     MOVE       'SELECT TBWREJL '      TO DB2P-LABEL
120900     MOVE       'FETCH'                TO DB2P-COMMAND
121000     MOVE       'TBWREJL '             TO DB2P-OBJECT
121100     PERFORM    DB2P-CHECK-RESULT.
121200     IF NOT DB2P-FOUND
121300        SET FIN-CSRREJL TO TRUE
121400     END-IF
121500     .
121600
121700 B45-REJET.
121800*B45-REJET : CHANGEMENT D'AGENCE D'UN REJET (CLE AGENCE, COMPTE,
121900*DATE DE REJET)
122000     EXEC SQL
122100        SELECT COUNT(*)
122200          INTO :H-NB-EXISTE
122300          FROM TBWREJL
122400         WHERE AGEN_AGC     = :H-AGC-NOUV
122500           AND REJL_NCP     = :TBWREJL.REJL-NCP
122600           AND REJL_DAT_REJ = :TBWREJL.REJL-DAT-REJ
122700     END-EXEC
122800
122900     MOVE       'SELECT TBWREJL '      TO DB2P-LABEL
123000     MOVE       'SELECT'               TO DB2P-COMMAND
123100     MOVE       'TBWREJL '             TO DB2P-OBJECT
123200     PERFORM    DB2P-CHECK-RESULT
123300
123400     IF H-NB-EXISTE > ZEROS
123500        ADD 1 TO W-MIG-NB-REJL-CONFLIT(W-IDX-MIG)
123600        MOVE 4 TO W-CODRET
123700        MOVE       SPACES                 TO SBWMIGRP-ENR
123800        STRING     'AGENCE ' H-AGC-ANC
123900                   ' : REJET DU COMPTE ' REJL-NCP OF TBWREJL
124000                   ' DU ' REJL-DAT-REJ OF TBWREJL
124100                   ' DEJA PRESENT SUR L''AGENCE ' H-AGC-NOUV
124200                   ' - NON REAFFECTE'
124300            DELIMITED BY SIZE
124400            INTO SBWMIGRP-ENR
124500        END-STRING
124600        PERFORM    ECRITURE-LIGNE
124700        GO TO B45-REJET-FIN
124800     END-IF
124900
125000     MOVE H-AGC-ANC                  TO H-REJL-AGC-ANC
125100     MOVE H-AGC-NOUV                 TO AGEN-AGC OF TBWREJL
125200     EXEC SQL
125300        UPDATE TBWREJL
125400          SET  AGEN_AGC     = :TBWREJL.AGEN-AGC
125500          WHERE AGEN_AGC     = :H-REJL-AGC-ANC
125600          AND   REJL_NCP     = :TBWREJL.REJL-NCP
125700          AND   REJL_DAT_REJ = :TBWREJL.REJL-DAT-REJ
125800     END-EXEC
125900
126000     MOVE       'UPDATE TBWREJL '      TO DB2P-LABEL
126100     MOVE       'UPDATE'               TO DB2P-COMMAND
126200     MOVE       'TBWREJL '             TO DB2P-OBJECT
126300     PERFORM    DB2P-CHECK-RESULT
126400*JOURNAL D'AUDIT : CLE D'ORIGINE, AGENCE AVANT ET APRES
126500     MOVE       'TBWREJL '         TO AUDJ-TABLE OF TBWAUDJ
126600     MOVE       'UPDATE'           TO AUDJ-ACTION OF TBWAUDJ
126700     MOVE       SPACES             TO AUDJ-CLE OF TBWAUDJ
126800     STRING     H-REJL-AGC-ANC
126900                REJL-NCP OF TBWREJL
127000                REJL-DAT-REJ OF TBWREJL
127100          DELIMITED BY SIZE
127200          INTO AUDJ-CLE OF TBWAUDJ
127300     END-STRING
127400     MOVE       SPACES             TO AUDJ-NCN OF TBWAUDJ
127500     MOVE       SPACES             TO AUDJ-AVANT OF TBWAUDJ
127600     STRING     H-REJL-AGC-ANC '/' REJL-ETA OF TBWREJL
127700          DELIMITED BY SIZE
127800          INTO AUDJ-AVANT OF TBWAUDJ
127900     END-STRING
128000     MOVE       SPACES             TO AUDJ-APRES OF TBWAUDJ
128100     STRING     H-AGC-NOUV '/' REJL-ETA OF TBWREJL
128200          DELIMITED BY SIZE
128300          INTO AUDJ-APRES OF TBWAUDJ
128400     END-STRING
128500     PERFORM    TRT-AUDJ-ECRITURE
128600     ADD 1 TO W-MIG-NB-REJL(W-IDX-MIG)
128700     ADD 1 TO W-CPT-MAJ
128800     .
128900
129000 B45-REJET-FIN.
129100*FIN REJET
129200     EXIT.
129300
129400 TRT-COMPTAGES.
129500*TRT-COMPTAGES : COMPTAGES DE L'ANCIENNE PUIS DE LA NOUVELLE
129600*AGENCE, RANGES AU RANG W-RANG-CPT (1 = AVANT, 2 = APRES)
129700     MOVE H-AGC-ANC              TO H-AGC-CPT
129800     PERFORM TRT-COMPTAGE-AGENCE
129900     MOVE H-NB-UCPT    TO W-MIG-UCPT-ANC(W-IDX-MIG, W-RANG-CPT)
130000     MOVE H-NB-BNKR    TO W-MIG-BNKR-ANC(W-IDX-MIG, W-RANG-CPT)
130100     MOVE H-NB-REJL    TO W-MIG-REJL-ANC(W-IDX-MIG, W-RANG-CPT)
130200
130300     MOVE H-AGC-NOUV             TO H-AGC-CPT
130400     PERFORM TRT-COMPTAGE-AGENCE
130500     MOVE H-NB-UCPT    TO W-MIG-UCPT-NOUV(W-IDX-MIG, W-RANG-CPT)
130600     MOVE H-NB-BNKR    TO W-MIG-BNKR-NOUV(W-IDX-MIG, W-RANG-CPT)
130700     MOVE H-NB-REJL    TO W-MIG-REJL-NOUV(W-IDX-MIG, W-RANG-CPT)
130800     .
130900
131000 TRT-COMPTAGE-AGENCE.
131100*TRT-COMPTAGE-AGENCE : USAGES OUVERTS, RATTACHEMENTS TBWBNKRF
131200*EFFECTIFS A LA DATE D'EFFET ET REJETS NON CLOTURES DE L'AGENCE
131300     EXEC SQL
131400        SELECT COUNT(*)
131500          INTO :H-NB-UCPT
131600          FROM TBWUCPT
131700         WHERE AGEN_AGC     = :H-AGC-CPT
131800           AND UCPT_DEF_FIN = '9999-12-31'
131900     END-EXEC
132000
132100     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
132200     MOVE       'SELECT'               TO DB2P-COMMAND
132300     MOVE       'TBWUCPT '             TO DB2P-OBJECT
132400     PERFORM    DB2P-CHECK-RESULT
132500
132600     EXEC SQL
132700        SELECT COUNT(*)
132800          INTO :H-NB-BNKR
132900          FROM TBWBNKRF
133000         WHERE AGEN_AGC     = :H-AGC-CPT
133100           AND BNKR_DEF_DEB <= :H-DATE-EFFET
133200           AND BNKR_DEF_FIN >= :H-DATE-EFFET
133300     END-EXEC
133400
133500     MOVE       'SELECT TBWBNKRF'      TO DB2P-LABEL
133600     MOVE       'SELECT'               TO DB2P-COMMAND
133700     MOVE       'TBWBNKRF'             TO DB2P-OBJECT
133800     PERFORM    DB2P-CHECK-RESULT
133900
134000     EXEC SQL
134100        SELECT COUNT(*)
134200          INTO :H-NB-REJL
134300          FROM TBWREJL
134400         WHERE AGEN_AGC  = :H-AGC-CPT
134500           AND REJL_ETA <> :CST-REJL-CLOS
134600     END-EXEC
134700
134800     MOVE       'SELECT TBWREJL '      TO DB2P-LABEL
134900     MOVE       'SELECT'               TO DB2P-COMMAND
135000     MOVE       'TBWREJL '             TO DB2P-OBJECT
135100     PERFORM    DB2P-CHECK-RESULT
135200     .
135300
135400 B50-FERMETURES-ATTENTE.
135500*B50-FERMETURES-ATTENTE : RECOPIE DES FERMETURES EN ATTENTE DANS
135600*LA NOUVELLE GENERATION - EN MODE REEL LES CROS DES AGENCES
135700*MIGREES SONT REECRITS, EN SIMULATION ILS SONT SEULEMENT COMPTES
135800     OPEN INPUT FD-EBWCCATT.
135900     IF NOT EBWCCATT-OK
136000        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
136100        MOVE EBWCCATT-STATUS              TO W-F2CABN-MSG-CODRET
136200        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
136300        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWCCATT
136400                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
136500        PERFORM C-FIN-ANO
136600     END-IF.
136700
136800     OPEN OUTPUT FD-SBWCCATT.
136900     IF NOT SBWCCATT-OK
137000        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
137100        MOVE SBWCCATT-STATUS              TO W-F2CABN-MSG-CODRET
137200        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
137300        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWCCATT
137400                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
137500        PERFORM C-FIN-ANO
137600     END-IF.
137700
137800     PERFORM TRT-EBWCCATT-LECTURE
137900
138000     PERFORM UNTIL EBWCCATT-FINFICHIER
138100        ADD 1 TO W-CPT-ATT-LUES
138200        PERFORM B55-CRO-ATTENTE
138300           THRU B55-CRO-ATTENTE-FIN
138400        PERFORM TRT-EBWCCATT-LECTURE
138500     END-PERFORM
138600     .
138700
138800 B50-FERMETURES-ATTENTE-FIN.
138900*FIN FERMETURES ATTENTE
139000     EXIT.
139100
139200 TRT-EBWCCATT-LECTURE.
139300* LECTURE D'UNE FERMETURE EN ATTENTE
139400     READ FD-EBWCCATT            INTO W-EBWCCATT-ENR
139500     IF NOT EBWCCATT-OK AND NOT EBWCCATT-FINFICHIER
139600        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
139700        MOVE EBWCCATT-STATUS              TO W-F2CABN-MSG-CODRET
139800        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
139900        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWCCATT
140000                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
140100        PERFORM C-FIN-ANO
140200     END-IF
140300     .
140400
140500 B55-CRO-ATTENTE.
140600*B55-CRO-ATTENTE : AGENCE DU COMPTE ET AGENCE SUCCESSEUR (CRO DE
140700*TRANSFERT) COMPAREES AUX AGENCES MIGREES - LE NUMERO DE COMPTE
140800*DU CRO EST CONSERVE, BWBP01P RECALCULE LA LETTRE-CLE ; LES ZONES
140810*SUCCESSEUR N'ONT DE SENS QUE POUR UN TRANSFERT, ELLES SONT
140820*LAISSEES TELLES QUE SIPP LES A ENVOYEES POUR LES AUTRES CRO
140900     SET ATT-NON-MODIFIE TO TRUE
141000     MOVE ATT-CODAGE                 TO W-ATT-AGC
141100
141200     PERFORM VARYING W-IDX-MIG FROM 1 BY 1
141300             UNTIL W-IDX-MIG > W-TBL-MIG-NBENT
141400        IF MIG-MIGREE(W-IDX-MIG)
141500           IF W-ATT-AGC = W-MIG-AGC-ANC(W-IDX-MIG)
141600              ADD 1 TO W-MIG-ATT-ANC(W-IDX-MIG, 1)
141700              ADD 1 TO W-MIG-NB-ATT(W-IDX-MIG)
141800              SET ATT-MODIFIE TO TRUE
141900              IF MODE-REEL
142000                 MOVE W-MIG-AGC-NOUV(W-IDX-MIG) TO ATT-CODAGE
142100              END-IF
142200           END-IF
142300           IF W-ATT-AGC = W-MIG-AGC-NOUV(W-IDX-MIG)
142400              ADD 1 TO W-MIG-ATT-NOUV(W-IDX-MIG, 1)
142500           END-IF
142600           IF ATT-FLUX-CODEXTFLUX = CST-CODEXT-TRANSF
142610              AND ATT-CRF1-AGC-SUCC = W-MIG-AGC-ANC(W-IDX-MIG)
142700              SET ATT-MODIFIE TO TRUE
142800              IF MODE-REEL
142900                 MOVE W-MIG-AGC-NOUV(W-IDX-MIG)
143000                                    TO ATT-CRF1-AGC-SUCC
143100              END-IF
143200           END-IF
143300        END-IF
143400     END-PERFORM
143500
143600     IF ATT-MODIFIE
143700        ADD 1 TO W-CPT-ATT-REECRITES
143800     END-IF
143900
144000     WRITE SBWCCATT-ENR FROM W-EBWCCATT-ENR
144100     IF NOT SBWCCATT-OK
144200        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
144300        MOVE SBWCCATT-STATUS              TO W-F2CABN-MSG-CODRET
144400        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
144500        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWCCATT
144600                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
144700        PERFORM C-FIN-ANO
144800     END-IF
144900     .
145000
145100 B55-CRO-ATTENTE-FIN.
145200*FIN CRO ATTENTE
145300     EXIT.
145400
145500 TRT-AUDJ-ECRITURE.
145600*TRT-AUDJ-ECRITURE : INSERTION DE LA LIGNE D'AUDIT TBWAUDJ
145700*(TABLE, ACTION, CLE, CONTRAT ET IMAGES ALIMENTES PAR L'APPELANT)
145800*- DANS LA MEME UNITE DE TRAVAIL QUE LA MAJ AUDITEE
145900     MOVE       W-PROGRAMME-ID     TO AUDJ-PGM OF TBWAUDJ
146000     MOVE       H-DATE-TRT         TO AUDJ-DTRAIT OF TBWAUDJ
146100     MOVE       '00'               TO AUDJ-PART OF TBWAUDJ
146200
146300     EXEC SQL
146400        INSERT INTO TBWAUDJ
146500               (AUDJ_HDT,
146600                AUDJ_PGM,
146700                AUDJ_DTRAIT,
146800                AUDJ_TABLE,
146900                AUDJ_ACTION,
147000                AUDJ_CLE,
147100                AUDJ_NCN,
147200                AUDJ_AVANT,
147300                AUDJ_APRES,
147400                AUDJ_PART)
147500        VALUES (CURRENT TIMESTAMP,
147600                :TBWAUDJ.AUDJ-PGM,
147700                :TBWAUDJ.AUDJ-DTRAIT,
147800                :TBWAUDJ.AUDJ-TABLE,
147900                :TBWAUDJ.AUDJ-ACTION,
148000                :TBWAUDJ.AUDJ-CLE,
148100                :TBWAUDJ.AUDJ-NCN,
148200                :TBWAUDJ.AUDJ-AVANT,
148300                :TBWAUDJ.AUDJ-APRES,
148400                :TBWAUDJ.AUDJ-PART)
148500     END-EXEC
148600
148700     MOVE 'TBWAUDJ '          TO DB2P-LABEL
148800     MOVE 'INSERT'            TO DB2P-COMMAND
148900     PERFORM DB2P-CHECK-RESULT
149000     .
149100
149200******************************************************************
149300*   C-FIN-PROGRAMME
149400******************************************************************
149500 C-FIN-PROGRAMME.
149600*--------------------
149700*RAPPORT PAR AGENCE ET BILAN
149800     PERFORM    C01-RAPPORT
149900           THRU C01-RAPPORT-FIN.
150000
150100*MODE REEL : FIN DE RUN AU JOURNAL DE PILOTAGE - SIMULATION :
150200*ANNULATION DE L'UNITE DE TRAVAIL
150300     IF MODE-REEL
150400        PERFORM  TRT-RUNJ-FIN
150500     ELSE
150600        PERFORM  DB2P-ROLLBACK
150700     END-IF.
150800
150900     PERFORM    C10-FERMETURES.
151000
151100     PERFORM    DB2P-FINAL.
151200
151300     MOVE W-CODRET TO RETURN-CODE.
151400
151500 C-FIN-PROGRAMME-FIN.
151600* FIN DE CLOTURE DU PROGRAMME
151700     EXIT.
151800
151900 TRT-RUNJ-DEBUT.
152000*TRT-RUNJ-DEBUT : ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL
152100*DE PILOTAGE TBWRUNJ - RENDU PERSISTANT AUSSITOT
152200     MOVE H-DATE-TRT        TO RUNJ-DTRAIT OF TBWRUNJ
152300     MOVE W-PROGRAMME-ID    TO RUNJ-PGM OF TBWRUNJ
152400     MOVE '00'              TO RUNJ-PART OF TBWRUNJ
152500     MOVE DB2P-CURRENT-TMST TO RUNJ-HDT-DEB OF TBWRUNJ
152600     MOVE DB2P-CURRENT-TMST TO W-RUNJ-HDT-DEB
152700     MOVE SPACES            TO RUNJ-HDT-FIN OF TBWRUNJ
152800     MOVE ZEROS             TO RUNJ-NB-LUS OF TBWRUNJ
152900     MOVE ZEROS             TO RUNJ-NB-TRAITES OF TBWRUNJ
153000     MOVE ZEROS             TO RUNJ-CODRET OF TBWRUNJ
153100
153200     EXEC SQL
153300        INSERT INTO TBWRUNJ
153400               (RUNJ_DTRAIT,
153500                RUNJ_PGM,
153600                RUNJ_PART,
153700                RUNJ_HDT_DEB,
153800                RUNJ_HDT_FIN,
153900                RUNJ_NB_LUS,
154000                RUNJ_NB_TRAITES,
154100                RUNJ_CODRET)
154200        VALUES (:TBWRUNJ.RUNJ-DTRAIT,
154300                :TBWRUNJ.RUNJ-PGM,
154400                :TBWRUNJ.RUNJ-PART,
154500                :TBWRUNJ.RUNJ-HDT-DEB,
154600                :TBWRUNJ.RUNJ-HDT-FIN,
154700                :TBWRUNJ.RUNJ-NB-LUS,
154800                :TBWRUNJ.RUNJ-NB-TRAITES,
154900                :TBWRUNJ.RUNJ-CODRET)
155000     END-EXEC
155100
155200     MOVE 'TBWRUNJ '          TO DB2P-LABEL
155300     MOVE 'INSERT'            TO DB2P-COMMAND
155400     PERFORM DB2P-CHECK-RESULT
155500     PERFORM DB2P-COMMIT
155600     .
155700
155800 TRT-RUNJ-FIN.
155900*TRT-RUNJ-FIN : ENREGISTREMENT DE LA FIN DE RUN (LIGNES DE
156000*CORRESPONDANCE LUES, MISES A JOUR, CODE RETOUR) DANS LE JOURNAL
156100*TBWRUNJ
156200     MOVE W-CPT-MIGAG-LUES  TO RUNJ-NB-LUS OF TBWRUNJ
156300     MOVE W-CPT-MAJ         TO RUNJ-NB-TRAITES OF TBWRUNJ
156400     MOVE W-CODRET          TO RUNJ-CODRET OF TBWRUNJ
156500
156600     EXEC SQL
156700        UPDATE TBWRUNJ
156800          SET  RUNJ_HDT_FIN    = CURRENT TIMESTAMP,
156900               RUNJ_NB_LUS     = :TBWRUNJ.RUNJ-NB-LUS,
157000               RUNJ_NB_TRAITES = :TBWRUNJ.RUNJ-NB-TRAITES,
157100               RUNJ_CODRET     = :TBWRUNJ.RUNJ-CODRET
157200          WHERE RUNJ_DTRAIT  = :TBWRUNJ.RUNJ-DTRAIT
157300          AND   RUNJ_PGM     = :TBWRUNJ.RUNJ-PGM
157400          AND   RUNJ_PART    = :TBWRUNJ.RUNJ-PART
157500          AND   RUNJ_HDT_DEB = :W-RUNJ-HDT-DEB
157600     END-EXEC
157700
157800     MOVE 'TBWRUNJ '          TO DB2P-LABEL
157900     MOVE 'UPDATE'            TO DB2P-COMMAND
158000     PERFORM DB2P-CHECK-RESULT
158100     PERFORM DB2P-COMMIT
158200     .
158300
158400*----------------
158500
158600 C01-RAPPORT.
158700*C01-RAPPORT : UN BLOC PAR LIGNE DE CORRESPONDANCE (ISSUE, MOTIF,
158800*COMPTAGES AVANT/APRES POUR UNE AGENCE MIGREE) PUIS BILAN
158900     PERFORM C02-RAPPORT-AGENCE
159000        THRU C02-RAPPORT-AGENCE-FIN
159100       VARYING W-IDX-MIG FROM 1 BY 1
159200       UNTIL W-IDX-MIG > W-TBL-MIG-NBENT
159300
159400     MOVE       SPACES                 TO SBWMIGRP-ENR
159500     PERFORM    ECRITURE-LIGNE
159600     MOVE       SPACES                 TO SBWMIGRP-ENR
159700     STRING     'LIGNES DE CORRESPONDANCE LUES       : '
159800                W-CPT-MIGAG-LUES
159900            DELIMITED BY SIZE
160000            INTO SBWMIGRP-ENR
160100     END-STRING
160200     PERFORM    ECRITURE-LIGNE
160300
160400     MOVE       SPACES                 TO SBWMIGRP-ENR
160500     STRING     'AGENCES MIGREES                     : '
160600                W-CPT-AGENCES-MIGREES
160700            DELIMITED BY SIZE
160800            INTO SBWMIGRP-ENR
160900     END-STRING
161000     PERFORM    ECRITURE-LIGNE
161100
161200     MOVE       SPACES                 TO SBWMIGRP-ENR
161300     STRING     'LIGNES INVALIDES                    : '
161400                W-CPT-MIGAG-INVALIDES
161500            DELIMITED BY SIZE
161600            INTO SBWMIGRP-ENR
161700     END-STRING
161800     PERFORM    ECRITURE-LIGNE
161900
162000     MOVE       SPACES                 TO SBWMIGRP-ENR
162100     STRING     'LIGNES A DATE D''EFFET NON ATTEINTE  : '
162200                W-CPT-MIGAG-NON-ECHUES
162300            DELIMITED BY SIZE
162400            INTO SBWMIGRP-ENR
162500     END-STRING
162600     PERFORM    ECRITURE-LIGNE
162700
162800     MOVE       SPACES                 TO SBWMIGRP-ENR
162900     STRING     'AGENCES REJETEES (NON TOUCHEES)     : '
163000                W-CPT-MIGAG-REJETEES
163100            DELIMITED BY SIZE
163200            INTO SBWMIGRP-ENR
163300     END-STRING
163400     PERFORM    ECRITURE-LIGNE
163500
163600     MOVE       SPACES                 TO SBWMIGRP-ENR
163700     STRING     'FERMETURES EN ATTENTE LUES          : '
163800                W-CPT-ATT-LUES
163900            DELIMITED BY SIZE
164000            INTO SBWMIGRP-ENR
164100     END-STRING
164200     PERFORM    ECRITURE-LIGNE
164300
164400     MOVE       SPACES                 TO SBWMIGRP-ENR
164500     STRING     'FERMETURES EN ATTENTE REECRITES     : '
164600                W-CPT-ATT-REECRITES
164700            DELIMITED BY SIZE
164800            INTO SBWMIGRP-ENR
164900     END-STRING
165000     PERFORM    ECRITURE-LIGNE
165100
165200     MOVE       SPACES                 TO SBWMIGRP-ENR
165300     MOVE       W-LIB-MODE             TO SBWMIGRP-ENR
165400     PERFORM    ECRITURE-LIGNE
165500     .
165600
165700 C01-RAPPORT-FIN.
165800*FIN RAPPORT
165900     EXIT.
166000
166100 C02-RAPPORT-AGENCE.
166200*C02-RAPPORT-AGENCE : ENTETE DU BLOC (AGENCES, DATE D'EFFET,
166300*ISSUE ET MOTIF) - LES COMPTAGES NE SONT EDITES QUE POUR UNE
166400*AGENCE MIGREE
166500     IF MIG-MIGREE(W-IDX-MIG)
166600        MOVE 'MIGREE'                 TO W-LIB-ISSUE
166700     ELSE
166800     IF MIG-REJETEE(W-IDX-MIG)
166900        MOVE 'REJETEE'                TO W-LIB-ISSUE
167000     ELSE
167100     IF MIG-NON-ECHUE(W-IDX-MIG)
167200        MOVE 'REPORTEE'               TO W-LIB-ISSUE
167300     ELSE
167400        MOVE 'INVALIDE'               TO W-LIB-ISSUE
167500     END-IF
167600     END-IF
167700     END-IF
167800
167900     MOVE       SPACES                 TO SBWMIGRP-ENR
168000     PERFORM    ECRITURE-LIGNE
168100     MOVE       SPACES                 TO SBWMIGRP-ENR
168200     STRING     'AGENCE ' W-MIG-AGC-ANC(W-IDX-MIG)
168300                ' -> ' W-MIG-AGC-NOUV(W-IDX-MIG)
168400                ' AU ' W-MIG-DATEFF(W-IDX-MIG)
168500                ' : ' W-LIB-ISSUE ' ' W-MIG-MOTIF(W-IDX-MIG)
168600         DELIMITED BY SIZE
168700         INTO SBWMIGRP-ENR
168800     END-STRING
168900     PERFORM    ECRITURE-LIGNE
169000
169100     IF NOT MIG-MIGREE(W-IDX-MIG)
169200        GO TO C02-RAPPORT-AGENCE-FIN
169300     END-IF
169400
169500*LES CROS EN ATTENTE APRES MIGRATION SE DEDUISENT DES CROS
169600*REECRITS (OU A REECRIRE EN SIMULATION)
169700     COMPUTE W-MIG-ATT-ANC(W-IDX-MIG, 2) =
169800             W-MIG-ATT-ANC(W-IDX-MIG, 1)
169900           - W-MIG-NB-ATT(W-IDX-MIG)
170000     COMPUTE W-MIG-ATT-NOUV(W-IDX-MIG, 2) =
170100             W-MIG-ATT-NOUV(W-IDX-MIG, 1)
170200           + W-MIG-NB-ATT(W-IDX-MIG)
170300
170400     MOVE       SPACES                 TO SBWMIGRP-ENR
170500     STRING     '                                           '
170600                '   AVANT   APRES'
170700         DELIMITED BY SIZE
170800         INTO SBWMIGRP-ENR
170900     END-STRING
171000     PERFORM    ECRITURE-LIGNE
171100
171200     MOVE 'USAGES OUVERTS ANCIENNE AGENCE' TO W-LIB-COMPTE
171300     MOVE W-MIG-UCPT-ANC(W-IDX-MIG, 1)     TO W-ED-AVANT
171400     MOVE W-MIG-UCPT-ANC(W-IDX-MIG, 2)     TO W-ED-APRES
171500     PERFORM C05-LIGNE-COMPTAGE
171600     MOVE 'USAGES OUVERTS NOUVELLE AGENCE' TO W-LIB-COMPTE
171700     MOVE W-MIG-UCPT-NOUV(W-IDX-MIG, 1)    TO W-ED-AVANT
171800     MOVE W-MIG-UCPT-NOUV(W-IDX-MIG, 2)    TO W-ED-APRES
171900     PERFORM C05-LIGNE-COMPTAGE
172000     MOVE 'RATTACHEMENTS TBWBNKRF ANCIENNE AGENCE'
172100                                           TO W-LIB-COMPTE
172200     MOVE W-MIG-BNKR-ANC(W-IDX-MIG, 1)     TO W-ED-AVANT
172300     MOVE W-MIG-BNKR-ANC(W-IDX-MIG, 2)     TO W-ED-APRES
172400     PERFORM C05-LIGNE-COMPTAGE
172500     MOVE 'RATTACHEMENTS TBWBNKRF NOUVELLE AGENCE'
172600                                           TO W-LIB-COMPTE
172700     MOVE W-MIG-BNKR-NOUV(W-IDX-MIG, 1)    TO W-ED-AVANT
172800     MOVE W-MIG-BNKR-NOUV(W-IDX-MIG, 2)    TO W-ED-APRES
172900     PERFORM C05-LIGNE-COMPTAGE
173000     MOVE 'REJETS NON CLOTURES ANCIENNE AGENCE'
173100                                           TO W-LIB-COMPTE
173200     MOVE W-MIG-REJL-ANC(W-IDX-MIG, 1)     TO W-ED-AVANT
173300     MOVE W-MIG-REJL-ANC(W-IDX-MIG, 2)     TO W-ED-APRES
173400     PERFORM C05-LIGNE-COMPTAGE
173500     MOVE 'REJETS NON CLOTURES NOUVELLE AGENCE'
173600                                           TO W-LIB-COMPTE
173700     MOVE W-MIG-REJL-NOUV(W-IDX-MIG, 1)    TO W-ED-AVANT
173800     MOVE W-MIG-REJL-NOUV(W-IDX-MIG, 2)    TO W-ED-APRES
173900     PERFORM C05-LIGNE-COMPTAGE
174000     MOVE 'CROS EN ATTENTE ANCIENNE AGENCE' TO W-LIB-COMPTE
174100     MOVE W-MIG-ATT-ANC(W-IDX-MIG, 1)      TO W-ED-AVANT
174200     MOVE W-MIG-ATT-ANC(W-IDX-MIG, 2)      TO W-ED-APRES
174300     PERFORM C05-LIGNE-COMPTAGE
174400     MOVE 'CROS EN ATTENTE NOUVELLE AGENCE' TO W-LIB-COMPTE
174500     MOVE W-MIG-ATT-NOUV(W-IDX-MIG, 1)     TO W-ED-AVANT
174600     MOVE W-MIG-ATT-NOUV(W-IDX-MIG, 2)     TO W-ED-APRES
174700     PERFORM C05-LIGNE-COMPTAGE
174800
174900     MOVE 'USAGES MIGRES'                  TO W-LIB-COMPTE
175000     MOVE W-MIG-NB-USAGES(W-IDX-MIG)       TO W-ED-NB
175100     PERFORM C06-LIGNE-NOMBRE
175200     MOVE 'USAGES NON MIGRES (LETTRE-CLE)' TO W-LIB-COMPTE
175300     MOVE W-MIG-NB-USAGES-ANO(W-IDX-MIG)   TO W-ED-NB
175400     PERFORM C06-LIGNE-NOMBRE
175500     MOVE 'REJETS REAFFECTES'              TO W-LIB-COMPTE
175600     MOVE W-MIG-NB-REJL(W-IDX-MIG)         TO W-ED-NB
175700     PERFORM C06-LIGNE-NOMBRE
175800     MOVE 'REJETS EN CONFLIT (NON REAFFECTES)'
175900                                           TO W-LIB-COMPTE
176000     MOVE W-MIG-NB-REJL-CONFLIT(W-IDX-MIG) TO W-ED-NB
176100     PERFORM C06-LIGNE-NOMBRE
176200     MOVE 'CROS EN ATTENTE REECRITS'       TO W-LIB-COMPTE
176300     MOVE W-MIG-NB-ATT(W-IDX-MIG)          TO W-ED-NB
176400     PERFORM C06-LIGNE-NOMBRE
176500     .
176600
176700 C02-RAPPORT-AGENCE-FIN.
176800*FIN RAPPORT AGENCE
176900     EXIT.
177000
177100 C05-LIGNE-COMPTAGE.
177200*C05-LIGNE-COMPTAGE : LIBELLE, COMPTAGE AVANT ET APRES
177300     MOVE       SPACES                 TO SBWMIGRP-ENR
177400     STRING     '   ' W-LIB-COMPTE ' ' W-ED-AVANT ' ' W-ED-APRES
177500         DELIMITED BY SIZE
177600         INTO SBWMIGRP-ENR
177700     END-STRING
177800     PERFORM    ECRITURE-LIGNE
177900     .
178000
178100 C06-LIGNE-NOMBRE.
178200*C06-LIGNE-NOMBRE : LIBELLE ET NOMBRE DE MISES A JOUR
178300     MOVE       SPACES                 TO SBWMIGRP-ENR
178400     STRING     '   ' W-LIB-COMPTE ' ' W-ED-NB
178500         DELIMITED BY SIZE
178600         INTO SBWMIGRP-ENR
178700     END-STRING
178800     PERFORM    ECRITURE-LIGNE
178900     .
179000
179100 ECRITURE-LIGNE.
179200*---------------
179300* ECRITURE RAPPORT
179400      WRITE SBWMIGRP-ENR
179500
179600*** CONTROLE STATUT FICHIER
179700      IF NOT SBWMIGRP-OK
179800        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
179900        MOVE SBWMIGRP-STATUS              TO W-F2CABN-MSG-CODRET
180000        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
180100        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWMIGRP
180200                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
180300        PERFORM C-FIN-ANO
180400      END-IF.
180500
180600 ECRITURE-LIGNE-FIN.
180700* FIN ECRITURE LIGNE
180800        EXIT.
180900
181000 C10-FERMETURES.
181100* FERMETURE DES FICHIERS
181200      CLOSE FD-EBWPARAM.
181300      IF EBWPARAM-STATUS NOT = ZERO
181400        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
181500        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
181600        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
181700        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWPARAM
181800                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
181900        PERFORM C-FIN-ANO
182000      END-IF.
182100
182200      CLOSE FD-EBWMIGAG.
182300      IF EBWMIGAG-STATUS NOT = ZERO
182400        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
182500        MOVE EBWMIGAG-STATUS              TO W-F2CABN-MSG-CODRET
182600        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
182700        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWMIGAG
182800                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
182900        PERFORM C-FIN-ANO
183000      END-IF.
183100
183200      CLOSE FD-EBWCCATT.
183300      IF EBWCCATT-STATUS NOT = ZERO
183400        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
183500        MOVE EBWCCATT-STATUS              TO W-F2CABN-MSG-CODRET
183600        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
183700        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWCCATT
183800                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
183900        PERFORM C-FIN-ANO
184000      END-IF.
184100
184200      CLOSE FD-SBWCCATT.
184300      IF SBWCCATT-STATUS NOT = ZERO
184400        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
184500        MOVE SBWCCATT-STATUS              TO W-F2CABN-MSG-CODRET
184600        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
184700        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWCCATT
184800                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
184900        PERFORM C-FIN-ANO
185000      END-IF.
185100
185200      CLOSE FD-SBWMIGRP.
185300      IF SBWMIGRP-STATUS NOT = ZERO
185400        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
185500        MOVE SBWMIGRP-STATUS              TO W-F2CABN-MSG-CODRET
185600        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
185700        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWMIGRP
185800                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
185900        PERFORM C-FIN-ANO
186000      END-IF.
186100*----------------------------------------------------------------*
186200 TRT-INIT-DB2P.
186300*TRT INIT DB2P.
186400     EXEC  SQL  WHENEVER  SQLWARNING  CONTINUE  END-EXEC
186500     EXEC  SQL  WHENEVER  NOT FOUND   CONTINUE  END-EXEC
186600
186700     INITIALIZE  DB2P-INTERFACE
186800     SET  DB2P-ERRMODE-SOFT     TO  TRUE
186900     SET  DB2P-NOT-RESTARTABLE  TO  TRUE
187000     SET  DB2P-TRTS-NO          TO  TRUE
187100     SET  DB2P-TRACE-OFF        TO  TRUE
187200     PERFORM  DB2P-INIT
187300*-----
187400     .
187500*================================================================*
187600* INITIALISATIONS
187700*================================================================*
187800 DB2P-INIT.
187900* ----------
188000     MOVE CST-PGM-ID  TO DB2P-PGMID
188100
188200     MOVE DB2P-FONCTION-INIT TO DB2P-FONCTION
188300     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
188400     .
188500
188600*================================================================*
188700* TRAITEMENT DES ERREURS
188800*================================================================*
188900 DB2P-CHECK-RESULT.
189000* ------------------
189100     MOVE SQLCODE TO DB2P-SQLCODE
189200     MOVE SQLCA   TO DB2P-SQLCA
189300     MOVE DB2P-FONCTION-CHECK TO DB2P-FONCTION
189400     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
189500     .
189600
189700*================================================================*
189800* TRAITEMENT DES COMMITS
189900*================================================================*
190000 DB2P-COMMIT.
190100* ------------
190200     MOVE DB2P-FONCTION-COMMIT TO DB2P-FONCTION
190300     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
190400     .
190500
190600*================================================================*
190700* ANNULATION DE L'UNITE DE TRAVAIL (MODE SIMULATION)
190800*================================================================*
190900 DB2P-ROLLBACK.
191000* --------------
191100     MOVE DB2P-FONCTION-ROLLBACK TO DB2P-FONCTION
191200     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
191300     .
191400
191500*================================================================*
191600* FIN DE TRAITEMENT
191700*================================================================*
191800 DB2P-FINAL.
191900* -------------
192000     MOVE DB2P-FONCTION-FINAL TO DB2P-FONCTION
192100     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
192200     .
192300*================================================================*
192400* FIN ANORMALE
192500*================================================================*
192600 C-FIN-ANO.
192700* -------------
192800     CALL GX0001P   USING W-F2CABN-ACTION
192900                          W-F2CABN-MSG.
