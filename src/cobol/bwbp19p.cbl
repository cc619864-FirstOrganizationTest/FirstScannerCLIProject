000100 ID DIVISION.
000200 PROGRAM-ID. BWBP19P.
000300**------------------------------------------------------------*
000400**                                                            *
000500**  TITRE          :  BWBP19P                                 *
000600**                                                            *
000700**  RAPPORT MENSUEL DES DELAIS DE FERMETURE DES CONTRATS      *
000800**                                                            *
000900**  DATE ET AUTEUR : 15/10/2026                               *
001000**                   R.ZITI                                   *
001100**                                                            *
001200**  DESCRIPT. PROG. : CE TRAITEMENT MENSUEL RELIT LES DELAIS  *
001300**                    DE FERMETURE TBWDELF ECRITS PAR BWBP01P *
001400**                    POUR CHAQUE CONTRAT FERME DANS LE MOIS  *
001500**                    DEMANDE ET MESURE, EN JOURS, L'ECART    *
001600**                    ENTRE LE DEBUT DU DELAI (DATE D'EFFET   *
001700**                    SIPP, OU VALIDATION DE LA DEMANDE BW03  *
001800**                    POUR LES CANAUX MANUEL ET RESILIATION)  *
001900**                    ET LA DATE DE POSE EN BASE. IL EDITE :  *
002000**                    - PAR BANQUE ET PAR CANAL (SIPP DIRECT, *
002100**                      APRES ATTENTE, APRES RECYCLAGE,       *
002200**                      MANUELLE, RESILIATION) LE NOMBRE DE   *
002300**                      FERMETURES PAR TRANCHE DE DELAI, LE   *
002400**                      DELAI MOYEN, LE DELAI MAXIMUM ET LE   *
002500**                      NOMBRE DE DEPASSEMENTS DU SEUIL DE    *
002600**                      SERVICE, PUIS LE TOTAL TOUTES BANQUES *
002700**                    - LA LISTE NOMINATIVE DES CONTRATS DONT *
002800**                      LE DELAI DEPASSE LE SEUIL DE SERVICE  *
002900**                      PARAMETRE, AVEC LEURS DATES (DEBUT,   *
003000**                      FLUX, PREMIER REJET, POSE).           *
003100**                    UNE FERMETURE ANNULEE PAR BWBP14P       *
003200**                    (INTERVENTION B240 SUPPRIMEE) N'EST PAS *
003300**                    COMPTEE. UN DEPASSEMENT DU SEUIL REND LA*
003400**                    MAIN EN CODE RETOUR 4.                  *
003425**                    LES DELAIS SONT EN JOURS OUVRES DU      *
003450**                    CALENDRIER TBWCALJ DE LA BANQUE DU      *
003475**                    CONTRAT (CALENDRIER COMMUN A DEFAUT).   *
003500**                                                            *
003600**  ARCHIT. PROG.   :                                         *
003700**                                                            *
003800**A-INITIALISATION                                            *
003900****  OUVERTURE DES FICHIERS, CARTE PARAMETRE                 *
004000**                                                            *
004100**B-TRAITEMENT                                                *
004200****  CUMULS PAR BANQUE ET CANAL, TOTAL GENERAL, LISTE DES    *
004300****  DEPASSEMENTS DU SEUIL                                   *
004400**                                                            *
004500**C-FIN-PROGRAMME                                             *
004600** BILAN, FERMETURE DES FICHIERS                              *
004700**                                                            *
004800**  PERIODICITE     : MENSUELLE                               *
004900**                                                            *
005000**  LE OU LES CTI   : LIMEIL                                  *
005100**                                                            *
005200**  PARAMETRES DE COMPILATION ET COPY UTILISES  : OS390       *
005300**  F2CABND1 ET F2CABNX1 : COPY INCLUDE POUR GESTION ABEND    *
005400**                                                            *
005500** SOUS-PROGRAMME APPELES:                                    *
005600** -----------------------                                    *
005700**   GENABEN3 : APPEL POUR GESTION DE L'ABEND (GX0001P)       *
005800**   BWDB2P   : INTERFACE DB2 (INIT/CHECK/FINAL)              *
005900**                                                            *
006000**  FICHIERS UTILISES :                                       *
006100**  -----------------                                         *
006200**  FICHIERS EN ENTREE :                                      *
006300**   EBWPARAM  MVS  CARTE PARAMETRE (DATE DU JOUR, MOIS       *
006400**                  SSAA-MM, SEUIL EN JOURS OUVRES)           *
006500**                                                            *
006600**  FICHIERS EN SORTIE :                                      *
006700**   SBWDELRP  MVS  RAPPORT DES DELAIS DE FERMETURE           *
006800**                                                            *
006900**  TABLES UTILISEES : TBWDELF, TBWINTV, TBWINTA, TBWCALJ     *
007000**                                                            *
007100**------------------------------------------------------------*
007200** HISTORIQUE :                                               *
007300**============================================================*
007325** 15/10/2026 R.ZITI : DELAIS ET SEUIL DE SERVICE EN JOURS    *
007350**                     OUVRES (CALENDRIER TBWCALJ DE LA       *
007375**                     BANQUE DU CONTRAT)                     *
007400***************************************************************
007500 ENVIRONMENT DIVISION.
007600 CONFIGURATION SECTION.
007700 INPUT-OUTPUT SECTION.
007800 FILE-CONTROL.
007900*-------------
008000***  FICHIER PARAMETRE (DATE DU JOUR, MOIS, SEUIL DE SERVICE)
008100     SELECT FD-EBWPARAM ASSIGN TO EBWPARAM
008200            FILE STATUS IS EBWPARAM-STATUS.
008300*
008400***  SBWDELRP RAPPORT DES DELAIS DE FERMETURE
008500     SELECT FD-SBWDELRP ASSIGN TO SBWDELRP
008600            FILE STATUS IS SBWDELRP-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000*-------------
009100***  EBWPARAM FICHIER PARAMETRE EN ENTREE
009200 FD  FD-EBWPARAM
009300     RECORDING MODE IS F
009400     BLOCK 0 RECORDS.
009500  01 ENR-EBWPARAM PIC X(80).
009600
009700***  SBWDELRP RAPPORT DES DELAIS DE FERMETURE
009800 FD  FD-SBWDELRP
009900     RECORDING MODE F
010000     BLOCK 0 RECORDS.
010100 01  SBWDELRP-ENR                        PIC X(133).
010200
010300*
010400 WORKING-STORAGE SECTION.
010500*------------------------
010600* CARTE PARAMETRE : DATE DU JOUR (SSAAMMJJ), MOIS RAPPORTE
010700* (SSAA-MM, DATE DE POSE DES FERMETURES) ET SEUIL DE SERVICE EN
010800* JOURS OUVRES (000 = SEUIL PAR DEFAUT)
010900 01  EBWPARAM-ENR.
011000     05 DTRAIT                              PIC 9(8).
011100     05 EBWPARAM-SSAAMMJJ REDEFINES DTRAIT.
011200           10 EBWPARAM-SSAA     PIC 9(4).
011300           10 EBWPARAM-MM       PIC 9(2).
011400           10 EBWPARAM-JJ       PIC 9(2).
011500     05 EBWPARAM-MOIS           PIC X(07).
011600     05 EBWPARAM-MOIS-R REDEFINES EBWPARAM-MOIS.
011700           10 EBWPARAM-MOIS-SSAA PIC 9(4).
011800           10 EBWPARAM-MOIS-SEP  PIC X(1).
011900           10 EBWPARAM-MOIS-MM   PIC 9(2).
012000     05 EBWPARAM-SEUIL          PIC 9(03).
012100     05 FILLER                  PIC X(62).
012200
012300*----------------------------------------------------------------*
012400*    COMPTEURS                                                   *
012500*----------------------------------------------------------------*
012600*FERMETURES LUES / CANAL INCONNU (NON CUMULEES)
012700 77  W-CPT-LUS                  PIC 9(07) VALUE ZEROS.
012800 77  W-CPT-CANAL-INCONNU        PIC 9(07) VALUE ZEROS.
012900*BANQUES EDITEES / DEPASSEMENTS DU SEUIL LISTES
013000 77  W-CPT-BANQUES              PIC 9(07) VALUE ZEROS.
013100 77  W-CPT-HORS-SEUIL           PIC 9(07) VALUE ZEROS.
013200*CODE RETOUR DU PROGRAMME
013300 77  W-CODRET                   PIC 9(02) VALUE ZEROS.
013400*INDICES DES CUMULS : NIVEAU (1 = BANQUE, 2 = TOUTES BANQUES),
013500*POSTE (CANAL 1 A 5, 6 = TOTAL), TRANCHE DE DELAI
013600 77  W-SUB-NIV                  PIC S9(04) COMP VALUE ZEROS.
013700 77  W-SUB-POSTE                PIC S9(04) COMP VALUE ZEROS.
013800 77  W-SUB-CAN                  PIC S9(04) COMP VALUE ZEROS.
013900 77  W-SUB-BDE                  PIC S9(04) COMP VALUE ZEROS.
014000
014100*------------------------------------------------*
014200*    FILE STATUS                                 *
014300*------------------------------------------------*
014400***  FILE STATUS FICHIER PARAMETRE
014500 77  EBWPARAM-STATUS                     PIC 9(2).
014600     88 EBWPARAM-OK                              VALUE 00.
014700     88 EBWPARAM-FINFICHIER                      VALUE 10.
014800
014900***  FILE STATUS SBWDELRP RAPPORT
015000 77  SBWDELRP-STATUS                     PIC 9(2).
015100     88 SBWDELRP-OK                              VALUE 00.
015200     88 SBWDELRP-FINFICHIER                      VALUE 10.
015300
015400* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
015500*                                                                *
015600*         V U E S     D B 2      E N     L E C T U R E           *
015700*                                                                *
015800* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
015900     EXEC  SQL  INCLUDE  TBWDELF  END-EXEC.
015950     EXEC  SQL  INCLUDE  TBWCALJ   END-EXEC.
016000
016100     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
016200
016300*   VARIABLE DU MODULE  BWDB2
016400     COPY  BWWDB31.
016500
016600*   VARIABLE POUR LA GESTION DES ERREURS TECHNIQUES
016700     EXEC  SQL  INCLUDE IVWERR3  END-EXEC.
016800
016900*------------------------------------------------*
017000*    DESCRIPTION APPEL ABANDON PROGRAMME         *
017100*------------------------------------------------*
017200***  CONSTANTES ET APPEL GX0001P
017300 01  GX0001P                        PIC X(08) VALUE 'GX0001P'.
017400     COPY F2CABND1.
017500     COPY F2CABNX1.
017600
017700***  MESSAGE ET CODE ABEND CARTE PARAMETRE
017800 77  WS-MES-EBWPARAM        PIC X(20)
017900     VALUE ' CARTE PARAMETRE    '.
018000
018100*** MESSAGE + CODE ABEND SBWDELRP RAPPORT
018200 77  WS-MES-SBWDELRP       PIC X(20)
018300     VALUE ' SBWDELRP RAPPORT   '.
018400
018500*************************************************************
018600***  VARIABLES DIVERSES
018700*************************************************************
018800***  NOM PROGRAMME ET PROCESS
018900 01  W-PROGRAMME-ID         PIC X(8)  VALUE 'BWBP19P '.
019000 01  W-PROCESS-ID           PIC X(8)  VALUE 'BWBP19'.
019100***  NOM DU PROGRAMME POUR BWDB2P
019200 01  CST-PGM-ID          PIC  X(008) VALUE 'BWBP19P '.
019300***  SEUIL DE SERVICE PAR DEFAUT (JOURS OUVRES)
019400 01  CST-SEUIL-DEFAUT    PIC  9(03) VALUE 005.
019500***  INDICATEUR FIN DE CURSEUR (COMMUN AUX DEUX PARCOURS)
019600 01  WSS-FIN-CSR         PIC  9(001).
019700     88  FIN-CSR         VALUE 1.
019800     88  NON-FIN-CSR     VALUE 0.
019900***  CANAL DE LA FERMETURE EN COURS TROUVE DANS LA TABLE
020000 01  WSS-CANAL-TROUVE    PIC  9(1) VALUE 0.
020100     88  CANAL-TROUVE        VALUE 1.
020200     88  CANAL-NON-TROUVE    VALUE 0.
020300***  BANQUE EN COURS DE CUMUL (RUPTURE)
020400 01  W-BQE-COUR          PIC  X(05) VALUE SPACES.
020500***  SEUIL DE SERVICE RETENU ET DELAI DE LA FERMETURE EN COURS
020600 01  W-SEUIL             PIC  9(03) VALUE ZEROS.
020700 01  W-DELAI             PIC  9(05) VALUE ZEROS.
020800***  DELAI MOYEN D'UN POSTE
020900 01  W-MOYEN             PIC  9(05)V9 VALUE ZEROS.
021000
021100***  CANAUX DE FERMETURE (CODE TBWDELF + LIBELLE EDITE), DANS
021200***  L'ORDRE D'EDITION
021300 01  CST-CANAUX.
021400     05  FILLER PIC X(15) VALUE 'SSIPP DIRECT   '.
021500     05  FILLER PIC X(15) VALUE 'AAPRES ATTENTE '.
021600     05  FILLER PIC X(15) VALUE 'RAPRES RECYCL. '.
021700     05  FILLER PIC X(15) VALUE 'MMANUELLE      '.
021800     05  FILLER PIC X(15) VALUE 'CRESILIATION   '.
021900 01  FILLER REDEFINES CST-CANAUX.
022000     05  W-TBL-CAN-ENT OCCURS 5 TIMES.
022100         10  W-TBL-CAN-COD       PIC X(01).
022200         10  W-TBL-CAN-LIB       PIC X(14).
022300***  LIBELLE DU POSTE TOTAL
022400 01  CST-LIB-TOTAL       PIC  X(14) VALUE 'TOTAL         '.
022500
022600***  CUMULS PAR NIVEAU (1 = BANQUE EN COURS, 2 = TOUTES BANQUES)
022700***  ET PAR POSTE (CANAUX 1 A 5, 6 = TOTAL) : NOMBRE, NOMBRE PAR
022800***  TRANCHE DE DELAI (J0, J1, J2-J3, J4-J5, J6-J10, J11-J30,
022900***  PLUS DE 30 JOURS), SOMME DES DELAIS, DELAI MAXIMUM ET
023000***  DEPASSEMENTS DU SEUIL
023100 01  W-TBL-CUM.
023200     05  W-CUM-NIV OCCURS 2 TIMES.
023300         10  W-CUM-POSTE OCCURS 6 TIMES.
023400             15  W-CUM-NB        PIC 9(07).
023500             15  W-CUM-BDE       PIC 9(07) OCCURS 7 TIMES.
023600             15  W-CUM-JOURS     PIC 9(09).
023700             15  W-CUM-MAX       PIC 9(05).
023800             15  W-CUM-HORS      PIC 9(07).
023900
024000***  ZONES D'EDITION DU RAPPORT
024100 01  W-LIB-POSTE         PIC  X(14) VALUE SPACES.
024200 01  W-ED-NB7            PIC  Z(06)9.
024300 01  W-ED-BDE.
024400     05  W-ED-BDE-NB OCCURS 7 TIMES.
024500         10  FILLER          PIC X(01).
024600         10  W-ED-BDE-VAL    PIC Z(05)9.
024700 01  W-ED-MOY            PIC  ZZZZ9.9.
024800 01  W-ED-MAX            PIC  Z(04)9.
024900 01  W-ED-HORS           PIC  Z(06)9.
025000 01  W-ED-DELAI          PIC  Z(04)9.
025100 01  W-ED-SEUIL          PIC  ZZ9.
025200 01  W-LIB-COMPTE        PIC  X(45) VALUE SPACES.
025300 01  W-ED-NB             PIC  Z(08)9.
025400
025500*------------------------------------------------------------
025600*   HOST VARIABLES
025700*------------------------------------------------------------
025800***  BORNES DU MOIS RAPPORTE (DATE DE POSE, FORMAT DB2)
025900 01  H-DATE-DEB                   PIC X(10).
026000 01  H-DATE-FIN                   PIC X(10).
026100***  DELAI EN JOURS OUVRES CALCULE PAR DB2 ET SEUIL DE SERVICE
026200 01  H-DELAI                      PIC S9(09) COMP.
026300 01  H-SEUIL                      PIC S9(09) COMP.
026400
026500*-------------------
026600 PROCEDURE DIVISION.
026700*-------------------
026800
026900*************************
027000*  ARCHITECTURE PROGRAMME
027100*************************
027200*
027300* OUVERTURE DES FICHIERS ET CARTE PARAMETRE
027400     PERFORM A-INITIALISATION
027500        THRU A-INITIALISATION-FIN.
027600
027700* CUMULS, TOTAL GENERAL ET LISTE DES DEPASSEMENTS
027800     PERFORM B-TRAITEMENT
027900        THRU B-TRAITEMENT-FIN.
028000
028100* BILAN ET FERMETURE DES FICHIERS
028200     PERFORM C-FIN-PROGRAMME
028300        THRU C-FIN-PROGRAMME-FIN.
028400
028500*    STOP RUN
028600     GOBACK.
028700/
028800******************
028900 A-INITIALISATION.
029000* A INITIALISATION
029100******************
029200**1. RAPPORT
029300     OPEN OUTPUT FD-SBWDELRP.
029400     IF NOT SBWDELRP-OK
029500        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
029600        MOVE SBWDELRP-STATUS              TO W-F2CABN-MSG-CODRET
029700        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
029800        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWDELRP
029900                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
030000        PERFORM C-FIN-ANO
030100     END-IF.
030200
030300**2. CARTE PARAMETRE
030400     PERFORM A20-EBWPARAM-LECTURE
030500        THRU A20-EBWPARAM-LECTURE-FIN.
030600
030700**3. INITIALISATION DB2
030800     PERFORM     TRT-INIT-DB2P.
030900
031000**4. ENTETE DU RAPPORT
031100     MOVE       W-SEUIL                TO W-ED-SEUIL
031200     MOVE       SPACES                 TO SBWDELRP-ENR
031300     STRING     'DELAIS DE FERMETURE DES CONTRATS - MOIS '
031400                EBWPARAM-MOIS
031500                ' - SEUIL DE SERVICE ' W-ED-SEUIL ' JOURS OUVRES'
031600                ' - EDITE LE ' DTRAIT
031700         DELIMITED BY SIZE
031800         INTO SBWDELRP-ENR
031900     END-STRING
032000     PERFORM    ECRITURE-LIGNE.
032100     MOVE       SPACES                 TO SBWDELRP-ENR
032200     STRING     'DELAI = DATE DE POSE - DATE D''EFFET SIPP '
032300                '(VALIDATION BW03 POUR MANUELLE/RESILIATION)'
032400         DELIMITED BY SIZE
032500         INTO SBWDELRP-ENR
032600     END-STRING
032700     PERFORM    ECRITURE-LIGNE.
032712     MOVE       SPACES                 TO SBWDELRP-ENR
032724     STRING     'DELAIS EN JOURS OUVRES - CALENDRIER TBWCALJ DE '
032736                'LA BANQUE (CALENDRIER COMMUN A DEFAUT)'
032748         DELIMITED BY SIZE
032760         INTO SBWDELRP-ENR
032772     END-STRING
032784     PERFORM    ECRITURE-LIGNE.
032800
032900 A-INITIALISATION-FIN.    EXIT.
033000* FIN INITIALISATION
033100
033200/
033300 A20-EBWPARAM-LECTURE.
033400***  CARTE PARAMETRE (DATE DU JOUR, MOIS, SEUIL DE SERVICE)
033500     OPEN INPUT FD-EBWPARAM.
033600     IF NOT EBWPARAM-OK
033700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
033800        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
033900        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
034000        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWPARAM
034100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
034200        PERFORM C-FIN-ANO
034300     END-IF.
034400
034500     READ FD-EBWPARAM            INTO EBWPARAM-ENR
034600     IF NOT EBWPARAM-OK AND NOT EBWPARAM-FINFICHIER
034700        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
034800        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
034900        MOVE W-F2CABND-FIC-LEC-COD        TO W-F2CABN-ACTION-CODE
035000        STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWPARAM
035100                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
035200        PERFORM C-FIN-ANO
035300     END-IF.
035400
035500*CONTROLE DE LA CARTE : DATE NUMERIQUE ET VALIDE, MOIS SSAA-MM,
035600*SEUIL NUMERIQUE - UNE CARTE INVALIDE ARRETE LE TRAITEMENT
035700     IF EBWPARAM-FINFICHIER
035800        OR DTRAIT NOT NUMERIC
035900        OR EBWPARAM-MM < 01 OR EBWPARAM-MM > 12
036000        OR EBWPARAM-JJ < 01 OR EBWPARAM-JJ > 31
036100        OR EBWPARAM-MOIS-SSAA NOT NUMERIC
036200        OR EBWPARAM-MOIS-SEP NOT = '-'
036300        OR EBWPARAM-MOIS-MM NOT NUMERIC
036400        OR EBWPARAM-MOIS-MM < 01 OR EBWPARAM-MOIS-MM > 12
036500        OR EBWPARAM-SEUIL NOT NUMERIC
036600        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
036700        MOVE ZEROS                        TO W-F2CABN-MSG-CODRET
036800        MOVE W-F2CABND-INT-COD            TO W-F2CABN-ACTION-CODE
036900        MOVE SPACES                       TO W-F2CABN-MSG-LIBEL
037000        STRING W-F2CABND-INT-TXT
037100               'CARTE PARAMETRE DELAIS INVALIDE'
037200            DELIMITED BY SIZE
037300            INTO W-F2CABN-MSG-LIBEL
037400        END-STRING
037500        PERFORM C-FIN-ANO
037600     END-IF.
037700
037800* SEUIL DE SERVICE (DEFAUT SI NON RENSEIGNE)
037900     IF EBWPARAM-SEUIL = ZEROS
038000        MOVE CST-SEUIL-DEFAUT     TO W-SEUIL
038100     ELSE
038200        MOVE EBWPARAM-SEUIL       TO W-SEUIL
038300     END-IF.
038400     MOVE W-SEUIL                 TO H-SEUIL.
038500
038600* BORNES DU MOIS AU FORMAT DB2 (DATES STOCKEES SSAA-MM-JJ : LE
038700* 31 BORNE TOUS LES MOIS)
038800     MOVE SPACES                  TO H-DATE-DEB.
038900     STRING EBWPARAM-MOIS '-01'
039000         DELIMITED BY SIZE INTO H-DATE-DEB
039100     END-STRING.
039200     MOVE SPACES                  TO H-DATE-FIN.
039300     STRING EBWPARAM-MOIS '-31'
039400         DELIMITED BY SIZE INTO H-DATE-FIN
039500     END-STRING.
039600
039700 A20-EBWPARAM-LECTURE-FIN.
039800* FIN LECTURE EBWPARAM
039900       EXIT.
040000
040100********************
040200 B-TRAITEMENT.
040300* B TRAITEMENT.
040400********************
040500     INITIALIZE W-TBL-CUM
040600
040700     PERFORM B10-CUMULS
040800        THRU B10-CUMULS-FIN
040900
041000     PERFORM B30-DEPASSEMENTS
041100        THRU B30-DEPASSEMENTS-FIN
041200
041300     IF W-CPT-HORS-SEUIL > ZEROS
041400        MOVE 4 TO W-CODRET
041500     END-IF
041600     .
041700
041800 B-TRAITEMENT-FIN.
041900* FIN TRAITEMENT
042000        EXIT.
042100
042200 B10-CUMULS.
042300*B10-CUMULS : FERMETURES POSEES DANS LE MOIS DONT L'INTERVENTION
042400*B240 EXISTE TOUJOURS (EN LIGNE OU ARCHIVEE), PAR BANQUE ET CANAL
042500*- RUPTURE PAR BANQUE, PUIS TOTAL TOUTES BANQUES
042600     MOVE       SPACES                 TO SBWDELRP-ENR
042700     PERFORM    ECRITURE-LIGNE
042800     MOVE       'FERMETURES PAR BANQUE ET PAR CANAL'
042900                                       TO SBWDELRP-ENR
043000     PERFORM    ECRITURE-LIGNE
043100     PERFORM    TRT-ENTETE-COLONNES
043200
043300     EXEC SQL   DECLARE  CBWDELA
043400        CURSOR   FOR
043500       SELECT   D.BANQ_BQE
043600              , D.DELF_CANAL
043700              , DAYS(D.DELF_DTRAIT) - DAYS(D.DELF_DAT_REF)
043710              - (SELECT COUNT(*) FROM TBWCALJ C
043720                  WHERE C.CALJ_DATE  > D.DELF_DAT_REF
043730                  AND   C.CALJ_DATE <= D.DELF_DTRAIT
043740                  AND   C.CALJ_OUVRE = 'N'
043750                  AND  (C.BANQ_BQE   = D.BANQ_BQE
043760                   OR  (C.BANQ_BQE   = '*****'
043770                  AND   NOT EXISTS (SELECT 1 FROM TBWCALJ B
043780                         WHERE B.BANQ_BQE  = D.BANQ_BQE
043790                         AND   B.CALJ_DATE = C.CALJ_DATE))))
043800       FROM     TBWDELF D
043900       WHERE    D.DELF_DTRAIT BETWEEN :H-DATE-DEB
044000                                  AND :H-DATE-FIN
044100       AND    ( EXISTS
044200                (SELECT 1
044300                   FROM TBWINTV I
044400                  WHERE I.CONT_NCN = D.CONT_NCN
044500                    AND I.INTV_HDT = D.DELF_HDT)
044600       OR       EXISTS
044700                (SELECT 1
044800                   FROM TBWINTA A
044900                  WHERE A.CONT_NCN = D.CONT_NCN
045000                    AND A.INTV_HDT = D.DELF_HDT) )
045100       ORDER BY D.BANQ_BQE, D.DELF_CANAL
045200       FOR FETCH ONLY
045300     END-EXEC
045400
045500     EXEC SQL
045600       OPEN CBWDELA
045700     END-EXEC
045800
045900     SET NON-FIN-CSR TO TRUE
046000     PERFORM     TRT-DELA-FETCH
046100     IF NOT FIN-CSR
046200        MOVE BANQ-BQE OF TBWDELF     TO W-BQE-COUR
046300     END-IF
046400
046500     PERFORM UNTIL FIN-CSR
046600        IF BANQ-BQE OF TBWDELF NOT = W-BQE-COUR
046700           PERFORM B15-RUPTURE-BANQUE
046800           MOVE BANQ-BQE OF TBWDELF  TO W-BQE-COUR
046900        END-IF
047000        ADD 1 TO W-CPT-LUS
047100        PERFORM B12-FERMETURE
047200        PERFORM TRT-DELA-FETCH
047300     END-PERFORM
047400
047500     EXEC SQL
047600       CLOSE CBWDELA
047700     END-EXEC
047800
047900     IF W-CPT-LUS > ZEROS
048000        PERFORM B15-RUPTURE-BANQUE
048100     END-IF
048200
048300*TOTAL TOUTES BANQUES
048400     MOVE       SPACES                 TO SBWDELRP-ENR
048500     PERFORM    ECRITURE-LIGNE
048600     MOVE       'TOUTES BANQUES'       TO SBWDELRP-ENR
048700     PERFORM    ECRITURE-LIGNE
048800     PERFORM    TRT-ENTETE-COLONNES
048900     MOVE       '*TOUS'                TO W-BQE-COUR
049000     MOVE       2                      TO W-SUB-NIV
049100     PERFORM    TRT-EDITION-NIVEAU
049200     .
049300
049400 B10-CUMULS-FIN.
049500*FIN CUMULS
049600     EXIT.
049700
049800 TRT-DELA-FETCH.
049900* TRT DELA FETCH (FERMETURES DU MOIS)
050000     EXEC SQL
050100        FETCH CBWDELA
050200        INTO :TBWDELF.BANQ-BQE,
050300             :TBWDELF.DELF-CANAL,
050400             :H-DELAI
050500     END-EXEC
050600
050700     MOVE       'SELECT TBWDELF '      TO DB2P-LABEL
050800     MOVE       'FETCH'                TO DB2P-COMMAND
050900     MOVE       'TBWDELF '             TO DB2P-OBJECT
051000     PERFORM    DB2P-CHECK-RESULT.
051100     IF NOT DB2P-FOUND
051200        SET FIN-CSR TO TRUE
051300     END-IF
051400     .
051500
051600 B12-FERMETURE.
051700*B12-FERMETURE : CUMUL D'UNE FERMETURE DANS LE POSTE DE SON CANAL
051800*ET LE POSTE TOTAL, AU NIVEAU BANQUE ET TOUTES BANQUES - UN DELAI
051900*NEGATIF (DEBUT POSTERIEUR A LA POSE) COMPTE POUR ZERO
052000     PERFORM TRT-CANAL-RECH
052100     IF CANAL-NON-TROUVE
052200        ADD 1 TO W-CPT-CANAL-INCONNU
052300        GO TO B12-FERMETURE-FIN
052400     END-IF
052500
052600     IF H-DELAI < ZEROS
052700        MOVE ZEROS                TO W-DELAI
052800     ELSE
052900        MOVE H-DELAI              TO W-DELAI
053000     END-IF
053100
053200*TRANCHE DE DELAI
053300     IF W-DELAI = 0
053400        MOVE 1 TO W-SUB-BDE
053500     ELSE
053600     IF W-DELAI = 1
053700        MOVE 2 TO W-SUB-BDE
053800     ELSE
053900     IF W-DELAI <= 3
054000        MOVE 3 TO W-SUB-BDE
054100     ELSE
054200     IF W-DELAI <= 5
054300        MOVE 4 TO W-SUB-BDE
054400     ELSE
054500     IF W-DELAI <= 10
054600        MOVE 5 TO W-SUB-BDE
054700     ELSE
054800     IF W-DELAI <= 30
054900        MOVE 6 TO W-SUB-BDE
055000     ELSE
055100        MOVE 7 TO W-SUB-BDE
055200     END-IF
055300     END-IF
055400     END-IF
055500     END-IF
055600     END-IF
055700     END-IF
055800
055900     MOVE 1             TO W-SUB-NIV
056000     MOVE W-SUB-CAN     TO W-SUB-POSTE
056100     PERFORM TRT-CUMUL-POSTE
056200     MOVE 6             TO W-SUB-POSTE
056300     PERFORM TRT-CUMUL-POSTE
056400     MOVE 2             TO W-SUB-NIV
056500     MOVE W-SUB-CAN     TO W-SUB-POSTE
056600     PERFORM TRT-CUMUL-POSTE
056700     MOVE 6             TO W-SUB-POSTE
056800     PERFORM TRT-CUMUL-POSTE
056900     .
057000
057100 B12-FERMETURE-FIN.
057200*FIN FERMETURE
057300     EXIT.
057400
057500 TRT-CANAL-RECH.
057600*TRT-CANAL-RECH : RANG DU CANAL DE LA FERMETURE EN COURS DANS LA
057700*TABLE DES CANAUX (W-SUB-CAN)
057800     SET CANAL-NON-TROUVE TO TRUE
057900     PERFORM VARYING W-SUB-CAN FROM 1 BY 1
058000             UNTIL W-SUB-CAN > 5
058100                OR CANAL-TROUVE
058200        IF W-TBL-CAN-COD(W-SUB-CAN) = DELF-CANAL OF TBWDELF
058300           SET CANAL-TROUVE TO TRUE
058400        END-IF
058500     END-PERFORM
058600     IF CANAL-TROUVE
058700        SUBTRACT 1 FROM W-SUB-CAN
058800     END-IF
058900     .
059000
059100 TRT-CUMUL-POSTE.
059200*TRT-CUMUL-POSTE : CUMUL DE LA FERMETURE EN COURS DANS LE POSTE
059300*(W-SUB-NIV, W-SUB-POSTE)
059400     ADD 1       TO W-CUM-NB(W-SUB-NIV, W-SUB-POSTE)
059500     ADD 1       TO W-CUM-BDE(W-SUB-NIV, W-SUB-POSTE, W-SUB-BDE)
059600     ADD W-DELAI TO W-CUM-JOURS(W-SUB-NIV, W-SUB-POSTE)
059700     IF W-DELAI > W-CUM-MAX(W-SUB-NIV, W-SUB-POSTE)
059800        MOVE W-DELAI TO W-CUM-MAX(W-SUB-NIV, W-SUB-POSTE)
059900     END-IF
060000     IF W-DELAI > W-SEUIL
060100        ADD 1    TO W-CUM-HORS(W-SUB-NIV, W-SUB-POSTE)
060200     END-IF
060300     .
060400
060500 B15-RUPTURE-BANQUE.
060600*B15-RUPTURE-BANQUE : EDITION DES POSTES DE LA BANQUE TERMINEE
060700*PUIS REMISE A ZERO DU NIVEAU BANQUE
060800     ADD 1 TO W-CPT-BANQUES
060900     MOVE 1                     TO W-SUB-NIV
061000     PERFORM TRT-EDITION-NIVEAU
061100     INITIALIZE W-CUM-NIV(1)
061200     .
061300
061400 TRT-EDITION-NIVEAU.
061500*TRT-EDITION-NIVEAU : UNE LIGNE PAR CANAL PRESENT ET UNE LIGNE
061600*TOTAL POUR LE NIVEAU W-SUB-NIV (BANQUE W-BQE-COUR)
061700     PERFORM VARYING W-SUB-POSTE FROM 1 BY 1
061800             UNTIL W-SUB-POSTE > 6
061900        IF W-CUM-NB(W-SUB-NIV, W-SUB-POSTE) > ZEROS
062000           PERFORM TRT-EDITION-POSTE
062100        END-IF
062200     END-PERFORM
062300     .
062400
062500 TRT-EDITION-POSTE.
062600*TRT-EDITION-POSTE : LIGNE D'UN POSTE (NOMBRE, TRANCHES, DELAI
062700*MOYEN ET MAXIMUM, DEPASSEMENTS DU SEUIL)
062800     IF W-SUB-POSTE = 6
062900        MOVE CST-LIB-TOTAL              TO W-LIB-POSTE
063000     ELSE
063100        MOVE W-TBL-CAN-LIB(W-SUB-POSTE) TO W-LIB-POSTE
063200     END-IF
063300     MOVE W-CUM-NB(W-SUB-NIV, W-SUB-POSTE)  TO W-ED-NB7
063400     MOVE SPACES                             TO W-ED-BDE
063500     PERFORM VARYING W-SUB-BDE FROM 1 BY 1
063600             UNTIL W-SUB-BDE > 7
063700        MOVE W-CUM-BDE(W-SUB-NIV, W-SUB-POSTE, W-SUB-BDE)
063800                               TO W-ED-BDE-VAL(W-SUB-BDE)
063900     END-PERFORM
064000     DIVIDE W-CUM-JOURS(W-SUB-NIV, W-SUB-POSTE)
064100         BY W-CUM-NB(W-SUB-NIV, W-SUB-POSTE)
064200         GIVING W-MOYEN ROUNDED
064300     MOVE W-MOYEN                            TO W-ED-MOY
064400     MOVE W-CUM-MAX(W-SUB-NIV, W-SUB-POSTE)  TO W-ED-MAX
064500     MOVE W-CUM-HORS(W-SUB-NIV, W-SUB-POSTE) TO W-ED-HORS
064600
064700     MOVE       SPACES                 TO SBWDELRP-ENR
064800     STRING     '   ' W-BQE-COUR ' ' W-LIB-POSTE ' ' W-ED-NB7
064900                W-ED-BDE ' ' W-ED-MOY ' ' W-ED-MAX
065000                ' ' W-ED-HORS
065100         DELIMITED BY SIZE
065200         INTO SBWDELRP-ENR
065300     END-STRING
065400     PERFORM    ECRITURE-LIGNE
065500     .
065600
065700 TRT-ENTETE-COLONNES.
065800*TRT-ENTETE-COLONNES : TITRES DES COLONNES DES LIGNES DE CUMUL
065900     MOVE       SPACES                 TO SBWDELRP-ENR
066000     STRING     '   BANQ  CANAL          '
066100                ' NOMBRE'
066200                '     J0' '     J1' '  J2-J3' '  J4-J5'
066300                ' J6-J10' ' J11-30' '   +J30'
066400                '    MOYEN'
066500                '  MAXI'
066600                '  >SEUIL'
066700         DELIMITED BY SIZE
066800         INTO SBWDELRP-ENR
066900     END-STRING
067000     PERFORM    ECRITURE-LIGNE
067100     .
067200
067300 B30-DEPASSEMENTS.
067400*B30-DEPASSEMENTS : LISTE NOMINATIVE DES CONTRATS DONT LE DELAI
067500*DEPASSE LE SEUIL DE SERVICE, PAR BANQUE ET AGENCE, DU PLUS LONG
067600*AU PLUS COURT DELAI
067700     MOVE       SPACES                 TO SBWDELRP-ENR
067800     PERFORM    ECRITURE-LIGNE
067900     MOVE       SPACES                 TO SBWDELRP-ENR
068000     STRING     'CONTRATS FERMES AU-DELA DU SEUIL DE SERVICE ('
068100                W-ED-SEUIL ' JOURS OUVRES)'
068200         DELIMITED BY SIZE
068300         INTO SBWDELRP-ENR
068400     END-STRING
068500     PERFORM    ECRITURE-LIGNE
068600
068700     EXEC SQL   DECLARE  CBWDELD
068800        CURSOR   FOR
068900       SELECT   D.BANQ_BQE
069000              , D.AGEN_AGC
069100              , D.CPTE_NCP
069200              , D.CONT_NCN
069300              , D.DELF_CANAL
069400              , D.DELF_DAT_REF
069500              , D.DELF_DATFLUX
069600              , D.DELF_DAT_REJ
069700              , D.DELF_DTRAIT
069800              , DAYS(D.DELF_DTRAIT) - DAYS(D.DELF_DAT_REF)
069810              - (SELECT COUNT(*) FROM TBWCALJ C
069820                  WHERE C.CALJ_DATE  > D.DELF_DAT_REF
069830                  AND   C.CALJ_DATE <= D.DELF_DTRAIT
069840                  AND   C.CALJ_OUVRE = 'N'
069850                  AND  (C.BANQ_BQE   = D.BANQ_BQE
069860                   OR  (C.BANQ_BQE   = '*****'
069870                  AND   NOT EXISTS (SELECT 1 FROM TBWCALJ B
069880                         WHERE B.BANQ_BQE  = D.BANQ_BQE
069890                         AND   B.CALJ_DATE = C.CALJ_DATE))))
069900       FROM     TBWDELF D
070000       WHERE    D.DELF_DTRAIT BETWEEN :H-DATE-DEB
070100                                  AND :H-DATE-FIN
070200       AND      DAYS(D.DELF_DTRAIT) - DAYS(D.DELF_DAT_REF)
070210              - (SELECT COUNT(*) FROM TBWCALJ C
070220                  WHERE C.CALJ_DATE  > D.DELF_DAT_REF
070230                  AND   C.CALJ_DATE <= D.DELF_DTRAIT
070240                  AND   C.CALJ_OUVRE = 'N'
070250                  AND  (C.BANQ_BQE   = D.BANQ_BQE
070260                   OR  (C.BANQ_BQE   = '*****'
070270                  AND   NOT EXISTS (SELECT 1 FROM TBWCALJ B
070280                         WHERE B.BANQ_BQE  = D.BANQ_BQE
070290                         AND   B.CALJ_DATE = C.CALJ_DATE))))
070300                                > :H-SEUIL
070400       AND    ( EXISTS
070500                (SELECT 1
070600                   FROM TBWINTV I
070700                  WHERE I.CONT_NCN = D.CONT_NCN
070800                    AND I.INTV_HDT = D.DELF_HDT)
070900       OR       EXISTS
071000                (SELECT 1
071100                   FROM TBWINTA A
071200                  WHERE A.CONT_NCN = D.CONT_NCN
071300                    AND A.INTV_HDT = D.DELF_HDT) )
071400       ORDER BY 1, 2, 10 DESC, 4
071500       FOR FETCH ONLY
071600     END-EXEC
071700
071800     EXEC SQL
071900       OPEN CBWDELD
072000     END-EXEC
072100
072200     SET NON-FIN-CSR TO TRUE
072300     PERFORM     TRT-DELD-FETCH
072400
072500     PERFORM UNTIL FIN-CSR
072600        ADD 1 TO W-CPT-HORS-SEUIL
072700        PERFORM TRT-CANAL-RECH
072800        IF CANAL-TROUVE
072900           MOVE W-TBL-CAN-LIB(W-SUB-CAN) TO W-LIB-POSTE
073000        ELSE
073100           MOVE DELF-CANAL OF TBWDELF    TO W-LIB-POSTE
073200        END-IF
073300        MOVE H-DELAI                     TO W-ED-DELAI
073400        MOVE       SPACES                TO SBWDELRP-ENR
073500        STRING     '   ' BANQ-BQE OF TBWDELF
073600                   ' ' AGEN-AGC OF TBWDELF
073700                   ' ' CPTE-NCP OF TBWDELF
073800                   ' ' CONT-NCN OF TBWDELF
073900                   ' ' W-LIB-POSTE
074000                   ' DEBUT ' DELF-DAT-REF OF TBWDELF
074100                   ' FLUX ' DELF-DATFLUX OF TBWDELF
074200                   ' REJET ' DELF-DAT-REJ OF TBWDELF
074300                   ' POSE ' DELF-DTRAIT OF TBWDELF
074400                   ' DELAI ' W-ED-DELAI
074500            DELIMITED BY SIZE
074600            INTO SBWDELRP-ENR
074700        END-STRING
074800        PERFORM    ECRITURE-LIGNE
074900        PERFORM TRT-DELD-FETCH
075000     END-PERFORM
075100
075200     EXEC SQL
075300       CLOSE CBWDELD
075400     END-EXEC
075500
075600     IF W-CPT-HORS-SEUIL = ZEROS
075700        MOVE    '   AUCUN DEPASSEMENT'  TO SBWDELRP-ENR
075800        PERFORM ECRITURE-LIGNE
075900     END-IF
076000     .
076100
076200 B30-DEPASSEMENTS-FIN.
076300*FIN DEPASSEMENTS
076400     EXIT.
076500
076600 TRT-DELD-FETCH.
076700* TRT DELD FETCH (DEPASSEMENTS DU SEUIL)
076800     EXEC SQL
076900        FETCH CBWDELD
077000        INTO :TBWDELF.BANQ-BQE,
077100             :TBWDELF.AGEN-AGC,
077200             :TBWDELF.CPTE-NCP,
077300             :TBWDELF.CONT-NCN,
077400             :TBWDELF.DELF-CANAL,
077500             :TBWDELF.DELF-DAT-REF,
077600             :TBWDELF.DELF-DATFLUX,
077700             :TBWDELF.DELF-DAT-REJ,
077800             :TBWDELF.DELF-DTRAIT,
077900             :H-DELAI
078000     END-EXEC
078100
078200     MOVE       'SELECT TBWDELF '      TO DB2P-LABEL
078300     MOVE       'FETCH'                TO DB2P-COMMAND
078400     MOVE       'TBWDELF '             TO DB2P-OBJECT
078500     PERFORM    DB2P-CHECK-RESULT.
078600     IF NOT DB2P-FOUND
078700        SET FIN-CSR TO TRUE
078800     END-IF
078900     .
079000
079100******************************************************************
079200*   C-FIN-PROGRAMME
079300******************************************************************
079400 C-FIN-PROGRAMME.
079500*--------------------
079600*BILAN DU RUN
079700     PERFORM    C01-BILAN
079800           THRU C01-BILAN-FIN.
079900
080000     PERFORM    C10-FERMETURES.
080100
080200     PERFORM    DB2P-FINAL.
080300
080400     MOVE W-CODRET TO RETURN-CODE.
080500
080600 C-FIN-PROGRAMME-FIN.
080700* FIN DE CLOTURE DU PROGRAMME
080800     EXIT.
080900
081000*----------------
081100
081200 C01-BILAN.
081300*C01-BILAN : BILAN DU RUN
081400     MOVE       SPACES                 TO SBWDELRP-ENR
081500     PERFORM    ECRITURE-LIGNE
081600     MOVE       'BILAN DU RUN'         TO SBWDELRP-ENR
081700     PERFORM    ECRITURE-LIGNE
081800     MOVE 'FERMETURES DU MOIS LUES'    TO W-LIB-COMPTE
081900     MOVE W-CPT-LUS                    TO W-ED-NB
082000     PERFORM C06-LIGNE-NOMBRE
082100     MOVE 'DONT CANAL INCONNU (NON CUMULEES)'
082200                                       TO W-LIB-COMPTE
082300     MOVE W-CPT-CANAL-INCONNU          TO W-ED-NB
082400     PERFORM C06-LIGNE-NOMBRE
082500     MOVE 'BANQUES EDITEES'            TO W-LIB-COMPTE
082600     MOVE W-CPT-BANQUES                TO W-ED-NB
082700     PERFORM C06-LIGNE-NOMBRE
082800     MOVE 'CONTRATS AU-DELA DU SEUIL'  TO W-LIB-COMPTE
082900     MOVE W-CPT-HORS-SEUIL             TO W-ED-NB
083000     PERFORM C06-LIGNE-NOMBRE
083100     .
083200
083300 C01-BILAN-FIN.
083400*FIN BILAN
083500     EXIT.
083600
083700 C06-LIGNE-NOMBRE.
083800*C06-LIGNE-NOMBRE : LIBELLE ET NOMBRE
083900     MOVE       SPACES                 TO SBWDELRP-ENR
084000     STRING     '   ' W-LIB-COMPTE ' ' W-ED-NB
084100         DELIMITED BY SIZE
084200         INTO SBWDELRP-ENR
084300     END-STRING
084400     PERFORM    ECRITURE-LIGNE
084500     .
084600
084700 ECRITURE-LIGNE.
084800*---------------
084900* ECRITURE RAPPORT
085000      WRITE SBWDELRP-ENR
085100
085200*** CONTROLE STATUT FICHIER
085300      IF NOT SBWDELRP-OK
085400        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
085500        MOVE SBWDELRP-STATUS              TO W-F2CABN-MSG-CODRET
085600        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
085700        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWDELRP
085800                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
085900        PERFORM C-FIN-ANO
086000      END-IF.
086100
086200 ECRITURE-LIGNE-FIN.
086300* FIN ECRITURE LIGNE
086400        EXIT.
086500
086600 C10-FERMETURES.
086700* FERMETURE DES FICHIERS
086800      CLOSE FD-EBWPARAM.
086900      IF EBWPARAM-STATUS NOT = ZERO
087000        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
087100        MOVE EBWPARAM-STATUS              TO W-F2CABN-MSG-CODRET
087200        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
087300        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWPARAM
087400                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
087500        PERFORM C-FIN-ANO
087600      END-IF.
087700
087800      CLOSE FD-SBWDELRP.
087900      IF SBWDELRP-STATUS NOT = ZERO
088000        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
088100        MOVE SBWDELRP-STATUS              TO W-F2CABN-MSG-CODRET
088200        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
088300        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWDELRP
088400                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
088500        PERFORM C-FIN-ANO
088600      END-IF.
088700*----------------------------------------------------------------*
088800 TRT-INIT-DB2P.
088900*TRT INIT DB2P.
089000     EXEC  SQL  WHENEVER  SQLWARNING  CONTINUE  END-EXEC
089100     EXEC  SQL  WHENEVER  NOT FOUND   CONTINUE  END-EXEC
089200
089300     INITIALIZE  DB2P-INTERFACE
089400     SET  DB2P-ERRMODE-SOFT     TO  TRUE
089500     SET  DB2P-NOT-RESTARTABLE  TO  TRUE
089600     SET  DB2P-TRTS-NO          TO  TRUE
089700     SET  DB2P-TRACE-OFF        TO  TRUE
089800     PERFORM  DB2P-INIT
089900*-----
090000     .
090100*================================================================*
090200* INITIALISATIONS
090300*================================================================*
090400 DB2P-INIT.
090500* ----------
090600     MOVE CST-PGM-ID  TO DB2P-PGMID
090700
090800     MOVE DB2P-FONCTION-INIT TO DB2P-FONCTION
090900     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
091000     .
091100
091200*================================================================*
091300* TRAITEMENT DES ERREURS
091400*================================================================*
091500 DB2P-CHECK-RESULT.
091600* ------------------
091700     MOVE SQLCODE TO DB2P-SQLCODE
091800     MOVE SQLCA   TO DB2P-SQLCA
091900     MOVE DB2P-FONCTION-CHECK TO DB2P-FONCTION
092000     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
092100     .
092200
092300*================================================================*
092400* FIN DE TRAITEMENT
092500*================================================================*
092600 DB2P-FINAL.
092700* -------------
092800     MOVE DB2P-FONCTION-FINAL TO DB2P-FONCTION
092900     CALL DB2P-DB2P-ID USING DB2P-INTERFACE
093000     .
093100*================================================================*
093200* FIN ANORMALE
093300*================================================================*
093400 C-FIN-ANO.
093500* -------------
093600     CALL GX0001P   USING W-F2CABN-ACTION
093700                          W-F2CABN-MSG.
