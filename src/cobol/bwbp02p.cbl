002200**                    - UN FICHIER D'ESCALADE POUR LES REJETS *
002300**                      RECYCLES TROIS FOIS SANS SUCCES       *
002400**                    - UN COMPTE RENDU DES MOTIFS            *
002410**                    - UN ACCUSE DE REINJECTION PAR CRO      *
002420**                      REINJECTE, RENVOYE A SIPP             *
002440**                    - UNE LIGNE D'HISTORIQUE TBWCROH PAR    *
002460**                      REJET RELU (REINJECTE, INAPTE OU      *
002480**                      ESCALADE)                             *
002500**                                                            *
002600**  ARCHIT. PROG.   :                                         *
002700**                                                            *
004400**  IRFLUPP1 : ENTETE APPLICATIVE DU CRO                      *
004500**  A8EMCRF1 : CORPS APPLICATIF CRO COMPTE 01 FERMETURE COMPTE*
004600**  BWWCREJ1 : ENREGISTREMENT DE REJET (CRO + COMPTEUR+MOTIF) *
004610**  BWWACQ1  : ACCUSE DE TRAITEMENT D'UN CRO RENVOYE A SIPP   *
004700**  F2CABND1 ET F2CABNX1 : COPY INCLUDE POUR GESTION ABEND    *
004800**                                                            *
004900** SOUS-PROGRAMME APPELES:                                    *
006200**   SBWRCYKO  MVS  REJETS TOUJOURS INEXPLOITABLES            *
006300**   SBWRCYES  MVS  REJETS ESCALADES (3 RECYCLAGES)           *
006400**   SBWRCYRP  MVS  COMPTE RENDU DU RECYCLAGE                 *
006410**   SBWRCYAQ  MVS  ACCUSES DE REINJECTION (SIPP)             *
006500**                                                            *
006510**  TABLES UTILISEES : TBWBNKRF, TBWRUNJ, TBWCROH (MAJ)       *
006520**                                                            *
006600**------------------------------------------------------------*
006700** HISTORIQUE :                                               *
006860** 03/09/2026 R.ZITI : JOURNAL DE PILOTAGE TBWRUNJ (DEBUT/FIN *
006870**                     DE RUN, COMPTEURS, CODE RETOUR) POUR   *
006880**                     LE CONTROLE DE CHAINE BWBP07P          *
006890** 15/10/2026 R.ZITI : ACCUSE DE REINJECTION RENVOYE A SIPP   *
006891**                     (SBWRCYAQ) SOUS LA CLE DU CRO D'ORIGINE*
006892**                     POUR CHAQUE REJET RECYCLE REINJECTE    *
006894** 15/10/2026 R.ZITI : HISTORIQUE DES CROS TRAITES (TBWCROH)  *
006896**                     : IMAGE BRUTE DU REJET RELU, RESULTAT  *
006898**                     DU RECYCLAGE (RI, RK OU RE)            *
006900***************************************************************
007000** COMMENTAIRES DIVERS :                                      *
007100**                                                            *
010600***  SBWRCYRP COMPTE RENDU DU RECYCLAGE
010700     SELECT FD-SBWRCYRP ASSIGN TO SBWRCYRP
010800            FILE STATUS IS SBWRCYRP-STATUS.
010810*
010820***  SBWRCYAQ ACCUSES DE REINJECTION RENVOYES A SIPP
010830     SELECT FD-SBWRCYAQ ASSIGN TO SBWRCYAQ
010840            FILE STATUS IS SBWRCYAQ-STATUS.

010900 DATA DIVISION.
011000 FILE SECTION.
014900     BLOCK 0 RECORDS.
015000 01  SBWRCYRP-ENR                        PIC X(133).

015010**   SBWRCYAQ  MVS  ACCUSES DE REINJECTION RENVOYES A SIPP   *
015020 FD  FD-SBWRCYAQ
015030     RECORDING MODE F
015040     BLOCK 0 RECORDS.
015050 01  SBWRCYAQ-ENR.
015060     COPY BWWACQ1 REPLACING ==:XXX:==  BY ==RACQ==.

015100*
015200 WORKING-STORAGE SECTION.
015300*------------------------
017550* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
017560     EXEC  SQL  INCLUDE  TBWBNKRF END-EXEC.
017561     EXEC  SQL  INCLUDE  TBWRUNJ  END-EXEC.
017565     EXEC  SQL  INCLUDE  TBWCROH  END-EXEC.

017570     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.

018400 77  W-CPT-RCY-INAPTES          PIC 9(10) VALUE ZEROS.
018500*SBWRCYES NOMBRE DE REJETS ESCALADES
018600 77  W-CPT-RCY-ESCALADES        PIC 9(10) VALUE ZEROS.
018610*SBWRCYAQ NOMBRE D'ACCUSES DE REINJECTION EMIS VERS SIPP
018620 77  W-CPT-RCY-ACCUSES          PIC 9(10) VALUE ZEROS.

018700*------------------------------------------------*
018800*    FILE STATUS                                 *
021200     88 SBWRCYRP-OK                              VALUE 00.
021300     88 SBWRCYRP-FINFICHIER                      VALUE 10.

021310***  FILE STATUS SBWRCYAQ ACCUSES DE REINJECTION
021320 77  SBWRCYAQ-STATUS                     PIC 9(2).
021330     88 SBWRCYAQ-OK                              VALUE 00.
021340     88 SBWRCYAQ-FINFICHIER                      VALUE 10.

021400*------------------------------------------------*
021500*    DESCRIPTION APPEL ABANDON PROGRAMME         *
021600*------------------------------------------------*
023700 77  WS-MES-SBWRCYRP       PIC X(20)
023800     VALUE ' SBWRCYRP C.RENDU   '.

023810*** MESSAGE + CODE ABEND SBWRCYAQ ACCUSES DE REINJECTION
023820 77  WS-MES-SBWRCYAQ       PIC X(20)
023830     VALUE ' SBWRCYAQ ACCUSES   '.

023900*************************************************************
024000***  VARIABLES DIVERSES
024100*************************************************************
025200 01  WSS-APTE               PIC 9(1).
025300     88  REC-APTE           VALUE 1.
025400     88  REC-INAPTE         VALUE 0.
025414***  HISTORIQUE DES CROS TRAITES (TBWCROH) : CANAL RECYCLAGE ET
025428***  RESULTATS DU RECYCLAGE (REINJECTE = CST-ACQ-REINJECTE)
025442 01  CST-CROH-RECYCLAGE  PIC  X(01) VALUE 'R'.
025456 01  CST-CROH-INAPTE     PIC  X(02) VALUE 'RK'.
025470 01  CST-CROH-ESCALADE   PIC  X(02) VALUE 'RE'.
025484 01  CST-CROH-LG-CRO     PIC  9(04) VALUE 0524.
025500***  LIBELLES DES MOTIFS DE REJET
025600 01  CST-MOTIF-CODEXT    PIC  X(30)
025700     VALUE 'CODEXTFLUX ABSENT             '.
026538***  MOTIF DE REJET : COMPTE SUCCESSEUR INVALIDE (CRO TRANSFERT)
026539 01  CST-MOTIF-SUCC      PIC  X(30)
026540     VALUE 'COMPTE SUCCESSEUR INVALIDE    '.
026541***  CODE RESULTAT DE L'ACCUSE SIPP : REJET RECYCLE REINJECTE
026542 01  CST-ACQ-REINJECTE   PIC  X(02) VALUE 'RI'.
026540***  REFERENTIEL DES BANQUES AUTORISEES (TABLE TBWBNKRF, LIGNES
026550***  EFFECTIVES A LA DATE DE TRAITEMENT) CHARGE EN MEMOIRE
026592 01  W-TBL-BANQREF.
031400*    2.4 OUVERTURE FICHIER D'ESCALADE
031500     PERFORM A86-SBWRCYES-OUVRIR
031600        THRU A86-SBWRCYES-OUVRIR-FIN.
031610*    2.5 OUVERTURE FICHIER DES ACCUSES DE REINJECTION (SIPP)
031620     PERFORM A88-SBWRCYAQ-OUVRIR
031630        THRU A88-SBWRCYAQ-OUVRIR-FIN.

031700* 3. FICHIER DE PARAMETRE
031800*    3.1 OUVERTURE
044000* FIN OUVERTURE SBWRCYES
044100     EXIT.

044110 A88-SBWRCYAQ-OUVRIR.
044120***  FICHIER DES ACCUSES DE REINJECTION RENVOYES A SIPP
044130*
044140* 1. OUVERTURE EN SORTIE
044150*    1.1 OUVERTURE
044160     OPEN OUTPUT FD-SBWRCYAQ.
044170*
044180*    1.2 CONTROLE CODE RETOUR
044181     IF NOT SBWRCYAQ-OK
044182        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
044183        MOVE SBWRCYAQ-STATUS              TO W-F2CABN-MSG-CODRET
044184        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
044185        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWRCYAQ
044186                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
044187        PERFORM C-FIN-ANO
044188     END-IF.

044189 A88-SBWRCYAQ-OUVRIR-FIN.
044190* FIN OUVERTURE SBWRCYAQ
044191     EXIT.

044200 A90-EBWPARAM-OUVRIR.
044300***  CARTE PARAMETRE
044400*
053120*(CARTE PARAMETRE) : LE CONTROLE DE RECEVABILITE DU RUN DE
053130*FERMETURE REFUSE TOUT FLUX DONT DATFLUX N'EST PAS LA DATE DU
053140*JOUR, ET LE REJET D'ORIGINE PORTE ENCORE SA DATE D'EMISSION
053141*L'ACCUSE DE REINJECTION RENVOYE A SIPP EST EMIS AVANT LA
053142*REDATATION, SOUS LA CLE DU CRO TELLE QUE SIPP L'A EMIS
053143     PERFORM    B22-ACCUSE-REINJECTION
053144*HISTORISATION DU REJET REINJECTE, SOUS SA CLE D'ORIGINE
053145     MOVE       CST-ACQ-REINJECTE  TO CROH-DISPO OF TBWCROH
053146     MOVE       RCYI-REJ-MOTIF     TO CROH-MOTIF OF TBWCROH
053147     PERFORM    TRT-CROH-ECRITURE
053150     MOVE       DTRAIT             TO CPTE-FLUX-DATFLUX
053200     ADD        1                  TO W-CPT-RCY-REINJECTES
053300     WRITE      SBWRCYOK-ENR       FROM W-CRO-ENR
054100     END-IF
054200        .

054210 B22-ACCUSE-REINJECTION.
054220*B22-ACCUSE-REINJECTION : ACCUSE DE SUIVI A DESTINATION DE SIPP -
054230*LE CRO REJETE PAR BWBP01P (ACCUSE 'RJ') REPASSE AU RUN DE
054240*FERMETURE DU ACQ-DATFLUX-REINJ, QUI EMETTRA L'ACCUSE DU RESULTAT
054250*FINAL SOUS CETTE DATE DE FLUX. LE MOTIF EST CELUI DU REJET
054260*D'ORIGINE, CORRIGE EN AMONT
054270     MOVE       SPACES             TO SBWRCYAQ-ENR
054280     STRING     CPTE-FLUX-DATFLUX
054290                CPTE-FLUX-APPLI
054300                CPTE-FLUX-CODEXTFLUX
054310           DELIMITED BY SIZE
054320           INTO RACQ-ACQ-CLE
054330     END-STRING
054340     MOVE       DTRAIT             TO RACQ-ACQ-DTRAIT
054350     MOVE       W-PROGRAMME-ID     TO RACQ-ACQ-PGM
054360     MOVE       CST-ACQ-REINJECTE  TO RACQ-ACQ-CODRES
054370     MOVE       RCYI-REJ-MOTIF     TO RACQ-ACQ-MOTIF
054380     MOVE       DTRAIT             TO RACQ-ACQ-DATFLUX-REINJ
054390     MOVE       ZEROS              TO RACQ-ACQ-NB-CONT
054391     ADD        1                  TO W-CPT-RCY-ACCUSES
054392     WRITE      SBWRCYAQ-ENR
054393     IF NOT SBWRCYAQ-OK
054394        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
054395        MOVE SBWRCYAQ-STATUS              TO W-F2CABN-MSG-CODRET
054396        MOVE W-F2CABND-FIC-ECR-COD        TO W-F2CABN-ACTION-CODE
054397        STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWRCYAQ
054398                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
054399        PERFORM C-FIN-ANO
054400     END-IF
054401        .

054300 B30-VENTILATION-INAPTE.
054400*B30-VENTILATION-INAPTE : LE CRO EST TOUJOURS INEXPLOITABLE -
054500*INCREMENT DU COMPTEUR DE RECYCLAGE PUIS VENTILATION VERS LE
055600     ELSE
055700        PERFORM B34-REJET-RECYCLABLE
055800     END-IF
055811*HISTORISATION DU REJET TOUJOURS INEXPLOITABLE
055822     IF W-NBRECYC-COURANT >= CST-MAX-RECYC
055833        MOVE    CST-CROH-ESCALADE  TO CROH-DISPO OF TBWCROH
055844     ELSE
055855        MOVE    CST-CROH-INAPTE    TO CROH-DISPO OF TBWCROH
055866     END-IF
055877     MOVE       W-REJ-MOTIF-COURANT TO CROH-MOTIF OF TBWCROH
055888     PERFORM    TRT-CROH-ECRITURE
055900     PERFORM B36-TRACE-INAPTE
056000        .

066700     PERFORM    C14-SBWRCYKO-FERMETURE.
066800     PERFORM    C16-SBWRCYES-FERMETURE.
066900     PERFORM    C18-SBWRCYRP-FERMETURE.
066901     PERFORM    C19-SBWRCYAQ-FERMETURE.

066905*ENREGISTREMENT DE LA FIN DE RUN DANS LE JOURNAL DE PILOTAGE
066906     PERFORM    TRT-RUNJ-FIN.
070200            INTO SBWRCYRP-ENR
070300     END-STRING
070400     PERFORM    ECRITURE-LIGNE

070410     MOVE       SPACES                 TO SBWRCYRP-ENR
070420     STRING     'NOMBRE D''ACCUSES DE REINJECTION    : '
070430                W-CPT-RCY-ACCUSES
070440            DELIMITED BY SIZE
070450            INTO SBWRCYRP-ENR
070460     END-STRING
070470     PERFORM    ECRITURE-LIGNE
070500     .

070600 C01-ECRITURE-TRAILER-FIN.
077900        PERFORM C-FIN-ANO
078000      END-IF.

078010 C19-SBWRCYAQ-FERMETURE.
078020* FERMETURE FICHIER DES ACCUSES DE REINJECTION
078030      CLOSE FD-SBWRCYAQ.

078040*** CONTROLE STATUS FICHIER DES ACCUSES DE REINJECTION
078050      IF SBWRCYAQ-STATUS NOT = ZERO
078060        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
078070        MOVE SBWRCYAQ-STATUS              TO W-F2CABN-MSG-CODRET
078080        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
078090        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWRCYAQ
078091                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
078092        PERFORM C-FIN-ANO
078093      END-IF.

077940 TRT-RUNJ-DEBUT.
077941*TRT-RUNJ-DEBUT : ENREGISTREMENT DU DEBUT DE RUN DANS LE JOURNAL
077942*DE PILOTAGE TBWRUNJ (CONTROLE DE CHAINE PAR BWBP07P) - RENDU
077998     PERFORM DB2P-COMMIT
077999     .

079000 TRT-CROH-ECRITURE.
079001*TRT-CROH-ECRITURE : HISTORISATION DU REJET RELU DANS TBWCROH
079002*(CANAL RECYCLAGE) - IMAGE BRUTE DU CRO TELLE QUE REJETEE, CLE
079003*SIPP D'ORIGINE, RESULTAT ET MOTIF ALIMENTES PAR L'APPELANT. LES
079004*LIGNES SONT COMMITEES AVEC LA FIN DE RUN (TRT-RUNJ-FIN)
079005     MOVE W-DATE-DU-JOUR    TO CROH-DTRAIT OF TBWCROH
079006     MOVE '00'              TO CROH-PART OF TBWCROH
079007     MOVE W-PROGRAMME-ID    TO CROH-PGM OF TBWCROH
079008     MOVE CST-CROH-RECYCLAGE
079009                            TO CROH-CANAL OF TBWCROH
079010     MOVE CPTE-FLUX-APPLI(1:5)
079011                            TO AGEN-AGC OF TBWCROH
079012     MOVE CPTE-FLUX-APPLI(6:7)
079013                            TO CROH-NCP OF TBWCROH
079014     MOVE SPACES            TO CONT-NCN OF TBWCROH
079015     MOVE CPTE-FLUX-DATFLUX TO CROH-DATFLUX OF TBWCROH
079016     MOVE CPTE-FLUX-CODEXTFLUX
079017                            TO CROH-CODEXTFLUX OF TBWCROH
079018     MOVE ZEROS             TO CROH-NB-CONT OF TBWCROH
079019     MOVE CST-CROH-LG-CRO   TO CROH-CRO-LEN OF TBWCROH
079020     MOVE RCYI-REJ-CRO      TO CROH-CRO-TEXT OF TBWCROH

079021     EXEC SQL
079022        INSERT INTO TBWCROH
079023               (CROH_HDT,
079024                CROH_DTRAIT,
079025                CROH_PART,
079026                CROH_PGM,
079027                CROH_CANAL,
079028                AGEN_AGC,
079029                CROH_NCP,
079030                CONT_NCN,
079031                CROH_DATFLUX,
079032                CROH_CODEXTFLUX,
079033                CROH_DISPO,
079034                CROH_MOTIF,
079035                CROH_NB_CONT,
079036                CROH_CRO)
079037        VALUES (CURRENT TIMESTAMP,
079038                :TBWCROH.CROH-DTRAIT,
079039                :TBWCROH.CROH-PART,
079040                :TBWCROH.CROH-PGM,
079041                :TBWCROH.CROH-CANAL,
079042                :TBWCROH.AGEN-AGC,
079043                :TBWCROH.CROH-NCP,
079044                :TBWCROH.CONT-NCN,
079045                :TBWCROH.CROH-DATFLUX,
079046                :TBWCROH.CROH-CODEXTFLUX,
079047                :TBWCROH.CROH-DISPO,
079048                :TBWCROH.CROH-MOTIF,
079049                :TBWCROH.CROH-NB-CONT,
079050                :TBWCROH.CROH-CRO)
079051     END-EXEC

079052     MOVE 'TBWCROH '          TO DB2P-LABEL
079053     MOVE 'INSERT'            TO DB2P-COMMAND
079054     PERFORM DB2P-CHECK-RESULT
079055     .

077950*----------------------------------------------------------------*
077951 TRT-INIT-DB2P.
077952*TRT INIT DB2P.
