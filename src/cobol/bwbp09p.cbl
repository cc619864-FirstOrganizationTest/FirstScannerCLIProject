002200**                      POUR LES COMPTEURS NON VENTILES) -    *
002300**                      UN DEUXIEME CUMUL DU MEME JOUR EST    *
002400**                      IGNORE (STAM-DER-DTRAIT)              *
002416**                      LE RECAPITULATIF DES FERMETURES SIPP  *
002432**                      MANQUEES SBWMQBQE DE BWBP17P (FACUL-  *
002448**                      TATIF) ALIMENTE LE STOCK DES USAGES   *
002464**                      EN ECART PAR BANQUE ET LE CUMUL DES   *
002480**                      DEMANDES DE FERMETURE CREEES          *
002500**                    - MODE 'M' (RAPPORT MENSUEL) : EDITE LE *
002600**                      RAPPORT PAR BANQUE DU MOIS DEMANDE    *
002700**                      AVEC COMPARAISON AU MOIS PRECEDENT ET *
006200**   EBWCCAGE  MVS  RECAPITULATIF PAR AGENCE DU JOUR (MODE J) *
006300**   EBWCCPTR  MVS  COMPTE RENDU DU RUN DU JOUR (MODE J)      *
006400**   EBWRCYRP  MVS  COMPTE RENDU DU RECYCLAGE DU JOUR (MODE J)*
006450**   EBWMQBQE  MVS  FERMETURES SIPP MANQUEES PAR BANQUE       *
006500**                                                            *
006600**  FICHIERS EN SORTIE :                                      *
006700**   SBWSTARP  MVS  RAPPORT (BILAN DU CUMUL OU RAPPORT        *
007200**------------------------------------------------------------*
007300** HISTORIQUE :                                               *
007400**============================================================*
007425** 15/10/2026 R.ZITI : CUMUL DU RECAPITULATIF DES FERMETURES  *
007450**                     SIPP MANQUEES (BWBP17P) PAR BANQUE ET  *
007475**                     EDITION AU RAPPORT MENSUEL             *
007500***************************************************************
007600 ENVIRONMENT DIVISION.
007700 CONFIGURATION SECTION.
009300***  EBWRCYRP COMPTE RENDU DU RECYCLAGE DU JOUR (SBWRCYRP DE BWBP02P)
009400     SELECT FD-EBWRCYRP ASSIGN TO EBWRCYRP
009500            FILE STATUS IS EBWRCYRP-STATUS.
009520*
009540***  EBWMQBQE FERMETURES SIPP MANQUEES PAR BANQUE (BWBP17P)
009560     SELECT FD-EBWMQBQE ASSIGN TO EBWMQBQE
009580            FILE STATUS IS EBWMQBQE-STATUS.
009600*
009700***  SBWSTARP RAPPORT
009800     SELECT FD-SBWSTARP ASSIGN TO SBWSTARP
012400     RECORDING MODE F
012500     BLOCK 0 RECORDS.
012600 01  EBWRCYRP-ENR                        PIC X(133).
012614
012628***  EBWMQBQE FERMETURES SIPP MANQUEES PAR BANQUE DU JOUR
012642 FD  FD-EBWMQBQE
012656     RECORDING MODE F
012670     BLOCK 0 RECORDS.
012684 01  EBWMQBQE-ENR                        PIC X(80).
012700
012800***  SBWSTARP RAPPORT
012900 FD  FD-SBWSTARP
016200     05  FILLER                 PIC X(21).
016300     05  W-AGE-CONT             PIC 9(07).
016400     05  FILLER                 PIC X(01).
016420
016440***  LIGNE DU RECAPITULATIF DES FERMETURES SIPP MANQUEES (BWBP17P)
016460 01  W-MQB-ENR.
016480     COPY BWWMQB1 REPLACING ==:XXX:==  BY ==MQB==.
016500
016600***  VUE DE TRAVAIL D'UNE LIGNE DE TRAILER (LIBELLE 38 + VALEUR)
016700 01  W-TRAILER-LIGNE.
018800 77  W-CPT-AGE-LUES             PIC 9(10) VALUE ZEROS.
018900 77  W-CPT-BQE-CUMULEES         PIC 9(05) VALUE ZEROS.
019000 77  W-CPT-BQE-DEJA             PIC 9(05) VALUE ZEROS.
019033*MODE J : LIGNES DU RECAPITULATIF DES FERMETURES MANQUEES LUES
019066 77  W-CPT-MQB-LUES             PIC 9(10) VALUE ZEROS.
019100*MODE M : LIGNES DE RAPPORT EDITEES
019200 77  W-CPT-BQE-EDITEES          PIC 9(05) VALUE ZEROS.
019300*COMPTEURS GLOBAUX DU JOUR PARSES DANS LES TRAILERS
021800 77  EBWRCYRP-STATUS                     PIC 9(2).
021900     88 EBWRCYRP-OK                              VALUE 00.
022000     88 EBWRCYRP-FINFICHIER                      VALUE 10.
022016
022032***  FILE STATUS EBWMQBQE FERMETURES SIPP MANQUEES
022048 77  EBWMQBQE-STATUS                     PIC 9(2).
022064     88 EBWMQBQE-OK                              VALUE 00.
022080     88 EBWMQBQE-FINFICHIER                      VALUE 10.
022100
022200***  FILE STATUS SBWSTARP RAPPORT
022300 77  SBWSTARP-STATUS                     PIC 9(2).
026300*** MESSAGE + CODE ABEND EBWRCYRP RECYCLAGE
026400 77  WS-MES-EBWRCYRP       PIC X(20)
026500     VALUE ' EBWRCYRP RECYCLAGE '.
026520
026540*** MESSAGE + CODE ABEND EBWMQBQE FERMETURES SIPP MANQUEES
026560 77  WS-MES-EBWMQBQE       PIC X(20)
026580     VALUE ' EBWMQBQE MANQUEES  '.
026600
026700*** MESSAGE + CODE ABEND SBWSTARP RAPPORT
026800 77  WS-MES-SBWSTARP       PIC X(20)
029200         10  W-TBL-JOUR-BQE      PIC X(05).
029300         10  W-TBL-JOUR-USAGES   PIC 9(09) VALUE ZEROS.
029400         10  W-TBL-JOUR-CONT     PIC 9(09) VALUE ZEROS.
029433         10  W-TBL-JOUR-MANQ-USAGES PIC 9(09) VALUE ZEROS.
029466         10  W-TBL-JOUR-MANQ-DEM    PIC 9(09) VALUE ZEROS.
029500 01  WSS-JOUR-TROUVE         PIC  9(1) VALUE 0.
029600     88  JOUR-TROUVE         VALUE 1.
029700     88  JOUR-NON-TROUVE     VALUE 0.
029711***  BANQUE RECHERCHEE DANS LE CUMUL DU JOUR
029722 01  W-JOUR-BQE              PIC  X(05).
029733***  RECAPITULATIF DES FERMETURES SIPP MANQUEES DU JOUR FOURNI
029744***  (LIGNE TOTAL A LA DATE DU JOUR LUE) - LE STOCK DES USAGES EN
029755***  ECART N'EST REMPLACE QUE DANS CE CAS
029766 01  WSS-MANQ-FOURNI         PIC  X(1) VALUE 'N'.
029777     88  MANQ-FOURNI         VALUE 'O'.
029788     88  MANQ-NON-FOURNI     VALUE 'N'.
029800
029900***  MOIS DE CUMUL (SSAA-MM) ET DATE DE RUN AU FORMAT DB2
030000 01  W-MOIS-CUMUL.
031500 01  W-CUM-MANUELS       PIC S9(09) COMP.
031600 01  W-CUM-REJETS        PIC S9(09) COMP.
031700 01  W-CUM-RECYCLES      PIC S9(09) COMP.
031733 01  W-CUM-MANQ-USAGES   PIC S9(09) COMP.
031766 01  W-CUM-MANQ-DEM      PIC S9(09) COMP.
031800***  VALEURS DU MOIS PRECEDENT POUR LA BANQUE EDITEE
031900 01  W-PREC-CONT         PIC S9(09) COMP.
032000 01  W-PREC-USAGES       PIC S9(09) COMP.
032017 01  W-ED-PREC-CONT      PIC 9(09).
032018 01  W-ED-PREC-USAGES    PIC 9(09).
032019 01  W-ED-ANNULEES       PIC 9(09).
032046 01  W-ED-MANQ-USAGES    PIC 9(09).
032073 01  W-ED-MANQ-DEM       PIC 9(09).
032100
032200*------------------------------------------------------------
032300*   HOST VARIABLES
044000 B-CUMUL-QUOTIDIEN.
044100* B CUMUL QUOTIDIEN (MODE J)
044200********************
044300*1. AGREGATION PAR BANQUE DU RECAPITULATIF PAR AGENCE ET DU
044350*   RECAPITULATIF DES FERMETURES SIPP MANQUEES (BWBP17P)
044400     PERFORM B10-LECTURE-EBWCCAGE
044500        THRU B10-LECTURE-EBWCCAGE-FIN.
044533     PERFORM B11-LECTURE-EBWMQBQE
044566        THRU B11-LECTURE-EBWMQBQE-FIN.
044600
044700*2. COMPTEURS GLOBAUX DES TRAILERS DU JOUR
044800     PERFORM B12-LECTURE-TRAILERS
046800            INTO SBWSTARP-ENR
046900     END-STRING
047000     PERFORM    ECRITURE-LIGNE.
047007     MOVE       SPACES                 TO SBWSTARP-ENR
047014     IF MANQ-FOURNI
047021        STRING  'FERMETURES SIPP MANQUEES : RECAPITULATIF '
047028                'DU JOUR CUMULE (' W-CPT-MQB-LUES ' LIGNES)'
047035             DELIMITED BY SIZE
047042             INTO SBWSTARP-ENR
047049        END-STRING
047056     ELSE
047063        MOVE    'FERMETURES SIPP MANQUEES : PAS DE RECAPITULATIF'
047070                                       TO SBWSTARP-ENR
047077     END-IF
047084     PERFORM    ECRITURE-LIGNE.
047100
047200 B-CUMUL-QUOTIDIEN-FIN.
047300* FIN CUMUL QUOTIDIEN
052100 B10-LECTURE-EBWCCAGE-FIN.
052200* FIN LECTURE EBWCCAGE
052300     EXIT.
052301
052302 B11-LECTURE-EBWMQBQE.
052303*B11-LECTURE-EBWMQBQE : LECTURE DU RECAPITULATIF DES FERMETURES
052304*SIPP MANQUEES (SBWMQBQE DE BWBP17P, FICHIER FACULTATIF) - SEULES
052305*LES LIGNES A LA DATE DU JOUR SONT CUMULEES ; LA LIGNE TOTAL A LA
052306*DATE DU JOUR INDIQUE QUE LA DETECTION A TOURNE ET QUE LE STOCK
052307*DES USAGES EN ECART PEUT ETRE REMPLACE
052308     OPEN INPUT FD-EBWMQBQE.
052309     IF NOT EBWMQBQE-OK AND NOT EBWMQBQE-FINFICHIER
052310        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
052311        MOVE EBWMQBQE-STATUS              TO W-F2CABN-MSG-CODRET
052312        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
052313        STRING W-F2CABND-FIC-OPN-TXT WS-MES-EBWMQBQE
052314                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
052315        PERFORM C-FIN-ANO
052316     END-IF.
052317
052318     PERFORM UNTIL EBWMQBQE-FINFICHIER
052319        READ FD-EBWMQBQE INTO W-MQB-ENR
052320        AT END MOVE 10          TO EBWMQBQE-STATUS
052321        NOT AT END
052322           ADD 1 TO W-CPT-MQB-LUES
052323           PERFORM TRT-JOUR-MANQ
052324        END-READ
052325        IF NOT EBWMQBQE-OK AND NOT EBWMQBQE-FINFICHIER
052326           MOVE W-F2CABND-TYP-COB       TO W-F2CABN-MSG-TYPE
052327           MOVE EBWMQBQE-STATUS         TO W-F2CABN-MSG-CODRET
052328           MOVE W-F2CABND-FIC-LEC-COD   TO W-F2CABN-ACTION-CODE
052329           STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWMQBQE
052330                  DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
052331           PERFORM C-FIN-ANO
052332        END-IF
052333     END-PERFORM.
052334
052335     CLOSE FD-EBWMQBQE.
052336     IF EBWMQBQE-STATUS NOT = ZERO
052337        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
052338        MOVE EBWMQBQE-STATUS              TO W-F2CABN-MSG-CODRET
052339        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
052340        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWMQBQE
052341                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
052342        PERFORM C-FIN-ANO
052343     END-IF.
052344
052345*RECAPITULATIF DU JOUR FOURNI : REMISE A ZERO PREALABLE DU STOCK
052346     IF MANQ-FOURNI
052347        PERFORM TRT-STAM-RAZ-MANQ
052348     END-IF.
052349
052350 B11-LECTURE-EBWMQBQE-FIN.
052351* FIN LECTURE EBWMQBQE
052352     EXIT.
052353
052354 TRT-JOUR-MANQ.
052355*TRT-JOUR-MANQ : CUMUL D'UNE LIGNE BANQUE DU RECAPITULATIF DES
052356*FERMETURES SIPP MANQUEES DANS LE TOTAL DU JOUR DE SA BANQUE - UNE
052357*LIGNE TOTAL D'UNE AUTRE DATE (FICHIER DE LA VEILLE) EST SIGNALEE
052358     IF MQB-DTRAIT NOT = PARAM-DTRAIT
052359        IF MQB-LIB = 'TOTAL  '
052360           MOVE    SPACES              TO SBWSTARP-ENR
052361           STRING  'FERMETURES SIPP MANQUEES : RECAPITULATIF DU '
052362                   MQB-DTRAIT ' IGNORE (DATE DIFFERENTE)'
052363                DELIMITED BY SIZE
052364                INTO SBWSTARP-ENR
052365           END-STRING
052366           PERFORM ECRITURE-LIGNE
052367        END-IF
052368     ELSE
052369     IF MQB-LIB = 'TOTAL  '
052370        SET MANQ-FOURNI TO TRUE
052371     ELSE
052372     IF MQB-LIB = 'BANQUE '
052373        AND MQB-USAGES NUMERIC
052374        AND MQB-DEMANDES NUMERIC
052375        MOVE MQB-BQE          TO W-JOUR-BQE
052376        PERFORM TRT-JOUR-POSTE
052377        IF JOUR-TROUVE
052378           ADD MQB-USAGES   TO W-TBL-JOUR-MANQ-USAGES(W-IDX-JOUR)
052379           ADD MQB-DEMANDES TO W-TBL-JOUR-MANQ-DEM(W-IDX-JOUR)
052380        END-IF
052381     END-IF
052382     END-IF
052383     END-IF
052384     .
052400
052500 TRT-JOUR-CUMUL.
052600*TRT-JOUR-CUMUL : CUMUL D'UNE LIGNE AGENCE DANS LE TOTAL DU JOUR
052700*DE SA BANQUE
052800     MOVE W-AGE-BQE      TO W-JOUR-BQE
053900     PERFORM TRT-JOUR-POSTE
055000     IF JOUR-TROUVE
055100        ADD W-AGE-USAGES   TO W-TBL-JOUR-USAGES(W-IDX-JOUR)
055200        ADD W-AGE-CONT     TO W-TBL-JOUR-CONT(W-IDX-JOUR)
055300     END-IF
055400     .
055403
055406 TRT-JOUR-POSTE.
055409*TRT-JOUR-POSTE : POSTE DE LA BANQUE W-JOUR-BQE DANS LE CUMUL DU
055412*JOUR (CREE S'IL EST ABSENT, 50 BANQUES AU PLUS)
055415     SET JOUR-NON-TROUVE TO TRUE
055418     IF W-TBL-JOUR-NBENT > 0
055421        PERFORM VARYING W-IDX-JOUR FROM 1 BY 1
055424                UNTIL W-IDX-JOUR > W-TBL-JOUR-NBENT
055427                   OR JOUR-TROUVE
055430           IF W-TBL-JOUR-BQE(W-IDX-JOUR) = W-JOUR-BQE
055433              SET JOUR-TROUVE TO TRUE
055436           END-IF
055439        END-PERFORM
055442     END-IF
055445     IF JOUR-TROUVE
055448        SET W-IDX-JOUR DOWN BY 1
055451     ELSE
055454        IF W-TBL-JOUR-NBENT < 50
055457           ADD 1 TO W-TBL-JOUR-NBENT
055460           SET W-IDX-JOUR TO W-TBL-JOUR-NBENT
055463           MOVE W-JOUR-BQE TO W-TBL-JOUR-BQE(W-IDX-JOUR)
055466           MOVE ZEROS      TO W-TBL-JOUR-USAGES(W-IDX-JOUR)
055469           MOVE ZEROS      TO W-TBL-JOUR-CONT(W-IDX-JOUR)
055472           MOVE ZEROS      TO W-TBL-JOUR-MANQ-USAGES(W-IDX-JOUR)
055475           MOVE ZEROS      TO W-TBL-JOUR-MANQ-DEM(W-IDX-JOUR)
055478           SET JOUR-TROUVE TO TRUE
055481        END-IF
055484     END-IF
055487     .
055500
055600 B12-LECTURE-TRAILERS.
055700*B12-LECTURE-TRAILERS : COMPTEURS GLOBAUX DU JOUR PARSES DANS LES
065600     MOVE ZEROS                         TO W-CUM-MANUELS
065700     MOVE ZEROS                         TO W-CUM-REJETS
065800     MOVE ZEROS                         TO W-CUM-RECYCLES
065808*FERMETURES SIPP MANQUEES : SEULEMENT SI LE RECAPITULATIF DU JOUR
065816*EST COMPLET (LIGNE TOTAL LUE)
065824     IF MANQ-FOURNI
065832        MOVE W-TBL-JOUR-MANQ-USAGES(W-IDX-JOUR)
065840                                        TO W-CUM-MANQ-USAGES
065848        MOVE W-TBL-JOUR-MANQ-DEM(W-IDX-JOUR)
065856                                        TO W-CUM-MANQ-DEM
065864     ELSE
065872        MOVE ZEROS                      TO W-CUM-MANQ-USAGES
065880        MOVE ZEROS                      TO W-CUM-MANQ-DEM
065888     END-IF
065900     PERFORM TRT-STAM-MAJ.
066000
066100 B14-CUMUL-BANQUE-FIN.
067200     MOVE W-JOUR-MANUELS                TO W-CUM-MANUELS
067300     MOVE W-JOUR-REJETS                 TO W-CUM-REJETS
067400     MOVE W-JOUR-RECYCLES               TO W-CUM-RECYCLES
067433     MOVE ZEROS                         TO W-CUM-MANQ-USAGES
067466     MOVE ZEROS                         TO W-CUM-MANQ-DEM
067500     PERFORM TRT-STAM-MAJ.
067600
067700 B16-CUMUL-GLOBAL-FIN.
072000     MOVE W-CUM-MANUELS     TO STAM-MAN-FERMES OF TBWSTAM
072100     MOVE W-CUM-REJETS      TO STAM-REJ-PRODUITS OF TBWSTAM
072200     MOVE W-CUM-RECYCLES    TO STAM-REJ-RECYCLES OF TBWSTAM
072233     MOVE W-CUM-MANQ-USAGES TO STAM-MANQ-USAGES OF TBWSTAM
072266     MOVE W-CUM-MANQ-DEM    TO STAM-MANQ-DEMANDES OF TBWSTAM
072300
072400     EXEC SQL
072500        INSERT INTO TBWSTAM
073100                STAM_CONT_ROUVERTS,
073200                STAM_MAN_FERMES,
073300                STAM_REJ_PRODUITS,
073400                STAM_REJ_RECYCLES,
073433                STAM_MANQ_USAGES,
073466                STAM_MANQ_DEMANDES)
073500        VALUES (:TBWSTAM.STAM-MOIS,
073600                :TBWSTAM.BANQ-BQE,
073700                :TBWSTAM.STAM-DER-DTRAIT,
074000                :TBWSTAM.STAM-CONT-ROUVERTS,
074100                :TBWSTAM.STAM-MAN-FERMES,
074200                :TBWSTAM.STAM-REJ-PRODUITS,
074300                :TBWSTAM.STAM-REJ-RECYCLES,
074333                :TBWSTAM.STAM-MANQ-USAGES,
074366                :TBWSTAM.STAM-MANQ-DEMANDES)
074400     END-EXEC
074500
074600     MOVE 'TBWSTAM '          TO DB2P-LABEL
075000
075100 TRT-STAM-UPDATE.
075200*TRT-STAM-UPDATE : INCREMENT DE LA LIGNE DU MOIS POUR LA BANQUE
075233*(LE STOCK DES USAGES EN ECART A ETE REMIS A ZERO PAR
075266*TRT-STAM-RAZ-MANQ QUAND LE RECAPITULATIF DU JOUR EST FOURNI)
075300     MOVE W-DATE-DU-JOUR    TO STAM-DER-DTRAIT OF TBWSTAM
075400     MOVE W-CUM-CONT        TO STAM-CONT-FERMES OF TBWSTAM
075500     MOVE W-CUM-USAGES      TO STAM-USAGE-FERMES OF TBWSTAM
075700     MOVE W-CUM-MANUELS     TO STAM-MAN-FERMES OF TBWSTAM
075800     MOVE W-CUM-REJETS      TO STAM-REJ-PRODUITS OF TBWSTAM
075900     MOVE W-CUM-RECYCLES    TO STAM-REJ-RECYCLES OF TBWSTAM
075933     MOVE W-CUM-MANQ-USAGES TO STAM-MANQ-USAGES OF TBWSTAM
075966     MOVE W-CUM-MANQ-DEM    TO STAM-MANQ-DEMANDES OF TBWSTAM
076000
076100     EXEC SQL
076200        UPDATE TBWSTAM
077200               STAM_REJ_PRODUITS  = STAM_REJ_PRODUITS
077300                                  + :TBWSTAM.STAM-REJ-PRODUITS,
077400               STAM_REJ_RECYCLES  = STAM_REJ_RECYCLES
077500                                  + :TBWSTAM.STAM-REJ-RECYCLES,
077520               STAM_MANQ_USAGES   = STAM_MANQ_USAGES
077540                                  + :TBWSTAM.STAM-MANQ-USAGES,
077560               STAM_MANQ_DEMANDES = STAM_MANQ_DEMANDES
077580                                  + :TBWSTAM.STAM-MANQ-DEMANDES
077600          WHERE STAM_MOIS = :TBWSTAM.STAM-MOIS
077700          AND   BANQ_BQE  = :TBWSTAM.BANQ-BQE
077800     END-EXEC
078100     MOVE 'UPDATE'            TO DB2P-COMMAND
078200     PERFORM DB2P-CHECK-RESULT
078300     .
078305
078310 TRT-STAM-RAZ-MANQ.
078315*TRT-STAM-RAZ-MANQ : LE RECAPITULATIF DU JOUR REMPLACE LE STOCK
078320*DES USAGES EN ECART - LES LIGNES DU MOIS NON ENCORE CUMULEES CE
078325*JOUR SONT REMISES A ZERO AVANT LE CUMUL (UNE BANQUE SANS ECART
078330*DU JOUR N'A PAS DE LIGNE DANS LE RECAPITULATIF)
078335     MOVE W-MOIS-CUMUL      TO STAM-MOIS OF TBWSTAM
078340     MOVE W-DATE-DU-JOUR    TO STAM-DER-DTRAIT OF TBWSTAM
078345     EXEC SQL
078350        UPDATE TBWSTAM
078355          SET  STAM_MANQ_USAGES = 0
078360          WHERE STAM_MOIS       = :TBWSTAM.STAM-MOIS
078365          AND   STAM_DER_DTRAIT < :TBWSTAM.STAM-DER-DTRAIT
078370     END-EXEC
078375
078380     MOVE 'TBWSTAM '          TO DB2P-LABEL
078385     MOVE 'UPDATE'            TO DB2P-COMMAND
078390     PERFORM DB2P-CHECK-RESULT
078395     .
078400
078500********************
078600 B-RAPPORT-MENSUEL.
080500              , TBWSTAM.STAM_MAN_FERMES
080600              , TBWSTAM.STAM_REJ_PRODUITS
080700              , TBWSTAM.STAM_REJ_RECYCLES
080733              , TBWSTAM.STAM_MANQ_USAGES
080766              , TBWSTAM.STAM_MANQ_DEMANDES
080800       FROM     TBWSTAM
080900       WHERE    TBWSTAM.STAM_MOIS = :PARAM-MOIS
081000       ORDER BY TBWSTAM.BANQ_BQE
084500             :TBWSTAM.STAM-CONT-ROUVERTS,
084600             :TBWSTAM.STAM-MAN-FERMES,
084700             :TBWSTAM.STAM-REJ-PRODUITS,
084800             :TBWSTAM.STAM-REJ-RECYCLES,
084833             :TBWSTAM.STAM-MANQ-USAGES,
084866             :TBWSTAM.STAM-MANQ-DEMANDES
084900     END-EXEC
085000
085100     MOVE       'SELECT TBWSTAM '      TO DB2P-LABEL
086480     MOVE STAM-REJ-RECYCLES OF TBWSTAM  TO W-ED-RECYCLES
086490     MOVE W-PREC-CONT                   TO W-ED-PREC-CONT
086491     MOVE W-PREC-USAGES                 TO W-ED-PREC-USAGES
086494     MOVE STAM-MANQ-USAGES OF TBWSTAM   TO W-ED-MANQ-USAGES
086497     MOVE STAM-MANQ-DEMANDES OF TBWSTAM TO W-ED-MANQ-DEM
086500
086600     MOVE       SPACES                 TO SBWSTARP-ENR
086700     IF BANQ-BQE OF TBWSTAM = CST-BQE-GLOBAL
087800                ' (M-1 ' W-ED-PREC-CONT ')'
087900                ' USAGES ' W-ED-USAGES
088000                ' (M-1 ' W-ED-PREC-USAGES ')'
088033                ' ECARTS SIPP ' W-ED-MANQ-USAGES
088066                ' DEMANDES ' W-ED-MANQ-DEM
088100             DELIMITED BY SIZE
088200             INTO SBWSTARP-ENR
088300        END-STRING
