002300**                    RETOUR NON NUL. TOUTE ANOMALIE REND LA  *
002400**                    MAIN EN CODE RETOUR 8 POUR QUE          *
002500**                    L'ORDONNANCEUR RETIENNE LES FEEDS AVAL. *
002525**                    UN JOUR NON OUVRE DU CALENDRIER COMMUN  *
002550**                    (TBWCALJ), AUCUN RUN N'EST ATTENDU ET   *
002575**                    UN PROGRAMME ABSENT N'EST PAS SIGNALE.  *
002600**                                                            *
002700**  ARCHIT. PROG.   :                                         *
002800**                                                            *
005600**  FICHIERS EN SORTIE :                                      *
005700**   SBWRUNRP  MVS  RAPPORT DE CONTROLE DE CHAINE             *
005800**                                                            *
005900**  TABLES UTILISEES : TBWRUNJ, TBWCALJ                       *
006000**                                                            *
006100**------------------------------------------------------------*
006200** HISTORIQUE :                                               *
006300**============================================================*
006310** 15/10/2026 R.ZITI : UNE RELANCE APRES RETOUR ARRIERE DU    *
006320**                     RUN (BWBP14P TERMINE SUR LA MEME       *
006330**                     PARTITION ENTRE LES DEUX RUNS) N'EST   *
006340**                     PLUS SIGNALEE COMME RUN EN DOUBLE      *
006360** 15/10/2026 R.ZITI : CALENDRIER DES JOURS OUVRES TBWCALJ :  *
006380**                     AUCUN RUN ATTENDU UN JOUR NON OUVRE    *
006400***************************************************************
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
012800*                                                                *
012900* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
013000     EXEC  SQL  INCLUDE  TBWRUNJ  END-EXEC.
013050     EXEC  SQL  INCLUDE  TBWCALJ  END-EXEC.
013100
013200     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
013300
018600 01  W-TBL-RUN.
018700     05  W-TBL-RUN-NBENT         PIC 9(03) VALUE ZEROS.
018800     05  W-TBL-RUN-ENT OCCURS 100 TIMES
018900                         INDEXED BY W-IDX-RUN W-IDX-RUN2
018910                                    W-IDX-RUN3.
019000         10  W-TBL-RUN-PGM       PIC X(08).
019100         10  W-TBL-RUN-PART      PIC X(02).
019200         10  W-TBL-RUN-DEB       PIC X(26).
020600 01  WSS-RUN-DOUBLE      PIC 9(1) VALUE 0.
020700     88  RUN-DOUBLE          VALUE 1.
020800     88  PAS-RUN-DOUBLE      VALUE 0.
020810***  INDICATEUR RETOUR ARRIERE ENTRE DEUX RUNS DU MEME PROGRAMME
020820 01  WSS-RETOUR-ARR      PIC 9(1) VALUE 0.
020830     88  RETOUR-ARR-TROUVE   VALUE 1.
020840     88  PAS-RETOUR-ARR      VALUE 0.
020850***  PROGRAMME DE RETOUR ARRIERE D'UN RUN
020860 01  CST-PGM-RETOUR-ARR  PIC X(08) VALUE 'BWBP14P '.
020865***  BANQUE DU CALENDRIER COMMUN A TOUTES LES BANQUES
020870 01  CST-BQE-COMMUNE     PIC X(05) VALUE '*****'.
020875***  JOUR NON OUVRE AU CALENDRIER COMMUN : AUCUN RUN ATTENDU
020880 01  WSS-JOUR-OUVRE      PIC 9(1) VALUE 1.
020885     88  JOUR-OUVRE          VALUE 1.
020890     88  JOUR-NON-OUVRE      VALUE 0.
020900
021000*------------------------------------------------------------
021100*   HOST VARIABLES
021600     05  H-DATE-TRT-MM            PIC X(02).
021700     05  FILLER                   PIC X(01) VALUE '-'.
021800     05  H-DATE-TRT-JJ            PIC X(02).
021833***  JOURS NON OUVRES TROUVES AU CALENDRIER
021866 01  H-NB                         PIC S9(09) COMP.
021900
022000*-------------------
022100 PROCEDURE DIVISION.
026500**4. CHARGEMENT DES RUNS DU JOUR
026600     PERFORM A30-TBWRUNJ-CHARGEMENT
026700        THRU A30-TBWRUNJ-CHARGEMENT-FIN.
026720
026740**5. JOUR OUVRE OU NON AU CALENDRIER COMMUN
026760     PERFORM A40-TBWCALJ-LECTURE
026780        THRU A40-TBWCALJ-LECTURE-FIN.
026800
026900 A-INITIALISATION-FIN.    EXIT.
027000* FIN INITIALISATION
038300     END-IF
038400     .
038500
038503
038506 A40-TBWCALJ-LECTURE.
038509*A40-TBWCALJ-LECTURE : LA DATE DE TRAITEMENT EST-ELLE UN JOUR NON
038512*OUVRE DU CALENDRIER COMMUN (LA CHAINE TOURNE POUR TOUTES LES
038515*BANQUES) - SANS LIGNE AU CALENDRIER, LE JOUR EST OUVRE
038518     MOVE CST-BQE-COMMUNE        TO BANQ-BQE OF TBWCALJ
038521     MOVE H-DATE-TRT             TO CALJ-DATE OF TBWCALJ
038524     EXEC SQL
038527        SELECT COUNT(*)
038530          INTO :H-NB
038533          FROM TBWCALJ
038536         WHERE BANQ_BQE   = :TBWCALJ.BANQ-BQE
038539         AND   CALJ_DATE  = :TBWCALJ.CALJ-DATE
038542         AND   CALJ_OUVRE = 'N'
038545     END-EXEC
038548
038551     MOVE       'SELECT TBWCALJ '      TO DB2P-LABEL
038554     MOVE       'SELECT'               TO DB2P-COMMAND
038557     MOVE       'TBWCALJ '             TO DB2P-OBJECT
038560     PERFORM    DB2P-CHECK-RESULT.
038563     IF H-NB > ZEROS
038566        SET JOUR-NON-OUVRE TO TRUE
038569     ELSE
038572        SET JOUR-OUVRE     TO TRUE
038575     END-IF
038578     .
038581
038584 A40-TBWCALJ-LECTURE-FIN.
038587* FIN LECTURE TBWCALJ
038590     EXIT.
038600********************
038700 B-TRAITEMENT.
038800* B TRAITEMENT.
038900********************
039000*LISTE DES RUNS DE LA DATE
039009*JOUR NON OUVRE : SIGNALE EN TETE DU RAPPORT
039018     IF JOUR-NON-OUVRE
039027        MOVE       SPACES              TO SBWRUNRP-ENR
039036        STRING     'INFO     JOUR NON OUVRE AU CALENDRIER - AUCUN'
039045                   ' RUN ATTENDU'
039054             DELIMITED BY SIZE
039063             INTO SBWRUNRP-ENR
039072        END-STRING
039081        PERFORM    ECRITURE-LIGNE
039090     END-IF.
039100     PERFORM B10-LISTE-RUNS
039200        THRU B10-LISTE-RUNS-FIN.
039300
043900*B20-CONTROLE-ATTENDU : CONTROLE DU PROGRAMME ATTENDU COURANT -
044000*PRESENCE D'UN RUN TERMINE, ABSENCE DE DOUBLE (MEME PROGRAMME ET
044100*MEME PARTITION TERMINES DEUX FOIS), ENCHAINEMENT APRES LA FIN DU
044200*PROGRAMME PRECEDENT ET CODE RETOUR NUL - UN JOUR NON OUVRE, UN
044210*PROGRAMME OBLIGATOIRE ABSENT N'EST PAS UNE ANOMALIE
044300     MOVE ZEROS  TO W-CPT-COMPLETS
044400     MOVE ZEROS  TO W-CODRET-MAX
044500     MOVE HIGH-VALUES TO W-DEB-MIN
045300
045400     IF W-CPT-COMPLETS = ZEROS
045500        IF PGM-OBLIGATOIRE(W-IDX-ATT)
045510           AND JOUR-OUVRE
045600           ADD 1 TO W-CPT-ANOMALIES
045700           MOVE       SPACES              TO SBWRUNRP-ENR
045800           STRING     'ANOMALIE ' W-TBL-ATT-PGM(W-IDX-ATT)
046300           PERFORM    ECRITURE-LIGNE
046400        ELSE
046500           MOVE       SPACES              TO SBWRUNRP-ENR
046510           IF JOUR-NON-OUVRE
046520              STRING  'INFO     ' W-TBL-ATT-PGM(W-IDX-ATT)
046530                      ' ABSENT (JOUR NON OUVRE)'
046540                DELIMITED BY SIZE
046550                INTO SBWRUNRP-ENR
046560              END-STRING
046570           ELSE
046600           STRING     'INFO     ' W-TBL-ATT-PGM(W-IDX-ATT)
046700                      ' ABSENT (FACULTATIF)'
046800                DELIMITED BY SIZE
046900                INTO SBWRUNRP-ENR
047000           END-STRING
047010           END-IF
047100           PERFORM    ECRITURE-LIGNE
047200        END-IF
047300     ELSE
054100
054200 B24-DETECTE-DOUBLE.
054300*B24-DETECTE-DOUBLE : UN AUTRE RUN TERMINE DU MEME PROGRAMME SUR
054400*LA MEME PARTITION, ANTERIEUR DANS LA TABLE, EST UN DOUBLE -
054410*SAUF SI UN RETOUR ARRIERE TERMINE SUR CETTE PARTITION S'EST
054420*INTERCALE ENTRE LES DEUX (RELANCE DU RUN ANNULE)
054500     IF W-TBL-RUN-PGM(W-IDX-RUN2) = W-TBL-RUN-PGM(W-IDX-RUN)
054600        AND W-TBL-RUN-PART(W-IDX-RUN2) = W-TBL-RUN-PART(W-IDX-RUN)
054700        AND W-TBL-RUN-FIN(W-IDX-RUN2) NOT = SPACES
054710        SET PAS-RETOUR-ARR TO TRUE
054720        PERFORM B26-RECHERCHE-RETOUR-ARR
054730           THRU B26-RECHERCHE-RETOUR-ARR-FIN
054740          VARYING W-IDX-RUN3 FROM 1 BY 1
054750          UNTIL W-IDX-RUN3 > W-TBL-RUN-NBENT
054760             OR RETOUR-ARR-TROUVE
054770        IF PAS-RETOUR-ARR
054800           SET RUN-DOUBLE TO TRUE
054810        END-IF
054900     END-IF
055000     .
055100
055200 B24-DETECTE-DOUBLE-FIN.
055300*FIN DETECTION DOUBLE
055400     EXIT.
055410
055420 B26-RECHERCHE-RETOUR-ARR.
055430*B26-RECHERCHE-RETOUR-ARR : RUN BWBP14P TERMINE SUR LA MEME
055440*PARTITION (OU SUR TOUTES, PARTITION '00'), DEMARRE APRES LA FIN
055450*DU PREMIER RUN ET TERMINE AVANT LE DEBUT DU SECOND
055460     IF W-TBL-RUN-PGM(W-IDX-RUN3) = CST-PGM-RETOUR-ARR
055470        AND (W-TBL-RUN-PART(W-IDX-RUN3) =
055471                               W-TBL-RUN-PART(W-IDX-RUN)
055472             OR W-TBL-RUN-PART(W-IDX-RUN3) = '00')
055480        AND W-TBL-RUN-FIN(W-IDX-RUN3) NOT = SPACES
055490        AND W-TBL-RUN-DEB(W-IDX-RUN3) > W-TBL-RUN-FIN(W-IDX-RUN2)
055491        AND W-TBL-RUN-FIN(W-IDX-RUN3) < W-TBL-RUN-DEB(W-IDX-RUN)
055492        SET RETOUR-ARR-TROUVE TO TRUE
055493     END-IF
055494     .
055495
055496 B26-RECHERCHE-RETOUR-ARR-FIN.
055497*FIN RECHERCHE RETOUR ARRIERE
055498     EXIT.
055500
055600******************************************************************
055700*   C-FIN-PROGRAMME
