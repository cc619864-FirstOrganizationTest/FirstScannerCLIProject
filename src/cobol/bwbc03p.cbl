000100 ID DIVISION.
000200 PROGRAM-ID. BWBC03P.
000300**------------------------------------------------------------*
000400**                                                            *
000500**  TITRE          :  BWBC03P                                 *
000600**                                                            *
000700**  SAISIE ET DOUBLE VALIDATION DES DEMANDES DE FERMETURE     *
000800**  MANUELLE ET DE RESILIATION DE CONTRAT - TRANSACTION BW03  *
000900**                                                            *
001000**  DATE ET AUTEUR : 15/10/2026                               *
001100**                   R.ZITI                                   *
001200**                                                            *
001300**  DESCRIPT. PROG. : TRANSACTION CICS PSEUDO-CONVERSATION-   *
001400**                    NELLE REMPLACANT LA SAISIE DIRECTE DES  *
001500**                    FICHIERS EBWCCMAN / EBWCCCON LUS PAR    *
001600**                    BWBP01P. L'OPERATEUR SAISIT UN NUMERO   *
001700**                    DE DEMANDE ET UNE ACTION :              *
001800**                    - BLANC : CONSULTATION DE LA DEMANDE    *
001900**                      (OU, SANS NUMERO, DES PLUS ANCIENNES  *
002000**                      DEMANDES EN ATTENTE DE VALIDATION)    *
002100**                    - S : SAISIE D'UNE NOUVELLE DEMANDE PAR *
002200**                      COMPTE (TYPE A, AGENCE + COMPTE) OU   *
002300**                      PAR CONTRAT (TYPE C, CONT-NCN) AVEC   *
002400**                      SON MOTIF - LE NUMERO EST ATTRIBUE    *
002500**                    - V : VALIDATION DE LA DEMANDE          *
002600**                    - R : REFUS DE LA DEMANDE (MOTIF DU     *
002700**                      REFUS FACULTATIF)                     *
002800**                    LA VALIDATION ET LE REFUS SONT INTER-   *
002900**                    DITS A L'OPERATEUR QUI A SAISI LA       *
003000**                    DEMANDE (DOUBLE REGARD). SEULES LES     *
003100**                    DEMANDES VALIDEES SONT EXTRAITES LA NUIT*
003200**                    PAR BWBP13P ; LE RESULTAT DU RUN BWBP01P*
003300**                    (FERMETURE OU REJET) EST AFFICHE AVEC   *
003400**                    LE DEMANDEUR ET LE VALIDEUR.            *
003500**                                                            *
003600**  PERIODICITE     : TRANSACTION EN LIGNE (TP)               *
003700**                                                            *
003800**  LE OU LES CTI   : LIMEIL                                  *
003900**                                                            *
004000**  PARAMETRES DE COMPILATION ET COPY UTILISES  : OS390       *
004100**  BWBM03   : MAP SYMBOLIQUE DES DEMANDES DE FERMETURE       *
004200**  DFHAID   : TOUCHES D'ATTENTION CICS                       *
004300**                                                            *
004400** SOUS-PROGRAMME APPELES:                                    *
004500** -----------------------                                    *
004600**   FRCALCLE : CALCUL DE LA LETTRE-CLE DE COMPTE (FRCAL3P)   *
004700**                                                            *
004800**  TABLES UTILISEES : TBWDMFE (MAJ), TBWUCPT, TBWCONT        *
004900**                     (LECTURE)                              *
005000**                                                            *
005100**------------------------------------------------------------*
005200** HISTORIQUE :                                               *
005300**============================================================*
005400***************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700
005800 DATA DIVISION.
005900 WORKING-STORAGE SECTION.
006000*------------------------
006100***  MAP SYMBOLIQUE DES DEMANDES DE FERMETURE
006200     COPY BWBM03.
006300
006400***  TOUCHES D'ATTENTION CICS
006500     COPY DFHAID.
006600
006700* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
006800*         V U E S     D B 2      E N     M . A . J O U R         *
006900* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
007000     EXEC  SQL  INCLUDE  TBWDMFE  END-EXEC.
007100     EXEC  SQL  INCLUDE  TBWUCPT  END-EXEC.
007200     EXEC  SQL  INCLUDE  TBWCONT  END-EXEC.
007300
007400     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
007500
007600*************************************************************
007700***  VARIABLES DIVERSES
007800*************************************************************
007900***  NOM TRANSACTION ET MAPSET
008000 01  CST-TRANSID            PIC X(4)  VALUE 'BW03'.
008100 01  CST-MAPSET             PIC X(7)  VALUE 'BWBM03 '.
008200 01  CST-MAP                PIC X(7)  VALUE 'BWBM03 '.
008300***  ACTIONS
008400 01  CST-ACT-SAISIE         PIC X     VALUE 'S'.
008500 01  CST-ACT-VALID          PIC X     VALUE 'V'.
008600 01  CST-ACT-REFUS          PIC X     VALUE 'R'.
008700***  TYPES DE DEMANDE (PAR COMPTE / PAR CONTRAT)
008800 01  CST-TYP-COMPTE         PIC X     VALUE 'A'.
008900 01  CST-TYP-CONTRAT        PIC X     VALUE 'C'.
009000***  ETATS D'UNE DEMANDE
009100 01  CST-ETA-SAISIE         PIC X     VALUE 'S'.
009200 01  CST-ETA-VALIDEE        PIC X     VALUE 'V'.
009300 01  CST-ETA-REFUSEE        PIC X     VALUE 'R'.
009400 01  CST-ETA-EXTRAITE       PIC X     VALUE 'X'.
009500 01  CST-ETA-TRAITEE        PIC X     VALUE 'F'.
009600 01  CST-ETA-REJETEE        PIC X     VALUE 'J'.
009700***  STATUT FERME
009800 01  WSS-F                  PIC X     VALUE 'F'.
009900***  DATE DE FIN D'UN USAGE OUVERT
010000 01  CST-DATE-OUVERT        PIC X(10) VALUE '9999-12-31'.
010100***  RESULTAT PAR DEFAUT D'UN REFUS SANS MOTIF
010200 01  CST-RES-REFUS          PIC X(30)
010300     VALUE 'REFUSEE PAR LE VALIDEUR       '.
010400***  INDICATEUR FIN DE CURSEUR
010500 01  WSS-FIN-CSRB3       PIC  9(001).
010600     88  FIN-CSRB3       VALUE 1.
010700     88  NON-FIN-CSRB3   VALUE 0.
010800***  INDICE DE CHARGEMENT DES LIGNES ECRAN
010900 77  W-IDX-LIGNE         PIC S9(04) COMP VALUE ZEROS.
011000***  DEMANDE LUE (NUMERO SAISI)
011100 01  WSS-DEMANDE-LUE     PIC  9(1) VALUE 0.
011200     88  DEMANDE-LUE         VALUE 1.
011300     88  DEMANDE-NON-LUE     VALUE 0.
011400***  SAISIE CONTROLEE ET ACCEPTEE
011500 01  WSS-SAISIE-VALIDE   PIC  9(1) VALUE 0.
011600     88  SAISIE-VALIDE       VALUE 1.
011700     88  SAISIE-INVALIDE     VALUE 0.
011800***  NUMERO DE DEMANDE SAISI / AFFICHE
011900 01  W-NUM-DEM           PIC  9(09).
012000***  ETAT CIBLE ET RESULTAT DE LA DECISION (VALIDATION / REFUS)
012100 01  W-ETA-CIBLE         PIC  X(01).
012200 01  W-RES-DECISION      PIC  X(30).
012300***  LIBELLES DU TYPE ET DE L'ETAT DE LA DEMANDE AFFICHEE
012400 01  W-LIB-TYPE          PIC  X(08).
012500 01  W-LIB-ETAT          PIC  X(20).
012600***  OPERATEUR CICS (SAISISSEUR OU VALIDEUR)
012700 01  W-OPERATEUR         PIC  X(08).
012800***  ZONE D'APPEL FRCALCLE
012900 01  LNK-ZNCALCLE.
013000     10  LNK-CDRETCLE    PIC X(001).
013100     10  FILLER          PIC X(011).
013200 01  FILLER REDEFINES LNK-ZNCALCLE.
013300     10  LNK-ZNAGECLE    PIC 9(005).
013400     10  LNK-ZNCPTCLE    PIC 9(007).
013500 01  FRCALCLE            PIC X(8) VALUE 'FRCAL3P '.
013600***  MESSAGES OPERATEUR
013700 01  CST-MSG-SAISIE      PIC X(60) VALUE
013800     'SAISIR NUMERO + ACTION (BLANC=CONSULT, S, V, R)'.
013900 01  CST-MSG-ACTION      PIC X(60) VALUE
014000     'ACTION INCONNUE (BLANC, S, V OU R)'.
014100 01  CST-MSG-NUMERO      PIC X(60) VALUE
014200     'NUMERO DE DEMANDE OBLIGATOIRE ET NUMERIQUE'.
014300 01  CST-MSG-NUM-SAISIE  PIC X(60) VALUE
014400     'NUMERO ATTRIBUE A LA SAISIE - LAISSER LE NUMERO A BLANC'.
014500 01  CST-MSG-INCONNUE    PIC X(60) VALUE
014600     'DEMANDE INCONNUE'.
014700 01  CST-MSG-TYPE        PIC X(60) VALUE
014800     'TYPE OBLIGATOIRE (A = PAR COMPTE, C = PAR CONTRAT)'.
014900 01  CST-MSG-NONNUM      PIC X(60) VALUE
015000     'AGENCE ET COMPTE OBLIGATOIRES ET NUMERIQUES'.
015100 01  CST-MSG-CLE         PIC X(60) VALUE
015200     'LETTRE-CLE INCALCULABLE POUR CE COMPTE'.
015300 01  CST-MSG-SANS-USAGE  PIC X(60) VALUE
015400     'AUCUN USAGE OUVERT POUR CE COMPTE'.
015500 01  CST-MSG-NCN         PIC X(60) VALUE
015600     'NUMERO DE CONTRAT OBLIGATOIRE'.
015700 01  CST-MSG-NCN-INCONNU PIC X(60) VALUE
015800     'CONTRAT INCONNU'.
015900 01  CST-MSG-NCN-FERME   PIC X(60) VALUE
016000     'CONTRAT DEJA FERME'.
016100 01  CST-MSG-MOTIF       PIC X(60) VALUE
016200     'MOTIF OBLIGATOIRE'.
016300 01  CST-MSG-EN-COURS    PIC X(60) VALUE
016400     'UNE DEMANDE EST DEJA EN COURS POUR CE COMPTE OU CONTRAT'.
016500 01  CST-MSG-SAISIE-OK   PIC X(60) VALUE
016600     'DEMANDE ENREGISTREE - A FAIRE VALIDER PAR UN AUTRE AGENT'.
016700 01  CST-MSG-PAS-ATTENTE PIC X(60) VALUE
016800     'DEMANDE DEJA VALIDEE, REFUSEE OU TRAITEE'.
016900 01  CST-MSG-MEME-OPR    PIC X(60) VALUE
017000     'DECISION INTERDITE AU DEMANDEUR - AUTRE AGENT REQUIS'.
017100 01  CST-MSG-CONCURRENT  PIC X(60) VALUE
017200     'DEMANDE MODIFIEE ENTRE-TEMPS - RECONSULTER'.
017300 01  CST-MSG-VALID-OK    PIC X(60) VALUE
017400     'DEMANDE VALIDEE - EXTRAITE AU PROCHAIN RUN DE NUIT'.
017500 01  CST-MSG-REFUS-OK    PIC X(60) VALUE
017600     'DEMANDE REFUSEE'.
017700 01  CST-MSG-AUCUNE      PIC X(60) VALUE
017800     'AUCUNE DEMANDE EN ATTENTE DE VALIDATION'.
017900 01  CST-MSG-FIN         PIC X(60) VALUE
018000     'FIN DE SAISIE DES DEMANDES'.
018100***  CONSTANTES DE CONTROLE DES CODES RETOUR SQL
018200 01  W-0                 PIC 9(2)       VALUE 00.
018300 01  W-100               PIC 9(3)       VALUE 100.
018400***  ERREUR TECHNIQUE DB2 : L'ACTION EST ARRETEE ET LE SQLCODE
018500***  AFFICHE A L'OPERATEUR (MEME TRAITEMENT QUE BWBC01P)
018600 01  WSS-ERREUR-DB2      PIC  9(1) VALUE 0.
018700     88  ERREUR-DB2          VALUE 1.
018800     88  NOT-ERREUR-DB2      VALUE 0.
018900 01  W-SQLCODE-ED        PIC +9(9).
019000
019100*------------------------------------------------------------
019200*   HOST VARIABLES
019300*------------------------------------------------------------
019400***  COMPTE COMPLET (AVEC LETTRE-CLE) DE LA DEMANDE PAR COMPTE
019500 01  H-AGEN-AGC          PIC X(05).
019600 01  H-CPTE-NCP          PIC X(11).
019700***  COMPTAGES (USAGES OUVERTS, DEMANDES EN COURS)
019800 01  H-NB                PIC S9(09) COMP.
019900***  DERNIER NUMERO DE DEMANDE ATTRIBUE (NUL SI TABLE VIDE)
020000 01  H-NUM-MAX           PIC S9(09) COMP.
020100 01  H-IND-NUM-MAX       PIC S9(04) COMP.
020200
020300 LINKAGE SECTION.
020400*----------------
020500 01  DFHCOMMAREA         PIC X(01).
020600
020700*-------------------
020800 PROCEDURE DIVISION.
020900*-------------------
021000
021100*************************
021200*  ARCHITECTURE PROGRAMME
021300*************************
021400*PSEUDO-CONVERSATION : PREMIER PASSAGE = ENVOI DE LA MAP VIERGE,
021500*PASSAGES SUIVANTS = RECEPTION, ACTION ET REAFFICHAGE
021600     IF EIBCALEN = ZEROS
021700        PERFORM A-PREMIER-PASSAGE
021800           THRU A-PREMIER-PASSAGE-FIN
021900     ELSE
022000        IF EIBAID = DFHPF3 OR DFHCLEAR
022100           PERFORM C-FIN-TRANSACTION
022200              THRU C-FIN-TRANSACTION-FIN
022300        ELSE
022400           PERFORM B-DEMANDE
022500              THRU B-DEMANDE-FIN
022600        END-IF
022700     END-IF.
022800
022900     EXEC CICS RETURN
023000          TRANSID (CST-TRANSID)
023100          COMMAREA(CST-TRANSID)
023200          LENGTH  (1)
023300     END-EXEC.
023400
023500     GOBACK.
023600/
023700********************
023800 A-PREMIER-PASSAGE.
023900* A PREMIER PASSAGE : ENVOI DE LA MAP VIERGE
024000********************
024100     MOVE LOW-VALUES           TO BWBM03O
024200     MOVE CST-MSG-SAISIE       TO MSGO
024300     PERFORM TRT-ENVOI-MAP-EFFACE.
024400
024500 A-PREMIER-PASSAGE-FIN.
024600* FIN PREMIER PASSAGE
024700     EXIT.
024800
024900********************
025000 B-DEMANDE.
025100* B DEMANDE : RECEPTION DE LA SAISIE, ACTION, REAFFICHAGE
025200********************
025300*UNE SAISIE VIDE OU UNE TOUCHE PA LEVE LA CONDITION MAPFAIL :
025400*REAFFICHAGE AVEC LE MESSAGE DE SAISIE AU LIEU D'UN ABEND AEI9
025500     EXEC CICS HANDLE CONDITION
025600          MAPFAIL (B10-MAPFAIL)
025700     END-EXEC
025800
025900     EXEC CICS RECEIVE
026000          MAP    (CST-MAP)
026100          MAPSET (CST-MAPSET)
026200          INTO   (BWBM03I)
026300     END-EXEC
026400
026500     SET NOT-ERREUR-DB2        TO TRUE
026600     SET DEMANDE-NON-LUE       TO TRUE
026700     PERFORM TRT-EFFACER-LIGNES
026800     MOVE SPACES               TO MSGO
026900
027000*L'OPERATEUR CICS EST CELUI DE LA SAISIE OU DE LA DECISION
027100     EXEC CICS ASSIGN
027200          USERID (W-OPERATEUR)
027300     END-EXEC
027400
027500*VENTILATION SELON L'ACTION DEMANDEE
027600     IF ACTI = SPACES OR ACTI = LOW-VALUES
027700        IF NUMI = SPACES OR NUMI = LOW-VALUES
027800           PERFORM TRT-LISTE-ATTENTE
027900        ELSE
028000           PERFORM TRT-CONTROLE-NUMERO
028100           IF DEMANDE-LUE
028200              PERFORM TRT-AFFICHAGE-DEMANDE
028300           END-IF
028400        END-IF
028500     ELSE
028600     IF ACTI = CST-ACT-SAISIE
028700        PERFORM TRT-ACTION-SAISIE
028800     ELSE
028900     IF ACTI = CST-ACT-VALID
029000        MOVE CST-ETA-VALIDEE   TO W-ETA-CIBLE
029100        MOVE SPACES            TO W-RES-DECISION
029200        PERFORM TRT-ACTION-DECISION
029300     ELSE
029400     IF ACTI = CST-ACT-REFUS
029500        MOVE CST-ETA-REFUSEE   TO W-ETA-CIBLE
029600        IF MOTI = SPACES OR MOTI = LOW-VALUES
029700           MOVE CST-RES-REFUS  TO W-RES-DECISION
029800        ELSE
029900           MOVE MOTI           TO W-RES-DECISION
030000        END-IF
030100        PERFORM TRT-ACTION-DECISION
030200     ELSE
030300        MOVE CST-MSG-ACTION    TO MSGO
030400     END-IF
030500     END-IF
030600     END-IF
030700     END-IF
030800
030900     PERFORM TRT-ENVOI-MAP
031000     GO TO B-DEMANDE-FIN.
031100
031200 B10-MAPFAIL.
031300*B10-MAPFAIL : RIEN A RECEVOIR - LA MAP EST REAFFICHEE AVEC LE
031400*MESSAGE INVITANT A LA SAISIE
031500     MOVE LOW-VALUES           TO BWBM03O
031600     MOVE CST-MSG-SAISIE       TO MSGO
031700     PERFORM TRT-ENVOI-MAP.
031800
031900 B-DEMANDE-FIN.
032000* FIN DEMANDE
032100     EXIT.
032200
032300 TRT-CONTROLE-NUMERO.
032400*TRT-CONTROLE-NUMERO : CONTROLE DU NUMERO SAISI ET LECTURE DE LA
032500*DEMANDE CORRESPONDANTE
032600     IF NUMI = SPACES OR NUMI = LOW-VALUES
032700        OR NUMI NOT NUMERIC
032800        MOVE CST-MSG-NUMERO    TO MSGO
032900     ELSE
033000        MOVE NUMI              TO W-NUM-DEM
033100        PERFORM TRT-LECTURE-DEMANDE
033200        IF NOT DEMANDE-LUE
033300           AND NOT ERREUR-DB2
033400           MOVE CST-MSG-INCONNUE TO MSGO
033500        END-IF
033600     END-IF
033700     .
033800
033900 TRT-LECTURE-DEMANDE.
034000*TRT-LECTURE-DEMANDE : LECTURE DE LA DEMANDE W-NUM-DEM
034100     SET DEMANDE-NON-LUE       TO TRUE
034200     MOVE W-NUM-DEM            TO DMFE-NUM OF TBWDMFE
034300     EXEC SQL
034400        SELECT DMFE_TYPE
034500             , AGEN_AGC
034600             , DMFE_NCP
034700             , CONT_NCN
034800             , DMFE_MOTIF
034900             , DMFE_ETA
035000             , DMFE_OPR_SAI
035100             , DMFE_HDT_SAI
035200             , DMFE_OPR_VAL
035300             , DMFE_HDT_VAL
035400             , DMFE_DTRAIT
035500             , DMFE_RESULTAT
035600          INTO :TBWDMFE.DMFE-TYPE
035700             , :TBWDMFE.AGEN-AGC
035800             , :TBWDMFE.DMFE-NCP
035900             , :TBWDMFE.CONT-NCN
036000             , :TBWDMFE.DMFE-MOTIF
036100             , :TBWDMFE.DMFE-ETA
036200             , :TBWDMFE.DMFE-OPR-SAI
036300             , :TBWDMFE.DMFE-HDT-SAI
036400             , :TBWDMFE.DMFE-OPR-VAL
036500             , :TBWDMFE.DMFE-HDT-VAL
036600             , :TBWDMFE.DMFE-DTRAIT
036700             , :TBWDMFE.DMFE-RESULTAT
036800          FROM TBWDMFE
036900         WHERE DMFE_NUM = :TBWDMFE.DMFE-NUM
037000     END-EXEC
037100
037200     IF SQLCODE = W-0
037300        SET DEMANDE-LUE        TO TRUE
037400     ELSE
037500     IF SQLCODE NOT = W-100
037600        PERFORM TRT-ERREUR-DB2
037700     END-IF
037800     END-IF
037900     .
038000
038100 TRT-ACTION-SAISIE.
038200*TRT-ACTION-SAISIE : CONTROLE ET ENREGISTREMENT D'UNE NOUVELLE
038300*DEMANDE A L'ETAT SAISIE - LE COMPTE DOIT AVOIR UN USAGE OUVERT,
038400*LE CONTRAT DOIT EXISTER ET ETRE OUVERT, ET AUCUNE AUTRE DEMANDE
038500*NE DOIT ETRE EN COURS POUR LA MEME CLE
038600     SET SAISIE-INVALIDE       TO TRUE
038700     IF NUMI NOT = SPACES AND NUMI NOT = LOW-VALUES
038800        MOVE CST-MSG-NUM-SAISIE TO MSGO
038900     ELSE
039000     IF MOTI = SPACES OR MOTI = LOW-VALUES
039100        MOVE CST-MSG-MOTIF     TO MSGO
039200     ELSE
039300     IF TYPI = CST-TYP-COMPTE
039400        PERFORM TRT-CONTROLE-COMPTE
039500     ELSE
039600     IF TYPI = CST-TYP-CONTRAT
039700        PERFORM TRT-CONTROLE-CONTRAT
039800     ELSE
039900        MOVE CST-MSG-TYPE      TO MSGO
040000     END-IF
040100     END-IF
040200     END-IF
040300     END-IF
040400
040500     IF SAISIE-VALIDE
040600        PERFORM TRT-CONTROLE-EN-COURS
040700     END-IF
040800
040900     IF SAISIE-VALIDE
041000        PERFORM TRT-DEMANDE-INSERT
041100     END-IF
041200     .
041300
041400 TRT-CONTROLE-COMPTE.
041500*TRT-CONTROLE-COMPTE : DEMANDE PAR COMPTE - CLES NUMERIQUES,
041600*LETTRE-CLE CALCULEE PAR FRCALCLE COMME EN BATCH ET AU MOINS UN
041700*USAGE OUVERT SUR LE COMPTE, TOUTES BANQUES CONFONDUES
041800     IF AGCI NOT NUMERIC OR NCPI NOT NUMERIC
041900        MOVE CST-MSG-NONNUM    TO MSGO
042000     ELSE
042100        MOVE AGCI              TO LNK-ZNAGECLE
042200        MOVE NCPI              TO LNK-ZNCPTCLE
042300        CALL  FRCALCLE   USING    LNK-ZNCALCLE
042400        IF LNK-CDRETCLE = SPACES
042500           MOVE CST-MSG-CLE    TO MSGO
042600        ELSE
042700           MOVE AGCI           TO H-AGEN-AGC
042800           MOVE ZEROS          TO H-CPTE-NCP
042900           MOVE NCPI           TO H-CPTE-NCP(5:6)
043000           MOVE LNK-CDRETCLE   TO H-CPTE-NCP(11:1)
043100           EXEC SQL
043200              SELECT COUNT(*)
043300                INTO :H-NB
043400                FROM TBWUCPT
043500               WHERE AGEN_AGC     = :H-AGEN-AGC
043600                 AND CPTE_NCP     = :H-CPTE-NCP
043700                 AND UCPT_DEF_FIN = :CST-DATE-OUVERT
043800           END-EXEC
043900           IF SQLCODE NOT = W-0
044000              PERFORM TRT-ERREUR-DB2
044100           ELSE
044200           IF H-NB = ZEROS
044300              MOVE CST-MSG-SANS-USAGE TO MSGO
044400           ELSE
044500              SET SAISIE-VALIDE TO TRUE
044600              MOVE CST-TYP-COMPTE TO DMFE-TYPE OF TBWDMFE
044700              MOVE AGCI        TO AGEN-AGC OF TBWDMFE
044800              MOVE NCPI        TO DMFE-NCP OF TBWDMFE
044900              MOVE SPACES      TO CONT-NCN OF TBWDMFE
045000           END-IF
045100           END-IF
045200        END-IF
045300     END-IF
045400     .
045500
045600 TRT-CONTROLE-CONTRAT.
045700*TRT-CONTROLE-CONTRAT : DEMANDE PAR CONTRAT (RESILIATION) - LE
045800*CONTRAT DOIT EXISTER DANS TBWCONT ET NE PAS ETRE DEJA FERME
045900     IF NCNI = SPACES OR NCNI = LOW-VALUES
046000        MOVE CST-MSG-NCN       TO MSGO
046100     ELSE
046200        MOVE NCNI              TO CONT-NCN OF TBWCONT
046300        EXEC SQL
046400           SELECT CONT_ETC
046500             INTO :TBWCONT.CONT-ETC
046600             FROM TBWCONT
046700            WHERE CONT_NCN = :TBWCONT.CONT-NCN
046800        END-EXEC
046900        IF SQLCODE = W-100
047000           MOVE CST-MSG-NCN-INCONNU TO MSGO
047100        ELSE
047200        IF SQLCODE NOT = W-0
047300           PERFORM TRT-ERREUR-DB2
047400        ELSE
047500        IF CONT-ETC OF TBWCONT = WSS-F
047600           MOVE CST-MSG-NCN-FERME TO MSGO
047700        ELSE
047800           SET SAISIE-VALIDE   TO TRUE
047900           MOVE CST-TYP-CONTRAT TO DMFE-TYPE OF TBWDMFE
048000           MOVE SPACES         TO AGEN-AGC OF TBWDMFE
048100           MOVE SPACES         TO DMFE-NCP OF TBWDMFE
048200           MOVE NCNI           TO CONT-NCN OF TBWDMFE
048300        END-IF
048400        END-IF
048500        END-IF
048600     END-IF
048700     .
048800
048900 TRT-CONTROLE-EN-COURS.
049000*TRT-CONTROLE-EN-COURS : UNE SEULE DEMANDE NON TERMINEE (SAISIE,
049100*VALIDEE OU EXTRAITE) PAR COMPTE OU PAR CONTRAT
049200     MOVE CST-ETA-SAISIE       TO DMFE-ETA OF TBWDMFE
049300     EXEC SQL
049400        SELECT COUNT(*)
049500          INTO :H-NB
049600          FROM TBWDMFE
049700         WHERE DMFE_TYPE = :TBWDMFE.DMFE-TYPE
049800           AND AGEN_AGC  = :TBWDMFE.AGEN-AGC
049900           AND DMFE_NCP  = :TBWDMFE.DMFE-NCP
050000           AND CONT_NCN  = :TBWDMFE.CONT-NCN
050100           AND DMFE_ETA IN (:CST-ETA-SAISIE,
050200                            :CST-ETA-VALIDEE,
050300                            :CST-ETA-EXTRAITE)
050400     END-EXEC
050500     IF SQLCODE NOT = W-0
050600        SET SAISIE-INVALIDE    TO TRUE
050700        PERFORM TRT-ERREUR-DB2
050800     ELSE
050900     IF H-NB > ZEROS
051000        SET SAISIE-INVALIDE    TO TRUE
051100        MOVE CST-MSG-EN-COURS  TO MSGO
051200     END-IF
051300     END-IF
051400     .
051500
051600 TRT-DEMANDE-INSERT.
051700*TRT-DEMANDE-INSERT : ATTRIBUTION DU NUMERO (DERNIER NUMERO + 1)
051800*ET ENREGISTREMENT DE LA DEMANDE A L'ETAT SAISIE - UN NUMERO PRIS
051900*ENTRE-TEMPS PAR UN AUTRE AGENT FAIT ECHOUER L'INSERT (CLE EN
052000*DOUBLE), L'AGENT RESSAISIT
052100     MOVE ZEROS                TO H-NUM-MAX
052200     MOVE ZEROS                TO H-IND-NUM-MAX
052300     EXEC SQL
052400        SELECT MAX(DMFE_NUM)
052500          INTO :H-NUM-MAX :H-IND-NUM-MAX
052600          FROM TBWDMFE
052700     END-EXEC
052800     IF SQLCODE NOT = W-0
052900        PERFORM TRT-ERREUR-DB2
053000     ELSE
053100        IF H-IND-NUM-MAX < ZEROS
053200           MOVE ZEROS          TO H-NUM-MAX
053300        END-IF
053400        COMPUTE DMFE-NUM OF TBWDMFE = H-NUM-MAX + 1
053500        MOVE MOTI              TO DMFE-MOTIF OF TBWDMFE
053600        MOVE CST-ETA-SAISIE    TO DMFE-ETA OF TBWDMFE
053700        MOVE W-OPERATEUR       TO DMFE-OPR-SAI OF TBWDMFE
053800        MOVE SPACES            TO DMFE-OPR-VAL OF TBWDMFE
053900        MOVE SPACES            TO DMFE-HDT-VAL OF TBWDMFE
054000        MOVE SPACES            TO DMFE-DTRAIT OF TBWDMFE
054100        MOVE SPACES            TO DMFE-RESULTAT OF TBWDMFE
054200        EXEC SQL
054300           INSERT INTO TBWDMFE
054400                  (DMFE_NUM,
054500                   DMFE_TYPE,
054600                   AGEN_AGC,
054700                   DMFE_NCP,
054800                   CONT_NCN,
054900                   DMFE_MOTIF,
055000                   DMFE_ETA,
055100                   DMFE_OPR_SAI,
055200                   DMFE_HDT_SAI,
055300                   DMFE_OPR_VAL,
055400                   DMFE_HDT_VAL,
055500                   DMFE_DTRAIT,
055600                   DMFE_RESULTAT)
055700           VALUES (:TBWDMFE.DMFE-NUM,
055800                   :TBWDMFE.DMFE-TYPE,
055900                   :TBWDMFE.AGEN-AGC,
056000                   :TBWDMFE.DMFE-NCP,
056100                   :TBWDMFE.CONT-NCN,
056200                   :TBWDMFE.DMFE-MOTIF,
056300                   :TBWDMFE.DMFE-ETA,
056400                   :TBWDMFE.DMFE-OPR-SAI,
056500                   CURRENT TIMESTAMP,
056600                   :TBWDMFE.DMFE-OPR-VAL,
056700                   :TBWDMFE.DMFE-HDT-VAL,
056800                   :TBWDMFE.DMFE-DTRAIT,
056900                   :TBWDMFE.DMFE-RESULTAT)
057000        END-EXEC
057100        IF SQLCODE NOT = W-0
057200           PERFORM TRT-ERREUR-DB2
057300        ELSE
057400           MOVE DMFE-NUM OF TBWDMFE TO W-NUM-DEM
057500           PERFORM TRT-LECTURE-DEMANDE
057600           IF DEMANDE-LUE
057700              PERFORM TRT-AFFICHAGE-DEMANDE
057800              MOVE CST-MSG-SAISIE-OK TO MSGO
057900           END-IF
058000        END-IF
058100     END-IF
058200     .
058300
058400 TRT-ACTION-DECISION.
058500*TRT-ACTION-DECISION : VALIDATION OU REFUS (W-ETA-CIBLE) D'UNE
058600*DEMANDE A L'ETAT SAISIE, PAR UN OPERATEUR DIFFERENT DU
058700*DEMANDEUR - LE CONTROLE EST REPETE DANS LA CLAUSE WHERE POUR
058800*QU'UNE DEMANDE MODIFIEE ENTRE-TEMPS NE SOIT PAS ECRASEE
058900     PERFORM TRT-CONTROLE-NUMERO
059000     IF DEMANDE-LUE
059100        IF DMFE-ETA OF TBWDMFE NOT = CST-ETA-SAISIE
059200           MOVE CST-MSG-PAS-ATTENTE TO MSGO
059300           PERFORM TRT-AFFICHAGE-DEMANDE
059400        ELSE
059500        IF DMFE-OPR-SAI OF TBWDMFE = W-OPERATEUR
059600           MOVE CST-MSG-MEME-OPR TO MSGO
059700           PERFORM TRT-AFFICHAGE-DEMANDE
059800        ELSE
059900           MOVE W-ETA-CIBLE    TO DMFE-ETA OF TBWDMFE
060000           MOVE W-OPERATEUR    TO DMFE-OPR-VAL OF TBWDMFE
060100           MOVE W-RES-DECISION TO DMFE-RESULTAT OF TBWDMFE
060200           EXEC SQL
060300              UPDATE TBWDMFE
060400                SET  DMFE_ETA      = :TBWDMFE.DMFE-ETA,
060500                     DMFE_OPR_VAL  = :TBWDMFE.DMFE-OPR-VAL,
060600                     DMFE_HDT_VAL  = CURRENT TIMESTAMP,
060700                     DMFE_RESULTAT = :TBWDMFE.DMFE-RESULTAT
060800                WHERE DMFE_NUM     = :TBWDMFE.DMFE-NUM
060900                AND   DMFE_ETA     = :CST-ETA-SAISIE
061000                AND   DMFE_OPR_SAI <> :TBWDMFE.DMFE-OPR-VAL
061100           END-EXEC
061200           IF SQLCODE = W-100
061300              MOVE CST-MSG-CONCURRENT TO MSGO
061400           ELSE
061500           IF SQLCODE NOT = W-0
061600              PERFORM TRT-ERREUR-DB2
061700           ELSE
061800              PERFORM TRT-LECTURE-DEMANDE
061900              IF DEMANDE-LUE
062000                 PERFORM TRT-AFFICHAGE-DEMANDE
062100                 IF W-ETA-CIBLE = CST-ETA-VALIDEE
062200                    MOVE CST-MSG-VALID-OK TO MSGO
062300                 ELSE
062400                    MOVE CST-MSG-REFUS-OK TO MSGO
062500                 END-IF
062600              END-IF
062700           END-IF
062800           END-IF
062900        END-IF
063000        END-IF
063100     END-IF
063200     .
063300
063400 TRT-AFFICHAGE-DEMANDE.
063500*TRT-AFFICHAGE-DEMANDE : CLES ET MOTIF DE LA DEMANDE LUE, PUIS
063600*QUATRE LIGNES DE SUIVI : ETAT, DEMANDEUR, VALIDEUR, RESULTAT DU
063700*RUN DE NUIT (OU MOTIF DU REFUS)
063800     MOVE DMFE-NUM OF TBWDMFE  TO W-NUM-DEM
063900     MOVE W-NUM-DEM            TO NUMO
064000     MOVE SPACES               TO ACTO
064100     MOVE DMFE-TYPE OF TBWDMFE TO TYPO
064200     MOVE AGEN-AGC OF TBWDMFE  TO AGCO
064300     MOVE DMFE-NCP OF TBWDMFE  TO NCPO
064400     MOVE CONT-NCN OF TBWDMFE  TO NCNO
064500     MOVE DMFE-MOTIF OF TBWDMFE TO MOTO
064600
064700     PERFORM TRT-LIBELLES-DEMANDE
064800
064900     MOVE SPACES               TO RLIGO(1)
065000     STRING  'DEMANDE ' W-NUM-DEM ' ' W-LIB-TYPE
065100             ' - ETAT : ' W-LIB-ETAT
065200          DELIMITED BY SIZE
065300          INTO RLIGO(1)
065400     END-STRING
065500
065600     MOVE SPACES               TO RLIGO(2)
065700     STRING  'DEMANDEE PAR ' DMFE-OPR-SAI OF TBWDMFE
065800             ' LE ' DMFE-HDT-SAI OF TBWDMFE(1:19)
065900          DELIMITED BY SIZE
066000          INTO RLIGO(2)
066100     END-STRING
066200
066300     MOVE SPACES               TO RLIGO(3)
066400     IF DMFE-OPR-VAL OF TBWDMFE = SPACES
066500        MOVE 'EN ATTENTE DE DECISION PAR UN SECOND AGENT'
066600                               TO RLIGO(3)
066700     ELSE
066800        IF DMFE-ETA OF TBWDMFE = CST-ETA-REFUSEE
066900           STRING  'REFUSEE PAR '
067000                   DMFE-OPR-VAL OF TBWDMFE
067100                   ' LE ' DMFE-HDT-VAL OF TBWDMFE(1:19)
067200                DELIMITED BY SIZE
067300                INTO RLIGO(3)
067400           END-STRING
067500        ELSE
067600           STRING  'VALIDEE PAR '
067700                   DMFE-OPR-VAL OF TBWDMFE
067800                   ' LE ' DMFE-HDT-VAL OF TBWDMFE(1:19)
067900                DELIMITED BY SIZE
068000                INTO RLIGO(3)
068100           END-STRING
068200        END-IF
068300     END-IF
068400
068500     MOVE SPACES               TO RLIGO(4)
068600     IF DMFE-ETA OF TBWDMFE = CST-ETA-REFUSEE
068700        STRING  'MOTIF DU REFUS : '
068800                DMFE-RESULTAT OF TBWDMFE
068900             DELIMITED BY SIZE
069000             INTO RLIGO(4)
069100        END-STRING
069200     ELSE
069300     IF DMFE-DTRAIT OF TBWDMFE NOT = SPACES
069400        STRING  'RUN DU ' DMFE-DTRAIT OF TBWDMFE ' : '
069500                DMFE-RESULTAT OF TBWDMFE
069600             DELIMITED BY SIZE
069700             INTO RLIGO(4)
069800        END-STRING
069900     END-IF
070000     END-IF
070100     .
070200
070300 TRT-LIBELLES-DEMANDE.
070400*TRT-LIBELLES-DEMANDE : LIBELLES DU TYPE ET DE L'ETAT DE LA
070500*DEMANDE LUE
070600     IF DMFE-TYPE OF TBWDMFE = CST-TYP-CONTRAT
070700        MOVE 'CONTRAT '        TO W-LIB-TYPE
070800     ELSE
070900        MOVE 'COMPTE  '        TO W-LIB-TYPE
071000     END-IF
071100
071200     IF DMFE-ETA OF TBWDMFE = CST-ETA-SAISIE
071300        MOVE 'SAISIE'          TO W-LIB-ETAT
071400     ELSE
071500     IF DMFE-ETA OF TBWDMFE = CST-ETA-VALIDEE
071600        MOVE 'VALIDEE'         TO W-LIB-ETAT
071700     ELSE
071800     IF DMFE-ETA OF TBWDMFE = CST-ETA-REFUSEE
071900        MOVE 'REFUSEE'         TO W-LIB-ETAT
072000     ELSE
072100     IF DMFE-ETA OF TBWDMFE = CST-ETA-EXTRAITE
072200        MOVE 'EXTRAITE POUR RUN'  TO W-LIB-ETAT
072300     ELSE
072400     IF DMFE-ETA OF TBWDMFE = CST-ETA-TRAITEE
072500        MOVE 'TRAITEE'         TO W-LIB-ETAT
072600     ELSE
072700     IF DMFE-ETA OF TBWDMFE = CST-ETA-REJETEE
072800        MOVE 'REJETEE AU RUN'  TO W-LIB-ETAT
072900     ELSE
073000        MOVE DMFE-ETA OF TBWDMFE TO W-LIB-ETAT
073100     END-IF
073200     END-IF
073300     END-IF
073400     END-IF
073500     END-IF
073600     END-IF
073700     .
073800
073900 TRT-LISTE-ATTENTE.
074000*TRT-LISTE-ATTENTE : LES 4 PLUS ANCIENNES DEMANDES EN ATTENTE DE
074100*DECISION (ETAT SAISIE), POUR LE SECOND AGENT
074200     MOVE CST-ETA-SAISIE       TO DMFE-ETA OF TBWDMFE
074300     EXEC SQL   DECLARE  CBWB3A
074400        CURSOR   FOR
074500       SELECT   TBWDMFE.DMFE_NUM
074600              , TBWDMFE.DMFE_TYPE
074700              , TBWDMFE.AGEN_AGC
074800              , TBWDMFE.DMFE_NCP
074900              , TBWDMFE.CONT_NCN
075000              , TBWDMFE.DMFE_OPR_SAI
075100       FROM     TBWDMFE
075200       WHERE    TBWDMFE.DMFE_ETA = :TBWDMFE.DMFE-ETA
075300       ORDER BY TBWDMFE.DMFE_NUM
075400       FOR FETCH ONLY
075500     END-EXEC
075600
075700     EXEC SQL
075800       OPEN CBWB3A
075900     END-EXEC
076000
076100     IF SQLCODE NOT = W-0
076200        PERFORM TRT-ERREUR-DB2
076300     ELSE
076400     SET NON-FIN-CSRB3 TO TRUE
076500     MOVE ZEROS TO W-IDX-LIGNE
076600     PERFORM UNTIL FIN-CSRB3
076700        EXEC SQL
076800           FETCH CBWB3A
076900           INTO :TBWDMFE.DMFE-NUM,
077000                :TBWDMFE.DMFE-TYPE,
077100                :TBWDMFE.AGEN-AGC,
077200                :TBWDMFE.DMFE-NCP,
077300                :TBWDMFE.CONT-NCN,
077400                :TBWDMFE.DMFE-OPR-SAI
077500        END-EXEC
077600        IF SQLCODE = W-100
077700           OR W-IDX-LIGNE >= 4
077800           SET FIN-CSRB3 TO TRUE
077900        ELSE
078000        IF SQLCODE NOT = W-0
078100           SET FIN-CSRB3 TO TRUE
078200           PERFORM TRT-ERREUR-DB2
078300        ELSE
078400           ADD 1 TO W-IDX-LIGNE
078500           MOVE DMFE-NUM OF TBWDMFE TO W-NUM-DEM
078600           PERFORM TRT-LIBELLES-DEMANDE
078700           MOVE SPACES TO RLIGO(W-IDX-LIGNE)
078800           IF DMFE-TYPE OF TBWDMFE = CST-TYP-CONTRAT
078900              STRING  'A DECIDER ' W-NUM-DEM ' CONTRAT '
079000                      CONT-NCN OF TBWDMFE
079100                      ' DEMANDEE PAR '
079200                      DMFE-OPR-SAI OF TBWDMFE
079300                   DELIMITED BY SIZE
079400                   INTO RLIGO(W-IDX-LIGNE)
079500              END-STRING
079600           ELSE
079700              STRING  'A DECIDER ' W-NUM-DEM ' COMPTE  '
079800                      AGEN-AGC OF TBWDMFE '/'
079900                      DMFE-NCP OF TBWDMFE
080000                      ' DEMANDEE PAR '
080100                      DMFE-OPR-SAI OF TBWDMFE
080200                   DELIMITED BY SIZE
080300                   INTO RLIGO(W-IDX-LIGNE)
080400              END-STRING
080500           END-IF
080600        END-IF
080700        END-IF
080800     END-PERFORM
080900
081000     EXEC SQL
081100       CLOSE CBWB3A
081200     END-EXEC
081300
081400     IF W-IDX-LIGNE = ZEROS
081500        AND NOT ERREUR-DB2
081600        MOVE CST-MSG-AUCUNE    TO MSGO
081700     END-IF
081800     END-IF
081900     .
082000
082100 TRT-ERREUR-DB2.
082200*TRT-ERREUR-DB2 : ERREUR TECHNIQUE DB2 (-803, -911, -904...)
082300*PENDANT L'ACTION - L'ACTION EST ARRETEE, L'UNITE DE TRAVAIL
082400*ANNULEE ET LE SQLCODE AFFICHE A L'OPERATEUR
082500     SET ERREUR-DB2            TO TRUE
082600     MOVE SQLCODE              TO W-SQLCODE-ED
082700
082800     EXEC CICS SYNCPOINT ROLLBACK
082900     END-EXEC
083000
083100     MOVE SPACES               TO MSGO
083200     STRING  'ERREUR DB2 SQLCODE=' W-SQLCODE-ED
083300             ' - ACTION ANNULEE'
083400          DELIMITED BY SIZE
083500          INTO MSGO
083600     END-STRING
083700     .
083800
083900 TRT-EFFACER-LIGNES.
084000*TRT-EFFACER-LIGNES : EFFACEMENT DES LIGNES DE RESULTAT
084100     MOVE ZEROS TO W-IDX-LIGNE
084200     PERFORM 4 TIMES
084300        ADD 1 TO W-IDX-LIGNE
084400        MOVE SPACES TO RLIGO(W-IDX-LIGNE)
084500     END-PERFORM
084600     .
084700
084800 TRT-ENVOI-MAP-EFFACE.
084900*TRT-ENVOI-MAP-EFFACE : ENVOI DE LA MAP AVEC EFFACEMENT ECRAN
085000     EXEC CICS SEND
085100          MAP    (CST-MAP)
085200          MAPSET (CST-MAPSET)
085300          FROM   (BWBM03O)
085400          ERASE
085500     END-EXEC
085600     .
085700
085800 TRT-ENVOI-MAP.
085900*TRT-ENVOI-MAP : REAFFICHAGE DES DONNEES
086000     EXEC CICS SEND
086100          MAP    (CST-MAP)
086200          MAPSET (CST-MAPSET)
086300          FROM   (BWBM03O)
086400          DATAONLY
086500     END-EXEC
086600     .
086700
086800********************
086900 C-FIN-TRANSACTION.
087000* C FIN TRANSACTION : SORTIE PAR PF3 OU CLEAR
087100********************
087200     EXEC CICS SEND TEXT
087300          FROM   (CST-MSG-FIN)
087400          LENGTH (60)
087500          ERASE
087600          FREEKB
087700     END-EXEC
087800
087900     EXEC CICS RETURN
088000     END-EXEC.
088100
088200 C-FIN-TRANSACTION-FIN.
088300* FIN TRANSACTION
088400     EXIT.
