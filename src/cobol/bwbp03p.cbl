006230**                     SUR LE SOUS-ENSEMBLE 'DATE DU JOUR' DU *
006240**                     TRAILER, VERIFICATION UNITAIRE EN BASE *
006250**                     DES FERMETURES A DATE D'EFFET PASSEE   *
006260** 15/10/2026 R.ZITI : SIGNALEMENT AU RAPPORT D'UN RETOUR     *
006270**                     ARRIERE (BWBP14P) DU RUN DE LA DATE    *
006300***************************************************************

006400 ENVIRONMENT DIVISION.
021570***  HORODATE DE DEBUT DU RUN COURANT (CLE DE LA LIGNE TBWRUNJ
021580***  MISE A JOUR EN FIN DE RUN)
021590 01  W-RUNJ-HDT-DEB      PIC  X(26) VALUE SPACES.
021591***  PROGRAMME DE RETOUR ARRIERE D'UN RUN (JOURNAL TBWRUNJ)
021592 01  CST-PGM-RETOUR-ARR  PIC  X(08) VALUE 'BWBP14P '.

021600***  TABLE DES CONTRATS DE L'EXTRAIT SBWCCLOS
021700 01  W-TBL-CLOS.
025000     05  H-DATE-TRT-JJ            PIC X(02).
025100 01  H-AGEN-AGC                   PIC X(05).
025200 01  H-NB-USAGES                  PIC S9(09) COMP.
025210 01  H-NB-RETOUR-ARR              PIC S9(09) COMP.

025300*-------------------
025400 PROCEDURE DIVISION.
054900*BILAN GLOBAL ET CODE RETOUR
055000     PERFORM    C03-BILAN-GLOBAL
055100           THRU C03-BILAN-GLOBAL-FIN.
055110*RETOUR ARRIERE EVENTUEL DU RUN DE LA DATE
055120     PERFORM    C04-RETOUR-ARRIERE
055130           THRU C04-RETOUR-ARRIERE-FIN.

055400*UN RAPPROCHEMENT EN ECART REND LA MAIN EN CODE RETOUR 8 POUR
055500*QUE L'ORDONNANCEUR RETIENNE LE FEED CRM AVAL
066800*FIN BILAN GLOBAL
066900     EXIT.

066910 C04-RETOUR-ARRIERE.
066911*C04-RETOUR-ARRIERE : UN RUN DE LA DATE ANNULE PAR BWBP14P
066912*(RUN DE RETOUR ARRIERE TERMINE ENREGISTRE A CETTE DATE) EXPLIQUE
066913*LES ECARTS DU RAPPROCHEMENT - IL EST SIGNALE AU RAPPORT, LE
066914*CODE RETOUR RESTE CELUI DU RAPPROCHEMENT
066915     MOVE       ZEROS                  TO H-NB-RETOUR-ARR
066916     EXEC SQL
066917        SELECT COUNT(*)
066918          INTO :H-NB-RETOUR-ARR
066919          FROM TBWRUNJ
066920         WHERE RUNJ_DTRAIT  = :H-DATE-TRT
066921           AND RUNJ_PGM     = :CST-PGM-RETOUR-ARR
066922           AND RUNJ_HDT_FIN > ' '
066923     END-EXEC

066924     MOVE       'SELECT TBWRUNJ '      TO DB2P-LABEL
066925     MOVE       'SELECT'               TO DB2P-COMMAND
066926     MOVE       'TBWRUNJ '             TO DB2P-OBJECT
066927     PERFORM    DB2P-CHECK-RESULT

066928     IF H-NB-RETOUR-ARR > ZEROS
066929        MOVE    SPACES                 TO SBWRAPRO-ENR
066930        STRING  'INFORMATION : RUN DU ' H-DATE-TRT
066931                ' ANNULE PAR RETOUR ARRIERE BWBP14P - ECARTS'
066932                ' ATTENDUS SUR LES FERMETURES ANNULEES'
066933             DELIMITED BY SIZE
066934             INTO SBWRAPRO-ENR
066935        END-STRING
066936        PERFORM ECRITURE-LIGNE
066937     END-IF
066938     .

066939 C04-RETOUR-ARRIERE-FIN.
066940*FIN RETOUR ARRIERE
066941     EXIT.

067000 ECRITURE-LIGNE.
067100*---------------
067200* ECRITURE RAPPORT DE RAPPROCHEMENT
