001500**                    (INTV-INV = B240, MINT-MIN = 20, DATE   *
001600**                    DE POSE INTV-HDT = DATE DE TRAITEMENT, *
001610**                    INTV-DEF PORTANT LA DATE D'EFFET SIPP   *
001620**                    CITEE SUR L'AVIS), AINSI QUE CELLES DE  *
001630**                    LA SORTIE DE BANQUE (MINT-MIN = 25 :    *
001640**                    CONTRAT FERME, 26 : CONTRAT MAINTENU    *
001650**                    SUR UNE AUTRE BANQUE, POSEES PAR        *
001660**                    BWBP16P) ET                             *
001700**                    PRODUIT LE FICHIER D'AVIS DE FERMETURE  *
001800**                    POUR LA CHAINE EDITIQUE : UN ENREGISTRE-*
001900**                    MENT PAR CONTRAT FERME AVEC LE MODELE   *
002000**                    DE LETTRE CHOISI SELON INTV-TON-AV      *
002100**                    (O = SUPPORT AVISE, N = NON AVISE,      *
002200**                    REDACTION RENFORCEE) OU SELON LE MOTIF  *
002210**                    POUR UNE SORTIE DE BANQUE.              *
002300**                    UN TOTAL DE CONTROLE AVIS GENERES /     *
002400**                    CONTRATS FERMES EST EDITE EN FIN DE     *
002500**                    RAPPORT.                                *
006410** 03/09/2026 R.ZITI : SELECTION DES INTERVENTIONS PAR DATE   *
006420**                     DE POSE (INTV-HDT), INTV-DEF PORTANT   *
006430**                     DESORMAIS LA DATE D'EFFET SIPP         *
006440** 15/10/2026 R.ZITI : AVIS DE SORTIE DE BANQUE (MOTIFS 25 ET *
006450**                     26 POSES PAR BWBP16P, MODELES AVF3 ET  *
006460**                     AVF4)                                  *
006461** 15/10/2026 R.ZITI : AVIS DE SORTIE DE BANQUE SANS COMPTE   *
006462**                     RECONSTITUABLE : AGENCE ET CONTRAT     *
006463**                     SEULS                                  *
006500***************************************************************

006600 ENVIRONMENT DIVISION.
018900***  SONT EXTRAITS PAR POSITION DERRIERE CE PREFIXE
019000 01  CST-PREF-FERMETURE  PIC  X(22)
019010     VALUE 'FERMETURE SIPP COMPTE '.
019020***  MOTIFS ET MODELES DE LETTRE DE LA SORTIE DE BANQUE (BWBP16P)
019030***  25 = CONTRAT FERME (AVF3), 26 = CONTRAT MAINTENU SUR UNE
019040***  AUTRE BANQUE (AVF4) - LE TEXTE PORTE SON PROPRE PREFIXE,
019050***  SUIVI DES IDENTIFIANTS AGENCE/COMPTE AUX MEMES POSITIONS
019060 01  CST-MIN-FERMETURE   PIC  X(02) VALUE '20'.
019070 01  CST-MIN-SORTIE-FERM PIC  X(02) VALUE '25'.
019080 01  CST-MIN-SORTIE-MAIN PIC  X(02) VALUE '26'.
019090 01  CST-MODELE-SORTIE-FERM PIC X(04) VALUE 'AVF3'.
019091 01  CST-MODELE-SORTIE-MAIN PIC X(04) VALUE 'AVF4'.
019092 01  CST-PREF-SORTIE     PIC  X(22)
019093     VALUE 'SORTIE DE BANQUE CPTE '.

019100*------------------------------------------------------------
019200*   HOST VARIABLES
028210*SE FAIT SUR LA DATE DE POSE (INTV_HDT) : INTV_DEF PORTE LA DATE
028220*D'EFFET SIPP, QUI PEUT ETRE PASSEE POUR UN FLUX EN RETARD, ET
028230*C'EST ELLE QUI EST CITEE SUR L'AVIS
028240*LES INTERVENTIONS DE SORTIE DE BANQUE (25/26) DU JOUR SONT
028250*SELECTIONNEES DE LA MEME FACON
028300     EXEC SQL   DECLARE  CBWAVIS
028400        CURSOR   FOR
028500       SELECT   TBWINTV.CONT_NCN
028550              , TBWINTV.MINT_MIN
028600              , TBWINTV.INTV_DEF
028700              , TBWINTV.INTV_TON_AV
028800              , TBWINTV.INTV_TXT
028900       FROM     TBWINTV
029000       WHERE    TBWINTV.INTV_INV = 'B240'
029100       AND      TBWINTV.MINT_MIN IN ('20', '25', '26')
029200       AND      SUBSTR(TBWINTV.INTV_HDT, 1, 10) = :H-DATE-TRT
029300       FOR FETCH ONLY
029400     END-EXEC
031400     EXEC SQL
031500        FETCH CBWAVIS
031600        INTO :TBWINTV.CONT-NCN,
031650             :TBWINTV.MINT-MIN,
031700             :TBWINTV.INTV-DEF,
031800             :TBWINTV.INTV-TON-AV,
031900             :TBWINTV.INTV-TXT
033200*D'INTERVENTION POSE PAR LE RUN DE FERMETURE :
033300*'FERMETURE SIPP COMPTE AAAAA/NNNNNNNC/' (AAAAA = AGENCE,
033400*NNNNNNN = COMPTE, C = LETTRE-CLE)
033410*POUR UNE SORTIE DE BANQUE (MOTIF 25 OU 26) LE TEXTE COMMENCE PAR
033420*'SORTIE DE BANQUE CPTE ' ET LE MODELE DE LETTRE DEPEND DU MOTIF ;
033430*SI BWBP16P N'A PU RECONSTITUER LE COMPTE, NNNNNNNC EST A BLANC ET
033440*L'AVIS NE CITE QUE L'AGENCE ET LE CONTRAT
033500     IF (MINT-MIN OF TBWINTV = CST-MIN-FERMETURE
033510         AND INTV-TXT-TEXT OF TBWINTV(1:22) = CST-PREF-FERMETURE)
033520        OR (MINT-MIN OF TBWINTV NOT = CST-MIN-FERMETURE
033530         AND INTV-TXT-TEXT OF TBWINTV(1:22) = CST-PREF-SORTIE)
033600        MOVE SPACES                        TO SBWAVIS-ENR
033610        IF MINT-MIN OF TBWINTV = CST-MIN-SORTIE-FERM
033620           MOVE CST-MODELE-SORTIE-FERM     TO AVIS-MODELE
033630        ELSE
033640        IF MINT-MIN OF TBWINTV = CST-MIN-SORTIE-MAIN
033650           MOVE CST-MODELE-SORTIE-MAIN     TO AVIS-MODELE
033660        ELSE
033700        IF INTV-TON-AV OF TBWINTV = WSS-AV-OUI
033800           MOVE CST-MODELE-AVISE           TO AVIS-MODELE
033900        ELSE
034000           MOVE CST-MODELE-NONAVISE        TO AVIS-MODELE
034100        END-IF
034110        END-IF
034120        END-IF
034200        MOVE CONT-NCN OF TBWINTV           TO AVIS-CONT-NCN
034300        MOVE INTV-DEF OF TBWINTV           TO AVIS-DATE-FERMETURE
034400        MOVE INTV-TXT-TEXT OF TBWINTV(23:5)  TO AVIS-CODAGE
034500        MOVE INTV-TXT-TEXT OF TBWINTV(29:7)  TO AVIS-NUMCPTCL
034600        MOVE INTV-TXT-TEXT OF TBWINTV(36:1)  TO AVIS-CLE
034610        IF MINT-MIN OF TBWINTV NOT = CST-MIN-FERMETURE
034620           AND AVIS-NUMCPTCL NOT NUMERIC
034630           MOVE SPACES                     TO AVIS-NUMCPTCL
034640                                              AVIS-CLE
034650        END-IF
034700        ADD  1                             TO W-CPT-AVIS-GENERES
034800        WRITE SBWAVIS-ENR
034900        IF NOT SBWAVIS-OK
039600     PERFORM    ECRITURE-LIGNE

039700     MOVE       SPACES                 TO SBWAVRPT-ENR
039800     STRING     'CONTRATS AVISES (INTERVENTIONS)     : '
039900                W-CPT-INTV-LUES
040000            DELIMITED BY SIZE
040100            INTO SBWAVRPT-ENR
