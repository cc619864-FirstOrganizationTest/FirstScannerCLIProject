003800**  IRFLUGE1 : ENTETE DE GESTION DU CRO                       *
003900**  IRFLUPP1 : ENTETE APPLICATIVE DU CRO                      *
004000**  A8EMCRF1 : CORPS APPLICATIF CRO COMPTE 01 FERMETURE COMPTE*
969000**  BWWACQ1  : ACCUSE DE TRAITEMENT D'UN CRO RENVOYE A SIPP   *
004100**  A8EMCRF1   CODITNFLUX = 01
004200**  F2CABND1 ET F2CABNX1 : COPY INCLUDE POUR GESTION ABEND    *
004300**                                                            *
006200**  FICHIERS EN ENTREE :                                      *
006300**   EBWCCPTE  MVS  FLUX CROS SIPP COMPTE FILTRE SUR          *
006400**   CODEFLUX = 1 (FERMETURE), 2 (REOUVERTURE), 3 (TRANSFERT) *
972001**   (FLUX DU JOUR ET DES JOURS NON OUVRES PRECEDENTS)        *
006410**   EBWCCMAN  MVS  FERMETURES MANUELLES BACK OFFICE          *
967000**             (DEMANDES BW03 VALIDEES, EXTRAITES PAR BWBP13P)*
006430**   EBWFLUJN  MVS  JOURNAL DES FLUX DEJA TRAITES             *
006440**   EBWCCATT  MVS  FERMETURES EN ATTENTE (DATE EFFET FUTURE) *
006450**   EBWCCCON  MVS  RESILIATIONS DE CONTRAT (PAR CONT-NCN)    *
967001**             (DEMANDES BW03 VALIDEES, EXTRAITES PAR BWBP13P)*
006500**                                                            *
006600**  FICHIERS EN SORTIE :                                      *
006700**   SBWCCPTR  MVS  FICHIER SUIVI COMPTE RENDU                *
006710**   SBWFLUJN  MVS  JOURNAL DES FLUX TRAITES (NOUVELLE GEN.)  *
006720**   SBWCCATT  MVS  FERMETURES EN ATTENTE (NOUVELLE GEN.)     *
969001**   SBWCCACQ  MVS  ACCUSES DE TRAITEMENT DES CROS (SIPP)     *
006800**                                                            *
006900**  TABLES UTILISEES : TBWCONT, TBWUCPT, TBWINTV, TBWBNKRF,   *
006901**                     TBWRUNJ, TBWAUDJ, TBWDMFE              *
970000**                     TBWDELF (MAJ), TBWREJL (LECTURE)       *
971000**                     TBWCROH (MAJ)                          *
972002**                     TBWCALJ (LECTURE)                      *
007000**  ----------------                                          *
007100**                                                            *
007200**------------------------------------------------------------*
007508**                     (EXECUTIONS PARALLELES PAR BANQUE VIA  *
007509**                     BWBP11P/BWBP12P), PORTEE AU JOURNAL DE *
007510**                     PILOTAGE TBWRUNJ                       *
007511** 15/10/2026 R.ZITI : DEMANDES DE FERMETURE SAISIES ET       *
007512**                     VALIDEES SOUS BW03 (TBWDMFE) : NUMERO  *
007513**                     DE DEMANDE DANS EBWCCMAN/EBWCCCON,     *
007514**                     RESULTAT DU RUN REPORTE SUR LA DEMANDE,*
007515**                     RESILIATION MINT-MIN 24 REFUSEE SANS   *
007516**                     DEMANDE VALIDEE PAR UN SECOND AGENT    *
007517** 15/10/2026 R.ZITI : PARTITION DU RUN PORTEE SUR CHAQUE     *
007518**                     LIGNE D'AUDIT TBWAUDJ (RETOUR ARRIERE  *
007519**                     D'UN RUN PAR BWBP14P)                  *
007520** 15/10/2026 R.ZITI : ACCUSE DE TRAITEMENT RENVOYE A SIPP    *
007521**                     POUR CHAQUE CRO RECU (SBWCCACQ) : CODE *
007522**                     RESULTAT, MOTIF DE REJET ET CONTRATS   *
007523**                     CONCERNES                              *
970001** 15/10/2026 R.ZITI : DELAI DE FERMETURE PAR CONTRAT FERME   *
970002**                     (TBWDELF : CANAL, DATE D'EFFET, DATE   *
970003**                     DE FLUX, PREMIER REJET) POUR LE RAPPORT*
970004**                     MENSUEL DES DELAIS BWBP19P             *
971001** 15/10/2026 R.ZITI : HISTORIQUE DES CROS TRAITES (TBWCROH)  *
971002**                     TOUS CANAUX : IMAGE BRUTE DU CRO OU DE *
971003**                     LA SAISIE, RUN, PARTITION ET           *
971004**                     DISPOSITION, EXTRAIT PAR BWBP20P       *
972003** 15/10/2026 R.ZITI : CALENDRIER DES JOURS OUVRES TBWCALJ :  *
972004**                     FLUX DES JOURS NON OUVRES TRAITES AU   *
972005**                     RUN OUVRE SUIVANT DANS L'ORDRE DES     *
972006**                     DATFLUX, CRO EN ATTENTE LIBERE AU      *
972007**                     PREMIER JOUR OUVRE DE SA BANQUE        *
973007** 15/10/2026 R.ZITI : LIGNE EBWCCMAN SANS DEMANDE BW03       *
973008**                     CONFORME REJETEE, REJET REPORTE SUR LA *
973009**                     SEULE DEMANDE RECONNUE                 *
973013** 15/10/2026 R.ZITI : DEMANDE BW03 RETENUE SEULEMENT SI      *
973014**                     EXTRAITE PAR BWBP13P POUR LA DATE DU   *
973015**                     RUN                                    *
007500***************************************************************
007600** COMMENTAIRES DIVERS :                                      *
007700**                                                            *
009995***  SD-TRICPTE FICHIER DE TRI DU FLUX EBWCCPTE
009996     SELECT SD-TRICPTE  ASSIGN TO SORTWK01.
009997*
009998***  EBWCTRI FLUX EBWCCPTE TRIE PAR DATE DE FLUX/AGENCE/COMPTE
009999***  (FICHIER DE TRAVAIL, PRODUIT PAR LE TRI EN DEBUT DE
972008***  TRAITEMENT)
010001     SELECT FD-EBWCTRI  ASSIGN TO EBWCTRI
010002            FILE STATUS IS EBWCCPTE-STATUS.
010003*
960006**   SBWCCATT MVS  FERMETURES EN ATTENTE (NOUVELLE GENERATION)
960007     SELECT FD-SBWCCATT ASSIGN TO SBWCCATT
960008            FILE STATUS IS SBWCCATT-STATUS.
969002*
969003**   SBWCCACQ MVS  ACCUSES DE TRAITEMENT DES CROS RENVOYES A SIPP
969004     SELECT FD-SBWCCACQ ASSIGN TO SBWCCACQ
969005            FILE STATUS IS SBWCCACQ-STATUS.
011104
011200 DATA DIVISION.
011300 FILE SECTION.
013060 01  EBWRESTIN-ENR.
013070     05  REST-IN-CODAGE              PIC 9(05).
013080     05  REST-IN-NUMCPTCL            PIC 9(07).
972009     05  REST-IN-DATFLUX             PIC X(08).
013100
013110***  EBWCCMAN FICHIER DES FERMETURES MANUELLES BACK OFFICE
013120 FD  FD-EBWCCMAN
013206     05  TRICPTE-NUMCPTCL            PIC X(07).
013207     05  TRICPTE-SUITE               PIC X(500).
013208
013209***  EBWCTRI FLUX EBWCCPTE TRIE PAR DATE DE FLUX/AGENCE/COMPTE
013210 FD  FD-EBWCTRI
013211     RECORDING MODE F
013212     BLOCK 0 RECORDS.
014095 01  SBWCREST-ENR.
014096     05  REST-OUT-CODAGE             PIC 9(05).
014097     05  REST-OUT-NUMCPTCL           PIC 9(07).
972010     05  REST-OUT-DATFLUX            PIC X(08).
014098
014099**   SBWCCLOS MVS  EXTRAIT DES CONTRATS FERMES (CRM/ARCHIVAGE)
014100 FD  FD-SBWCCLOS
960018     BLOCK 0 RECORDS.
960019 01  SBWCCATT-ENR                        PIC X(524).
960020
969006**   SBWCCACQ MVS  ACCUSES DE TRAITEMENT DES CROS RENVOYES A SIPP
969007**   (UN ENREGISTREMENT PAR CRO RECU)
969008 FD  FD-SBWCCACQ
969009     RECORDING MODE F
969010     BLOCK 0 RECORDS.
969011 01  SBWCCACQ-ENR                        PIC X(200).
969012
014200*
014300 WORKING-STORAGE SECTION.
014400*------------------------
015640     05 MAN-CODAGE              PIC 9(05).
015650     05 MAN-NUMCPTCL            PIC 9(07).
015660     05 MAN-MOTIF               PIC X(50).
967002*    NUMERO DE LA DEMANDE BW03 (TBWDMFE) EXTRAITE PAR BWBP13P,
967003*    OBLIGATOIRE (DOUBLE VALIDATION DE LA FERMETURE)
967004     05 MAN-NUMDEM              PIC X(09).
967005     05 MAN-NUMDEM-N REDEFINES MAN-NUMDEM
967006                                PIC 9(09).
967007     05 FILLER                  PIC X(09).
015680
015688***  EBWFLUJN JOURNAL DES FLUX DEJA TRAITES (UNE DATE DE FLUX
015689***  SSAAMMJJ PAR ENREGISTREMENT)
962013 01  W-EBWCCCON-ENR.
962014     05 CON-NCN                 PIC X(07).
962015     05 CON-MOTIF               PIC X(50).
967008*    NUMERO DE LA DEMANDE BW03 (TBWDMFE) EXTRAITE PAR BWBP13P,
967009*    OBLIGATOIRE (DOUBLE VALIDATION DE LA RESILIATION)
967010     05 CON-NUMDEM              PIC X(09).
967011     05 CON-NUMDEM-N REDEFINES CON-NUMDEM
967012                                PIC 9(09).
967013     05 FILLER                  PIC X(14).
962017
015700* FICHIER DE PARAMETRE POUR RECUPERER LA DATE DU JOUR
015800*    05 EBWPARAM-SSAAMMJJ.
962018*EBWCCCON RESILIATIONS DE CONTRAT LUES / REJETEES
962019 77  W-CPT-CON-ENTREE           PIC 9(10) VALUE ZEROS.
962020 77  W-CPT-CON-REJETES          PIC 9(10) VALUE ZEROS.
969013*SBWCCACQ ACCUSES DE TRAITEMENT EMIS VERS SIPP
969014 77  W-CPT-ACQ-EMIS             PIC 9(10) VALUE ZEROS.
018600
018700*------------------------------------------------*
018800*    FILE STATUS                                 *
020602 77  SBWCCAGE-STATUS                     PIC 9(2).
020603     88 SBWCCAGE-OK                              VALUE 00.
020604     88 SBWCCAGE-FINFICHIER                      VALUE 10.
969015***  FILE STATUS SBWCCACQ  ACCUSES DE TRAITEMENT DES CROS
969016 77  SBWCCACQ-STATUS                     PIC 9(2).
969017     88 SBWCCACQ-OK                              VALUE 00.
969018     88 SBWCCACQ-FINFICHIER                      VALUE 10.
020600* = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = = =*
020700*                                                                *
020800*         V U E S     D B 2      E N     M . A . J O U R         *
963000     EXEC  SQL  INCLUDE  TBWBNKRF END-EXEC.
964000     EXEC  SQL  INCLUDE  TBWRUNJ  END-EXEC.
965000     EXEC  SQL  INCLUDE  TBWAUDJ  END-EXEC.
967014     EXEC  SQL  INCLUDE  TBWDMFE  END-EXEC.
970005     EXEC  SQL  INCLUDE  TBWDELF  END-EXEC.
970006     EXEC  SQL  INCLUDE  TBWREJL  END-EXEC.
971005     EXEC  SQL  INCLUDE  TBWCROH  END-EXEC.
972011     EXEC  SQL  INCLUDE  TBWCALJ  END-EXEC.
021300
021400     EXEC  SQL  INCLUDE  SQLCA     END-EXEC.
021500
026497*** MESSAGE + CODE ABEND SBWCCAGE  RECAPITULATIF PAR AGENCE
026498 77  WS-MES-SBWCCAGE       PIC X(20)
026499     VALUE ' SBWCCAGE AGENCES   '.
969019*** MESSAGE + CODE ABEND SBWCCACQ  ACCUSES DE TRAITEMENT SIPP
969020 77  WS-MES-SBWCCACQ       PIC X(20)
969021     VALUE ' SBWCCACQ ACCUSES   '.
026500*************************************************************
026600***  VARIABLES DIVERSES
026700*************************************************************
962032***  MOTIF DE REJET : NUMERO DE CONTRAT ABSENT OU INCONNU
962033 01  CST-MOTIF-NCN       PIC  X(30)
962034     VALUE 'CONTRAT ABSENT OU INCONNU     '.
967015***  MOTIF DE REJET : DEMANDE BW03 ABSENTE, NON EXTRAITE POUR CE
967016***  RUN, NE PORTANT PAS SUR LA MEME CLE OU SANS SECOND VALIDEUR
967017 01  CST-MOTIF-VALID     PIC  X(30)
967018     VALUE 'DEMANDE SANS DOUBLE VALIDATION'.
967019***  MOTIF DE REJET : AUCUN USAGE OUVERT SUR LE COMPTE DEMANDE
967020 01  CST-MOTIF-SANS-USAGE PIC X(30)
967021     VALUE 'AUCUN USAGE OUVERT            '.
967022***  DEMANDES BW03 (TBWDMFE) : TYPES, ETATS ET RESULTATS REPORTES
967023 01  CST-DMFE-TYP-COMPTE  PIC X(01) VALUE 'A'.
967024 01  CST-DMFE-TYP-CONTRAT PIC X(01) VALUE 'C'.
967025 01  CST-DMFE-ETA-EXTRAITE PIC X(01) VALUE 'X'.
967026 01  CST-DMFE-ETA-TRAITEE PIC X(01) VALUE 'F'.
967027 01  CST-DMFE-ETA-REJETEE PIC X(01) VALUE 'J'.
967028 01  CST-DMFE-RES-FERME   PIC X(30)
967029     VALUE 'FERMETURE EFFECTUEE           '.
967030 01  CST-DMFE-RES-RESILIE PIC X(30)
967031     VALUE 'CONTRAT RESILIE               '.
967032 01  CST-DMFE-RES-DEJA    PIC X(30)
967033     VALUE 'CONTRAT DEJA FERME            '.
967034***  ETAT ET RESULTAT A REPORTER SUR LA DEMANDE COURANTE
967035 01  W-DMFE-ETA           PIC X(01).
967036 01  W-DMFE-RESULTAT      PIC X(30).
967037***  USAGES FERMES POUR LA DEMANDE PAR COMPTE COURANTE
967038 77  W-DMFE-NB-USAGES     PIC 9(05) VALUE ZEROS.
967039***  DEMANDE BW03 CONFORME (EXTRAITE POUR CE RUN, MEME CLE, SAISIE
967040***  ET VALIDEE PAR DEUX AGENTS DISTINCTS)
967041 01  WSS-DMFE-CONFORME    PIC  9(1) VALUE 0.
967042     88  DMFE-CONFORME        VALUE 1.
967043     88  DMFE-NON-CONFORME    VALUE 0.
961004***  MOTIF DE REJET : COMPTE SUCCESSEUR INVALIDE (CRO TRANSFERT)
961005 01  CST-MOTIF-SUCC      PIC  X(30)
961006     VALUE 'COMPTE SUCCESSEUR INVALIDE    '.
961015***  DERNIER CONTRAT AYANT RECU L'INTERVENTION DE TRANSFERT (UNE
961016***  SEULE INTERVENTION PAR CONTRAT, LE CURSEUR ETANT TRIE)
961017 01  W-NCN-TRANSF-PREC   PIC  X(07) VALUE SPACES.
969022***  ACCUSE DE TRAITEMENT DU CRO COURANT (CODE RESULTAT, MOTIF,
969023***  CONTRATS CONCERNES) ALIMENTE PAR LES PARAGRAPHES DE
969024***  TRAITEMENT ET ECRIT DANS SBWCCACQ PAR TRT-ACQ-ECRITURE
969025 01  W-ACQ-ENR.
969026     COPY BWWACQ1 REPLACING ==:XXX:==  BY ==WACQ==.
969027***  ETAT DU CONTRAT COURANT A PORTER DANS L'ACCUSE
969028 01  W-ACQ-ETAT-CONT     PIC  X(01) VALUE SPACES.
969029***  DERNIER CONTRAT AJOUTE A L'ACCUSE ET SON RANG DANS LE DETAIL
969030***  (ZERO AU-DELA DU DIXIEME CONTRAT)
969031 01  W-ACQ-NCN-PREC      PIC  X(07) VALUE SPACES.
969032 77  W-ACQ-IDX           PIC  9(03) VALUE ZEROS.
969033***  CONTRATS FERMES / TROUVES DEJA FERMES POUR LE CRO COURANT
969034 77  W-ACQ-NB-FERMES     PIC  9(05) VALUE ZEROS.
969035 77  W-ACQ-NB-DEJA       PIC  9(05) VALUE ZEROS.
969036***  CODES RESULTAT DE L'ACCUSE DE TRAITEMENT (CF. BWWACQ1)
969037 01  CST-ACQ-FERME        PIC X(02) VALUE 'FE'.
969038 01  CST-ACQ-USAGES-FERMES PIC X(02) VALUE 'UF'.
969039 01  CST-ACQ-DEJA-FERME   PIC X(02) VALUE 'DF'.
969040 01  CST-ACQ-ATTENTE      PIC X(02) VALUE 'AT'.
969041 01  CST-ACQ-TRANSFERE    PIC X(02) VALUE 'TR'.
969042 01  CST-ACQ-ROUVERT      PIC X(02) VALUE 'RO'.
969043 01  CST-ACQ-SANS-OBJET   PIC X(02) VALUE 'SO'.
969044 01  CST-ACQ-REJETE       PIC X(02) VALUE 'RJ'.
969045***  ETATS D'UN CONTRAT DANS L'ACCUSE DE TRAITEMENT
969046 01  CST-ACQ-ETAT-FERME   PIC X(01) VALUE 'F'.
969047 01  CST-ACQ-ETAT-DEJA    PIC X(01) VALUE 'D'.
969048 01  CST-ACQ-ETAT-OUVERT  PIC X(01) VALUE 'O'.
969049 01  CST-ACQ-ETAT-TRANSF  PIC X(01) VALUE 'T'.
969050 01  CST-ACQ-ETAT-ROUVERT PIC X(01) VALUE 'R'.
969051 01  CST-ACQ-ETAT-NON-ROUV PIC X(01) VALUE 'N'.
970007***  ORIGINE DU CRO SIPP EN COURS (FLUX DU JOUR OU FERMETURE EN
970008***  ATTENTE REPRESENTEE), PORTEE DANS LE DELAI DE FERMETURE
970009 01  WSS-ORIG-CRO         PIC  X(01) VALUE 'F'.
970010     88  CRO-DU-FLUX          VALUE 'F'.
970011     88  CRO-EN-ATTENTE       VALUE 'A'.
970012***  CANAUX DE FERMETURE DU DELAI DE FERMETURE (CF. TBWDELF)
970013 01  CST-CANAL-SIPP       PIC X(01) VALUE 'S'.
970014 01  CST-CANAL-ATTENTE    PIC X(01) VALUE 'A'.
970015 01  CST-CANAL-RECYCLE    PIC X(01) VALUE 'R'.
970016 01  CST-CANAL-MANUEL     PIC X(01) VALUE 'M'.
970017 01  CST-CANAL-CONTRAT    PIC X(01) VALUE 'C'.
970018***  CANAL ET NUMERO DE DEMANDE BW03 DU DELAI EN COURS (ALIMENTES
970019***  PAR L'APPELANT DE TRT-DELF-INSERT)
970020 01  W-DELF-CANAL         PIC X(01).
970021 01  W-DELF-NUMDEM        PIC X(09).
970022 01  W-DELF-NUMDEM-N REDEFINES W-DELF-NUMDEM PIC 9(09).
970023***  DATE DE FLUX DU CRO (SSAAMMJJ) DECOUPEE POUR LE FORMAT DB2
970024 01  W-DELF-DATFLUX.
970025     05  W-DELF-DATFLUX-SA    PIC X(04).
970026     05  W-DELF-DATFLUX-MM    PIC X(02).
970027     05  W-DELF-DATFLUX-JJ    PIC X(02).
970028***  BANQUE/AGENCE REPRESENTATIVE D'UN CONTRAT RESILIE
970029 01  W-DELF-BQAG.
970030     05  W-DELF-BQAG-BQE      PIC X(05).
970031     05  W-DELF-BQAG-AGC      PIC X(05).
970032 01  H-DELF-BQAG          PIC X(10).
970033 01  H-IND-DELF-BQAG      PIC S9(04) COMP.
970034***  PREMIER REJET SUIVI AU GRAND LIVRE POUR LE COMPTE + NULL
970035 01  H-DELF-DAT-REJ       PIC X(10).
970036 01  H-IND-DELF-REJ       PIC S9(04) COMP.
970037***  HORODATE DE VALIDATION DE LA DEMANDE BW03
970038 01  H-DELF-HDT-VAL       PIC X(26).
971006***  HISTORIQUE DES CROS TRAITES (TBWCROH) : CANAUX D'ARRIVEE,
971007***  LONGUEUR DE L'IMAGE BRUTE (CRO SIPP OU ENREGISTREMENT DE
971008***  SAISIE) ET INDICATEUR DE LIGNE DEJA ECRITE POUR LE CRO
971009 01  CST-CROH-FLUX        PIC X(01) VALUE 'F'.
971010 01  CST-CROH-ATTENTE     PIC X(01) VALUE 'A'.
971011 01  CST-CROH-MANUEL      PIC X(01) VALUE 'M'.
971012 01  CST-CROH-CONTRAT     PIC X(01) VALUE 'C'.
971013 01  CST-CROH-LG-CRO      PIC 9(04) VALUE 0524.
971014 01  CST-CROH-LG-SAISIE   PIC 9(04) VALUE 0080.
971015 01  WSS-CROH-ECRIT       PIC 9(1) VALUE 0.
971016     88  CROH-ECRIT           VALUE 1.
971017     88  CROH-NON-ECRIT       VALUE 0.
964001***  HORODATE DE DEBUT DU RUN COURANT (CLE DE LA LIGNE TBWRUNJ
964002***  MISE A JOUR EN FIN DE RUN)
964003 01  W-RUNJ-HDT-DEB      PIC  X(26) VALUE SPACES.
960066***  MOTIF DE FERMETURE TRANSMIS PAR SIPP (CORPS CRF1), PORTE
960067***  DANS LE TEXTE DE L'INTERVENTION
960068 01  W-MOTIF-FERMETURE   PIC  X(30) VALUE SPACES.
972019***  DATES DE FLUX PRESENTES DANS LE FLUX TRIE (FLUX DU JOUR
972020***  ET FLUX DES JOURS NON OUVRES PRECEDENTS, DANS L'ORDRE DES
972021***  DATES), RELEVEES AVANT TRAITEMENT ET JOURNALISEES EN FIN DE
972022***  RUN REUSSI POUR INTERDIRE UN DOUBLE TRAITEMENT
972023 01  W-TBL-FLUX.
972024     05  W-TBL-FLUX-NBENT        PIC 9(02) VALUE ZEROS.
972025     05  W-TBL-FLUX-ENT OCCURS 10 TIMES
972026                          INDEXED BY W-IDX-FLUX.
972027         10  W-TBL-FLX-DATFLUX   PIC X(08).
972028***  DERNIERE DATE DE FLUX RELEVEE
972029 01  W-FLX-DERNIERE      PIC  X(08) VALUE LOW-VALUES.
972030***  RECHERCHE D'UNE DATE JOURNALISEE DANS W-TBL-FLUX
972031 01  WSS-FLUX-PRESENT        PIC  9(1) VALUE 0.
972032     88  FLUX-PRESENT            VALUE 1.
972033     88  FLUX-NON-PRESENT        VALUE 0.
972034***  CALENDRIER DES JOURS OUVRES (TBWCALJ) : CALENDRIER COMMUN,
972035***  NOMBRE MAXIMUM DE JOURS NON OUVRES CONSECUTIFS, JOUR TESTE
972036 01  CST-BQE-COMMUNE     PIC  X(05) VALUE '*****'.
972037 01  CST-CALJ-PAS-MAX    PIC  9(02) VALUE 31.
972038 01  W-CALJ-NB-PAS       PIC  9(02) VALUE ZEROS.
972039 01  WSS-CALJ-OUVRE          PIC  9(1) VALUE 1.
972040     88  CALJ-JOUR-OUVRE         VALUE 1.
972041     88  CALJ-JOUR-NON-OUVRE     VALUE 0.
972042 01  W-CALJ-DATE.
972043     05  W-CALJ-SA                PIC  X(004).
972044     05                           PIC  X(001) VALUE '-'.
972045     05  W-CALJ-MM                PIC  X(002).
972046     05                           PIC  X(001) VALUE '-'.
972047     05  W-CALJ-JJ                PIC  X(002).
972048***  DERNIER JOUR OUVRE COMMUN PRECEDANT LA DATE DE TRAITEMENT
972049***  (SSAAMMJJ) : LES FLUX DES JOURS SUIVANTS SONT RECEVABLES
972050 01  W-DATE-OUVRE-PREC   PIC  9(08) VALUE ZEROS.
972051 01  W-DATOUV-X REDEFINES W-DATE-OUVRE-PREC.
972052     05  W-DATOUV-SA              PIC  X(004).
972053     05  W-DATOUV-MM              PIC  X(002).
972054     05  W-DATOUV-JJ              PIC  X(002).
972055***  DATE DE LIBERATION D'UN CRO DE FERMETURE (SSAAMMJJ) : DATE
972056***  D'EFFET SIPP, OU PREMIER JOUR OUVRE SUIVANT POUR SA BANQUE
972057 01  W-DATE-LIBERATION   PIC  9(08) VALUE ZEROS.
972058 01  W-DATLIB-X REDEFINES W-DATE-LIBERATION.
972059     05  W-DATLIB-SA              PIC  X(004).
972060     05  W-DATLIB-MM              PIC  X(002).
972061     05  W-DATLIB-JJ              PIC  X(002).
950003***  FLUX DEJA JOURNALISE MAIS RELANCE SELECTIVE ACTIVE :
950004***  SIMPLE AVERTISSEMENT AU COMPTE RENDU AU LIEU DE L'ABEND
950005  01  WSS-FLUX-DEJA-TRAITE    PIC  9(1) VALUE 0.
950006      88  FLUX-DEJA-TRAITE        VALUE 1.
950007      88  NOT-FLUX-DEJA-TRAITE    VALUE 0.
027488***  CLE DU DERNIER COMPTE EBWCCPTE TRAITE (DETECTION DES
027489***  DOUBLONS, LE FLUX ETANT TRIE PAR DATE DE FLUX/AGENCE/COMPTE/
027489***  CODE FLUX - UNE FERMETURE ET UNE REOUVERTURE DU MEME COMPTE,
027489***  OU LE MEME COMPTE DANS LES FLUX DE DEUX JOURS, NE SONT PAS
972062***  DES DOUBLONS)
027490 01  W-CODAGE-PREC       PIC  X(05) VALUE SPACES.
027491 01  W-NUMCPTCL-PREC     PIC  X(07) VALUE SPACES.
027492 01  W-CODEXT-PREC       PIC  X(02) VALUE SPACES.
972063 01  W-DATFLUX-PREC      PIC  X(08) VALUE SPACES.
027472***  RECHERCHE DE LA BANQUE DE RATTACHEMENT D'UNE AGENCE
027473 01  W-AGC-RECH          PIC  X(05).
027474 01  W-BANQ-COURANTE     PIC  X(05).
028850 01  W-RESTART-KEY.
028860     05  W-RESTART-CODAGE        PIC 9(05) VALUE ZEROS.
028870     05  W-RESTART-NUMCPTCL      PIC 9(07) VALUE ZEROS.
972064     05  W-RESTART-DATFLUX       PIC X(08) VALUE SPACES.
028880***  COMPTEUR DE CHECKPOINT (MAJ TBWUCPT DEPUIS LE DERNIER COMMIT)
028890 77  W-CPT-CHECKPOINT            PIC 9(05) VALUE ZEROS.
028891***  INDICATEUR ALERTE VOLUME DEJA SIGNALEE (MODE SIMULATION) -- EVITE
940003  01  H-IND-REOUV         PIC S9(04) COMP.
027449 01  H-NB-OPP-ICI        PIC S9(09) COMP.
027451 01  H-NB-OPP-EXISTE     PIC S9(09) COMP.
972012***  CALENDRIER DES JOURS OUVRES TBWCALJ : BANQUE ('*****' =
972013***  CALENDRIER COMMUN), JOUR TESTE OU DECALE (FORMAT DB2), PAS DU
972014***  DECALAGE (+1 = LENDEMAIN, -1 = VEILLE), NOMBRE DE LIGNES 'N'
972015 01  H-CALJ-BANQ         PIC  X(05).
972016 01  H-CALJ-DATE         PIC  X(10).
972017 01  H-CALJ-PAS          PIC S9(04) COMP.
972018 01  H-NB-CALJ           PIC S9(09) COMP.
032400*-------------------
032500 PROCEDURE DIVISION.
032600*-------------------
032900*  ARCHITECTURE PROGRAMME
033000*************************
033100*
033110* TRI DU FLUX EBWCCPTE PAR DATE DE FLUX/AGENCE/COMPTE (FLUX DES
033120* JOURS NON OUVRES TRAITES DANS L'ORDRE DES DATES, FIABILISE LA
972065* DETECTION DES DOUBLONS ET LA REPRISE SUR CHECKPOINT) PUIS
972066* RELEVE DES DATES DE FLUX PRESENTES
033130     PERFORM A05-TRI-FLUX
033140        THRU A05-TRI-FLUX-FIN.
972067     PERFORM A06-RELEVE-DATFLUX
972068        THRU A06-RELEVE-DATFLUX-FIN.
033150
033200* OUVERTURE DES FICHIERS ET LECTURE PREMIER ENREGISTREMENT
033300     PERFORM A-INITIALISATION
035100     GOBACK.
035200/
035210 A05-TRI-FLUX.
035211*A05-TRI-FLUX : TRI DU FLUX BRUT EBWCCPTE PAR DATE DE FLUX/
035212*AGENCE/COMPTE VERS LE FICHIER DE TRAVAIL EBWCTRI, LU ENSUITE PAR
972069*LE TRAITEMENT - PREMIERE CLE : DATE DE FLUX, POUR QUE LES FLUX
972070*DES JOURS NON OUVRES TRAITES EN RATTRAPAGE LE SOIENT DANS
972071*L'ORDRE DES DATES, PUIS LE FLUX DU JOUR
035212*DERNIERE CLE : CODE DE FLUX, POUR QU'UN COUPLE FERMETURE (01)
035212*+ REOUVERTURE (02) DU MEME COMPTE SOIT TRAITE FERMETURE D'ABORD
035212*ET NE SOIT PAS PRIS POUR UN DOUBLON
035213     SORT SD-TRICPTE
035214          ON ASCENDING KEY TRICPTE-DATFLUX
972072                           TRICPTE-CODAGE
035215                           TRICPTE-NUMCPTCL
950008                           TRICPTE-CODEXTFLUX
035216          USING  FD-EBWCCPTE
035227 A05-TRI-FLUX-FIN.
035228* FIN TRI DU FLUX
035229     EXIT.
972073 A06-RELEVE-DATFLUX.
972074*A06-RELEVE-DATFLUX : PREMIERE LECTURE DU FLUX TRIE EBWCTRI POUR
972075*EN RELEVER LES DATES DE FLUX (DATFLUX, PREMIERE CLE DU TRI) -
972076*FLUX DU JOUR ET FLUX DES JOURS NON OUVRES PRECEDENTS, CONTROLEES
972077*PAR A-CONTROLE-FLUX AVANT TOUTE MISE A JOUR DB2 ET JOURNALISEES
972078*EN FIN DE RUN. LE FICHIER EST REFERME, PUIS ROUVERT PAR
972079*A-INITIALISATION
972080     PERFORM A10-EBWCCPTE-OUVRIR
972081        THRU A10-EBWCCPTE-OUVRIR-FIN.
972082
972083     PERFORM UNTIL EBWCCPTE-FINFICHIER
972084        READ FD-EBWCTRI INTO W-EBWCCPTE-ENR
972085        AT END MOVE 10          TO EBWCCPTE-STATUS
972086        NOT AT END
972087           IF CPTE-FLUX-DATFLUX IN W-EBWCCPTE-ENR
972088              NOT = W-FLX-DERNIERE
972089              MOVE CPTE-FLUX-DATFLUX IN W-EBWCCPTE-ENR
972090                                        TO W-FLX-DERNIERE
972091              IF W-TBL-FLUX-NBENT NOT < 10
972092                 MOVE W-F2CABND-TYP-COB   TO W-F2CABN-MSG-TYPE
972093                 MOVE ZEROS               TO W-F2CABN-MSG-CODRET
972094                 MOVE W-F2CABND-INT-COD   TO W-F2CABN-ACTION-CODE
972095                 MOVE SPACES              TO W-F2CABN-MSG-LIBEL
972096                 STRING W-F2CABND-INT-TXT
972097                        'FLUX EBWCCPTE : PLUS DE 10 DATES DE FLUX'
972098                     DELIMITED BY SIZE
972099                     INTO W-F2CABN-MSG-LIBEL
972100                 END-STRING
972101                 PERFORM C-FIN-ANO
972102              END-IF
972103              ADD 1 TO W-TBL-FLUX-NBENT
972104              SET W-IDX-FLUX TO W-TBL-FLUX-NBENT
972105              MOVE W-FLX-DERNIERE
972106                              TO W-TBL-FLX-DATFLUX(W-IDX-FLUX)
972107           END-IF
972108        END-READ
972109        IF NOT EBWCCPTE-OK AND NOT EBWCCPTE-FINFICHIER
972110           MOVE W-F2CABND-TYP-COB       TO W-F2CABN-MSG-TYPE
972111           MOVE EBWCCPTE-STATUS         TO W-F2CABN-MSG-CODRET
972112           MOVE W-F2CABND-FIC-LEC-COD   TO W-F2CABN-ACTION-CODE
972113           STRING W-F2CABND-FIC-LEC-TXT WS-MES-EBWCCPTE
972114                  DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
972115           PERFORM C-FIN-ANO
972116        END-IF
972117     END-PERFORM.
972118
972119     CLOSE FD-EBWCTRI.
972120     IF EBWCCPTE-STATUS NOT = ZERO
972121        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
972122        MOVE EBWCCPTE-STATUS              TO W-F2CABN-MSG-CODRET
972123        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
972124        STRING W-F2CABND-FIC-CLO-TXT WS-MES-EBWCCPTE
972125                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
972126        PERFORM C-FIN-ANO
972127     END-IF.
972128
972129 A06-RELEVE-DATFLUX-FIN.
972130* FIN RELEVE DES DATES DE FLUX
972131     EXIT.

035300******************
035400 A-INITIALISATION.
037770*    3.5 OUVERTURE EXTRAIT DES CONTRATS FERMES (CRM/ARCHIVAGE)
037780     PERFORM A89-SBWCCLOS-OUVRIR
037790        THRU A89-SBWCCLOS-OUVRIR-FIN.
969052*    3.6 OUVERTURE DES ACCUSES DE TRAITEMENT DES CROS (SIPP)
969053     PERFORM A81-SBWCCACQ-OUVRIR
969054        THRU A81-SBWCCACQ-OUVRIR-FIN.
037795
037800     PERFORM     TRT-INIT-DB2P.
963001
045620        IF EBWRESTIN-OK
045630           MOVE REST-IN-CODAGE            TO W-RESTART-CODAGE
045640           MOVE REST-IN-NUMCPTCL          TO W-RESTART-NUMCPTCL
972132           MOVE REST-IN-DATFLUX           TO W-RESTART-DATFLUX
045650           SET SKIP-REPRISE               TO TRUE
045660        ELSE
045670           IF NOT EBWRESTIN-FINFICHIER
045999* FIN OUVERTURE SBWCCLOS
046005     EXIT.

969055 A81-SBWCCACQ-OUVRIR.
969056***  ACCUSES DE TRAITEMENT DES CROS RENVOYES A SIPP
969057*
969058* 1. OUVERTURE EN SORTIE
969059*    1.1 OUVERTURE
969060     OPEN OUTPUT FD-SBWCCACQ.
969061*
969062*    1.2 CONTROLE CODE RETOUR
969063     IF NOT SBWCCACQ-OK
969064        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
969065        MOVE SBWCCACQ-STATUS              TO W-F2CABN-MSG-CODRET
969066        MOVE W-F2CABND-FIC-OPN-COD        TO W-F2CABN-ACTION-CODE
969067        STRING W-F2CABND-FIC-OPN-TXT WS-MES-SBWCCACQ
969068                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
969069        PERFORM C-FIN-ANO
969070     END-IF.

969071 A81-SBWCCACQ-OUVRIR-FIN.
969072* FIN OUVERTURE SBWCCACQ
969073     EXIT.

045500 A90-EBWPARAM-OUVRIR.
045600***  CARTE PARAMETRE
045700*
050600 A-CONTROLE-FLUX.
050601*A-CONTROLE-FLUX : CONTROLES DE RECEVABILITE DU FLUX EBWCCPTE
050602*AVANT TOUTE MISE A JOUR DB2 :
050603*  - CHAQUE DATE DE FLUX (DATFLUX) DOIT ETRE LA DATE DE TRAITEMENT
050604*    OU UN JOUR NON OUVRE QUI LA PRECEDE DEPUIS LE DERNIER JOUR
972133*    OUVRE DU CALENDRIER COMMUN TBWCALJ (FLUX DES JOURS NON
972134*    OUVRES TRAITES AU RUN OUVRE SUIVANT) - UN FLUX PLUS ANCIEN
972135*    REMONTE PAR ERREUR, OU FUTUR, EST REFUSE
050605*  - UN FLUX DEJA JOURNALISE (SBWFLUJN D'UN RUN PRECEDENT
050606*    REUSSI) N'EST PAS RETRAITE
050607*L'ANCIEN JOURNAL EST RECOPIE DANS LA NOUVELLE GENERATION.
050608     IF W-TBL-FLUX-NBENT > ZEROS
972136        PERFORM TRT-CALJ-VEILLE-OUVREE
972137        PERFORM VARYING W-IDX-FLUX FROM 1 BY 1
972138                UNTIL W-IDX-FLUX > W-TBL-FLUX-NBENT
972139           IF W-TBL-FLX-DATFLUX(W-IDX-FLUX) > DTRAIT
972140              OR W-TBL-FLX-DATFLUX(W-IDX-FLUX)
972141                 NOT > W-DATE-OUVRE-PREC
972142              MOVE W-F2CABND-TYP-COB      TO W-F2CABN-MSG-TYPE
972143              MOVE ZEROS                  TO W-F2CABN-MSG-CODRET
972144              MOVE W-F2CABND-FLX-COD      TO W-F2CABN-ACTION-CODE
972145              MOVE SPACES                 TO W-F2CABN-MSG-LIBEL
972146              STRING W-F2CABND-FLX-TXT
972147                     'DATFLUX=' W-TBL-FLX-DATFLUX(W-IDX-FLUX)
972148                     ' DATE TRT=' DTRAIT
972149                     ' VEILLE OUVREE=' W-DATE-OUVRE-PREC
972150                  DELIMITED BY SIZE
972151                  INTO W-F2CABN-MSG-LIBEL
972152              END-STRING
972153              PERFORM C-FIN-ANO
972154           END-IF
972155        END-PERFORM
050623     END-IF.

050624     PERFORM UNTIL EBWFLUJN-FINFICHIER
050625        READ FD-EBWFLUJN INTO W-EBWFLUJN-ENR
050626        AT END MOVE 10          TO EBWFLUJN-STATUS
050627        NOT AT END
050628           PERFORM TRT-FLUX-RECHERCHE
050629           IF FLUX-PRESENT
950009*UNE RELANCE SELECTIVE (FILTRE BANQUE/AGENCE) RETRAITE
950010*DELIBEREMENT UN FLUX DEJA JOURNALISE : AVERTISSEMENT AU
950011*COMPTE RENDU AU LIEU DE L'ABEND
052310        IF SKIP-REPRISE
052320           IF CPTE-CODAGE   = W-RESTART-CODAGE
052330              AND CPTE-NUMCPTCL = W-RESTART-NUMCPTCL
972156              AND (W-RESTART-DATFLUX = SPACES
972157               OR  W-RESTART-DATFLUX =
972158                   CPTE-FLUX-DATFLUX IN W-EBWCCPTE-ENR)
052340              SET NOT-SKIP-REPRISE            TO TRUE
052350           END-IF
052360        ELSE
969074*ACCUSE DE TRAITEMENT DU CRO : REMIS A BLANC, ALIMENTE PAR LE
969075*TRAITEMENT DU CRO PUIS ECRIT A DESTINATION DE SIPP
969076           PERFORM TRT-ACQ-INIT
971018           SET CRO-DU-FLUX               TO TRUE
052361*DETECTION DES COMPTES EN DOUBLE DANS LE FLUX (LE FLUX EST TRIE
052362*PAR DATE DE FLUX/AGENCE/COMPTE/CODE FLUX : UN DOUBLON EST
052362*FORCEMENT ADJACENT ; MEME COMPTE SOUS DEUX CODES DE FLUX, OU
972159*DANS LES FLUX DE DEUX JOURS = PAS UN DOUBLON)
052363           IF CPTE-CODAGE   = W-CODAGE-PREC
052364              AND CPTE-NUMCPTCL = W-NUMCPTCL-PREC
950017              AND CPTE-FLUX-CODEXTFLUX IN W-EBWCCPTE-ENR
950018                  = W-CODEXT-PREC
972160              AND CPTE-FLUX-DATFLUX IN W-EBWCCPTE-ENR
972161                  = W-DATFLUX-PREC
052365              MOVE CST-MOTIF-DOUBLE TO W-REJ-MOTIF-COURANT
052366              PERFORM B15-EBWCCPTE-REJET
052367           ELSE
052369           MOVE CPTE-NUMCPTCL    TO W-NUMCPTCL-PREC
950019           MOVE CPTE-FLUX-CODEXTFLUX IN W-EBWCCPTE-ENR
950020                                 TO W-CODEXT-PREC
972162           MOVE CPTE-FLUX-DATFLUX IN W-EBWCCPTE-ENR
972163                                 TO W-DATFLUX-PREC
960144           PERFORM B11-CONTROLE-VENTIL
052367           END-IF
969077           PERFORM TRT-ACQ-ECRITURE
052360        END-IF
056900     END-IF
057000        EXIT.
960157
960158*UN CRO A DATE D'EFFET FUTURE EST MIS EN ATTENTE ET REPRESENTE
960159*AU RUN DE CHAQUE JOUR JUSQU'A SA DATE D'EFFET
972164*- UNE DATE D'EFFET NON OUVREE POUR LA BANQUE (CALENDRIER TBWCALJ)
972165*LIBERE LE CRO AU PREMIER JOUR OUVRE SUIVANT
972166           PERFORM TRT-CALJ-LIBERATION
960160           IF W-DATE-LIBERATION > DTRAIT
960161              PERFORM B17-CRO-MISE-EN-ATTENTE
960162           ELSE
961022*CODE DE FLUX 03 : TRANSFERT DE COMPTE SUPPORT VERS UN COMPTE
960171*FERMETURES EN ATTENTE, REPRESENTEE AU RUN DE CHAQUE JOUR
960172*JUSQU'A CE QUE SA DATE D'EFFET SOIT ATTEINTE
960173     ADD        1                  TO W-CPT-CPTE-ATTENTE
969080     MOVE       CST-ACQ-ATTENTE    TO WACQ-ACQ-CODRES
960174     PERFORM    B19-SBWCCATT-ECRITURE
960175        .
960176
055510*SI COMPTES USAGE SUPPORT ET USAGE REMISE CLOTURES -->
055520*FERMETURE DU CONTRAT
055600           PERFORM UNTIL FIN-CSRUCPT
969083             MOVE CST-ACQ-ETAT-OUVERT   TO W-ACQ-ETAT-CONT
055700             IF TCPT-TCP OF TBWUCPT = WSS-S OR WSS-R
                        PERFORM  TRT-UCPT-SELEC
                        IF CLS-CONT
   055                     PERFORM  TRT-CONT-MODIF
055701                     IF NOT CONT-DEJA-FERME
   055                        PERFORM  TRT-INTV-INSERT
969084                        MOVE CST-ACQ-ETAT-FERME TO W-ACQ-ETAT-CONT
969085                        ADD  1               TO W-ACQ-NB-FERMES
969086                     ELSE
969087                        MOVE CST-ACQ-ETAT-DEJA  TO W-ACQ-ETAT-CONT
969088                        ADD  1               TO W-ACQ-NB-DEJA
055702                     END-IF
                        END-IF
055741             END-IF
969089             PERFORM     TRT-ACQ-CONTRAT
055742
055743*FERMETURE DU LIEN ENTRE CONTRAT ET COMPTE RATTACHE
055744*ENREGISTREMENT DANS LE FICHIER COMPTE-RENDU
055800             PERFORM     TRT-UCPT-FETCH
056300           END-PERFORM
056310
971019*RESULTAT DU CRO ET HISTORISATION TBWCROH AVANT LE COMMIT : LA
971020*LIGNE D'HISTORIQUE EST COMMITEE AVEC LES FERMETURES DU CRO
971021           PERFORM     TRT-ACQ-RESULTAT
971022           PERFORM     TRT-CROH-ECRITURE
056311*CHECKPOINT/COMMIT POSE UNE SEULE FOIS, LE COMPTE ETANT
056312*ENTIEREMENT TRAITE -- UN COMPTE PARTIELLEMENT TRAITE NE FAIT
056313*PAS AVANCER LA MARQUE DE REPRISE (CF. B10 / SKIP-REPRISE).
057070*ECRIT DANS LE FICHIER DE REJETS (AVEC SON MOTIF ET UN COMPTEUR
057071*DE RECYCLAGE A ZERO) POUR RECYCLAGE PAR BWBP02P APRES CORRECTION
057080     ADD        1                  TO W-CPT-CPTE-REJETES
969081     MOVE       CST-ACQ-REJETE     TO WACQ-ACQ-CODRES
969082     MOVE       W-REJ-MOTIF-COURANT TO WACQ-ACQ-MOTIF
057081     MOVE       SPACES             TO SBWCCREJ-ENR
057082     MOVE       W-EBWCCPTE-ENR     TO SREJ-REJ-CRO
057083     MOVE       ZEROS              TO SREJ-REJ-NBRECYC
057135              INTO SBWCCPTR-ENR
057135        END-STRING
057135        PERFORM    ECRITURE-LIGNE
969104        MOVE       CST-ACQ-SANS-OBJET  TO WACQ-ACQ-CODRES
057135     ELSE
057136     EXEC SQL   DECLARE  CBWUCPTR
057137        CURSOR   FOR
057156     PERFORM UNTIL FIN-CSRUCPT
057157        PERFORM     TRT-UCPT-ROUVRE
057158        PERFORM     TRT-CONT-REOUVRE
969105        PERFORM     TRT-ACQ-CONTRAT
057159        PERFORM     B-ECRITURE-TRACE
057160        PERFORM     TRT-UCPTR-FETCH
057161     END-PERFORM
971023*RESULTAT DU CRO ET HISTORISATION TBWCROH AVANT LE COMMIT
971024     MOVE       CST-ACQ-ROUVERT    TO WACQ-ACQ-CODRES
971025     PERFORM     TRT-CROH-ECRITURE

057162*CHECKPOINT/COMMIT POSE UNE SEULE FOIS, LE COMPTE ETANT
057163*ENTIEREMENT TRAITE (MEME LOGIQUE QUE LA FERMETURE)
057207*D'UNE INTERVENTION DE FERMETURE B240/20 DANS TBWINTV) - UNE
057208*FERMETURE POSEE HORS SIPP N'EST PAS ANNULEE ICI
057209     MOVE CONT-NCN OF TBWUCPT TO CONT-NCN OF TBWCONT
969107     MOVE CST-ACQ-ETAT-OUVERT  TO W-ACQ-ETAT-CONT
057210     EXEC SQL
057211        SELECT CONT_ETC
965044             , CONT_DEF_ETC
965066           END-STRING
965067           PERFORM TRT-AUDJ-ECRITURE
057251           ADD        1                  TO W-CPT-CONT-ROUVERTS
969108           MOVE CST-ACQ-ETAT-ROUVERT    TO W-ACQ-ETAT-CONT
057252           PERFORM    TRT-INTV-REOUVERTURE
057253        ELSE
969109           MOVE CST-ACQ-ETAT-NON-ROUV   TO W-ACQ-ETAT-CONT
057254           MOVE       SPACES                 TO SBWCCPTR-ENR
057255           STRING     'CONTRAT '
057256                      CONT-NCN OF TBWCONT
961099           PERFORM  TRT-INTV-TRANSFERT
961100        END-IF
961101
969110        MOVE CST-ACQ-ETAT-TRANSF     TO W-ACQ-ETAT-CONT
969111        PERFORM     TRT-ACQ-CONTRAT
961102*FERMETURE DE L'ANCIEN USAGE A LA DATE D'EFFET
961103        PERFORM     TRT-UCPT-MODIF
961104        PERFORM    B-ECRITURE-TRACE
961106        PERFORM     TRT-UCPT-FETCH
961107     END-PERFORM
961108
969112*RESULTAT DU CRO POUR L'ACCUSE DE TRAITEMENT SIPP
969113     IF WACQ-ACQ-NB-CONT > ZEROS
969114        MOVE CST-ACQ-TRANSFERE     TO WACQ-ACQ-CODRES
969115     ELSE
969116        MOVE CST-ACQ-SANS-OBJET    TO WACQ-ACQ-CODRES
969117     END-IF
971026     PERFORM     TRT-CROH-ECRITURE
961109*CHECKPOINT/COMMIT POSE UNE SEULE FOIS, LE COMPTE ETANT
961110*ENTIEREMENT TRAITE (MEME LOGIQUE QUE LA FERMETURE)
961111     PERFORM     TRT-CHECKPOINT-COMMIT
057345        MOVE MAN-CODAGE       TO W-FILTRE-AGC-CTL
057346        PERFORM  TRT-FILTRE-SELECTIF
057347        IF FILTRE-SELECTIF-OK
971027           PERFORM TRT-ACQ-INIT
967052           PERFORM TRT-DMFE-CONTROLE-MAN
057348           IF MAN-CODAGE NOT NUMERIC
057349              OR MAN-NUMCPTCL NOT NUMERIC
900003              MOVE CST-MOTIF-NONNUM TO W-REJ-MOTIF-COURANT
900005           IF BANQUE-NON-TROUVEE
900006              MOVE CST-MOTIF-BANQUE TO W-REJ-MOTIF-COURANT
900007              PERFORM B54-MANUEL-REJET
967044           ELSE
967045*UNE FERMETURE MANUELLE NE REPOSE JAMAIS SUR UN SEUL AGENT : LA
967046*LIGNE DOIT PORTER LE NUMERO D'UNE DEMANDE BW03 EXTRAITE POUR CE
973001*RUN, SUR CE COMPTE, SAISIE ET VALIDEE PAR DEUX AGENTS DISTINCTS -
973002*UNE LIGNE SANS NUMERO OU SAISIE DIRECTEMENT EST REJETEE
967047           IF NOT DMFE-CONFORME
967049              MOVE CST-MOTIF-VALID TO W-REJ-MOTIF-COURANT
967050              PERFORM B54-MANUEL-REJET
057351           ELSE
057352              MOVE W-BANQ-COURANTE TO BANQ-BQE OF TBWUCPT
057353              MOVE MAN-CODAGE     TO AGEN-AGC OF TBWUCPT
057364              ELSE
057365                 PERFORM B56-MANUEL-FERMETURE
057366              END-IF
967051           END-IF
900009           END-IF
057367           END-IF
057368        END-IF

057371 B54-MANUEL-REJET.
057372*B54-MANUEL-REJET : ENREGISTREMENT EBWCCMAN INEXPLOITABLE
057373*(CLES NON NUMERIQUES, BANQUE INCONNUE, DEMANDE BW03 ABSENTE OU
973010*NON CONFORME, LETTRE-CLE INCALCULABLE) - TRACE AU
057374*COMPTE RENDU, LE BACK OFFICE CORRIGE ET RESSAISIT
057375     ADD        1                  TO W-CPT-MAN-REJETES
971028     MOVE       CST-ACQ-REJETE     TO WACQ-ACQ-CODRES
971029     MOVE       W-REJ-MOTIF-COURANT TO WACQ-ACQ-MOTIF
057376     MOVE       SPACES             TO SBWCCPTR-ENR
057377     STRING     'MANUEL '
057378                MAN-CODAGE '/' MAN-NUMCPTCL
057381           INTO SBWCCPTR-ENR
057382     END-STRING
057383     PERFORM    ECRITURE-LIGNE
967053*REJET REPORTE SUR LA DEMANDE BW03 D'ORIGINE, SEULEMENT SI ELLE
973003*A ETE RECONNUE (UN NUMERO ERRONE NE TOUCHE PAS LA DEMANDE D'UN
973004*AUTRE COMPTE)
967054     IF DMFE-CONFORME
967055        MOVE MAN-NUMDEM-N          TO DMFE-NUM OF TBWDMFE
967056        MOVE CST-DMFE-ETA-REJETEE  TO W-DMFE-ETA
967057        MOVE W-REJ-MOTIF-COURANT   TO W-DMFE-RESULTAT
967058        PERFORM TRT-DMFE-RESULTAT
967059     END-IF
971030*HISTORISATION DE LA SAISIE REJETEE
971031     MOVE       CST-CROH-MANUEL    TO CROH-CANAL OF TBWCROH
971032     PERFORM    TRT-CROH-SAISIE
057384        .

057385 B56-MANUEL-FERMETURE.

057391     SET NON-FIN-CSRUCPT TO TRUE
057392     PERFORM     TRT-UCPT-FETCH
967060     MOVE ZEROS             TO W-DMFE-NB-USAGES

057393     PERFORM UNTIL FIN-CSRUCPT
967061       ADD 1                TO W-DMFE-NB-USAGES
971033       MOVE CST-ACQ-ETAT-OUVERT  TO W-ACQ-ETAT-CONT
057394       IF TCPT-TCP OF TBWUCPT = WSS-S OR WSS-R
057395          PERFORM  TRT-UCPT-SELEC
057396          IF CLS-CONT
057397             PERFORM  TRT-CONT-MODIF
057398             IF NOT CONT-DEJA-FERME
057399                PERFORM  TRT-INTV-INSERT-MANUEL
971034                MOVE CST-ACQ-ETAT-FERME TO W-ACQ-ETAT-CONT
971035                ADD  1               TO W-ACQ-NB-FERMES
971036             ELSE
971037                MOVE CST-ACQ-ETAT-DEJA  TO W-ACQ-ETAT-CONT
971038                ADD  1               TO W-ACQ-NB-DEJA
057400             END-IF
057401          END-IF
057402       END-IF
971039       PERFORM     TRT-ACQ-CONTRAT

057403       PERFORM     TRT-UCPT-MODIF
057404       PERFORM    B-ECRITURE-TRACE
057405       PERFORM     TRT-UCPT-FETCH
057406     END-PERFORM

967062*RESULTAT REPORTE SUR LA DEMANDE BW03 D'ORIGINE, DANS LA MEME
967063*UNITE DE TRAVAIL QUE LES FERMETURES
967064     IF MAN-NUMDEM-N NUMERIC
967065        MOVE MAN-NUMDEM-N          TO DMFE-NUM OF TBWDMFE
967066        IF W-DMFE-NB-USAGES = ZEROS
967067           MOVE CST-DMFE-ETA-REJETEE TO W-DMFE-ETA
967068           MOVE CST-MOTIF-SANS-USAGE TO W-DMFE-RESULTAT
967069        ELSE
967070           MOVE CST-DMFE-ETA-TRAITEE TO W-DMFE-ETA
967071           MOVE CST-DMFE-RES-FERME   TO W-DMFE-RESULTAT
967072        END-IF
967073        PERFORM TRT-DMFE-RESULTAT
967074     END-IF

971040*RESULTAT DE LA SAISIE ET HISTORISATION TBWCROH AVANT LE COMMIT
971041     PERFORM     TRT-ACQ-RESULTAT
971042     MOVE        CST-CROH-MANUEL  TO CROH-CANAL OF TBWCROH
971043     PERFORM     TRT-CROH-SAISIE
057407*CHECKPOINT/COMMIT POSE UNE SEULE FOIS, LE COMPTE ETANT
057408*ENTIEREMENT TRAITE (MEME LOGIQUE QUE LE FLUX SIPP)
057409     PERFORM     TRT-CHECKPOINT-COMMIT
057463     PERFORM DB2P-CHECK-RESULT
965082*JOURNAL D'AUDIT : IMAGE DE L'INTERVENTION INSEREE
965083     PERFORM TRT-AUDJ-INTV
970040*DELAI DE FERMETURE DU CONTRAT (CANAL MANUEL)
970041     MOVE CST-CANAL-MANUEL    TO W-DELF-CANAL
970042     MOVE MAN-NUMDEM          TO W-DELF-NUMDEM
970043     PERFORM TRT-DELF-INSERT
057464*-----
057465     .

960231* B62-ATTENTE-EBWCCATT.
960232     IF NOT EBWCCATT-FINFICHIER
960233        MOVE W-EBWCCATT-ENR   TO W-EBWCCPTE-ENR
972167*DATE DE LIBERATION : DATE D'EFFET, REPORTEE AU PREMIER JOUR OUVRE
972168*DE LA BANQUE DE L'AGENCE SI ELLE EST NON OUVREE
972169        MOVE ZEROS               TO W-DATE-LIBERATION
972170        IF CPTE-CRF1-DATEFFET NUMERIC
972171           MOVE CPTE-CODAGE      TO W-AGC-RECH
972172           PERFORM TRT-BANQUE-RECHERCHE
972173           PERFORM TRT-CALJ-LIBERATION
972174        END-IF
960234        IF W-DATE-LIBERATION > DTRAIT
960236*DATE D'EFFET TOUJOURS FUTURE OU NON OUVREE : SIMPLE REPORT DANS
960237*LA NOUVELLE GENERATION, SANS REPASSER PAR LES CONTROLES
972175*D'APTITUDE
960238           ADD        1          TO W-CPT-ATT-REPORTES
960239           PERFORM    B19-SBWCCATT-ECRITURE
960240        ELSE
969078           PERFORM TRT-ACQ-INIT
970044           SET CRO-EN-ATTENTE         TO TRUE
960241           PERFORM B11-CONTROLE-VENTIL
969079           PERFORM TRT-ACQ-ECRITURE
960242        END-IF
960243     END-IF
960244        EXIT.
962098 B72-CONTRAT-EBWCCCON.
962099* B72-CONTRAT-EBWCCCON.
962100     IF NOT EBWCCCON-FINFICHIER
971044        PERFORM TRT-ACQ-INIT
967076*UNE RESILIATION (MINT-MIN 24) NE REPOSE JAMAIS SUR UN SEUL
967077*AGENT : ELLE DOIT PORTER LE NUMERO D'UNE DEMANDE BW03 EXTRAITE
967078*POUR CE RUN, SUR CE CONTRAT, SAISIE ET VALIDEE PAR DEUX AGENTS
967079*DISTINCTS - LES LIGNES SAISIES DIRECTEMENT SONT REJETEES
967080        PERFORM TRT-DMFE-CONTROLE-CON
962101        IF CON-NCN = SPACES
967075           MOVE CST-MOTIF-NCN TO W-REJ-MOTIF-COURANT
962102           PERFORM B74-CONTRAT-REJET
962103        ELSE
967081        IF NOT DMFE-CONFORME
967082           MOVE CST-MOTIF-VALID TO W-REJ-MOTIF-COURANT
967083           PERFORM B74-CONTRAT-REJET
967084        ELSE
962104*LE CONTRAT DOIT EXISTER DANS TBWCONT - UNE CLE INCONNUE EST UNE
962105*ERREUR DE SAISIE, PAS UNE ANOMALIE D'INTEGRITE
962106           MOVE CON-NCN TO CONT-NCN OF TBWCONT
962117           IF DB2P-FOUND
962118              PERFORM B76-CONTRAT-FERMETURE
962119           ELSE
967085              MOVE CST-MOTIF-NCN TO W-REJ-MOTIF-COURANT
962120              PERFORM B74-CONTRAT-REJET
962121           END-IF
967086        END-IF
962122        END-IF
962123     END-IF
962124        EXIT.

962125 B74-CONTRAT-REJET.
962126*B74-CONTRAT-REJET : RESILIATION INEXPLOITABLE (CLE ABSENTE,
962127*CONTRAT INCONNU DE TBWCONT OU DEMANDE SANS DOUBLE VALIDATION,
967087*MOTIF DANS W-REJ-MOTIF-COURANT) - TRACE AU COMPTE RENDU, LE BACK
962128*OFFICE CORRIGE ET RESSAISIT
962129     ADD        1                  TO W-CPT-CON-REJETES
971045     MOVE       CST-ACQ-REJETE     TO WACQ-ACQ-CODRES
971046     MOVE       W-REJ-MOTIF-COURANT TO WACQ-ACQ-MOTIF
962130     MOVE       SPACES             TO SBWCCPTR-ENR
962131     STRING     'CONTRAT '
962132                CON-NCN
962133                ' INEXPLOITABLE - '
962134                W-REJ-MOTIF-COURANT
962135           DELIMITED BY SIZE
962136           INTO SBWCCPTR-ENR
962137     END-STRING
962138     PERFORM    ECRITURE-LIGNE
967088*REJET REPORTE SUR LA DEMANDE BW03 D'ORIGINE, SEULEMENT SI ELLE
973005*A ETE RECONNUE (UN NUMERO ERRONE NE TOUCHE PAS LA DEMANDE D'UN
973006*AUTRE CONTRAT)
967089     IF DMFE-CONFORME
967090        MOVE CON-NUMDEM-N          TO DMFE-NUM OF TBWDMFE
967091        MOVE CST-DMFE-ETA-REJETEE  TO W-DMFE-ETA
967092        MOVE W-REJ-MOTIF-COURANT   TO W-DMFE-RESULTAT
967093        PERFORM TRT-DMFE-RESULTAT
967094     END-IF
971047*HISTORISATION DE LA RESILIATION REJETEE
971048     MOVE       CST-CROH-CONTRAT   TO CROH-CANAL OF TBWCROH
971049     PERFORM    TRT-CROH-SAISIE
962139        .

962140 B76-CONTRAT-FERMETURE.
962183        PERFORM  TRT-INTV-INSERT-CONTRAT
962184     END-IF

967095*RESULTAT REPORTE SUR LA DEMANDE BW03 D'ORIGINE
967096     MOVE CON-NUMDEM-N             TO DMFE-NUM OF TBWDMFE
967097     MOVE CST-DMFE-ETA-TRAITEE     TO W-DMFE-ETA
967098     IF CONT-DEJA-FERME
967099        MOVE CST-DMFE-RES-DEJA     TO W-DMFE-RESULTAT
967100     ELSE
967101        MOVE CST-DMFE-RES-RESILIE  TO W-DMFE-RESULTAT
967102     END-IF
967103     PERFORM TRT-DMFE-RESULTAT
967104*RESULTAT DE LA RESILIATION ET HISTORISATION TBWCROH AVANT LE
967105*COMMIT
971050     IF CONT-DEJA-FERME
971051        MOVE CST-ACQ-DEJA-FERME    TO WACQ-ACQ-CODRES
971052     ELSE
971053        MOVE CST-ACQ-FERME         TO WACQ-ACQ-CODRES
971054     END-IF
971055     MOVE CST-CROH-CONTRAT         TO CROH-CANAL OF TBWCROH
971056     PERFORM TRT-CROH-SAISIE

962185     PERFORM     TRT-CHECKPOINT-COMMIT
962186        .

962247     PERFORM DB2P-CHECK-RESULT
965082*JOURNAL D'AUDIT : IMAGE DE L'INTERVENTION INSEREE
965083     PERFORM TRT-AUDJ-INTV
970045*DELAI DE FERMETURE DU CONTRAT (CANAL RESILIATION)
970046     MOVE CST-CANAL-CONTRAT   TO W-DELF-CANAL
970047     MOVE CON-NUMDEM          TO W-DELF-NUMDEM
970048     PERFORM TRT-DELF-INSERT
962248*-----
962249     .

967104 TRT-DMFE-CONTROLE-MAN.
967105*TRT-DMFE-CONTROLE-MAN : CONTROLE DE LA DEMANDE BW03 PORTEE PAR
967106*LA LIGNE EBWCCMAN - DEMANDE PAR COMPTE EXTRAITE POUR LE RUN,
967107*SUR LA MEME AGENCE ET LE MEME COMPTE, SAISIE ET VALIDEE PAR
967108*DEUX AGENTS DISTINCTS
967109     SET DMFE-NON-CONFORME         TO TRUE
967110     IF MAN-NUMDEM-N NUMERIC
967111        MOVE MAN-NUMDEM-N          TO DMFE-NUM OF TBWDMFE
967112        PERFORM TRT-DMFE-LECTURE
967113        IF DB2P-FOUND
967114           AND DMFE-TYPE OF TBWDMFE = CST-DMFE-TYP-COMPTE
967115           AND AGEN-AGC OF TBWDMFE  = MAN-CODAGE
967116           AND DMFE-NCP OF TBWDMFE  = MAN-NUMCPTCL
967117           SET DMFE-CONFORME       TO TRUE
967118        END-IF
967119     END-IF
967120     .

967121 TRT-DMFE-CONTROLE-CON.
967122*TRT-DMFE-CONTROLE-CON : CONTROLE DE LA DEMANDE BW03 PORTEE PAR
967123*LA LIGNE EBWCCCON - DEMANDE PAR CONTRAT EXTRAITE POUR LE RUN,
967124*SUR LE MEME CONTRAT, SAISIE ET VALIDEE PAR DEUX AGENTS
967125*DISTINCTS
967126     SET DMFE-NON-CONFORME         TO TRUE
967127     IF CON-NUMDEM-N NUMERIC
967128        MOVE CON-NUMDEM-N          TO DMFE-NUM OF TBWDMFE
967129        PERFORM TRT-DMFE-LECTURE
967130        IF DB2P-FOUND
967131           AND DMFE-TYPE OF TBWDMFE = CST-DMFE-TYP-CONTRAT
967132           AND CONT-NCN OF TBWDMFE  = CON-NCN
967133           SET DMFE-CONFORME       TO TRUE
967134        END-IF
967135     END-IF
967136     .

967137 TRT-DMFE-LECTURE.
967138*TRT-DMFE-LECTURE : LECTURE DE LA DEMANDE DMFE-NUM - SEULE UNE
967139*DEMANDE EXTRAITE PAR BWBP13P POUR LA DATE DU RUN, DONT LE
967140*VALIDEUR EST RENSEIGNE ET DIFFERENT DU DEMANDEUR, EST RETENUE
973011*(DB2P-FOUND) ; UNE DEMANDE DEJA TRAITEE PAR UN RUN PRECEDENT
973012*OU REPRESENTEE DEUX FOIS DANS LE MEME RUN N'EST PAS REUTILISABLE
967141     EXEC SQL
967142        SELECT DMFE_TYPE
967143             , AGEN_AGC
967144             , DMFE_NCP
967145             , CONT_NCN
967146             , DMFE_OPR_SAI
967147             , DMFE_OPR_VAL
967148          INTO :TBWDMFE.DMFE-TYPE
967149             , :TBWDMFE.AGEN-AGC
967150             , :TBWDMFE.DMFE-NCP
967151             , :TBWDMFE.CONT-NCN
967152             , :TBWDMFE.DMFE-OPR-SAI
967153             , :TBWDMFE.DMFE-OPR-VAL
967154          FROM TBWDMFE
967155         WHERE DMFE_NUM      = :TBWDMFE.DMFE-NUM
967156           AND DMFE_ETA      = :CST-DMFE-ETA-EXTRAITE
967157           AND DMFE_DTRAIT   = :W-DATE-DU-JOUR
967158           AND DMFE_OPR_VAL <> ' '
967159           AND DMFE_OPR_VAL <> DMFE_OPR_SAI
967160     END-EXEC

967161     MOVE       'SELECT TBWDMFE '      TO DB2P-LABEL
967162     MOVE       'SELECT'               TO DB2P-COMMAND
967163     MOVE       'TBWDMFE '             TO DB2P-OBJECT
967164     PERFORM    DB2P-CHECK-RESULT
967165     .

967166 TRT-DMFE-RESULTAT.
967167*TRT-DMFE-RESULTAT : REPORT DU RESULTAT DU RUN (W-DMFE-ETA,
967168*W-DMFE-RESULTAT) SUR LA DEMANDE BW03 DMFE-NUM, AFFICHE SOUS BW03
967169*AVEC LE DEMANDEUR ET LE VALIDEUR - UNE DEMANDE DEJA TRAITEE
967170*(RELANCE DU RUN) N'EST PAS MODIFIEE
967171     EXEC SQL
967172        UPDATE TBWDMFE
967173          SET  DMFE_ETA      = :W-DMFE-ETA,
967174               DMFE_DTRAIT   = :W-DATE-DU-JOUR,
967175               DMFE_RESULTAT = :W-DMFE-RESULTAT
967176          WHERE DMFE_NUM     = :TBWDMFE.DMFE-NUM
967177          AND   DMFE_ETA     = :CST-DMFE-ETA-EXTRAITE
967178     END-EXEC

967179     MOVE       'UPDATE TBWDMFE '      TO DB2P-LABEL
967180     MOVE       'UPDATE'               TO DB2P-COMMAND
967181     MOVE       'TBWDMFE '             TO DB2P-OBJECT
967182     PERFORM    DB2P-CHECK-RESULT
967183     .

057466 TRT-BANQUE-RECHERCHE.
057467*TRT-BANQUE-RECHERCHE : RECHERCHE DANS LE REFERENTIEL TBWBNKRF
057468*DE LA BANQUE DE RATTACHEMENT DE L'AGENCE W-AGC-RECH - ALIMENTE
057481        END-PERFORM
057482     END-IF
057483        .
972176 TRT-FLUX-RECHERCHE.
972177*TRT-FLUX-RECHERCHE : LA DATE DE FLUX JOURNALISEE JRN-DATFLUX
972178*FIGURE-T-ELLE PARMI LES DATES DU FLUX A TRAITER (W-TBL-FLUX) -
972179*ALIMENTE L'INDICATEUR FLUX-PRESENT
972180     SET FLUX-NON-PRESENT TO TRUE
972181     PERFORM VARYING W-IDX-FLUX FROM 1 BY 1
972182             UNTIL W-IDX-FLUX > W-TBL-FLUX-NBENT
972183                OR FLUX-PRESENT
972184        IF W-TBL-FLX-DATFLUX(W-IDX-FLUX) = JRN-DATFLUX
972185           SET FLUX-PRESENT TO TRUE
972186        END-IF
972187     END-PERFORM
972188        .
972189
972190 TRT-CALJ-VEILLE-OUVREE.
972191*TRT-CALJ-VEILLE-OUVREE : DERNIER JOUR OUVRE DU CALENDRIER COMMUN
972192*TBWCALJ QUI PRECEDE LA DATE DE TRAITEMENT (W-DATE-OUVRE-PREC) -
972193*LE RUN TRAITE LES FLUX DES JOURS NON OUVRES QUI LE SUIVENT
972194     MOVE CST-BQE-COMMUNE         TO H-CALJ-BANQ
972195     MOVE W-DATE-DU-JOUR          TO W-CALJ-DATE
972196     MOVE W-CALJ-DATE             TO H-CALJ-DATE
972197     MOVE -1                      TO H-CALJ-PAS
972198     MOVE ZEROS                   TO W-CALJ-NB-PAS
972199     SET CALJ-JOUR-NON-OUVRE      TO TRUE
972200     PERFORM UNTIL CALJ-JOUR-OUVRE
972201        PERFORM TRT-CALJ-DECALAGE
972202        PERFORM TRT-CALJ-NON-OUVRE
972203     END-PERFORM
972204     MOVE W-CALJ-SA               TO W-DATOUV-SA
972205     MOVE W-CALJ-MM               TO W-DATOUV-MM
972206     MOVE W-CALJ-JJ               TO W-DATOUV-JJ
972207        .
972208
972209 TRT-CALJ-LIBERATION.
972210*TRT-CALJ-LIBERATION : DATE DE LIBERATION W-DATE-LIBERATION D'UN
972211*CRO DE FERMETURE - SA DATE D'EFFET SIPP SI ELLE EST FUTURE OU
972212*OUVREE POUR LA BANQUE W-BANQ-COURANTE (CALENDRIER COMMUN POUR UNE
972213*AGENCE SANS BANQUE), SINON LE PREMIER JOUR OUVRE SUIVANT DU
972214*CALENDRIER TBWCALJ - LA RECHERCHE S'ARRETE DES QUE LA DATE DE
972215*TRAITEMENT EST DEPASSEE (LE CRO RESTE ALORS EN ATTENTE). LA DATE
972216*DE FERMETURE APPLIQUEE RESTE LA DATE D'EFFET SIPP
972217     MOVE CPTE-CRF1-DATEFFET      TO W-DATE-LIBERATION
972218     IF W-DATE-LIBERATION NOT > DTRAIT
972219        IF W-BANQ-COURANTE = SPACES
972220           MOVE CST-BQE-COMMUNE   TO H-CALJ-BANQ
972221        ELSE
972222           MOVE W-BANQ-COURANTE   TO H-CALJ-BANQ
972223        END-IF
972224        MOVE W-DATLIB-SA          TO W-CALJ-SA
972225        MOVE W-DATLIB-MM          TO W-CALJ-MM
972226        MOVE W-DATLIB-JJ          TO W-CALJ-JJ
972227        MOVE W-CALJ-DATE          TO H-CALJ-DATE
972228        MOVE +1                   TO H-CALJ-PAS
972229        MOVE ZEROS                TO W-CALJ-NB-PAS
972230        PERFORM TRT-CALJ-NON-OUVRE
972231        PERFORM UNTIL CALJ-JOUR-OUVRE
972232                   OR W-DATE-LIBERATION > DTRAIT
972233           PERFORM TRT-CALJ-DECALAGE
972234           MOVE W-CALJ-SA         TO W-DATLIB-SA
972235           MOVE W-CALJ-MM         TO W-DATLIB-MM
972236           MOVE W-CALJ-JJ         TO W-DATLIB-JJ
972237           IF W-DATE-LIBERATION NOT > DTRAIT
972238              PERFORM TRT-CALJ-NON-OUVRE
972239           END-IF
972240        END-PERFORM
972241     END-IF
972242        .
972243
972244 TRT-CALJ-NON-OUVRE.
972245*TRT-CALJ-NON-OUVRE : LE JOUR H-CALJ-DATE EST-IL NON OUVRE POUR LA
972246*BANQUE H-CALJ-BANQ - LIGNE 'N' DE LA BANQUE, OU LIGNE 'N' DU
972247*CALENDRIER COMMUN SANS LIGNE DE LA BANQUE A LA MEME DATE (UNE
972248*DATE ABSENTE DE TBWCALJ EST UN JOUR OUVRE)
972249     EXEC SQL
972250        SELECT COUNT(*)
972251          INTO :H-NB-CALJ
972252          FROM TBWCALJ C
972253         WHERE C.CALJ_DATE  = :H-CALJ-DATE
972254           AND C.CALJ_OUVRE = 'N'
972255           AND (C.BANQ_BQE  = :H-CALJ-BANQ
972256            OR (C.BANQ_BQE  = '*****'
972257           AND  NOT EXISTS (SELECT 1 FROM TBWCALJ B
972258                  WHERE B.BANQ_BQE  = :H-CALJ-BANQ
972259                  AND   B.CALJ_DATE = C.CALJ_DATE)))
972260     END-EXEC
972261
972262     MOVE       'SELECT TBWCALJ '      TO DB2P-LABEL
972263     MOVE       'SELECT'               TO DB2P-COMMAND
972264     MOVE       'TBWCALJ '             TO DB2P-OBJECT
972265     PERFORM    DB2P-CHECK-RESULT
972266     IF H-NB-CALJ > ZEROS
972267        SET CALJ-JOUR-NON-OUVRE   TO TRUE
972268     ELSE
972269        SET CALJ-JOUR-OUVRE       TO TRUE
972270     END-IF
972271        .
972272
972273 TRT-CALJ-DECALAGE.
972274*TRT-CALJ-DECALAGE : DECALAGE DU JOUR H-CALJ-DATE DE H-CALJ-PAS
972275*JOUR (+1 = LENDEMAIN, -1 = VEILLE), RECOPIE DANS W-CALJ-DATE -
972276*PLUS DE 31 JOURS NON OUVRES CONSECUTIFS TRAHISSENT UN CALENDRIER
972277*MAL CHARGE : ABANDON
972278     ADD 1                        TO W-CALJ-NB-PAS
972279     IF W-CALJ-NB-PAS > CST-CALJ-PAS-MAX
972280        MOVE W-F2CABND-TYP-COB      TO W-F2CABN-MSG-TYPE
972281        MOVE ZEROS                  TO W-F2CABN-MSG-CODRET
972282        MOVE W-F2CABND-INT-COD      TO W-F2CABN-ACTION-CODE
972283        MOVE SPACES                 TO W-F2CABN-MSG-LIBEL
972284        STRING W-F2CABND-INT-TXT
972285               'CALENDRIER TBWCALJ : PLUS DE 31 JOURS '
972286               'NON OUVRES CONSECUTIFS'
972287            DELIMITED BY SIZE
972288            INTO W-F2CABN-MSG-LIBEL
972289        END-STRING
972290        PERFORM C-FIN-ANO
972291     END-IF
972292     EXEC SQL
972293        SELECT CHAR(DATE(:H-CALJ-DATE) + :H-CALJ-PAS DAYS, ISO)
972294          INTO :H-CALJ-DATE
972295          FROM SYSIBM.SYSDUMMY1
972296     END-EXEC
972297
972298     MOVE       'SELECT DECALAGE '     TO DB2P-LABEL
972299     MOVE       'SELECT'               TO DB2P-COMMAND
972300     MOVE       'SYSDUMMY'             TO DB2P-OBJECT
972301     PERFORM    DB2P-CHECK-RESULT
972302     MOVE H-CALJ-DATE             TO W-CALJ-DATE
972303        .

057140 TRT-FILTRE-SELECTIF.
057141*TRT-FILTRE-SELECTIF : CONTROLE DU FILTRE SELECTIF DE RELANCE PAR
062300     PERFORM DB2P-CHECK-RESULT
965082*JOURNAL D'AUDIT : IMAGE DE L'INTERVENTION INSEREE
965083     PERFORM TRT-AUDJ-INTV
970049*DELAI DE FERMETURE DU CONTRAT (CANAL SIPP, FLUX DU JOUR OU
970050*FERMETURE EN ATTENTE, LE RECYCLAGE EST VU PAR TRT-DELF-INSERT)
970051     IF CRO-EN-ATTENTE
970052        MOVE CST-CANAL-ATTENTE TO W-DELF-CANAL
970053     ELSE
970054        MOVE CST-CANAL-SIPP    TO W-DELF-CANAL
970055     END-IF
970056     MOVE SPACES              TO W-DELF-NUMDEM
970057     PERFORM TRT-DELF-INSERT
062400*-----
062500     .
062600
970058 TRT-DELF-INSERT.
970059*TRT-DELF-INSERT : DELAI DE FERMETURE (TBWDELF) DU CONTRAT QUE
970060*L'INTERVENTION B240 QUI PRECEDE VIENT DE FERMER - CANAL ET NUMERO
970061*DE DEMANDE BW03 ALIMENTES PAR L'APPELANT. LA LIGNE EST ECRITE
970062*DANS LA MEME UNITE DE TRAVAIL QUE LA FERMETURE (ANNULEE AVEC
970063*ELLE EN SIMULATION) ET RELUE PAR LE RAPPORT MENSUEL BWBP19P
970064     MOVE W-DATE-DU-JOUR       TO DELF-DTRAIT OF TBWDELF
970065     MOVE CONT-NCN OF TBWINTV  TO CONT-NCN OF TBWDELF
970066     MOVE INTV-HDT OF TBWINTV  TO DELF-HDT OF TBWDELF
970067     MOVE W-DELF-CANAL         TO DELF-CANAL OF TBWDELF
970068     MOVE W-DATE-FERMETURE     TO DELF-DAT-REF OF TBWDELF
970069     MOVE W-DATE-DU-JOUR       TO DELF-DATFLUX OF TBWDELF
970070     MOVE SPACES               TO DELF-DAT-REJ OF TBWDELF
970071     IF EBWPARAM-PARTITION = SPACES
970072        MOVE '00'               TO DELF-PART OF TBWDELF
970073     ELSE
970074        MOVE EBWPARAM-PARTITION TO DELF-PART OF TBWDELF
970075     END-IF
970076
970077*RESILIATION PAR CONTRAT : PLUS PETITE BANQUE/AGENCE DES USAGES DU
970078*CONTRAT - AUTRES CANAUX : USAGE EN COURS DE FERMETURE
970079     IF W-DELF-CANAL = CST-CANAL-CONTRAT
970080        PERFORM TRT-DELF-BANQUE-CONTRAT
970081     ELSE
970082        MOVE BANQ-BQE OF TBWUCPT TO BANQ-BQE OF TBWDELF
970083        MOVE AGEN-AGC OF TBWUCPT TO AGEN-AGC OF TBWDELF
970084        MOVE CPTE-NCP OF TBWUCPT TO CPTE-NCP OF TBWDELF
970085     END-IF
970086
970087*CANAUX SIPP : DATE DU FLUX PORTEUR DU CRO (UN CRO REPRESENTE
970088*DEPUIS EBWCCATT GARDE SA DATE DE FLUX D'ORIGINE) - UN CRO DU FLUX
970089*DU JOUR DONT LE COMPTE A UN REJET ENCORE SUIVI AU GRAND LIVRE
970090*EST UN CRO RECYCLE PAR BWBP02P
970091     IF W-DELF-CANAL = CST-CANAL-SIPP OR CST-CANAL-ATTENTE
970092        MOVE CPTE-FLUX-DATFLUX IN W-EBWCCPTE-ENR
970093                                TO W-DELF-DATFLUX
970094        STRING W-DELF-DATFLUX-SA '-'
970095               W-DELF-DATFLUX-MM '-'
970096               W-DELF-DATFLUX-JJ
970097            DELIMITED BY SIZE
970098            INTO DELF-DATFLUX OF TBWDELF
970099        END-STRING
970100     END-IF
970101     IF W-DELF-CANAL = CST-CANAL-SIPP
970102        PERFORM TRT-DELF-RECYCLAGE
970103     END-IF
970104
970105*CANAUX MANUEL ET RESILIATION : LE DELAI COURT DE LA VALIDATION DE
970106*LA DEMANDE BW03 (A DEFAUT, DATE DE TRAITEMENT)
970107     IF (W-DELF-CANAL = CST-CANAL-MANUEL OR CST-CANAL-CONTRAT)
970108        AND W-DELF-NUMDEM NUMERIC
970109        PERFORM TRT-DELF-DEMANDE
970110     END-IF
970111
970112     EXEC SQL
970113        INSERT INTO TBWDELF
970114               (DELF_DTRAIT,
970115                CONT_NCN,
970116                DELF_HDT,
970117                BANQ_BQE,
970118                AGEN_AGC,
970119                CPTE_NCP,
970120                DELF_CANAL,
970121                DELF_DAT_REF,
970122                DELF_DATFLUX,
970123                DELF_DAT_REJ,
970124                DELF_PART)
970125        VALUES (:TBWDELF.DELF-DTRAIT,
970126                :TBWDELF.CONT-NCN,
970127                :TBWDELF.DELF-HDT,
970128                :TBWDELF.BANQ-BQE,
970129                :TBWDELF.AGEN-AGC,
970130                :TBWDELF.CPTE-NCP,
970131                :TBWDELF.DELF-CANAL,
970132                :TBWDELF.DELF-DAT-REF,
970133                :TBWDELF.DELF-DATFLUX,
970134                :TBWDELF.DELF-DAT-REJ,
970135                :TBWDELF.DELF-PART)
970136     END-EXEC
970137
970138     MOVE 'TBWDELF '          TO DB2P-LABEL
970139     MOVE 'INSERT'            TO DB2P-COMMAND
970140     PERFORM DB2P-CHECK-RESULT
970141     .
970142
970143 TRT-DELF-BANQUE-CONTRAT.
970144*TRT-DELF-BANQUE-CONTRAT : BANQUE/AGENCE REPRESENTATIVE DU CONTRAT
970145*RESILIE (PLUS PETITE BANQUE/AGENCE DE SES USAGES, ETOILES POUR
970146*UN CONTRAT SANS USAGE)
970147     EXEC SQL
970148        SELECT MIN(BANQ_BQE CONCAT AGEN_AGC)
970149          INTO :H-DELF-BQAG :H-IND-DELF-BQAG
970150          FROM TBWUCPT
970151         WHERE CONT_NCN = :TBWDELF.CONT-NCN
970152     END-EXEC
970153
970154     MOVE       'SELECT TBWUCPT '      TO DB2P-LABEL
970155     MOVE       'SELECT'               TO DB2P-COMMAND
970156     MOVE       'TBWUCPT '             TO DB2P-OBJECT
970157     PERFORM    DB2P-CHECK-RESULT
970158     IF H-IND-DELF-BQAG < ZEROS
970159        MOVE ALL '*'           TO W-DELF-BQAG
970160     ELSE
970161        MOVE H-DELF-BQAG       TO W-DELF-BQAG
970162     END-IF
970163     MOVE W-DELF-BQAG-BQE      TO BANQ-BQE OF TBWDELF
970164     MOVE W-DELF-BQAG-AGC      TO AGEN-AGC OF TBWDELF
970165     MOVE SPACES               TO CPTE-NCP OF TBWDELF
970166     .
970167
970168 TRT-DELF-RECYCLAGE.
970169*TRT-DELF-RECYCLAGE : PREMIER REJET DU COMPTE ENCORE OUVERT OU
970170*ESCALADE AU GRAND LIVRE TBWREJL, OU FERME CE JOUR (BWBP10P A DEJA
970171*ENREGISTRE LA REINJECTION) - LE CRO EST ALORS UN CRO RECYCLE
970172     MOVE CPTE-CODAGE          TO AGEN-AGC OF TBWREJL
970173     MOVE CPTE-NUMCPTCL        TO REJL-NCP OF TBWREJL
970174     EXEC SQL
970175        SELECT MIN(REJL_DAT_REJ)
970176          INTO :H-DELF-DAT-REJ :H-IND-DELF-REJ
970177          FROM TBWREJL
970178         WHERE AGEN_AGC = :TBWREJL.AGEN-AGC
970179           AND REJL_NCP = :TBWREJL.REJL-NCP
970180           AND (REJL_ETA <> 'F'
970181            OR  REJL_DAT_MAJ >= :W-DATE-DU-JOUR)
970182     END-EXEC
970183
970184     MOVE       'SELECT TBWREJL '      TO DB2P-LABEL
970185     MOVE       'SELECT'               TO DB2P-COMMAND
970186     MOVE       'TBWREJL '             TO DB2P-OBJECT
970187     PERFORM    DB2P-CHECK-RESULT
970188     IF H-IND-DELF-REJ >= ZEROS
970189        MOVE CST-CANAL-RECYCLE   TO DELF-CANAL OF TBWDELF
970190        MOVE H-DELF-DAT-REJ      TO DELF-DAT-REJ OF TBWDELF
970191     END-IF
970192     .
970193
970194 TRT-DELF-DEMANDE.
970195*TRT-DELF-DEMANDE : DATE DE VALIDATION DE LA DEMANDE BW03 A
970196*L'ORIGINE D'UNE FERMETURE MANUELLE OU D'UNE RESILIATION
970197     MOVE W-DELF-NUMDEM-N      TO DMFE-NUM OF TBWDMFE
970198     EXEC SQL
970199        SELECT DMFE_HDT_VAL
970200          INTO :H-DELF-HDT-VAL
970201          FROM TBWDMFE
970202         WHERE DMFE_NUM = :TBWDMFE.DMFE-NUM
970203     END-EXEC
970204
970205     MOVE       'SELECT TBWDMFE '      TO DB2P-LABEL
970206     MOVE       'SELECT'               TO DB2P-COMMAND
970207     MOVE       'TBWDMFE '             TO DB2P-OBJECT
970208     PERFORM    DB2P-CHECK-RESULT
970209     IF DB2P-FOUND AND H-DELF-HDT-VAL NOT = SPACES
970210        MOVE H-DELF-HDT-VAL(1:10) TO DELF-DAT-REF OF TBWDELF
970211     END-IF
970212     .
062700 TRT-UCPT-FETCH.
062800* TRT UCPT FETCH
062900     EXEC SQL
066152        END-IF
066117        MOVE       CPTE-CODAGE            TO W-RESTART-CODAGE
066118        MOVE       CPTE-NUMCPTCL          TO W-RESTART-NUMCPTCL
972304        MOVE       CPTE-FLUX-DATFLUX IN W-EBWCCPTE-ENR
972305                                          TO W-RESTART-DATFLUX
066119*EN MODE SIMULATION, AUCUNE MAJ DB2 N'EST COMMITEE (TOUT EST ANNULE
066120*PAR DB2P-ROLLBACK EN FIN DE PROGRAMME) -- LE CHECKPOINT DE REPRISE
066121*NE DOIT DONC PAS NON PLUS ETRE ECRIT, SINON UN RUN REEL ULTERIEUR
066153              PERFORM    DB2P-COMMIT
066124              MOVE    CPTE-CODAGE        TO W-RESTART-CODAGE
066125              MOVE    CPTE-NUMCPTCL      TO W-RESTART-NUMCPTCL
972306              MOVE    CPTE-FLUX-DATFLUX IN W-EBWCCPTE-ENR
972307                                         TO W-RESTART-DATFLUX
066126              PERFORM    TRT-CHECKPOINT-ECRITURE
066154           END-IF
066127           MOVE       ZEROS                  TO W-CPT-CHECKPOINT
066143*RELANCE APRES ABEND.
066144     MOVE       W-RESTART-CODAGE       TO REST-OUT-CODAGE
066145     MOVE       W-RESTART-NUMCPTCL     TO REST-OUT-NUMCPTCL
972308     MOVE       W-RESTART-DATFLUX      TO REST-OUT-DATFLUX
066146     WRITE      SBWCREST-ENR
066147     IF NOT SBWCREST-OK
066148        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
066349     END-IF
066350        .

969118 TRT-ACQ-INIT.
969119*TRT-ACQ-INIT : REMISE A BLANC DE L'ACCUSE DE TRAITEMENT AVANT LE
969120*TRAITEMENT D'UN CRO (FLUX DU JOUR OU FERMETURE EN ATTENTE
969121*REPRESENTEE)
971057*ZONE EGALEMENT UTILISEE POUR LE RESULTAT DES SAISIES MANUELLES
971058*ET DES RESILIATIONS, HISTORISE DANS TBWCROH SANS ETRE EMIS VERS
971059*SIPP
969122     MOVE       SPACES             TO W-ACQ-ENR
969123     MOVE       ZEROS              TO WACQ-ACQ-NB-CONT
969124     MOVE       SPACES             TO W-ACQ-NCN-PREC
969125     MOVE       ZEROS              TO W-ACQ-IDX
969126     MOVE       ZEROS              TO W-ACQ-NB-FERMES
969127     MOVE       ZEROS              TO W-ACQ-NB-DEJA
971060     SET        CROH-NON-ECRIT     TO TRUE
969128        .

969129 TRT-ACQ-CONTRAT.
969130*TRT-ACQ-CONTRAT : CONTRAT DE L'USAGE COURANT (TBWUCPT) PORTE
969131*DANS L'ACCUSE AVEC SON ETAT W-ACQ-ETAT-CONT - LES CURSEURS ETANT
969132*TRIES PAR CONTRAT, LES USAGES D'UN MEME CONTRAT SONT ADJACENTS :
969133*LE CONTRAT N'EST COMPTE QU'UNE FOIS ET L'ETAT 'O' (RESTE
969134*OUVERT) D'UN USAGE NE MASQUE PAS L'ETAT POSE PAR UN AUTRE USAGE
969135     IF CONT-NCN OF TBWUCPT = W-ACQ-NCN-PREC
969136        IF W-ACQ-IDX > ZEROS
969137           IF WACQ-ACQ-CONT-ETAT(W-ACQ-IDX) = CST-ACQ-ETAT-OUVERT
969138              MOVE W-ACQ-ETAT-CONT
969139                             TO WACQ-ACQ-CONT-ETAT(W-ACQ-IDX)
969140           END-IF
969141        END-IF
969142     ELSE
969143        MOVE CONT-NCN OF TBWUCPT  TO W-ACQ-NCN-PREC
969144        ADD  1                    TO WACQ-ACQ-NB-CONT
969145        IF WACQ-ACQ-NB-CONT > 10
969146           MOVE ZEROS             TO W-ACQ-IDX
969147        ELSE
969148           MOVE WACQ-ACQ-NB-CONT  TO W-ACQ-IDX
969149           MOVE CONT-NCN OF TBWUCPT
969150                             TO WACQ-ACQ-CONT-NCN(W-ACQ-IDX)
969151           MOVE W-ACQ-ETAT-CONT
969152                             TO WACQ-ACQ-CONT-ETAT(W-ACQ-IDX)
969153        END-IF
969154     END-IF
969155        .

969156 TRT-ACQ-ECRITURE.
969157*TRT-ACQ-ECRITURE : ECRITURE DE L'ACCUSE DE TRAITEMENT DU CRO
969158*COURANT A DESTINATION DE SIPP, SOUS LA CLE DU CRO TELLE QU'EMISE
969159*(UN CRO REPRESENTE DEPUIS EBWCCATT GARDE SA DATE DE FLUX
969160*D'ORIGINE) - UN CRO ECARTE PAR LE FILTRE DE RELANCE SELECTIVE
969161*N'A PAS DE CODE RESULTAT ET SERA ACQUITTE PAR LE RUN QUI LE
969162*TRAITE. EN MODE SIMULATION, AUCUN ACCUSE N'EST EMIS.
969163*LE CRO EST HISTORISE DANS TBWCROH S'IL NE L'A PAS ETE AVANT LE
969164*COMMIT DE SES MISES A JOUR (CRO REJETE, MIS EN ATTENTE, SANS
969165*OBJET)
971061     PERFORM    TRT-CROH-ECRITURE
969163     IF WACQ-ACQ-CODRES NOT = SPACES
969164        AND NOT MODE-SIMULATION
969165        MOVE    SPACES             TO WACQ-ACQ-CLE
969166        STRING  CPTE-FLUX-DATFLUX IN W-EBWCCPTE-ENR
969167                CPTE-FLUX-APPLI IN W-EBWCCPTE-ENR
969168                CPTE-FLUX-CODEXTFLUX IN W-EBWCCPTE-ENR
969169           DELIMITED BY SIZE
969170           INTO WACQ-ACQ-CLE
969171        END-STRING
969172        MOVE    DTRAIT             TO WACQ-ACQ-DTRAIT
969173        MOVE    W-PROGRAMME-ID     TO WACQ-ACQ-PGM
969174        ADD     1                  TO W-CPT-ACQ-EMIS
969175        WRITE   SBWCCACQ-ENR       FROM W-ACQ-ENR
969176        IF NOT SBWCCACQ-OK
969177           MOVE W-F2CABND-TYP-COB         TO W-F2CABN-MSG-TYPE
969178           MOVE SBWCCACQ-STATUS           TO W-F2CABN-MSG-CODRET
969179           MOVE W-F2CABND-FIC-ECR-COD     TO W-F2CABN-ACTION-CODE
969180           STRING W-F2CABND-FIC-ECR-TXT WS-MES-SBWCCACQ
969181                    DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
969182           PERFORM C-FIN-ANO
969183        END-IF
969184     END-IF
969185        .

971062 TRT-ACQ-RESULTAT.
971063*TRT-ACQ-RESULTAT : CODE RESULTAT D'UN CRO DE FERMETURE (OU D'UNE
971064*FERMETURE MANUELLE) SELON LES CONTRATS FERMES, DEJA FERMES OU
971065*RESTES OUVERTS PAR SES USAGES
969090*RESULTAT DU CRO POUR L'ACCUSE DE TRAITEMENT SIPP
969091     IF W-ACQ-NB-FERMES > ZEROS
969092        MOVE CST-ACQ-FERME         TO WACQ-ACQ-CODRES
969093     ELSE
969094     IF W-ACQ-NB-DEJA > ZEROS
969095        MOVE CST-ACQ-DEJA-FERME    TO WACQ-ACQ-CODRES
969096     ELSE
969097     IF WACQ-ACQ-NB-CONT > ZEROS
969098        MOVE CST-ACQ-USAGES-FERMES TO WACQ-ACQ-CODRES
969099     ELSE
969100        MOVE CST-ACQ-SANS-OBJET    TO WACQ-ACQ-CODRES
969101     END-IF
969102     END-IF
969103     END-IF
971066        .
971067
971068 TRT-CROH-ECRITURE.
971069*TRT-CROH-ECRITURE : HISTORISATION DU CRO SIPP COURANT (FLUX DU
971070*JOUR OU SORTI DE L'ATTENTE) DANS TBWCROH - IMAGE BRUTE DU CRO,
971071*CLE SIPP ET DISPOSITION DE L'ACCUSE DE TRAITEMENT. UNE SEULE
971072*LIGNE PAR CRO : AVANT LE COMMIT POUR UN CRO QUI MODIFIE LA BASE,
971073*AU PASSAGE DE L'ACCUSE SINON. UN CRO ECARTE PAR LE FILTRE DE
971074*RELANCE SELECTIVE N'A PAS DE DISPOSITION ET N'EST PAS HISTORISE.
971076     IF CROH-NON-ECRIT
971077        AND WACQ-ACQ-CODRES NOT = SPACES
971078        IF CRO-EN-ATTENTE
971079           MOVE CST-CROH-ATTENTE  TO CROH-CANAL OF TBWCROH
971080        ELSE
971081           MOVE CST-CROH-FLUX     TO CROH-CANAL OF TBWCROH
971082        END-IF
971083*AGENCE ET COMPTE TELS QUE RECUS (MEME NON NUMERIQUES)
971084        MOVE CPTE-FLUX-APPLI IN W-EBWCCPTE-ENR(1:5)
971085                                  TO AGEN-AGC OF TBWCROH
971086        MOVE CPTE-FLUX-APPLI IN W-EBWCCPTE-ENR(6:7)
971087                                  TO CROH-NCP OF TBWCROH
971088        IF WACQ-ACQ-NB-CONT > ZEROS
971089           MOVE WACQ-ACQ-CONT-NCN(1) TO CONT-NCN OF TBWCROH
971090        ELSE
971091           MOVE SPACES            TO CONT-NCN OF TBWCROH
971092        END-IF
971093        MOVE CPTE-FLUX-DATFLUX IN W-EBWCCPTE-ENR
971094                                  TO CROH-DATFLUX OF TBWCROH
971095        MOVE CPTE-FLUX-CODEXTFLUX IN W-EBWCCPTE-ENR
971096                                  TO CROH-CODEXTFLUX OF TBWCROH
971097        MOVE CST-CROH-LG-CRO      TO CROH-CRO-LEN OF TBWCROH
971098        MOVE W-EBWCCPTE-ENR       TO CROH-CRO-TEXT OF TBWCROH
971099        PERFORM TRT-CROH-INSERT
971100     END-IF
971101        .
971102
971103 TRT-CROH-SAISIE.
971104*TRT-CROH-SAISIE : HISTORISATION DE L'ENREGISTREMENT DE SAISIE
971105*COURANT DANS TBWCROH (CANAL EN CROH-CANAL : 'M' = FERMETURE
971106*MANUELLE EBWCCMAN, 'C' = RESILIATION EBWCCCON) - IMAGE BRUTE DE
971107*L'ENREGISTREMENT ET DISPOSITION, SANS CLE SIPP
971108     IF CROH-NON-ECRIT
971109        AND WACQ-ACQ-CODRES NOT = SPACES
971110        MOVE SPACES               TO CROH-DATFLUX OF TBWCROH
971111        MOVE SPACES               TO CROH-CODEXTFLUX OF TBWCROH
971112        MOVE CST-CROH-LG-SAISIE   TO CROH-CRO-LEN OF TBWCROH
971113        MOVE SPACES               TO CROH-CRO-TEXT OF TBWCROH
971114        IF CROH-CANAL OF TBWCROH = CST-CROH-MANUEL
971115           MOVE W-EBWCCMAN-ENR(1:5)  TO AGEN-AGC OF TBWCROH
971116           MOVE W-EBWCCMAN-ENR(6:7)  TO CROH-NCP OF TBWCROH
971117           IF WACQ-ACQ-NB-CONT > ZEROS
971118              MOVE WACQ-ACQ-CONT-NCN(1) TO CONT-NCN OF TBWCROH
971119           ELSE
971120              MOVE SPACES            TO CONT-NCN OF TBWCROH
971121           END-IF
971122           MOVE W-EBWCCMAN-ENR       TO CROH-CRO-TEXT OF TBWCROH
971123        ELSE
971124           MOVE SPACES               TO AGEN-AGC OF TBWCROH
971125           MOVE SPACES               TO CROH-NCP OF TBWCROH
971126           MOVE CON-NCN              TO CONT-NCN OF TBWCROH
971127           MOVE W-EBWCCCON-ENR       TO CROH-CRO-TEXT OF TBWCROH
971128        END-IF
971129        PERFORM TRT-CROH-INSERT
971130     END-IF
971131        .
971132
971133 TRT-CROH-INSERT.
971134*TRT-CROH-INSERT : INSERTION DE LA LIGNE D'HISTORIQUE TBWCROH
971135*(CANAL, CLES ET IMAGE ALIMENTES PAR L'APPELANT, DISPOSITION ET
971136*MOTIF PRIS DANS L'ACCUSE) - DANS L'UNITE DE TRAVAIL DU CRO, DONC
971137*COMMITEE OU ANNULEE AVEC SES MISES A JOUR
971138     MOVE       W-DATE-DU-JOUR     TO CROH-DTRAIT OF TBWCROH
971139     IF EBWPARAM-PARTITION = SPACES
971140        MOVE    '00'               TO CROH-PART OF TBWCROH
971141     ELSE
971142        MOVE    EBWPARAM-PARTITION TO CROH-PART OF TBWCROH
971143     END-IF
971144     MOVE       W-PROGRAMME-ID     TO CROH-PGM OF TBWCROH
971145     MOVE       WACQ-ACQ-CODRES    TO CROH-DISPO OF TBWCROH
971146     MOVE       WACQ-ACQ-MOTIF     TO CROH-MOTIF OF TBWCROH
971147     MOVE       WACQ-ACQ-NB-CONT   TO CROH-NB-CONT OF TBWCROH
971148
971149     EXEC SQL
971150        INSERT INTO TBWCROH
971151               (CROH_HDT,
971152                CROH_DTRAIT,
971153                CROH_PART,
971154                CROH_PGM,
971155                CROH_CANAL,
971156                AGEN_AGC,
971157                CROH_NCP,
971158                CONT_NCN,
971159                CROH_DATFLUX,
971160                CROH_CODEXTFLUX,
971161                CROH_DISPO,
971162                CROH_MOTIF,
971163                CROH_NB_CONT,
971164                CROH_CRO)
971165        VALUES (CURRENT TIMESTAMP,
971166                :TBWCROH.CROH-DTRAIT,
971167                :TBWCROH.CROH-PART,
971168                :TBWCROH.CROH-PGM,
971169                :TBWCROH.CROH-CANAL,
971170                :TBWCROH.AGEN-AGC,
971171                :TBWCROH.CROH-NCP,
971172                :TBWCROH.CONT-NCN,
971173                :TBWCROH.CROH-DATFLUX,
971174                :TBWCROH.CROH-CODEXTFLUX,
971175                :TBWCROH.CROH-DISPO,
971176                :TBWCROH.CROH-MOTIF,
971177                :TBWCROH.CROH-NB-CONT,
971178                :TBWCROH.CROH-CRO)
971179     END-EXEC
971180
971181     MOVE 'TBWCROH '          TO DB2P-LABEL
971182     MOVE 'INSERT'            TO DB2P-COMMAND
971183     PERFORM DB2P-CHECK-RESULT
971184     SET CROH-ECRIT           TO TRUE
971185        .

066360 TRT-AGENCE-INDEX.
066361*TRT-AGENCE-INDEX : RECHERCHE DANS W-TBL-AGENCE L'ENTREE POUR
066362*BANQ-BQE/AGEN-AGC OF TBWUCPT, LA CREE SI ABSENTE ET SI LA TABLE
950021        END-STRING
950022        PERFORM ECRITURE-LIGNE
950023     END-IF.
972309*FLUX DES JOURS NON OUVRES TRAITES EN RATTRAPAGE PAR CE RUN
972310     PERFORM VARYING W-IDX-FLUX FROM 1 BY 1
972311             UNTIL W-IDX-FLUX > W-TBL-FLUX-NBENT
972312        IF W-TBL-FLX-DATFLUX(W-IDX-FLUX) NOT = DTRAIT
972313           MOVE SPACES TO SBWCCPTR-ENR
972314           STRING '*** FLUX DU JOUR NON OUVRE '
972315                  W-TBL-FLX-DATFLUX(W-IDX-FLUX)
972316                  ' TRAITE EN RATTRAPAGE'
972317                DELIMITED BY SIZE
972318                INTO SBWCCPTR-ENR
972319           END-STRING
972320           PERFORM ECRITURE-LIGNE
972321        END-IF
972322     END-PERFORM.

070510     IF MODE-SIMULATION
070520        MOVE SPACES TO SBWCCPTR-ENR
962261            INTO SBWCCPTR-ENR
962262     END-STRING
962263     PERFORM    ECRITURE-LIGNE

969186     MOVE       SPACES                 TO SBWCCPTR-ENR
969187     STRING     'NOMBRE D''ACCUSES EMIS VERS SIPP    : '
969188                W-CPT-ACQ-EMIS
969189            DELIMITED BY SIZE
969190            INTO SBWCCPTR-ENR
969191     END-STRING
969192     PERFORM    ECRITURE-LIGNE
073832     .

073833 C01-ECRITURE-TRAILER-FIN.
962275        PERFORM C-FIN-ANO
962276      END-IF.

969193 C158-SBWCCACQ-FERMETURE.
969194* FERMETURE FICHIER DES ACCUSES DE TRAITEMENT SIPP
969195      CLOSE FD-SBWCCACQ.
969196
969197*** CONTROLE STATUS FICHIER DES ACCUSES DE TRAITEMENT
969198      IF SBWCCACQ-STATUS NOT = ZERO
969199        MOVE W-F2CABND-TYP-COB            TO W-F2CABN-MSG-TYPE
969200        MOVE SBWCCACQ-STATUS              TO W-F2CABN-MSG-CODRET
969201        MOVE W-F2CABND-FIC-CLO-COD        TO W-F2CABN-ACTION-CODE
969202        STRING W-F2CABND-FIC-CLO-TXT WS-MES-SBWCCACQ
969203                 DELIMITED BY SIZE INTO W-F2CABN-MSG-LIBEL
969204        PERFORM C-FIN-ANO
969205      END-IF.

077570 C165-SBWFLUJN-FINAL.
077571*C165-SBWFLUJN-FINAL : JOURNALISATION DES DATES DE FLUX TRAITEES
077572*(HORS MODE SIMULATION, OU RIEN N'A ETE PERSISTE) PUIS FERMETURE
077573*DES JOURNAUX - LA NOUVELLE GENERATION N'EST RETENUE PAR LE JCL
077574*QU'EN FIN DE RUN NORMALE
950024*UN RUN EN RELANCE SELECTIVE (FILTRE BANQUE/AGENCE) N'A TRAITE
950025*QU'UNE PARTIE DU FLUX : IL N'EST PAS JOURNALISE COMME TRAITE
077575      IF W-TBL-FLUX-NBENT > ZEROS
077576         AND NOT MODE-SIMULATION
950026         AND EBWPARAM-FILTRE-BANQ = SPACES
950027         AND EBWPARAM-FILTRE-AGEN = SPACES
950028         AND NOT FLUX-DEJA-TRAITE
972323         PERFORM VARYING W-IDX-FLUX FROM 1 BY 1
972324                 UNTIL W-IDX-FLUX > W-TBL-FLUX-NBENT
077577            MOVE SPACES             TO SBWFLUJN-ENR
077578            MOVE W-TBL-FLX-DATFLUX(W-IDX-FLUX)
972325                                    TO SBWFLUJN-ENR(1:8)
077579            PERFORM A98-SBWFLUJN-ECRITURE
972326         END-PERFORM
077580      END-IF.

077581      CLOSE FD-EBWFLUJN.
965142*COMMITEE OU ANNULEE AVEC ELLE
965143     MOVE       W-PROGRAMME-ID     TO AUDJ-PGM OF TBWAUDJ
965144     MOVE       W-DATE-DU-JOUR     TO AUDJ-DTRAIT OF TBWAUDJ
968000     IF EBWPARAM-PARTITION = SPACES
968001        MOVE    '00'               TO AUDJ-PART OF TBWAUDJ
968002     ELSE
968003        MOVE    EBWPARAM-PARTITION TO AUDJ-PART OF TBWAUDJ
968004     END-IF

965145     EXEC SQL
965146        INSERT INTO TBWAUDJ
965152                AUDJ_CLE,
965153                AUDJ_NCN,
965154                AUDJ_AVANT,
965155                AUDJ_APRES,
968005                AUDJ_PART)
965156        VALUES (CURRENT TIMESTAMP,
965157                :TBWAUDJ.AUDJ-PGM,
965158                :TBWAUDJ.AUDJ-DTRAIT,
965161                :TBWAUDJ.AUDJ-CLE,
965162                :TBWAUDJ.AUDJ-NCN,
965163                :TBWAUDJ.AUDJ-AVANT,
965164                :TBWAUDJ.AUDJ-APRES,
968006                :TBWAUDJ.AUDJ-PART)
965165     END-EXEC

965166     MOVE 'TBWAUDJ '          TO DB2P-LABEL
