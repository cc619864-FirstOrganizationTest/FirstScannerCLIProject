      *----------------------------------------------------------------*
      *    TBWCALJ : CALENDRIER DES JOURS OUVRES DE LA CHAINE DE       *
      *    FERMETURE - SEULES LES EXCEPTIONS SONT STOCKEES : UNE DATE  *
      *    SANS LIGNE EST UN JOUR OUVRE. CHARGE PAR BWBP21P, LU PAR    *
      *    BWBP01P, BWBP07P, BWBP10P ET BWBP19P                        *
      *    BANQ-BQE     : '*****' = CALENDRIER COMMUN A TOUTES LES     *
      *                   BANQUES (WEEK-ENDS, FERIES NATIONAUX),       *
      *                   SINON CALENDRIER PROPRE A LA BANQUE          *
      *    CALJ-DATE    : DATE DU JOUR (SSAA-MM-JJ)                    *
      *    CALJ-OUVRE   : 'N' = JOUR NON OUVRE                         *
      *                   'O' = JOUR OUVRE (LIGNE DE BANQUE SEULEMENT, *
      *                         BANQUE OUVERTE UN JOUR FERIE COMMUN)   *
      *    UNE LIGNE DE LA BANQUE PREVAUT SUR LA LIGNE COMMUNE DE LA   *
      *    MEME DATE : UN JOUR EST NON OUVRE POUR UNE BANQUE S'IL A    *
      *    UNE LIGNE 'N' DE LA BANQUE, OU UNE LIGNE 'N' COMMUNE ET     *
      *    AUCUNE LIGNE DE LA BANQUE                                   *
      *    CALJ-LIB     : LIBELLE (FERIE, PONT, FERMETURE REGIONALE...)*
      *----------------------------------------------------------------*
       01  TBWCALJ.
           05  BANQ-BQE                  PIC X(05).
           05  CALJ-DATE                 PIC X(10).
           05  CALJ-OUVRE                PIC X(01).
           05  CALJ-LIB                  PIC X(30).
