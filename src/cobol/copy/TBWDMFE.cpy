      *----------------------------------------------------------------*
      *    TBWDMFE : DEMANDES DE FERMETURE MANUELLE SAISIES EN LIGNE   *
      *    (TRANSACTION BW03) AVEC DOUBLE VALIDATION - UNE LIGNE PAR   *
      *    DEMANDE, PAR COMPTE (TYPE 'A' : AGENCE/COMPTE, INTERVENTION *
      *    MINT-MIN 22) OU PAR CONTRAT (TYPE 'C' : CONT-NCN,           *
      *    RESILIATION MINT-MIN 24). LE VALIDEUR DOIT ETRE DISTINCT DU *
      *    SAISISSEUR. SEULES LES DEMANDES VALIDEES SONT EXTRAITES PAR *
      *    BWBP13P VERS EBWCCMAN/EBWCCCON ; LE RESULTAT DU RUN BWBP01P *
      *    EST REPORTE SUR LA DEMANDE (DMFE-DTRAIT, DMFE-RESULTAT)     *
      *    DMFE-ETA : 'S' = SAISIE, 'V' = VALIDEE, 'R' = REFUSEE,      *
      *               'X' = EXTRAITE POUR LE RUN, 'F' = TRAITEE        *
      *               (FERMETURE EFFECTUEE), 'J' = REJETEE AU RUN      *
      *----------------------------------------------------------------*
       01  TBWDMFE.
           05  DMFE-NUM                  PIC S9(09) COMP.
           05  DMFE-TYPE                 PIC X(01).
           05  AGEN-AGC                  PIC X(05).
           05  DMFE-NCP                  PIC X(07).
           05  CONT-NCN                  PIC X(07).
           05  DMFE-MOTIF                PIC X(50).
           05  DMFE-ETA                  PIC X(01).
           05  DMFE-OPR-SAI              PIC X(08).
           05  DMFE-HDT-SAI              PIC X(26).
           05  DMFE-OPR-VAL              PIC X(08).
           05  DMFE-HDT-VAL              PIC X(26).
           05  DMFE-DTRAIT               PIC X(10).
           05  DMFE-RESULTAT             PIC X(30).
