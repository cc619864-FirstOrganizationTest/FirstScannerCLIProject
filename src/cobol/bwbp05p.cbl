006330**                     LE CONTROLE DE CHAINE BWBP07P          *
006340** 03/09/2026 R.ZITI : JOURNAL D'AUDIT TBWAUDJ (IMAGE DE      *
006350**                     CHAQUE LIGNE TBWINTV SUPPRIMEE)        *
006360** 15/10/2026 R.ZITI : PARTITION '00' (PURGE NON              *
006370**                     PARTITIONNEE) PORTEE SUR LA LIGNE      *
006380**                     D'AUDIT TBWAUDJ                        *
006400***************************************************************

006500 ENVIRONMENT DIVISION.
038930          INTO AUDJ-AVANT OF TBWAUDJ
038931     END-STRING
038932     MOVE       SPACES             TO AUDJ-APRES OF TBWAUDJ
038958     MOVE       '00'               TO AUDJ-PART OF TBWAUDJ

038933     EXEC SQL
038934        INSERT INTO TBWAUDJ
038940                AUDJ_CLE,
038941                AUDJ_NCN,
038942                AUDJ_AVANT,
038943                AUDJ_APRES,
038959                AUDJ_PART)
038944        VALUES (CURRENT TIMESTAMP,
038945                :TBWAUDJ.AUDJ-PGM,
038946                :TBWAUDJ.AUDJ-DTRAIT,
038949                :TBWAUDJ.AUDJ-CLE,
038950                :TBWAUDJ.AUDJ-NCN,
038951                :TBWAUDJ.AUDJ-AVANT,
038952                :TBWAUDJ.AUDJ-APRES,
038960                :TBWAUDJ.AUDJ-PART)
038953     END-EXEC

038954     MOVE 'TBWAUDJ '          TO DB2P-LABEL
