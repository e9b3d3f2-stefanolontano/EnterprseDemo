      ******************************************************************
      * DCLGEN TABLE(CPS04.CWMINCON)                                    *
      * COPY            : CWMINC                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWMINCON       *
      *                    (MINIMI RETRIBUTIVI DEL CONTRATTO COLLETTIVO:*
      *                    UNA RIGA PER QUALIFICA INTERNA, LIVELLO E    *
      *                    DATA DI DECORRENZA. CARICATA DAL BATCH       *
      *                    CX98DEMO AD OGNI RINNOVO CONTRATTUALE, CHE   *
      *                    ELENCA LE MATRICOLE SOTTO IL NUOVO MINIMO E  *
      *                    PUO' PROPORRE L'ADEGUAMENTO SU CWCAMPAG)     *
      *------------------------------------------------------------------
      * SCATTO_LIVELLO   : LIVELLO CONTRATTUALE, CONFRONTATO CON LO     *
      *                    SCATTO_LIVELLO DI CPS04.CWRETRIB             *
      * MINIMO IN VIGORE : ALLA DATA D E' LA RIGA DELLA QUALIFICA E DEL *
      *                    LIVELLO CON LA DATA_DECORRENZA PIU' ALTA     *
      *                    NON SUCCESSIVA A D (VEDI CW33DEMO, CW85DEMO).*
      *                    SENZA RIGHE NON C'E' MINIMO DA RISPETTARE    *
      * DATA_CARICAMENTO : DATA (AAAA-MM-GG) E ORA DEL RUN CX98DEMO     *
      * ORA_CARICAMENTO    CHE HA CARICATO O AGGIORNATO LA RIGA         *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWMINCON TABLE
           ( QUALIFICA_INTERNA             CHAR(8)      NOT NULL,
             SCATTO_LIVELLO                DECIMAL(2,0) NOT NULL,
             DATA_DECORRENZA               CHAR(10)     NOT NULL,
             RETRIB_MINIMA                 DECIMAL(9,2) NOT NULL,
             DATA_CARICAMENTO              CHAR(10)     NOT NULL,
             ORA_CARICAMENTO               CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWMINCON.
           10 QUALIFICA-INTERNA            PIC X(8).
           10 SCATTO-LIVELLO               PIC S9(2)  USAGE COMP-3.
           10 DATA-DECORRENZA              PIC X(10).
           10 RETRIB-MINIMA                PIC S9(7)V99 USAGE COMP-3.
           10 DATA-CARICAMENTO             PIC X(10).
           10 ORA-CARICAMENTO              PIC X(6).
