      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSOCIETA)                                   *
      * COPY            : CWSOCI                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSOCIETA      *
      *                    (ANAGRAFICA DELLE SOCIETA' DEL GRUPPO: OGNI  *
      *                    DIPARTIMENTO, E QUINDI OGNI MATRICOLA,       *
      *                    APPARTIENE A UNA SOLA SOCIETA' DATRICE DI    *
      *                    LAVORO. MANTENUTA ON-LINE DA CX99DEMO CON LE *
      *                    AUTORIZZAZIONI DEGLI OPERATORI SU CWUTESOC)  *
      *------------------------------------------------------------------
      * COD_FISCALE      : CODICE FISCALE / PARTITA IVA DEL DATORE DI   *
      *                    LAVORO (COMUNICAZIONI UNILAV CX56DEMO)       *
      * STATO_SOCIETA    : 'A' ATTIVA, 'B' BLOCCATA: UNA SOCIETA'       *
      *                    BLOCCATA NON PUO' RICEVERE NUOVI             *
      *                    DIPARTIMENTI (CW37DEMO)                      *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSOCIETA TABLE
           ( COD_SOCIETA                   CHAR(4)      NOT NULL,
             RAGIONE_SOCIALE               CHAR(40)     NOT NULL,
             COD_FISCALE                   CHAR(16)     NOT NULL,
             STATO_SOCIETA                 CHAR(1)      NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL,
             DATA_AGG                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWSOCIETA.
           10 COD-SOCIETA                  PIC X(4).
           10 RAGIONE-SOCIALE              PIC X(40).
           10 COD-FISCALE                  PIC X(16).
           10 STATO-SOCIETA                PIC X(1).
           88 STATO-SOCIETA-ATTIVA         VALUE 'A'.
           88 STATO-SOCIETA-BLOCCATA       VALUE 'B'.
           10 UTENTE-AGG                   PIC X(8).
           10 DATA-AGG                     PIC X(10).
