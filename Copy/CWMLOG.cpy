      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWMAILOG       *
      *                    (REGISTRO DEI MESSAGGI E-MAIL ACCODATI AL    *
      *                    GATEWAY DI POSTA: UNA RIGA PER MESSAGGIO     *
      *                    SCRITTO SUL FILE MAILOUT DAI BATCH CW66DEMO, *
      *                    CW64DEMO E CX93DEMO O SULLA CODA TD 'MAIL'   *
      *                    DA CW21DEMO, COSI' SI PUO' PROVARE CHE UN    *
      *                    AVVISO E' STATO SPEDITO; CX93DEMO REGISTRA   *
      *                    I REPORT DI SPOOL CON MATRICOLA ZERO)        *
      *------------------------------------------------------------------
      * CREAZIONE        : 02/09/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWMAILOG TABLE
           ( PGM_ORIGINE                   CHAR(8)      NOT NULL,
