      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCOMPQU)                                    *
      * COPY            : CWCMPQ                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCOMPQU       *
      *                    (COMPETENZE RICHIESTE DA OGNI QUALIFICA      *
      *                    INTERNA CWQUALIF CON IL LIVELLO MINIMO, 1-4  *
      *                    COME IN CWCOMPDI. MANTENUTA ON-LINE DA       *
      *                    CX70DEMO, USATA DAL BATCH CX71DEMO)          *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCOMPQU TABLE
           ( QUALIFICA_INTERNA             CHAR(8)      NOT NULL,
             COD_COMPETENZA                CHAR(8)      NOT NULL,
             LIVELLO_MINIMO                CHAR(1)      NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWCOMPQU.
           10 QUALIFICA-INTERNA            PIC X(8).
           10 COD-COMPETENZA               PIC X(8).
           10 LIVELLO-MINIMO               PIC X(1).
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(6).
