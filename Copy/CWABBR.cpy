      ******************************************************************
      * DCLGEN TABLE(CPS04.CWABBREP)                                    *
      * COPY            : CWABBR                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWABBREP       *
      *                    (ABBONAMENTI AI REPORT DELLO SPOOL: UNA RIGA *
      *                    PER REPORT, DIPARTIMENTO E DESTINATARIO.     *
      *                    NOME_REPORT E' QUELLO DELLA TESTATA DEL RUN  *
      *                    (SP-NOME-REPORT); DIPARTIMENTO A SPAZI =     *
      *                    TUTTI I RUN DEL REPORT, ALTRIMENTI SOLO I    *
      *                    RUN NON RISERVATI O RISERVATI A QUEL         *
      *                    DIPARTIMENTO. MANTENUTA ON-LINE DA CX92DEMO, *
      *                    USATA DA CX93DEMO PER LA DISTRIBUZIONE       *
      *                    E-MAIL DEI RUN)                              *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWABBREP TABLE
           ( NOME_REPORT                   CHAR(18)     NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             DESTINATARIO                  CHAR(60)     NOT NULL,
             UTENTE_INS                    CHAR(8)      NOT NULL,
             DATA_INS                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWABBREP.
           10 NOME-REPORT                  PIC X(18).
           10 DIPARTIMENTO                 PIC X(10).
           10 DESTINATARIO                 PIC X(60).
           10 UTENTE-INS                   PIC X(8).
           10 DATA-INS                     PIC X(10).
