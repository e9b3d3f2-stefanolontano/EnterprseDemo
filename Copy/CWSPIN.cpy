      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSPOINV)                                    *
      * COPY            : CWSPIN                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSPOINV       *
      *                    (REGISTRO DEGLI INVII E-MAIL DEI RUN DI      *
      *                    SPOOL: UNA RIGA PER RUN E DESTINATARIO,      *
      *                    SCRITTA DA CX93DEMO QUANDO ACCODA IL RUN AL  *
      *                    GATEWAY DI POSTA (FILE MAILOUT, REGISTRO     *
      *                    GENERALE CWMAILOG). CONSULTABILE DA CW43DEMO *
      *                    ACCANTO ALLO STATO DI STAMPA DEL RUN)        *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSPOINV TABLE
           ( NUM_RUN                       DECIMAL(5,0) NOT NULL,
             NOME_REPORT                   CHAR(18)     NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             DESTINATARIO                  CHAR(60)     NOT NULL,
             NUM_RIGHE                     DECIMAL(5,0) NOT NULL,
             DATA_INVIO                    CHAR(10)     NOT NULL,
             ORA_INVIO                     CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWSPOINV.
           10 NUM-RUN                      PIC S9(5)  USAGE COMP-3.
           10 NOME-REPORT                  PIC X(18).
           10 DIPARTIMENTO                 PIC X(10).
           10 DESTINATARIO                 PIC X(60).
           10 NUM-RIGHE                    PIC S9(5)  USAGE COMP-3.
           10 DATA-INVIO                   PIC X(10).
           10 ORA-INVIO                    PIC X(6).
