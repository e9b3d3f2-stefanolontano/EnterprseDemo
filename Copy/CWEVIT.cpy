      ******************************************************************
      * DCLGEN TABLE(CPS04.CWEVENIT)                                    *
      * COPY            : CWEVIT                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWEVENIT       *
      *                    (EVENTI DI INGRESSO / TRASFERIMENTO / USCITA *
      *                    DEL PERSONALE PER IL SISTEMA DI GESTIONE     *
      *                    DELLE IDENTITA' IT: UNA RIGA PER EVENTO,     *
      *                    SCRITTA DAL BATCH GIORNALIERO CY02DEMO CHE   *
      *                    PRODUCE IL FILE JMLFEED - ACCOUNT DI RETE E  *
      *                    POSTA SEGUONO COSI' GLI EVENTI DEL PERSONALE)*
      *------------------------------------------------------------------
      * TIPO_EVENTO: J=INGRESSO (ASSUNZIONE APPROVATA DA CW18DEMO)      *
      *              M=TRASFERIMENTO (MOVIMENTO CWMOVIM)                *
      *              L=USCITA (CESSAZIONE ESEGUITA DA CW39DEMO)         *
      * DATA_EVENTO: DATA DI ASSUNZIONE, DATA DI EFFETTO DEL MOVIMENTO, *
      *              DATA DI CESSAZIONE. CON MATRICOLA E TIPO FORMA LA  *
      *              CHIAVE DELL'EVENTO (NESSUN DOPPIONE TRA I RUN)     *
      * DIPART_*   : DIPARTIMENTO DI PROVENIENZA E DI DESTINAZIONE (PER *
      *              L'INGRESSO SOLO IL NUOVO, PER L'USCITA SOLO IL     *
      *              PRECEDENTE)                                        *
      * STATO_INVIO: D=DA INVIARE  I=INVIATO (DATA_INVIO)               *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWEVENIT TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             TIPO_EVENTO                   CHAR(1)      NOT NULL,
             DATA_EVENTO                   CHAR(10)     NOT NULL,
             DIPART_PRECEDENTE             CHAR(10)     NOT NULL,
             DIPART_NUOVO                  CHAR(10)     NOT NULL,
             STATO_INVIO                   CHAR(1)      NOT NULL,
             DATA_RILEVAZIONE              CHAR(10)     NOT NULL,
             DATA_INVIO                    CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWEVENIT.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 TIPO-EVENTO                  PIC X(1).
               88 EVENTO-INGRESSO          VALUE 'J'.
               88 EVENTO-TRASFERIMENTO     VALUE 'M'.
               88 EVENTO-USCITA            VALUE 'L'.
           10 DATA-EVENTO                  PIC X(10).
           10 DIPART-PRECEDENTE            PIC X(10).
           10 DIPART-NUOVO                 PIC X(10).
           10 STATO-INVIO                  PIC X(1).
               88 STATO-INVIO-DA-INVIARE   VALUE 'D'.
               88 STATO-INVIO-INVIATO      VALUE 'I'.
           10 DATA-RILEVAZIONE             PIC X(10).
           10 DATA-INVIO                   PIC X(10).
