      ******************************************************************
      * DCLGEN TABLE(CPS04.CWRICJOB)                                    *
      * COPY            : CWRJOB                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWRICJOB       *
      *                    (RICHIESTE DI LAVORI BATCH SOTTOMESSE        *
      *                    ON-LINE CON CY06DEMO: CHI HA CHIESTO COSA,   *
      *                    QUANDO, CON QUALI PARAMETRI E CON QUALE      *
      *                    ESITO - UNA RIGA PER RICHIESTA, MAI          *
      *                    CANCELLATA)                                  *
      *------------------------------------------------------------------
      * NUM_RICHIESTA : DAL CONTATORE CWCONTAT 'RICJOB'                 *
      * PARAMETRI     : SCHEDA PARAMETRI DEL LAVORO COME SOTTOMESSA     *
      *                 (PARMFILE, MASSQUAL O DATAELA, VEDI CWJOBCAT)   *
      * STATO_RICH    : S=SOTTOMESSA  C=CONSEGNATA NELLO SPOOL          *
      *                 E=ELABORAZIONE IN ERRORE O NON ESEGUITA         *
      *                 (AVVISO CONSEGNATO NELLO SPOOL)                 *
      * DATA_RUN/ORA_RUN/ESITO_RUN: RIGA CWBATCHRUN DEL PROGRAMMA       *
      *                 ABBINATA ALLA RICHIESTA, RIPORTATA DA CY07DEMO  *
      *                 ALLA CONSEGNA                                   *
      * NUM_RUN_SPOOL : RUN SPOOLF CON IL RISULTATO (RITIRO CW43DEMO)   *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWRICJOB TABLE
           ( NUM_RICHIESTA                 INTEGER      NOT NULL,
             NOME_PGM                      CHAR(8)      NOT NULL,
             PARAMETRI                     CHAR(80)     NOT NULL,
             UTENTE_RICH                   CHAR(8)      NOT NULL,
             TERMINALE_RICH                CHAR(4)      NOT NULL,
             DATA_RICH                     CHAR(10)     NOT NULL,
             ORA_RICH                      CHAR(6)      NOT NULL,
             STATO_RICH                    CHAR(1)      NOT NULL,
             DATA_RUN                      CHAR(10)     NOT NULL,
             ORA_RUN                       CHAR(6)      NOT NULL,
             ESITO_RUN                     CHAR(1)      NOT NULL,
             NUM_RUN_SPOOL                 INTEGER      NOT NULL,
             DATA_CONSEGNA                 CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWRICJOB.
           10 NUM-RICHIESTA                PIC S9(9)  USAGE COMP.
           10 NOME-PGM                     PIC X(8).
           10 PARAMETRI                    PIC X(80).
           10 UTENTE-RICH                  PIC X(8).
           10 TERMINALE-RICH               PIC X(4).
           10 DATA-RICH                    PIC X(10).
           10 ORA-RICH                     PIC X(6).
           10 STATO-RICH                   PIC X(1).
               88 RICH-SOTTOMESSA          VALUE 'S'.
               88 RICH-CONSEGNATA          VALUE 'C'.
               88 RICH-IN-ERRORE           VALUE 'E'.
           10 DATA-RUN                     PIC X(10).
           10 ORA-RUN                      PIC X(6).
           10 ESITO-RUN                    PIC X(1).
           10 NUM-RUN-SPOOL                PIC S9(9)  USAGE COMP.
           10 DATA-CONSEGNA                PIC X(10).
