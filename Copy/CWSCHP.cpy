      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSCHPRE)                                    *
      * COPY            : CWSCHP                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSCHPRE       *
      *                    (SCHEMA DEL PREMIO MBO PER QUALIFICA: PREMIO *
      *                    OBIETTIVO IN PERCENTUALE DI RETRIB_BASE E    *
      *                    MOLTIPLICATORE PER CIASCUN GIUDIZIO A-E DI   *
      *                    CPS04.CWVALUTA. GESTITA DA CX95DEMO, USATA   *
      *                    DAL CALCOLO ANNUALE CX96DEMO)                *
      *------------------------------------------------------------------
      * PREMIO = RETRIB_BASE X PERC_TARGET / 100                        *
      *          X RAGGIUNGIMENTO PESATO DEGLI OBIETTIVI / 100          *
      *          X MOLTIPLICATORE DEL GIUDIZIO DELL'ANNO                *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSCHPRE TABLE
           ( QUALIFICA_INTERNA             CHAR(8)      NOT NULL,
             PERC_TARGET                   DECIMAL(5,2) NOT NULL,
             MOLT_GIUDIZIO_A               DECIMAL(3,2) NOT NULL,
             MOLT_GIUDIZIO_B               DECIMAL(3,2) NOT NULL,
             MOLT_GIUDIZIO_C               DECIMAL(3,2) NOT NULL,
             MOLT_GIUDIZIO_D               DECIMAL(3,2) NOT NULL,
             MOLT_GIUDIZIO_E               DECIMAL(3,2) NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWSCHPRE.
           10 QUALIFICA-INTERNA            PIC X(8).
           10 PERC-TARGET                  PIC S9(3)V99 USAGE COMP-3.
           10 MOLT-GIUDIZIO-A              PIC S9(1)V99 USAGE COMP-3.
           10 MOLT-GIUDIZIO-B              PIC S9(1)V99 USAGE COMP-3.
           10 MOLT-GIUDIZIO-C              PIC S9(1)V99 USAGE COMP-3.
           10 MOLT-GIUDIZIO-D              PIC S9(1)V99 USAGE COMP-3.
           10 MOLT-GIUDIZIO-E              PIC S9(1)V99 USAGE COMP-3.
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(10).
