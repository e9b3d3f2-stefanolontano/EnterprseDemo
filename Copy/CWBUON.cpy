      ******************************************************************
      * DCLGEN TABLE(CPS04.CWBUONIP)                                    *
      * COPY            : CWBUON                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWBUONIP       *
      *                    (BUONI PASTO MATURATI: UNA RIGA PER          *
      *                    MATRICOLA E MESE DI COMPETENZA CON I GIORNI  *
      *                    DI PRESENZA CHE DANNO DIRITTO AL BUONO E IL  *
      *                    VALORE UNITARIO DEL MESE. SCRITTA DAL BATCH  *
      *                    MENSILE CX51DEMO, CHE LA RISCRIVE IN CASO DI *
      *                    RILANCIO, E LETTA DALL'ESTRAZIONE PAGHE      *
      *                    CW82DEMO PER IL CONTEGGIO SU PAYROLX)        *
      *------------------------------------------------------------------
      * MESE_COMPETENZA: AAAA-MM                                        *
      * GG_CONTESTATI  : GIORNI ESCLUSI E SEGNALATI SUL TABULATO DI     *
      *                  CONTROLLO (TIMBRATURA SENZA USCITA O IN UN     *
      *                  GIORNO DI ASSENZA CWASSENZE)                   *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWBUONIP TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             MESE_COMPETENZA               CHAR(7)      NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             NUM_BUONI                     DECIMAL(3,0) NOT NULL,
             GG_CONTESTATI                 DECIMAL(3,0) NOT NULL,
             VALORE_UNITARIO               DECIMAL(5,2) NOT NULL,
             DATA_ELABORAZIONE             CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWBUONIP.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 MESE-COMPETENZA              PIC X(7).
           10 DIPARTIMENTO                 PIC X(10).
           10 NUM-BUONI                    PIC S9(3)  USAGE COMP-3.
           10 GG-CONTESTATI                PIC S9(3)  USAGE COMP-3.
           10 VALORE-UNITARIO              PIC S9(3)V99 USAGE COMP-3.
           10 DATA-ELABORAZIONE            PIC X(10).
