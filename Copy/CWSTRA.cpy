      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSTRAOR)                                    *
      * COPY            : CWSTRA                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSTRAOR       *
      *                    (STRAORDINARI DA TIMBRATURE: UNA RIGA PER    *
      *                    MATRICOLA E GIORNO CON I MINUTI LAVORATI     *
      *                    OLTRE IL TURNO ASSEGNATO (CWTURASS/CWTURNI)  *
      *                    O, SENZA TURNO, OLTRE LA GIORNATA STANDARD,  *
      *                    RIPARTITI IN DIURNI, NOTTURNI E FESTIVI      *
      *                    (CWCALEND). SCRITTA OGNI NOTTE DAL BATCH     *
      *                    CX49DEMO SULLE PRESENZE CWPRESEN DEL GIORNO  *
      *                    PRECEDENTE; IL RESPONSABILE AUTORIZZA O      *
      *                    TAGLIA LE ORE CON CX50DEMO E SOLO LE ORE     *
      *                    AUTORIZZATE VIAGGIANO SULL'ESTRAZIONE PAGHE  *
      *                    CW82DEMO, CHE MARCA LE RIGHE PASSATE)        *
      *------------------------------------------------------------------
      * MIN_xxx = MINUTI CANDIDATI CALCOLATI DAL BATCH                  *
      * AUT_xxx = MINUTI AUTORIZZATI DAL RESPONSABILE (<= CANDIDATI)    *
      * STATO_STRAORD: C=DA AUTORIZZARE  A=AUTORIZZATO  R=RESPINTO      *
      *                P=PASSATO IN PAGHE (MESE IN MESE_PAGHE)          *
      * COD_TURNO A SPAZI = NESSUN TURNO, CONFRONTO CON LA GIORNATA     *
      * STANDARD (PARAMETRO CWPARAM 'MINGGSTD')                         *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSTRAOR TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_PRESENZA                 CHAR(10)     NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             COD_TURNO                     CHAR(2)      NOT NULL,
             MIN_DIURNI                    DECIMAL(4,0) NOT NULL,
             MIN_NOTTURNI                  DECIMAL(4,0) NOT NULL,
             MIN_FESTIVI                   DECIMAL(4,0) NOT NULL,
             AUT_DIURNI                    DECIMAL(4,0) NOT NULL,
             AUT_NOTTURNI                  DECIMAL(4,0) NOT NULL,
             AUT_FESTIVI                   DECIMAL(4,0) NOT NULL,
             STATO_STRAORD                 CHAR(1)      NOT NULL,
             UTENTE_DECISIONE              CHAR(8)      NOT NULL,
             DATA_DECISIONE                CHAR(10)     NOT NULL,
             MESE_PAGHE                    CHAR(7)      NOT NULL
           ) END-EXEC.
       01  DCL-CWSTRAOR.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-PRESENZA                PIC X(10).
           10 DIPARTIMENTO                 PIC X(10).
           10 COD-TURNO                    PIC X(2).
           10 MIN-DIURNI                   PIC S9(4)  USAGE COMP-3.
           10 MIN-NOTTURNI                 PIC S9(4)  USAGE COMP-3.
           10 MIN-FESTIVI                  PIC S9(4)  USAGE COMP-3.
           10 AUT-DIURNI                   PIC S9(4)  USAGE COMP-3.
           10 AUT-NOTTURNI                 PIC S9(4)  USAGE COMP-3.
           10 AUT-FESTIVI                  PIC S9(4)  USAGE COMP-3.
           10 STATO-STRAORD                PIC X(1).
               88 STRAORD-DA-AUTORIZZARE   VALUE 'C'.
               88 STRAORD-AUTORIZZATO      VALUE 'A'.
               88 STRAORD-RESPINTO         VALUE 'R'.
               88 STRAORD-IN-PAGHE         VALUE 'P'.
           10 UTENTE-DECISIONE             PIC X(8).
           10 DATA-DECISIONE               PIC X(10).
           10 MESE-PAGHE                   PIC X(7).
