      ******************************************************************
      * DCLGEN TABLE(CPS04.CWOCCPOS)                                    *
      * COPY            : CWOCCP                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWOCCPOS       *
      *                    (STORIA DEI TITOLARI DELLE POSIZIONI DI      *
      *                    ORGANICO CWPOSORG: UNA RIGA PER OGNI         *
      *                    PERIODO DI OCCUPAZIONE, PER SAPERE CHI HA    *
      *                    SOSTITUITO CHI. APERTA ALLA COPERTURA E      *
      *                    CHIUSA ALLA LIBERAZIONE DEL POSTO)           *
      *------------------------------------------------------------------
      * DATA_FINE      : 9999-12-31 = OCCUPAZIONE IN CORSO              *
      * CAUSALE_INIZIO : AS=ASSUNZIONE (CW18DEMO)                       *
      *                  TR=TRASFERIMENTO IN ENTRATA (CWMOVIM)          *
      *                  MA=ASSEGNAZIONE MANUALE (CX66DEMO)             *
      *                  ST=STORNO DI UN TRASFERIMENTO MASSIVO          *
      *                     (CY33DEMO): RITORNO SULLA POSIZIONE LASCIATA*
      * CAUSALE_FINE   : CE=CESSAZIONE (CW39DEMO)                       *
      *                  TR=TRASFERIMENTO IN USCITA (CWMOVIM)           *
      *                  MA=LIBERAZIONE MANUALE (CX66DEMO)              *
      *                  ST=STORNO DI UN TRASFERIMENTO MASSIVO          *
      *                     (CY33DEMO): POSIZIONE COPERTA DAL RUN       *
      *                     STORNATO                                    *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWOCCPOS TABLE
           ( NUM_POSIZIONE                 DECIMAL(5,0) NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_INIZIO                   CHAR(10)     NOT NULL,
             CAUSALE_INIZIO                CHAR(2)      NOT NULL,
             DATA_FINE                     CHAR(10)     NOT NULL,
             CAUSALE_FINE                  CHAR(2)      NOT NULL
           ) END-EXEC.
       01  DCL-CWOCCPOS.
           10 NUM-POSIZIONE                PIC S9(5)  USAGE COMP-3.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-INIZIO                  PIC X(10).
           10 CAUSALE-INIZIO               PIC X(2).
               88 OCC-DA-ASSUNZIONE        VALUE 'AS'.
               88 OCC-DA-TRASFERIMENTO     VALUE 'TR'.
               88 OCC-DA-MANUALE           VALUE 'MA'.
               88 OCC-DA-STORNO            VALUE 'ST'.
           10 DATA-FINE                    PIC X(10).
           10 CAUSALE-FINE                 PIC X(2).
               88 OCC-PER-CESSAZIONE       VALUE 'CE'.
               88 OCC-PER-TRASFERIMENTO    VALUE 'TR'.
               88 OCC-PER-MANUALE          VALUE 'MA'.
               88 OCC-PER-STORNO           VALUE 'ST'.
