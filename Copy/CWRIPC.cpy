      ******************************************************************
      * DCLGEN TABLE(CPS04.CWRIPCDC)                                    *
      * COPY            : CWRIPC                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWRIPCDC       *
      *                    (RIPARTIZIONE DATATA DEL COSTO DEL           *
      *                    DIPENDENTE SUI CENTRI DI COSTO CWCDCOST: UNA *
      *                    RIGA PER MATRICOLA, DECORRENZA E CENTRO.     *
      *                    LE RIGHE DI UNA STESSA DECORRENZA FORMANO UN *
      *                    INSIEME CHE TOTALIZZA 100. E' IN VIGORE      *
      *                    L'INSIEME CON LA DECORRENZA PIU' RECENTE NON *
      *                    SUCCESSIVA ALLA DATA DI RIFERIMENTO.         *
      *                    MANTENUTA ON-LINE DA CX72DEMO)               *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWRIPCDC TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_DECORRENZA               CHAR(10)     NOT NULL,
             COD_CDC                       CHAR(8)      NOT NULL,
             PERCENTUALE                   DECIMAL(5,2) NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWRIPCDC.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-DECORRENZA              PIC X(10).
           10 COD-CDC                      PIC X(8).
           10 PERCENTUALE                  PIC S9(3)V99 USAGE COMP-3.
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(6).
