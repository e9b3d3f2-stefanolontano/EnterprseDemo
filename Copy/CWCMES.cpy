      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCOMMES)                                    *
      * COPY            : CWCMES                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCOMMES       *
      *                    (ANAGRAFICA DELLE COMMESSE DI PROGETTO E     *
      *                    DEGLI ORDINI CLIENTE SU CUI SI REGISTRANO    *
      *                    LE ORE. MANTENUTA ON-LINE DA CY11DEMO; LE    *
      *                    ORE SONO SU CPS04.CWORECOM (CY12DEMO), IL    *
      *                    COSTO MENSILE PER COMMESSA E CLIENTE E' IL   *
      *                    TABULATO CY13DEMO)                           *
      *------------------------------------------------------------------
      * FATTURABILE    : S = ORE FATTURABILI AL CLIENTE, N = NON        *
      *                  FATTURABILI (PROPOSTO SULLE ORE REGISTRATE,    *
      *                  CHE POSSONO DEROGARE)                          *
      * STATO_COMMESSA : A = APERTA, C = CHIUSA (NESSUNA NUOVA ORA)     *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCOMMES TABLE
           ( COD_COMMESSA                  CHAR(10)     NOT NULL,
             DESCRIZIONE                   CHAR(30)     NOT NULL,
             COD_CLIENTE                   CHAR(10)     NOT NULL,
             DESC_CLIENTE                  CHAR(30)     NOT NULL,
             FATTURABILE                   CHAR(1)      NOT NULL,
             STATO_COMMESSA                CHAR(1)      NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL,
             DATA_AGG                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWCOMMES.
           10 COD-COMMESSA                 PIC X(10).
           10 DESCRIZIONE                  PIC X(30).
           10 COD-CLIENTE                  PIC X(10).
           10 DESC-CLIENTE                 PIC X(30).
           10 FATTURABILE                  PIC X(1).
               88 COMMESSA-FATTURABILE     VALUE 'S'.
           10 STATO-COMMESSA               PIC X(1).
               88 COMMESSA-APERTA          VALUE 'A'.
               88 COMMESSA-CHIUSA          VALUE 'C'.
           10 UTENTE-AGG                   PIC X(8).
           10 DATA-AGG                     PIC X(10).
