      ******************************************************************
      * DCLGEN TABLE(CPS04.CWMASCHE)                                    *
      * COPY            : CWMASC                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWMASCHE       *
      *                    (VISIBILITA' DEI DATI RISERVATI A VIDEO E    *
      *                    NELLE STAMPE: UNA RIGA PER DATO E TIPO       *
      *                    UTENTE. MANTENUTA ON-LINE DA CY10DEMO,       *
      *                    APPLICATA DALLA ROUTINE CY09DEMO)            *
      *------------------------------------------------------------------
      * COD_DATO     : CODFISC  = CODICE FISCALE                        *
      *                IBAN     = IBAN DI ACCREDITO (CWBANCHE)          *
      *                RETRIB   = RETRIBUZIONE BASE (CWRETRIB)          *
      *                NOTEMED  = NOTE DELLE VISITE MEDICHE (CWVISITE)  *
      * TIPO_UTENTE  : COME COM-TIPO-UTENTE (1-4), RICAVATO DA          *
      *                CWUTENTI.TIPO_ACCESSO AL LOGON (CW01DEMO)        *
      * LIVELLO_VIS  : C=IN CHIARO  P=PARZIALE  N=NASCOSTO              *
      * CAR_VISIBILI : CON LIVELLO P, CARATTERI FINALI LASCIATI IN      *
      *                CHIARO (GLI ALTRI SONO SOSTITUITI DA '*')        *
      * SENZA RIGA PER IL DATO E IL TIPO UTENTE IL DATO E' IN CHIARO.   *
      * OGNI VISUALIZZAZIONE IN CHIARO E' TRACCIATA SU CWCONSUL CON     *
      * IL CODICE DEL DATO                                              *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWMASCHE TABLE
           ( COD_DATO                      CHAR(8)      NOT NULL,
             TIPO_UTENTE                   CHAR(1)      NOT NULL,
             LIVELLO_VIS                   CHAR(1)      NOT NULL,
             CAR_VISIBILI                  DECIMAL(2,0) NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL,
             DATA_AGG                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWMASCHE.
           10 COD-DATO                     PIC X(8).
           10 TIPO-UTENTE                  PIC X(1).
           10 LIVELLO-VIS                  PIC X(1).
               88 VIS-IN-CHIARO            VALUE 'C'.
               88 VIS-PARZIALE             VALUE 'P'.
               88 VIS-NASCOSTO             VALUE 'N'.
           10 CAR-VISIBILI                 PIC S9(2)  USAGE COMP-3.
           10 UTENTE-AGG                   PIC X(8).
           10 DATA-AGG                     PIC X(10).
