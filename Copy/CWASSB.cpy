      ******************************************************************
      * DCLGEN TABLE(CPS04.CWASSBEN)                                    *
      * COPY            : CWASSB                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWASSBEN       *
      *                    (BENEFICIARIO DEI CONGEDI TUTELATI: UNA RIGA *
      *                    PER OGNI ASSENZA 'L4' O 'CP' DI CWASSENZE,   *
      *                    STESSA CHIAVE MATRICOLA/TIPO/DATA INIZIO,    *
      *                    CON IL FAMILIARE CWFAMIL ASSISTITO O IL      *
      *                    FIGLIO E I GIORNI FRUITI. SCRITTA DA         *
      *                    CW35DEMO, CHE NE RICAVA I TETTI; IL RESIDUO  *
      *                    E' CONSULTABILE CON CX55DEMO E I GIORNI DEL  *
      *                    MESE VIAGGIANO SU PAYROLX (CW82DEMO))        *
      *------------------------------------------------------------------
      * GG_FRUITI: 'L4' = GIORNI LAVORATIVI DEL PERMESSO (TETTO MENSILE *
      *            PER FAMILIARE, CWPARAM 'GG104MESE')                  *
      *            'CP' = GIORNI DI CALENDARIO DEL CONGEDO (TETTO PER   *
      *            FIGLIO, CWPARAM 'MESICONGP' X 30)                    *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWASSBEN TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             TIPO_ASSENZA                  CHAR(2)      NOT NULL,
             DATA_INIZIO                   CHAR(10)     NOT NULL,
             DATA_FINE                     CHAR(10)     NOT NULL,
             COD_FISC_FAM                  CHAR(16)     NOT NULL,
             GG_FRUITI                     DECIMAL(3,0) NOT NULL,
             UTENTE_REGISTRAZIONE          CHAR(8)      NOT NULL,
             DATA_REGISTRAZIONE            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWASSBEN.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 TIPO-ASSENZA                 PIC X(2).
               88 BEN-LEGGE-104            VALUE 'L4'.
               88 BEN-CONGEDO-PARENTALE    VALUE 'CP'.
           10 DATA-INIZIO                  PIC X(10).
           10 DATA-FINE                    PIC X(10).
           10 COD-FISC-FAM                 PIC X(16).
           10 GG-FRUITI                    PIC S9(3)  USAGE COMP-3.
           10 UTENTE-REGISTRAZIONE         PIC X(8).
           10 DATA-REGISTRAZIONE           PIC X(6).
