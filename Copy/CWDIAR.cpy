      ******************************************************************
      * DCLGEN TABLE(CPS04.CWDIARIA)                                    *
      * COPY            : CWDIAR                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWDIARIA       *
      *                    (TABELLA DELLE CATEGORIE DI DIARIA PER LE    *
      *                    TRASFERTE: IMPORTO GIORNALIERO RICONOSCIUTO  *
      *                    E QUOTA GIORNALIERA ESENTE DA IMPOSTA.       *
      *                    MANUTENZIONE CON CX53DEMO, LETTA DALLA       *
      *                    REGISTRAZIONE TRASFERTE CX52DEMO)            *
      *------------------------------------------------------------------
      * ESTERO: S=TRASFERTA ALL'ESTERO  N=TRASFERTA IN ITALIA           *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWDIARIA TABLE
           ( COD_CATEGORIA                 CHAR(2)      NOT NULL,
             DESCRIZIONE                   CHAR(30)     NOT NULL,
             IMPORTO_GIORN                 DECIMAL(7,2) NOT NULL,
             QUOTA_ESENTE                  DECIMAL(7,2) NOT NULL,
             ESTERO                        CHAR(1)      NOT NULL
           ) END-EXEC.
       01  DCL-CWDIARIA.
           10 COD-CATEGORIA                PIC X(2).
           10 DESCRIZIONE                  PIC X(30).
           10 IMPORTO-GIORN                PIC S9(5)V99 USAGE COMP-3.
           10 QUOTA-ESENTE                 PIC S9(5)V99 USAGE COMP-3.
           10 ESTERO                       PIC X(1).
               88 DIARIA-ESTERO            VALUE 'S'.
               88 DIARIA-ITALIA            VALUE 'N'.
