      *                    DALL'AMMINISTRATORE CON CW54DEMO)           *
      *------------------------------------------------------------------
      * CREAZIONE        : 22/08/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      * 15/10/2026 GM  AGGIUNTA COLONNA COD_DATO: A SPAZI PER LE       *
      *                CONSULTAZIONI DELLA SCHEDA, VALORIZZATA         *
      *                (CODFISC, IBAN, RETRIB, NOTEMED) PER OGNI       *
      *                VISUALIZZAZIONE IN CHIARO DI UN DATO RISERVATO  *
      *                (ROUTINE CY09DEMO, REGOLE SU CWMASCHE)          *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCONSUL TABLE
           ( UTENTE                        CHAR(8)      NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             TRANSID                       CHAR(4)      NOT NULL,
             DATA_CONSULTAZIONE            CHAR(6)      NOT NULL,
             ORA_CONSULTAZIONE             CHAR(6)      NOT NULL,
             COD_DATO                      CHAR(8)      NOT NULL
           ) END-EXEC.
       01  DCL-CWCONSUL.
           10 UTENTE                       PIC X(8).
           10 TRANSID                      PIC X(4).
           10 DATA-CONSULTAZIONE           PIC X(6).
           10 ORA-CONSULTAZIONE            PIC X(6).
           10 COD-DATO                     PIC X(8).
