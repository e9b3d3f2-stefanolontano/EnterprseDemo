      *                    RICHIESTA CWAPPROV CON CW75DEMO)            *
      *------------------------------------------------------------------
      * CREAZIONE        : 22/08/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      * 15/10/2026 GM  AGGIUNTA COLONNA ID_RICASS: RICHIESTA DI         *
      *                ASSUNZIONE APPROVATA (CWRICASS, CX86DEMO) SU CUI *
      *                IL CANDIDATO E' REGISTRATO (ZERO PER I CANDIDATI *
      *                REGISTRATI PRIMA DELLE RICHIESTE)                *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCANDID TABLE
           ( ID_CANDIDATO                  DECIMAL(7,0) NOT NULL,
             STATO_CANDIDATO               CHAR(1)      NOT NULL,
             UTENTE_REGISTRAZIONE          CHAR(8)      NOT NULL,
             DATA_REGISTRAZIONE            CHAR(6)      NOT NULL,
             ORA_REGISTRAZIONE             CHAR(6)      NOT NULL,
             ID_RICASS                     DECIMAL(7,0) NOT NULL
           ) END-EXEC.
       01  DCL-CWCANDID.
           10 ID-CANDIDATO                 PIC S9(7)  USAGE COMP-3.
           10 UTENTE-REGISTRAZIONE         PIC X(8).
           10 DATA-REGISTRAZIONE           PIC X(6).
           10 ORA-REGISTRAZIONE            PIC X(6).
           10 ID-RICASS                    PIC S9(7)  USAGE COMP-3.
