      ******************************************************************
      * DCLGEN TABLE(CPS04.CWRICANA)                                    *
      * COPY            : CWRANA                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWRICANA       *
      *                    (RICHIESTE DI VARIAZIONE DEI RECAPITI DAL    *
      *                    CHIOSCO: UNA RIGA PER RICHIESTA, INOLTRATA   *
      *                    DAL DIPENDENTE CON CW76DEMO (PF10) SUI       *
      *                    TERMINALI DI CLASSE 'K' CON L'IMMAGINE       *
      *                    COMPLETA DEI RECAPITI RICHIESTI. VALIDATA    *
      *                    DALL'OPERATORE CON CY27DEMO: L'APPROVAZIONE  *
      *                    PASSA DA CW68DEMO, CHE AGGIORNA CWANAGR E    *
      *                    STORICIZZA SU CWANASTO; IL RIFIUTO CHIUDE    *
      *                    LA RICHIESTA CON MOTIVAZIONE. L'ESITO E'     *
      *                    MOSTRATO AL DIPENDENTE ALLA VISITA           *
      *                    SUCCESSIVA AL CHIOSCO)                       *
      *------------------------------------------------------------------
      * STATO_RICHIESTA: P=PENDENTE  A=APPROVATA  R=RESPINTA            *
      * ID_RICHIESTA DAL CONTATORE CWCONTAT 'IDRICANA'                  *
      * UNA SOLA RICHIESTA PENDENTE PER MATRICOLA                       *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWRICANA TABLE
           ( ID_RICHIESTA                  DECIMAL(7,0) NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             INDIRIZZO1                    CHAR(30)     NOT NULL,
             INDIRIZZO2                    CHAR(30)     NOT NULL,
             CAP                           CHAR(5)      NOT NULL,
             COMUNE                        CHAR(25)     NOT NULL,
             TELEFONO                      CHAR(15)     NOT NULL,
             EMAIL                         CHAR(40)     NOT NULL,
             STATO_RICHIESTA               CHAR(1)      NOT NULL,
             MOTIVO_RIFIUTO                CHAR(60)     NOT NULL,
             DATA_RICHIESTA                CHAR(6)      NOT NULL,
             ORA_RICHIESTA                 CHAR(6)      NOT NULL,
             UTENTE_OPERATORE              CHAR(8)      NOT NULL,
             DATA_ESITO                    CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWRICANA.
           10 ID-RICHIESTA                 PIC S9(7)  USAGE COMP-3.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 INDIRIZZO1                   PIC X(30).
           10 INDIRIZZO2                   PIC X(30).
           10 CAP                          PIC X(5).
           10 COMUNE                       PIC X(25).
           10 TELEFONO                     PIC X(15).
           10 EMAIL                        PIC X(40).
           10 STATO-RICHIESTA              PIC X(1).
               88 RICANA-PENDENTE          VALUE 'P'.
               88 RICANA-APPROVATA         VALUE 'A'.
               88 RICANA-RESPINTA          VALUE 'R'.
           10 MOTIVO-RIFIUTO               PIC X(60).
           10 DATA-RICHIESTA               PIC X(6).
           10 ORA-RICHIESTA                PIC X(6).
           10 UTENTE-OPERATORE             PIC X(8).
           10 DATA-ESITO                   PIC X(6).
