      ******************************************************************
      * DCLGEN TABLE(CPS04.CWRICGDP)                                    *
      * COPY            : CWGDPR                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWRICGDP       *
      *                    (REGISTRO DELLE ISTANZE DEGLI INTERESSATI    *
      *                    GDPR: UNA RIGA PER ISTANZA DI DIPENDENTI O   *
      *                    EX DIPENDENTI, ID DA CWCONTAT 'IDRICGDP'.    *
      *                    GESTITA DA CX90DEMO; LE CANCELLAZIONI        *
      *                    ACCOLTE SONO ESEGUITE E CHIUSE DA CW55DEMO;  *
      *                    SCADENZE IN ARRIVO O SUPERATE NEL TABULATO   *
      *                    SETTIMANALE CX91DEMO PER IL DPO)             *
      *------------------------------------------------------------------
      * ORIGINE_DATI     : D = INTERESSATO TROVATO SU CWDIPENDENTI      *
      *                    A = SOLO SU ARCHIVIO (EX DIPENDENTE)         *
      * TIPO_RICHIESTA   : A = ACCESSO          R = RETTIFICA           *
      *                    C = CANCELLAZIONE    L = LIMITAZIONE         *
      * DATA_SCADENZA    : RICEZIONE + 30 GIORNI; DATA_PROROGA (SPAZI   *
      *                    SE NON PROROGATA) = SCADENZA + 60 GIORNI     *
      * STATO_RICHIESTA  : A = APERTA                                   *
      *                    P = CANCELLAZIONE ACCOLTA, IN ATTESA DELLA   *
      *                        ANONIMIZZAZIONE DI CW55DEMO              *
      *                    E = EVASA        R = RESPINTA                *
      * TIPO_AZIONE      : S = DOSSIER SU SPOOL (CX28DEMO, NUM_RUN)     *
      *                    R = RETTIFICA SU CWSTORICO (DATA/ORA)        *
      *                    A = ANONIMIZZAZIONE (CW55DEMO)               *
      *                    N = NESSUNA AZIONE DI SISTEMA (NOTE)         *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWRICGDP TABLE
           ( ID_RICGDP                     DECIMAL(7,0) NOT NULL,
             RICHIEDENTE                   CHAR(30)     NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             COD_FISC                      CHAR(16)     NOT NULL,
             ORIGINE_DATI                  CHAR(1)      NOT NULL,
             TIPO_RICHIESTA                CHAR(1)      NOT NULL,
             DATA_RICEZIONE                CHAR(10)     NOT NULL,
             DATA_SCADENZA                 CHAR(10)     NOT NULL,
             DATA_PROROGA                  CHAR(10)     NOT NULL,
             STATO_RICHIESTA               CHAR(1)      NOT NULL,
             UTENTE_REGISTRAZIONE          CHAR(8)      NOT NULL,
             UTENTE_GESTIONE               CHAR(8)      NOT NULL,
             DATA_ESITO                    CHAR(10)     NOT NULL,
             TIPO_AZIONE                   CHAR(1)      NOT NULL,
             NUM_RUN_SPOOL                 DECIMAL(5,0) NOT NULL,
             DATA_AGG_STORICO              CHAR(6)      NOT NULL,
             ORA_AGG_STORICO               CHAR(6)      NOT NULL,
             NOTE                          CHAR(40)     NOT NULL
           ) END-EXEC.
       01  DCL-CWRICGDP.
           10 ID-RICGDP                    PIC S9(7)  USAGE COMP-3.
           10 RICHIEDENTE                  PIC X(30).
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 COD-FISC                     PIC X(16).
           10 ORIGINE-DATI                 PIC X(1).
               88 RICGDP-DA-ANAGRAFICA                VALUE 'D'.
               88 RICGDP-DA-ARCHIVIO                  VALUE 'A'.
           10 TIPO-RICHIESTA               PIC X(1).
               88 RICGDP-ACCESSO                      VALUE 'A'.
               88 RICGDP-RETTIFICA                    VALUE 'R'.
               88 RICGDP-CANCELLAZIONE                VALUE 'C'.
               88 RICGDP-LIMITAZIONE                  VALUE 'L'.
           10 DATA-RICEZIONE               PIC X(10).
           10 DATA-SCADENZA                PIC X(10).
           10 DATA-PROROGA                 PIC X(10).
           10 STATO-RICHIESTA              PIC X(1).
               88 RICGDP-APERTA                       VALUE 'A'.
               88 RICGDP-IN-ESECUZIONE                VALUE 'P'.
               88 RICGDP-EVASA                        VALUE 'E'.
               88 RICGDP-RESPINTA                     VALUE 'R'.
           10 UTENTE-REGISTRAZIONE         PIC X(8).
           10 UTENTE-GESTIONE              PIC X(8).
           10 DATA-ESITO                   PIC X(10).
           10 TIPO-AZIONE                  PIC X(1).
               88 RICGDP-AZ-SPOOL                     VALUE 'S'.
               88 RICGDP-AZ-STORICO                   VALUE 'R'.
               88 RICGDP-AZ-ANONIMIZZ                 VALUE 'A'.
               88 RICGDP-AZ-NESSUNA                   VALUE 'N'.
           10 NUM-RUN-SPOOL                PIC S9(5)  USAGE COMP-3.
           10 DATA-AGG-STORICO             PIC X(6).
           10 ORA-AGG-STORICO              PIC X(6).
           10 NOTE                         PIC X(40).
