      ******************************************************************
      * DCLGEN TABLE(CPS04.CWRICASS)                                    *
      * COPY            : CWRICA                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWRICASS       *
      *                    (RICHIESTE DI ASSUNZIONE: UNA RIGA PER       *
      *                    POSIZIONE DA COPRIRE CON DIPARTIMENTO,       *
      *                    QUALIFICA, TIPO CONTRATTO E MOTIVO, ID DA    *
      *                    CWCONTAT 'IDRICASS'. GESTITA DA CX86DEMO,    *
      *                    APPROVATA DAL PERSONALE CONTRO CWBUDGET; I   *
      *                    CANDIDATI DI CW75DEMO LA RICHIAMANO E LA     *
      *                    CONVERSIONE LA CHIUDE COME COPERTA. TEMPI    *
      *                    DI COPERTURA E RICHIESTE APERTE NEL BATCH    *
      *                    MENSILE CX87DEMO)                            *
      *------------------------------------------------------------------
      * MOTIVO_RICHIESTA : S = SOSTITUZIONE DELLA MATRICOLA INDICATA    *
      *                    N = NUOVA POSIZIONE                          *
      * STATO_RICHIESTA  : I = INSERITA, IN ATTESA DI APPROVAZIONE      *
      *                    A = APPROVATA, APERTA AI CANDIDATI           *
      *                    R = RESPINTA                                 *
      *                    C = COPERTA (CANDIDATO CONVERTITO)           *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWRICASS TABLE
           ( ID_RICASS                     DECIMAL(7,0) NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             QUALIFICA_INTERNA             CHAR(8)      NOT NULL,
             TIPO_CONTRATTO                CHAR(2)      NOT NULL,
             MOTIVO_RICHIESTA              CHAR(1)      NOT NULL,
             MATRICOLA_SOSTITUITA          DECIMAL(5,0) NOT NULL,
             NOTE                          CHAR(40)     NOT NULL,
             STATO_RICHIESTA               CHAR(1)      NOT NULL,
             UTENTE_RICHIESTA              CHAR(8)      NOT NULL,
             DATA_RICHIESTA                CHAR(10)     NOT NULL,
             UTENTE_ESITO                  CHAR(8)      NOT NULL,
             DATA_ESITO                    CHAR(10)     NOT NULL,
             ID_CANDIDATO                  DECIMAL(7,0) NOT NULL,
             DATA_COPERTURA                CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWRICASS.
           10 ID-RICASS                    PIC S9(7)  USAGE COMP-3.
           10 DIPARTIMENTO                 PIC X(10).
           10 QUALIFICA-INTERNA            PIC X(8).
           10 TIPO-CONTRATTO               PIC X(2).
           10 MOTIVO-RICHIESTA             PIC X(1).
               88 RICASS-SOSTITUZIONE                 VALUE 'S'.
               88 RICASS-NUOVA-POSIZIONE              VALUE 'N'.
           10 MATRICOLA-SOSTITUITA         PIC S9(5)  USAGE COMP-3.
           10 NOTE                         PIC X(40).
           10 STATO-RICHIESTA              PIC X(1).
               88 RICASS-INSERITA                     VALUE 'I'.
               88 RICASS-APPROVATA                    VALUE 'A'.
               88 RICASS-RESPINTA                     VALUE 'R'.
               88 RICASS-COPERTA                      VALUE 'C'.
           10 UTENTE-RICHIESTA             PIC X(8).
           10 DATA-RICHIESTA               PIC X(10).
           10 UTENTE-ESITO                 PIC X(8).
           10 DATA-ESITO                   PIC X(10).
           10 ID-CANDIDATO                 PIC S9(7)  USAGE COMP-3.
           10 DATA-COPERTURA               PIC X(10).
