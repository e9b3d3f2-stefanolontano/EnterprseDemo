      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSTORUN)                                    *
      * COPY            : CWSRUN                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSTORUN       *
      *                    (RICHIESTE DI STORNO DI UN RUN DI            *
      *                    AGGIORNAMENTO MASSIVO: UNA RIGA PER RUN      *
      *                    CWBATCHRUN, APERTA DAL BATCH CY33DEMO CON LA *
      *                    RICHIESTA CWAPPROV DI TIPO 'S' COLLEGATA     *
      *                    TRAMITE ID_RICHIESTA; L'APPROVAZIONE E'      *
      *                    RISERVATA ALL'AMMINISTRATORE IN CW18DEMO.    *
      *                    LE IMMAGINI DA STORNARE SONO SU CWRUNIMM)    *
      *------------------------------------------------------------------
      * STATO_STORNO     : P = IN ATTESA DI APPROVAZIONE                *
      *                    A = APPROVATO, ESEGUITO AL RUN SUCCESSIVO DI *
      *                        CY33DEMO                                 *
      *                    R = RIFIUTATO (SI PUO' CHIEDERE DI NUOVO)    *
      *                    E = ESEGUITO                                 *
      * RIGHE_STORNATE   : MATRICOLE RIPRISTINATE ALL'ESECUZIONE        *
      * RIGHE_RIFIUTATE  : MATRICOLE NON RIPRISTINATE PERCHE' MODIFICATE*
      *                    DOPO IL RUN                                  *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSTORUN TABLE
           ( ID_RICHIESTA                  DECIMAL(7,0) NOT NULL,
             NOME_PGM                      CHAR(8)      NOT NULL,
             DATA_ELABORAZIONE             CHAR(10)     NOT NULL,
             ORA_INIZIO                    CHAR(6)      NOT NULL,
             STATO_STORNO                  CHAR(1)      NOT NULL,
             DATA_RICHIESTA                CHAR(10)     NOT NULL,
             DATA_ESECUZIONE               CHAR(10)     NOT NULL,
             RIGHE_STORNATE                DECIMAL(7,0) NOT NULL,
             RIGHE_RIFIUTATE               DECIMAL(7,0) NOT NULL
           ) END-EXEC.
       01  DCL-CWSTORUN.
           10 ID-RICHIESTA                 PIC S9(7)  USAGE COMP-3.
           10 NOME-PGM                     PIC X(8).
           10 DATA-ELABORAZIONE            PIC X(10).
           10 ORA-INIZIO                   PIC X(6).
           10 STATO-STORNO                 PIC X(1).
               88 STORNO-IN-ATTESA                    VALUE 'P'.
               88 STORNO-APPROVATO                    VALUE 'A'.
               88 STORNO-RIFIUTATO                    VALUE 'R'.
               88 STORNO-ESEGUITO                     VALUE 'E'.
           10 DATA-RICHIESTA               PIC X(10).
           10 DATA-ESECUZIONE              PIC X(10).
           10 RIGHE-STORNATE               PIC S9(7)  USAGE COMP-3.
           10 RIGHE-RIFIUTATE              PIC S9(7)  USAGE COMP-3.
