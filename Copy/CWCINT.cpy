      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCANDIN)                                    *
      * COPY            : CWCINT                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCANDIN       *
      *                    (CANDIDATURE INTERNE AI BANDI DI MOBILITA'   *
      *                    DI CPS04.CWBANDOI: UNA RIGA PER BANDO E      *
      *                    MATRICOLA, INSERITA DAL CHIOSCO CW76DEMO.    *
      *                    L'ESITO E' REGISTRATO DALLE RISORSE UMANE    *
      *                    CON CX64DEMO CHE, PER IL SELEZIONATO, APRE   *
      *                    IL TRASFERIMENTO SU CPS04.CWMOVIM)           *
      *------------------------------------------------------------------
      * ESITO        : P=IN ATTESA  S=SELEZIONATO  R=NON SELEZIONATO    *
      * DATA_EFFETTO : DECORRENZA DEL TRASFERIMENTO (SOLO ESITO S)      *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCANDIN TABLE
           ( ID_BANDO                      DECIMAL(5,0) NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_CANDIDATURA              CHAR(10)     NOT NULL,
             ESITO                         CHAR(1)      NOT NULL,
             DATA_ESITO                    CHAR(10)     NOT NULL,
             DATA_EFFETTO                  CHAR(10)     NOT NULL,
             UTENTE_ESITO                  CHAR(8)      NOT NULL
           ) END-EXEC.
       01  DCL-CWCANDIN.
           10 ID-BANDO                     PIC S9(5)  USAGE COMP-3.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-CANDIDATURA             PIC X(10).
           10 ESITO                        PIC X(1).
               88 ESITO-IN-ATTESA          VALUE 'P'.
               88 ESITO-SELEZIONATO        VALUE 'S'.
               88 ESITO-NON-SELEZIONATO    VALUE 'R'.
               88 ESITO-VALIDO             VALUE 'S' 'R'.
           10 DATA-ESITO                   PIC X(10).
           10 DATA-EFFETTO                 PIC X(10).
           10 UTENTE-ESITO                 PIC X(8).
