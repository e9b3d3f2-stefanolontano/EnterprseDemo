      ******************************************************************
      * DCLGEN TABLE(CPS04.CWBLOLEG)                                    *
      * COPY            : CWBLEG                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWBLOLEG       *
      *                    (REGISTRO DEI BLOCCHI LEGALI: DIPENDENTI O   *
      *                    EX DIPENDENTI COINVOLTI IN UN CONTENZIOSO, I *
      *                    CUI DATI VANNO CONSERVATI. UNA RIGA PER      *
      *                    BLOCCO, ID DA CWCONTAT 'IDBLOLEG'. GESTITA   *
      *                    DALL'AMMINISTRATORE CON CY34DEMO; FINCHE' IL *
      *                    BLOCCO E' IN ESSERE LA MATRICOLA E' ESCLUSA  *
      *                    DA ANONIMIZZAZIONE (CW55DEMO), ESPURGO       *
      *                    DISCIPLINARE (CX22DEMO), PURGE DEI LOGON     *
      *                    (CW40DEMO) ED ELIMINAZIONE DALL'INDICE DEL   *
      *                    FASCICOLO (CY23DEMO), CHE NE DANNO EVIDENZA  *
      *                    SUI RISPETTIVI TABULATI)                     *
      *------------------------------------------------------------------
      * COD_MATRICOLA_DIP: SEMPRE VALORIZZATE ENTRAMBE: ALLA            *
      * COD_FISC           REGISTRAZIONE L'UNA VIENE RICAVATA DALL'ALTRA*
      *                    SU CWDIPENDENTI O SU ARCHIVIO                *
      * RIF_CAUSA        : RIFERIMENTO DEL CONTENZIOSO (N. DI RUOLO,    *
      *                    PRATICA DELL'UFFICIO LEGALE)                 *
      * DATA_INIZIO      : AAAA-MM-GG, DECORRENZA DEL BLOCCO            *
      * DATA_RILASCIO    : AAAA-MM-GG; '9999-12-31' FINCHE' NON VIENE   *
      *                    RILASCIATO. IL BLOCCO E' IN ESSERE QUANDO    *
      *                    DATA_INIZIO <= OGGI E DATA_RILASCIO > OGGI:  *
      *                    RILASCIATO OGGI, IL SOGGETTO TORNA TRATTABILE*
      *                    DAL PRIMO RUN SUCCESSIVO DEI BATCH           *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWBLOLEG TABLE
           ( ID_BLOCCO                     DECIMAL(7,0) NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             COD_FISC                      CHAR(16)     NOT NULL,
             RIF_CAUSA                     CHAR(20)     NOT NULL,
             DATA_INIZIO                   CHAR(10)     NOT NULL,
             DATA_RILASCIO                 CHAR(10)     NOT NULL,
             NOTE                          CHAR(40)     NOT NULL,
             UTENTE_INSERIMENTO            CHAR(8)      NOT NULL,
             DATA_INSERIMENTO              CHAR(10)     NOT NULL,
             UTENTE_RILASCIO               CHAR(8)      NOT NULL
           ) END-EXEC.
       01  DCL-CWBLOLEG.
           10 ID-BLOCCO                    PIC S9(7)  USAGE COMP-3.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 COD-FISC                     PIC X(16).
           10 RIF-CAUSA                    PIC X(20).
           10 DATA-INIZIO                  PIC X(10).
           10 DATA-RILASCIO                PIC X(10).
               88 BLOCCO-NON-RILASCIATO               VALUE
                                                      '9999-12-31'.
           10 NOTE                         PIC X(40).
           10 UTENTE-INSERIMENTO           PIC X(8).
           10 DATA-INSERIMENTO             PIC X(10).
           10 UTENTE-RILASCIO              PIC X(8).
