      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCIGORE)                                    *
      * COPY            : CWCIGO                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCIGORE       *
      *                    (ORE DI RIDUZIONE PER CASSA INTEGRAZIONE:    *
      *                    UNA RIGA PER MATRICOLA E GIORNO, SOTTO UNA   *
      *                    AUTORIZZAZIONE CWCIGAUT, CON I MINUTI NON    *
      *                    LAVORATI. REGISTRATA CON CY30DEMO PER RIGA   *
      *                    O IN MASSA PER IL DIPARTIMENTO; LE ORE       *
      *                    VIAGGIANO SULL'ESTRAZIONE PAGHE CW82DEMO,    *
      *                    CHE MARCA LA RIGA CON IL MESE PAGHE)         *
      *------------------------------------------------------------------
      * ORIGINE          : R = REGISTRATA PER RIGA                      *
      *                    M = REGISTRATA IN MASSA PER IL DIPARTIMENTO  *
      * MESE_PAGHE       : AAAA-MM DELL'ESTRAZIONE CHE HA PASSATO LE ORE*
      *                    ALLO STUDIO PAGHE (SPAZI = NON ANCORA        *
      *                    PASSATE); LA RIGA NON E' PIU' MODIFICABILE   *
      * LA SOMMA DI MIN_RIDUZIONE DI UNA AUTORIZZAZIONE NON SUPERA      *
      * ORE_AUTORIZZATE * 60                                            *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCIGORE TABLE
           ( ID_CIG                        DECIMAL(7,0) NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_CIG                      CHAR(10)     NOT NULL,
             MIN_RIDUZIONE                 DECIMAL(4,0) NOT NULL,
             ORIGINE                       CHAR(1)      NOT NULL,
             MESE_PAGHE                    CHAR(7)      NOT NULL,
             UTENTE_INSERIMENTO            CHAR(8)      NOT NULL,
             DATA_INSERIMENTO              CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWCIGORE.
           10 ID-CIG                       PIC S9(7)  USAGE COMP-3.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-CIG                     PIC X(10).
           10 MIN-RIDUZIONE                PIC S9(4)  USAGE COMP-3.
           10 ORIGINE                      PIC X(1).
               88 ORIGINE-RIGA                        VALUE 'R'.
               88 ORIGINE-MASSIVA                     VALUE 'M'.
           10 MESE-PAGHE                   PIC X(7).
           10 UTENTE-INSERIMENTO           PIC X(8).
           10 DATA-INSERIMENTO             PIC X(10).
