      ******************************************************************
      * DCLGEN TABLE(CPS04.CWORECOM)                                    *
      * COPY            : CWOREC                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWORECOM       *
      *                    (ORE LAVORATE SU COMMESSA: UNA RIGA PER      *
      *                    MATRICOLA, GIORNO E COMMESSA CPS04.CWCOMMES. *
      *                    REGISTRATE ON-LINE DA CY12DEMO DAL           *
      *                    DIPENDENTE O DAL RESPONSABILE DEL SUO        *
      *                    DIPARTIMENTO, NEL LIMITE DEL TEMPO LAVORATO  *
      *                    SU CPS04.CWPRESEN E SOLO IN MESI APERTI SU   *
      *                    CPS04.CWPERIOD. VALORIZZATE DAL TABULATO     *
      *                    MENSILE DEL COSTO PER COMMESSA CY13DEMO)     *
      *------------------------------------------------------------------
      * MINUTI_LAVORO : DURATA IN MINUTI (DIGITATA IN HHMM)             *
      * FATTURABILE   : S/N, PROPOSTO DALLA COMMESSA                    *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWORECOM TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_LAVORO                   CHAR(10)     NOT NULL,
             COD_COMMESSA                  CHAR(10)     NOT NULL,
             MINUTI_LAVORO                 DECIMAL(4,0) NOT NULL,
             FATTURABILE                   CHAR(1)      NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL,
             DATA_AGG                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWORECOM.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-LAVORO                  PIC X(10).
           10 COD-COMMESSA                 PIC X(10).
           10 MINUTI-LAVORO                PIC S9(4)  USAGE COMP-3.
           10 FATTURABILE                  PIC X(1).
               88 ORE-FATTURABILI          VALUE 'S'.
           10 UTENTE-AGG                   PIC X(8).
           10 DATA-AGG                     PIC X(10).
