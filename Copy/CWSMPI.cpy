      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSMPIAN)                                    *
      * COPY            : CWSMPI                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSMPIAN       *
      *                    (PIANO SETTIMANALE DEL LAVORO AGILE: UNA     *
      *                    RIGA PER MATRICOLA E GIORNATA DA REMOTO,     *
      *                    SCRITTA DALLA ROUTINE CX81DEMO DAL CHIOSCO   *
      *                    (CW76DEMO) O DAL RESPONSABILE (CX80DEMO).    *
      *                    LA GIORNATA VALE COME PRESENZA PER CW95DEMO, *
      *                    NON COME PRESENZA FISICA PER CW97DEMO E NON  *
      *                    MATURA IL BUONO PASTO IN CX51DEMO)           *
      *------------------------------------------------------------------
      * ORIGINE          : K = INSERITA DAL DIPENDENTE AL CHIOSCO       *
      *                    R = INSERITA DAL RESPONSABILE                *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSMPIAN TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_SMART                    CHAR(10)     NOT NULL,
             ORIGINE                       CHAR(1)      NOT NULL,
             UTENTE_INSERIMENTO            CHAR(8)      NOT NULL,
             DATA_INSERIMENTO              CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWSMPIAN.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-SMART                   PIC X(10).
           10 ORIGINE                      PIC X(1).
               88 ORIGINE-CHIOSCO                     VALUE 'K'.
               88 ORIGINE-RESPONSABILE                VALUE 'R'.
           10 UTENTE-INSERIMENTO           PIC X(8).
           10 DATA-INSERIMENTO             PIC X(10).
