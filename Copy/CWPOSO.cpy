      ******************************************************************
      * DCLGEN TABLE(CPS04.CWPOSORG)                                    *
      * COPY            : CWPOSO                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWPOSORG       *
      *                    (POSIZIONI DI ORGANICO NUMERATE: UNA RIGA    *
      *                    PER POSTO, CON DIPARTIMENTO, QUALIFICA, FTE, *
      *                    COSTO ANNUO E TITOLARE. DETTAGLIA IL SOLO    *
      *                    NUMERO DI CWBUDGET. ISTITUITE E MANTENUTE    *
      *                    ON-LINE DA CX66DEMO; COPERTE E LIBERATE IN   *
      *                    AUTOMATICO DA CW18DEMO (ASSUNZIONE),         *
      *                    CW39DEMO (CESSAZIONE) E DAI TRASFERIMENTI    *
      *                    CWMOVIM DI CW07DEMO/CX08DEMO/CX64DEMO;       *
      *                    QUADRATURA NOTTURNA CX67DEMO)                *
      *------------------------------------------------------------------
      * NUM_POSIZIONE     : DAL CONTATORE CWCONTAT 'IDPOSIZ'            *
      * STATO_POSIZIONE   : A=ATTIVA  S=SOPPRESSA                       *
      * COD_MATRICOLA_DIP : TITOLARE (ZERO = POSIZIONE VACANTE)         *
      * DATA_VACANZA      : DATA DA CUI LA POSIZIONE E' VACANTE (ALLA   *
      *                     ISTITUZIONE = DATA DI ISTITUZIONE)          *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWPOSORG TABLE
           ( NUM_POSIZIONE                 DECIMAL(5,0) NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             QUALIFICA_INTERNA             CHAR(8)      NOT NULL,
             FTE                           DECIMAL(3,2) NOT NULL,
             COSTO_ANNUO                   DECIMAL(9,2) NOT NULL,
             STATO_POSIZIONE               CHAR(1)      NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_COPERTURA                CHAR(10)     NOT NULL,
             DATA_VACANZA                  CHAR(10)     NOT NULL,
             DATA_ISTITUZIONE              CHAR(10)     NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWPOSORG.
           10 NUM-POSIZIONE                PIC S9(5)  USAGE COMP-3.
           10 DIPARTIMENTO                 PIC X(10).
           10 QUALIFICA-INTERNA            PIC X(8).
           10 FTE                          PIC S9(1)V9(2) USAGE COMP-3.
           10 COSTO-ANNUO                  PIC S9(7)V9(2) USAGE COMP-3.
           10 STATO-POSIZIONE              PIC X(1).
               88 POSIZIONE-ATTIVA         VALUE 'A'.
               88 POSIZIONE-SOPPRESSA      VALUE 'S'.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-COPERTURA               PIC X(10).
           10 DATA-VACANZA                 PIC X(10).
           10 DATA-ISTITUZIONE             PIC X(10).
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(6).
