      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSUCCES)                                    *
      * COPY            : CWSUCC                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSUCCES       *
      *                    (SUCCESSORI DESIGNATI DELLE POSIZIONI CHIAVE *
      *                    CWPOSCHI: UNA RIGA PER POSIZIONE E           *
      *                    CANDIDATO CON IL LIVELLO DI PRONTEZZA.       *
      *                    MANTENUTA ON-LINE DA CX68DEMO)               *
      *------------------------------------------------------------------
      * PRONTEZZA      : 1=PRONTO SUBITO                                *
      *                  2=PRONTO ENTRO 1-2 ANNI                        *
      *                  3=PRONTO OLTRE 3 ANNI                          *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSUCCES TABLE
           ( ID_CHIAVE                     DECIMAL(5,0) NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             PRONTEZZA                     CHAR(1)      NOT NULL,
             DATA_VALUTAZIONE              CHAR(10)     NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWSUCCES.
           10 ID-CHIAVE                    PIC S9(5)  USAGE COMP-3.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 PRONTEZZA                    PIC X(1).
               88 PRONTO-SUBITO            VALUE '1'.
               88 PRONTO-1-2-ANNI          VALUE '2'.
               88 PRONTO-OLTRE-3-ANNI      VALUE '3'.
           10 DATA-VALUTAZIONE             PIC X(10).
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(6).
