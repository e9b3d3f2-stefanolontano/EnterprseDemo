      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCOMPDI)                                    *
      * COPY            : CWCMPD                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCOMPDI       *
      *                    (REGISTRO DELLE COMPETENZE DEI DIPENDENTI:   *
      *                    UNA RIGA PER MATRICOLA E COMPETENZA CWCOMPET *
      *                    CON IL LIVELLO E LA DATA DI VALUTAZIONE.     *
      *                    MANTENUTA ON-LINE DA CX70DEMO)               *
      *------------------------------------------------------------------
      * LIVELLO        : 1=BASE                                         *
      *                  2=INTERMEDIO                                   *
      *                  3=AVANZATO                                     *
      *                  4=ESPERTO                                      *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCOMPDI TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             COD_COMPETENZA                CHAR(8)      NOT NULL,
             LIVELLO                       CHAR(1)      NOT NULL,
             DATA_VALUTAZIONE              CHAR(10)     NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWCOMPDI.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 COD-COMPETENZA               PIC X(8).
           10 LIVELLO                      PIC X(1).
               88 LIVELLO-BASE             VALUE '1'.
               88 LIVELLO-INTERMEDIO       VALUE '2'.
               88 LIVELLO-AVANZATO         VALUE '3'.
               88 LIVELLO-ESPERTO          VALUE '4'.
           10 DATA-VALUTAZIONE             PIC X(10).
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(6).
