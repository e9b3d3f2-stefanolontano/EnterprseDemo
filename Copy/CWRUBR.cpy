      ******************************************************************
      * DCLGEN TABLE(CPS04.CWRUBRIC)                                    *
      * COPY            : CWRUBR                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWRUBRIC       *
      *                    (RUBRICA AZIENDALE: RECAPITI DI LAVORO DELLA *
      *                    MATRICOLA, TENUTI SEPARATI DAI RECAPITI      *
      *                    PERSONALI DI CPS04.CWANAGR. MANTENUTA E      *
      *                    CONSULTATA ON-LINE DA CY17DEMO, ANCHE DAL    *
      *                    CHIOSCO CW76DEMO; ESTRATTA OGNI NOTTE PER    *
      *                    INTRANET E CENTRALINO DA CY18DEMO)           *
      *------------------------------------------------------------------
      * INTERNO        : NUMERO BREVE DEL CENTRALINO                    *
      * SEDE_LAVORO    : UBICAZIONE (SEDE, PIANO, STANZA) IN CHIARO     *
      * NON_PUBBLICARE : S = LA PERSONA NON VA ELENCATA NELLA RUBRICA   *
      *                  (NE' ON-LINE NE' NEL FILE NOTTURNO), N = SI    *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWRUBRIC TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             TELEFONO_LAVORO               CHAR(15)     NOT NULL,
             INTERNO                       CHAR(6)      NOT NULL,
             EMAIL_LAVORO                  CHAR(50)     NOT NULL,
             SEDE_LAVORO                   CHAR(20)     NOT NULL,
             NON_PUBBLICARE                CHAR(1)      NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL,
             DATA_AGG                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWRUBRIC.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 TELEFONO-LAVORO              PIC X(15).
           10 INTERNO                      PIC X(6).
           10 EMAIL-LAVORO                 PIC X(50).
           10 SEDE-LAVORO                  PIC X(20).
           10 NON-PUBBLICARE               PIC X(1).
               88 RUBRICA-RISERVATA        VALUE 'S'.
           10 UTENTE-AGG                   PIC X(8).
           10 DATA-AGG                     PIC X(10).
