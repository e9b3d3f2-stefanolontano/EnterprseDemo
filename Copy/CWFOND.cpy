      ******************************************************************
      * DCLGEN TABLE(CPS04.CWFONDPE)                                    *
      * COPY            : CWFOND                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWFONDPE       *
      *                    (ANAGRAFICA DEI FONDI DI PREVIDENZA          *
      *                    COMPLEMENTARE A CUI I DIPENDENTI POSSONO     *
      *                    DESTINARE IL TFR - UNA RIGA PER FONDO,       *
      *                    MANTENUTA ON-LINE DA CY03DEMO)               *
      *------------------------------------------------------------------
      * COD_ADESIONE_AZ: CODICE DELL'AZIENDA PRESSO IL FONDO, RIPORTATO *
      *                  SULLA TESTATA DEL FILE MENSILE PREVFOND        *
      *                  (CY04DEMO)                                     *
      * STATO_FONDO    : A=ATTIVO  C=CHIUSO (NON ACCETTA NUOVE SCELTE)  *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWFONDPE TABLE
           ( COD_FONDO                     CHAR(8)      NOT NULL,
             DESCRIZIONE                   CHAR(40)     NOT NULL,
             COD_ADESIONE_AZ               CHAR(12)     NOT NULL,
             STATO_FONDO                   CHAR(1)      NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL,
             DATA_AGG                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWFONDPE.
           10 COD-FONDO                    PIC X(8).
           10 DESCRIZIONE                  PIC X(40).
           10 COD-ADESIONE-AZ              PIC X(12).
           10 STATO-FONDO                  PIC X(1).
               88 FONDO-ATTIVO             VALUE 'A'.
               88 FONDO-CHIUSO             VALUE 'C'.
           10 UTENTE-AGG                   PIC X(8).
           10 DATA-AGG                     PIC X(10).
