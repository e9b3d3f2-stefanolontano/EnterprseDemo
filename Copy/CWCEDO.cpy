      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCEDOLI)                                    *
      * COPY            : CWCEDO                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCEDOLI       *
      *                    (ARCHIVIO DEI RIEPILOGHI DI CEDOLINO         *
      *                    RESTITUITI DALLO STUDIO PAGHE: UNA RIGA PER  *
      *                    MATRICOLA E MESE DI COMPETENZA AAAA-MM.      *
      *                    CARICATA DAL BATCH CX74DEMO, CHE RISCONTRA   *
      *                    LA RETRIBUZIONE BASE DEL CEDOLINO CON QUELLA *
      *                    INVIATA DA CW82DEMO; CONSULTATA DAL CHIOSCO  *
      *                    CW76DEMO (PF7) E DA CX75DEMO)                *
      *------------------------------------------------------------------
      * ESITO_RISCONTRO  : R = RETRIBUZIONE BASE UGUALE A QUELLA INVIATA*
      *                    D = RETRIBUZIONE BASE DIVERSA DA QUELLA      *
      *                        INVIATA (RETRIB_INVIATA)                 *
      *                    N = MATRICOLA NON PRESENTE NELL'ESTRAZIONE   *
      *                        INVIATA (RETRIB_INVIATA A ZERO)          *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCEDOLI TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             COMPETENZA                    CHAR(7)      NOT NULL,
             RETRIB_BASE                   DECIMAL(9,2) NOT NULL,
             LORDO                         DECIMAL(9,2) NOT NULL,
             CONTRIBUTI                    DECIMAL(9,2) NOT NULL,
             IMPOSTE                       DECIMAL(9,2) NOT NULL,
             NETTO                         DECIMAL(9,2) NOT NULL,
             QUOTA_TFR                     DECIMAL(9,2) NOT NULL,
             RETRIB_INVIATA                DECIMAL(9,2) NOT NULL,
             ESITO_RISCONTRO               CHAR(1)      NOT NULL,
             DATA_CARICAMENTO              CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWCEDOLI.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 COMPETENZA                   PIC X(7).
           10 RETRIB-BASE                  PIC S9(7)V99 USAGE COMP-3.
           10 LORDO                        PIC S9(7)V99 USAGE COMP-3.
           10 CONTRIBUTI                   PIC S9(7)V99 USAGE COMP-3.
           10 IMPOSTE                      PIC S9(7)V99 USAGE COMP-3.
           10 NETTO                        PIC S9(7)V99 USAGE COMP-3.
           10 QUOTA-TFR                    PIC S9(7)V99 USAGE COMP-3.
           10 RETRIB-INVIATA               PIC S9(7)V99 USAGE COMP-3.
           10 ESITO-RISCONTRO              PIC X(1).
               88 CEDOLINO-RISCONTRATO                VALUE 'R'.
               88 CEDOLINO-DISCORDE                   VALUE 'D'.
               88 CEDOLINO-NON-INVIATO                VALUE 'N'.
           10 DATA-CARICAMENTO             PIC X(10).
