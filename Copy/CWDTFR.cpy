      ******************************************************************
      * DCLGEN TABLE(CPS04.CWDESTFR)                                    *
      * COPY            : CWDTFR                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWDESTFR       *
      *                    (SCELTE DI DESTINAZIONE DEL TFR DEL          *
      *                    DIPENDENTE: UNA RIGA PER MATRICOLA E DATA DI *
      *                    DECORRENZA, REGISTRATA DA CY03DEMO. LE RIGHE *
      *                    NON VENGONO MAI VARIATE NE' CANCELLATE: LA   *
      *                    TABELLA E' ANCHE LO STORICO DEI CAMBI DI     *
      *                    FONDO PER LE CONTESTAZIONI)                  *
      *------------------------------------------------------------------
      * LA SCELTA IN VIGORE A UNA DATA E' QUELLA CON L'ULTIMA           *
      * DECORRENZA NON SUCCESSIVA; SENZA RIGHE IL TFR RESTA IN AZIENDA. *
      * DESTINAZIONE : A=AZIENDA  F=FONDO COD_FONDO (CWFONDPE)          *
      *                T=FONDO DI TESORERIA INPS                        *
      * PERC_*       : CONTRIBUTO AGGIUNTIVO DEL DIPENDENTE E DEL       *
      *                DATORE, IN PERCENTUALE DELLA RETRIBUZIONE (SOLO  *
      *                PER DESTINAZIONE 'F', ALTRIMENTI ZERO)           *
      * USATA DA CW88DEMO (ACCANTONAMENTO DELLA SOLA QUOTA IN AZIENDA)  *
      * E DAL BATCH MENSILE DEI CONTRIBUTI AI FONDI CY04DEMO            *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWDESTFR TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_DECORRENZA               CHAR(10)     NOT NULL,
             DESTINAZIONE                  CHAR(1)      NOT NULL,
             COD_FONDO                     CHAR(8)      NOT NULL,
             PERC_DIPENDENTE               DECIMAL(5,2) NOT NULL,
             PERC_DATORE                   DECIMAL(5,2) NOT NULL,
             UTENTE_INS                    CHAR(8)      NOT NULL,
             DATA_INS                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWDESTFR.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-DECORRENZA              PIC X(10).
           10 DESTINAZIONE                 PIC X(1).
               88 DEST-AZIENDA             VALUE 'A'.
               88 DEST-FONDO               VALUE 'F'.
               88 DEST-TESORERIA           VALUE 'T'.
           10 COD-FONDO                    PIC X(8).
           10 PERC-DIPENDENTE              PIC S9(3)V99 USAGE COMP-3.
           10 PERC-DATORE                  PIC S9(3)V99 USAGE COMP-3.
           10 UTENTE-INS                   PIC X(8).
           10 DATA-INS                     PIC X(10).
