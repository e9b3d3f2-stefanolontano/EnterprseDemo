      *                 FINESTRA BATCH): MANUTENZIONE IN CW15DEMO,     *
      *                 CONTROLLO AL LOGON IN CW01DEMO. CAMPI ORARIO   *
      *                 A SPAZI = NESSUNA RESTRIZIONE.                 *
      * 15/10/2026 GM  AGGIUNTE COD_MATRICOLA_DIP (DIPENDENTE TITOLARE *
      *                 DELL'UTENZA, 0 = UTENZA TECNICA O ESTERNA NON  *
      *                 COLLEGATA; MANUTENZIONE IN CW15DEMO), E        *
      *                 FLAG_REVISIONE/DATA_REVISIONE ('S' = PERIMETRO *
      *                 DA RIVEDERE DOPO UN TRASFERIMENTO CWMOVIM DEL  *
      *                 TITOLARE, IMPOSTATO DA CY02DEMO, AZZERATO      *
      *                 DALLA VARIAZIONE IN CW15DEMO). LA CESSAZIONE   *
      *                 ESEGUITA DA CW39DEMO BLOCCA L'UTENZA ('B')     *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWUTENTI TABLE
           ( UTENTE                        CHAR(8)      NOT NULL,
             ORA_INIZIO_ACC                CHAR(4)      NOT NULL,
             ORA_FINE_ACC                  CHAR(4)      NOT NULL,
             GIORNI_ACC                    CHAR(7)      NOT NULL,
             CLASSE_ORARIO                 CHAR(1)      NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             FLAG_REVISIONE                CHAR(1)      NOT NULL,
             DATA_REVISIONE                CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CPSUTE.
           10 UTENTE                       PIC X(8).
           10 GIORNI-ACC                   PIC X(7).
           10 CLASSE-ORARIO                PIC X(1).
           88 CLASSE-ORARIO-ESENTE         VALUE 'E'.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 FLAG-REVISIONE               PIC X(1).
           88 FLAG-REVISIONE-APERTA        VALUE 'S'.
           10 DATA-REVISIONE               PIC X(10).
