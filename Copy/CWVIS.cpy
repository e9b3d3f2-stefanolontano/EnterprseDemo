      *                    - VEDI CWQUALIF/CW26DEMO)                    *
      *------------------------------------------------------------------
      * ESITO_VISITA: I=IDONEO  L=IDONEO CON LIMITAZIONI  N=NON IDONEO  *
      * LE LIMITAZIONI CODIFICATE DELL'ESITO L SONO SU CPS04.CWLIMMED   *
      * (COPY CWLIMM), DALLA DATA DELLA VISITA                          *
      *------------------------------------------------------------------
      * CREAZIONE        : 02/09/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWVISITE TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
