      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCOMOBB)                                    *
      * COPY            : CWCOBB                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCOMOBB       *
      *                    (COMUNICAZIONI OBBLIGATORIE UNILAV: UNA RIGA *
      *                    PER EVENTO DA NOTIFICARE AL MINISTERO -      *
      *                    ASSUNZIONE APPROVATA DA CW18DEMO, PROROGA DI *
      *                    CW67DEMO, TRASFORMAZIONE PART-TIME DI        *
      *                    CX04DEMO, CESSAZIONE ESEGUITA DA CW39DEMO.   *
      *                    SCRITTA DAL BATCH GIORNALIERO CX56DEMO CHE   *
      *                    PRODUCE IL FILE UNILAV, AGGIORNATA CON IL    *
      *                    PROTOCOLLO DAL CARICATORE DELLE RICEVUTE     *
      *                    CX57DEMO; LE ANOMALIE SONO ELENCATE OGNI     *
      *                    MATTINA DA CX58DEMO)                         *
      *------------------------------------------------------------------
      * TIPO_CO    : AS=ASSUNZIONE  PR=PROROGA  TR=TRASFORMAZIONE       *
      *              CE=CESSAZIONE                                      *
      * DATA_EVENTO: DATA DI ASSUNZIONE, NUOVA SCADENZA DEL CONTRATTO   *
      *              PROROGATO, DECORRENZA DEL PART-TIME, DATA DI       *
      *              CESSAZIONE. CON MATRICOLA E TIPO FORMA IL CODICE   *
      *              DELLA COMUNICAZIONE RIPORTATO SULLA RICEVUTA       *
      * STATO_CO   : D=DA INVIARE  I=INVIATA  A=ACCETTATA (PROTOCOLLO)  *
      *              R=RIFIUTATA (MOTIVO_RIFIUTO)                       *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCOMOBB TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             TIPO_CO                       CHAR(2)      NOT NULL,
             DATA_EVENTO                   CHAR(10)     NOT NULL,
             COD_FISC                      CHAR(16)     NOT NULL,
             TIPO_CONTRATTO                CHAR(2)      NOT NULL,
             DATA_FINE_CONTR               CHAR(10)     NOT NULL,
             PERC_PARTTIME                 DECIMAL(5,2) NOT NULL,
             DATA_SCADENZA_CO              CHAR(10)     NOT NULL,
             STATO_CO                      CHAR(1)      NOT NULL,
             DATA_RILEVAZIONE              CHAR(10)     NOT NULL,
             DATA_INVIO                    CHAR(10)     NOT NULL,
             PROTOCOLLO                    CHAR(20)     NOT NULL,
             MOTIVO_RIFIUTO                CHAR(60)     NOT NULL,
             DATA_ESITO                    CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWCOMOBB.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 TIPO-CO                      PIC X(2).
               88 CO-ASSUNZIONE            VALUE 'AS'.
               88 CO-PROROGA               VALUE 'PR'.
               88 CO-TRASFORMAZIONE        VALUE 'TR'.
               88 CO-CESSAZIONE            VALUE 'CE'.
           10 DATA-EVENTO                  PIC X(10).
           10 COD-FISC                     PIC X(16).
           10 TIPO-CONTRATTO               PIC X(2).
           10 DATA-FINE-CONTR              PIC X(10).
           10 PERC-PARTTIME                PIC S9(3)V99 USAGE COMP-3.
           10 DATA-SCADENZA-CO             PIC X(10).
           10 STATO-CO                     PIC X(1).
               88 STATO-CO-DA-INVIARE      VALUE 'D'.
               88 STATO-CO-INVIATA         VALUE 'I'.
               88 STATO-CO-ACCETTATA       VALUE 'A'.
               88 STATO-CO-RIFIUTATA       VALUE 'R'.
           10 DATA-RILEVAZIONE             PIC X(10).
           10 DATA-INVIO                   PIC X(10).
           10 PROTOCOLLO                   PIC X(20).
           10 MOTIVO-RIFIUTO               PIC X(60).
           10 DATA-ESITO                   PIC X(10).
