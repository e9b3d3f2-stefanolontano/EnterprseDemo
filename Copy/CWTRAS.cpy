      ******************************************************************
      * DCLGEN TABLE(CPS04.CWTRASF)                                     *
      * COPY            : CWTRAS                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWTRASF        *
      *                    (TESTATA DELLE TRASFERTE: UNA RIGA PER       *
      *                    MISSIONE CON DESTINAZIONE, PERIODO, SCOPO,   *
      *                    CATEGORIA DI DIARIA CWDIARIA E TOTALI DEL    *
      *                    RIMBORSO. LE RIGHE SPESA SONO SU CWSPESE.    *
      *                    REGISTRATA CON CX52DEMO, APPROVATA DA        *
      *                    CW18DEMO TRAMITE CWAPPROV (TIPO 'T'), PASSATA*
      *                    IN PAGHE DA CW82DEMO E RIEPILOGATA PER       *
      *                    DIPARTIMENTO DA CX54DEMO)                    *
      *------------------------------------------------------------------
      * ID_TRASFERTA   : DAL CONTATORE CWCONTAT 'IDTRASF'               *
      * IMP_ESENTE     : DIARIA ENTRO QUOTA ESENTE + SPESE DOCUMENTATE  *
      * IMP_IMPONIBILE : DIARIA OLTRE LA QUOTA + SPESE NON DOCUMENTATE  *
      * STATO_TRASFERTA: I=INSERITA  P=IN APPROVAZIONE  A=APPROVATA     *
      *                  R=RESPINTA  L=LIQUIDATA IN PAGHE (MESE_PAGHE)  *
      * ID_RICHIESTA   : RICHIESTA CWAPPROV DELL'ULTIMO INOLTRO         *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWTRASF TABLE
           ( ID_TRASFERTA                  DECIMAL(7,0) NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             DESTINAZIONE                  CHAR(30)     NOT NULL,
             DATA_INIZIO                   CHAR(10)     NOT NULL,
             DATA_FINE                     CHAR(10)     NOT NULL,
             SCOPO                         CHAR(40)     NOT NULL,
             COD_CATEGORIA                 CHAR(2)      NOT NULL,
             NUM_GIORNI                    DECIMAL(3,0) NOT NULL,
             IMP_DIARIA                    DECIMAL(9,2) NOT NULL,
             IMP_SPESE                     DECIMAL(9,2) NOT NULL,
             IMP_ESENTE                    DECIMAL(9,2) NOT NULL,
             IMP_IMPONIBILE                DECIMAL(9,2) NOT NULL,
             STATO_TRASFERTA               CHAR(1)      NOT NULL,
             ID_RICHIESTA                  DECIMAL(7,0) NOT NULL,
             UTENTE_INSERIMENTO            CHAR(8)      NOT NULL,
             DATA_INSERIMENTO              CHAR(10)     NOT NULL,
             MESE_PAGHE                    CHAR(7)      NOT NULL
           ) END-EXEC.
       01  DCL-CWTRASF.
           10 ID-TRASFERTA                 PIC S9(7)  USAGE COMP-3.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DIPARTIMENTO                 PIC X(10).
           10 DESTINAZIONE                 PIC X(30).
           10 DATA-INIZIO                  PIC X(10).
           10 DATA-FINE                    PIC X(10).
           10 SCOPO                        PIC X(40).
           10 COD-CATEGORIA                PIC X(2).
           10 NUM-GIORNI                   PIC S9(3)  USAGE COMP-3.
           10 IMP-DIARIA                   PIC S9(7)V99 USAGE COMP-3.
           10 IMP-SPESE                    PIC S9(7)V99 USAGE COMP-3.
           10 IMP-ESENTE                   PIC S9(7)V99 USAGE COMP-3.
           10 IMP-IMPONIBILE               PIC S9(7)V99 USAGE COMP-3.
           10 STATO-TRASFERTA              PIC X(1).
               88 TRASF-INSERITA           VALUE 'I'.
               88 TRASF-IN-APPROVAZIONE    VALUE 'P'.
               88 TRASF-APPROVATA          VALUE 'A'.
               88 TRASF-RESPINTA           VALUE 'R'.
               88 TRASF-LIQUIDATA          VALUE 'L'.
               88 TRASF-MODIFICABILE       VALUE 'I' 'R'.
           10 ID-RICHIESTA                 PIC S9(7)  USAGE COMP-3.
           10 UTENTE-INSERIMENTO           PIC X(8).
           10 DATA-INSERIMENTO             PIC X(10).
           10 MESE-PAGHE                   PIC X(7).
