      ******************************************************************
      * DCLGEN TABLE(CPS04.CWANTTFR)                                    *
      * COPY            : CWANTT                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWANTTFR       *
      *                    (ANTICIPI DEL TFR PER ACQUISTO PRIMA CASA O  *
      *                    SPESE SANITARIE, ART. 2120 C.C.: UNA RIGA    *
      *                    PER RICHIESTA, CON ID DA CWCONTAT 'IDANTTFR'.*
      *                    REGISTRATA E APPROVATA DA CX76DEMO.          *
      *                    L'ANTICIPO APPROVATO VIAGGIA SU PAYROLX      *
      *                    (CW82DEMO, MESE_PAGHE) E VIENE DEDOTTO DAL   *
      *                    FONDO AL CALCOLO ANNUALE CW88DEMO            *
      *                    (ANNO_DEDUZIONE). REGISTRO DEGLI ANTICIPI    *
      *                    CONCESSI PER I REVISORI: CX77DEMO)           *
      *------------------------------------------------------------------
      * STATO_ANTICIPO   : P = IN ATTESA DI APPROVAZIONE                *
      *                    A = APPROVATO (CONCESSO)                     *
      *                    R = RESPINTO (MOTIVAZIONE IN NOTE)           *
      * MOTIVO           : C = ACQUISTO PRIMA CASA                      *
      *                    S = SPESE SANITARIE                          *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWANTTFR TABLE
           ( ID_ANTICIPO                   DECIMAL(7,0) NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_RICHIESTA                CHAR(10)     NOT NULL,
             MOTIVO                        CHAR(1)      NOT NULL,
             IMPORTO                       DECIMAL(9,2) NOT NULL,
             ANNO_FONDO                    DECIMAL(4,0) NOT NULL,
             FONDO_RIFERIMENTO             DECIMAL(11,2) NOT NULL,
             DATA_ANZIANITA                CHAR(10)     NOT NULL,
             STATO_ANTICIPO                CHAR(1)      NOT NULL,
             DATA_ESITO                    CHAR(10)     NOT NULL,
             UTENTE_ESITO                  CHAR(8)      NOT NULL,
             NOTE                          CHAR(40)     NOT NULL,
             MESE_PAGHE                    CHAR(7)      NOT NULL,
             ANNO_DEDUZIONE                DECIMAL(4,0) NOT NULL
           ) END-EXEC.
       01  DCL-CWANTTFR.
           10 ID-ANTICIPO                  PIC S9(7)  USAGE COMP-3.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-RICHIESTA               PIC X(10).
           10 MOTIVO                       PIC X(1).
               88 ANTICIPO-PRIMA-CASA                 VALUE 'C'.
               88 ANTICIPO-SPESE-SANIT                VALUE 'S'.
           10 IMPORTO                      PIC S9(7)V99 USAGE COMP-3.
           10 ANNO-FONDO                   PIC S9(4)  USAGE COMP-3.
           10 FONDO-RIFERIMENTO            PIC S9(9)V99 USAGE COMP-3.
           10 DATA-ANZIANITA               PIC X(10).
           10 STATO-ANTICIPO               PIC X(1).
               88 ANTICIPO-IN-ATTESA                  VALUE 'P'.
               88 ANTICIPO-APPROVATO                  VALUE 'A'.
               88 ANTICIPO-RESPINTO                   VALUE 'R'.
           10 DATA-ESITO                   PIC X(10).
           10 UTENTE-ESITO                 PIC X(8).
           10 NOTE                         PIC X(40).
           10 MESE-PAGHE                   PIC X(7).
           10 ANNO-DEDUZIONE               PIC S9(4)  USAGE COMP-3.
