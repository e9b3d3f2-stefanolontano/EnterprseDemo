       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX77DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : REGISTRO DEGLI ANTICIPI TFR CONCESSI         *
      * TIPO OPERAZIONE : BATCH DI STAMPA                              *
      * TABELLE USATE   : CPS04.CWANTTFR, CPS04.CWDIPENDENTI           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * STAMPA PER I REVISORI IL REGISTRO ANTTFREP DI TUTTI GLI        *
      * ANTICIPI DEL TFR CONCESSI (CPS04.CWANTTFR STATO 'A', REGISTRATI*
      * E APPROVATI DA CX76DEMO), IN ORDINE DI DATA DI CONCESSIONE:    *
      * PER OGNI ANTICIPO MATRICOLA, COGNOME, MOTIVO, DATE DI          *
      * RICHIESTA E DI CONCESSIONE, IMPORTO, FONDO MATURATO SU CUI E'  *
      * STATO VERIFICATO IL LIMITE DEL 70%, MESE PAGHE DI LIQUIDAZIONE *
      * (CW82DEMO) E ANNO DI DEDUZIONE DAL FONDO (CW88DEMO).           *
      * A OGNI CAMBIO DI ANNO DI CONCESSIONE NUMERO E TOTALE DEGLI     *
      * ANTICIPI DELL'ANNO, IN CODA IL TOTALE GENERALE.                *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTTFREP       ASSIGN TO ANTTFREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-ANTTFREP.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTTFREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  ANTTFREP-REC                   PIC X(133).

       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
      *    REGISTRAZIONE DEL RUN SU CPS04.CWBATCHRUN (VEDI COPY CWBRUN *
      *    E LA CONSULTAZIONE OPERATIVA CW44DEMO)                      *
      * -------------------------------------------------------------- *
       01  W-BR-DATA-8.
           05  W-BR-AAAA                  PIC 9(4).
           05  W-BR-MM                    PIC 9(2).
           05  W-BR-GG                    PIC 9(2).
       01  W-BR-DATA.
           05  W-BR-DT-AAAA               PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-BR-DT-MM                 PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-BR-DT-GG                 PIC X(2).
       01  W-BR-ORA-NUM                   PIC 9(8)    VALUE ZEROES.
       01  W-BR-ORA-INIZIO                PIC X(6)    VALUE SPACES.
       01  W-BR-ORA-FINE                  PIC X(6)    VALUE SPACES.
       01  W-BR-LETTI                     PIC S9(9)   COMP VALUE +0.
       01  W-BR-SCRITTI                   PIC S9(9)   COMP VALUE +0.
       01  W-BR-ESITO                     PIC X(1)    VALUE SPACE.
       01  SW-BR-ERRORE                   PIC X(1)    VALUE 'N'.
           88  BR-GIA-IN-ERRORE                       VALUE 'S'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE VARIABILI HOST                                  *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX77DEMO'.
       01  W-FS-ANTTFREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-ANTTFREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
      * -------------------------------------------------------------- *
      *    ROTTURA PER ANNO DI CONCESSIONE E TOTALI                    *
      * -------------------------------------------------------------- *
       01  W-ANNO-CORR                    PIC X(4)    VALUE SPACES.
       01  W-CONTA-ANNO                   PIC S9(7)   COMP-3 VALUE 0.
       01  W-TOTALE-ANNO                  PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-CONTA-TOT                    PIC S9(7)   COMP-3 VALUE 0.
       01  W-TOTALE-TOT                   PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-ANNO-ED                      PIC 9(4)    VALUE ZEROES.

      * -------------------------------------------------------------- *
      *    RIGHE DEL REGISTRO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(43)  VALUE
               'REGISTRO DEGLI ANTICIPI TFR CONCESSI - AL: '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(80)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(60)  VALUE
               '     ID MATR.  COGNOME                        M RICHIES
      -        'TA '.
           05  FILLER                     PIC X(73)  VALUE
               '  CONCESSO         IMPORTO  FONDO DI RIFERIM.  PAGHE   D
      -        'EDOTTO'.
       01  R-RIGA-DETT.
           05  RD-ID                      PIC ZZZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-MOTIVO                  PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-DATA-RICHIESTA          PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DATA-ESITO              PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-IMPORTO                 PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-FONDO                   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MESE-PAGHE              PIC X(7).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ANNO-DEDUZIONE          PIC X(4).
           05  FILLER                     PIC X(18)  VALUE SPACES.
       01  R-RIGA-ANNO.
           05  FILLER                     PIC X(21)  VALUE
               'ANTICIPI CONCESSI NEL'.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RA-ANNO                    PIC X(4).
           05  FILLER                     PIC X(2)   VALUE ': '.
           05  RA-CONTA                   PIC ZZZZ9.
           05  FILLER                     PIC X(12)  VALUE
               '  IMPORTO : '.
           05  RA-TOTALE                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(74)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(28)  VALUE
               'TOTALE ANTICIPI CONCESSI  : '.
           05  RT-CONTA                   PIC ZZZZ9.
           05  FILLER                     PIC X(12)  VALUE
               '  IMPORTO : '.
           05  RT-TOTALE                  PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(72)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWANTT  END-EXEC.

      * -------------------------------------------------------------- *
      * ANTICIPI CONCESSI IN ORDINE DI DATA DI CONCESSIONE             *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-ANT77 CURSOR FOR
                    SELECT  A.ID_ANTICIPO,
                            A.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            A.MOTIVO,
                            A.DATA_RICHIESTA,
                            A.DATA_ESITO,
                            A.IMPORTO,
                            A.FONDO_RIFERIMENTO,
                            A.MESE_PAGHE,
                            A.ANNO_DEDUZIONE
                    FROM    CPS04.CWANTTFR     A,
                            CPS04.CWDIPENDENTI D
                    WHERE   D.COD_MATRICOLA_DIP =
                            A.COD_MATRICOLA_DIP
                    AND     A.STATO_ANTICIPO = 'A'
                    ORDER BY A.DATA_ESITO,
                             A.ID_ANTICIPO
           END-EXEC.

       PROCEDURE DIVISION.
      *---
       0000-MAIN SECTION.
      *---------*
           PERFORM 1000-INIZIO-ELAB.
           PERFORM 2000-CORPO-ELAB.
           PERFORM 3000-FINE-ELAB.
           STOP RUN.

       0000-EX. EXIT.
      *
      *
       1000-INIZIO-ELAB SECTION.
      *----------------*
           PERFORM 1900-REGISTRA-INIZIO.

           OPEN OUTPUT ANTTFREP.
           IF NOT FS-ANTTFREP-OK
              DISPLAY '** ERRORE OPEN ANTTFREP, FILE STATUS: '
                      W-FS-ANTTFREP
              STOP RUN
           END-IF.

           MOVE W-BR-DATA    TO RI-DATA.
           MOVE R-INTESTAZ-1 TO ANTTFREP-REC.
           WRITE ANTTFREP-REC.
           MOVE R-RIGA-VUOTA TO ANTTFREP-REC.
           WRITE ANTTFREP-REC.
           MOVE R-INTESTAZ-2 TO ANTTFREP-REC.
           WRITE ANTTFREP-REC.
           MOVE R-RIGA-VUOTA TO ANTTFREP-REC.
           WRITE ANTTFREP-REC.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-ANT77 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-ANT77 END-EXEC.

           IF W-ANNO-CORR NOT = SPACES
              PERFORM 2300-TOTALE-ANNO
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-ANT77
                    INTO  :DCL-CWANTTFR.ID-ANTICIPO,
                          :DCL-CWANTTFR.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CWANTTFR.MOTIVO,
                          :DCL-CWANTTFR.DATA-RICHIESTA,
                          :DCL-CWANTTFR.DATA-ESITO,
                          :DCL-CWANTTFR.IMPORTO,
                          :DCL-CWANTTFR.FONDO-RIFERIMENTO,
                          :DCL-CWANTTFR.MESE-PAGHE,
                          :DCL-CWANTTFR.ANNO-DEDUZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2200-STAMPA-ANTICIPO
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
       2200-STAMPA-ANTICIPO SECTION.
      *---------------*
           IF DATA-ESITO OF DCL-CWANTTFR (1:4) NOT = W-ANNO-CORR
              IF W-ANNO-CORR NOT = SPACES
                 PERFORM 2300-TOTALE-ANNO
              END-IF
              MOVE DATA-ESITO OF DCL-CWANTTFR (1:4) TO W-ANNO-CORR
              MOVE 0 TO W-CONTA-ANNO
              MOVE 0 TO W-TOTALE-ANNO
           END-IF.

           MOVE ID-ANTICIPO       OF DCL-CWANTTFR TO RD-ID.
           MOVE COD-MATRICOLA-DIP OF DCL-CWANTTFR TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP   TO RD-COGNOME.
           MOVE MOTIVO            OF DCL-CWANTTFR TO RD-MOTIVO.
           MOVE DATA-RICHIESTA    OF DCL-CWANTTFR TO RD-DATA-RICHIESTA.
           MOVE DATA-ESITO        OF DCL-CWANTTFR TO RD-DATA-ESITO.
           MOVE IMPORTO           OF DCL-CWANTTFR TO RD-IMPORTO.
           MOVE FONDO-RIFERIMENTO OF DCL-CWANTTFR TO RD-FONDO.
           MOVE MESE-PAGHE        OF DCL-CWANTTFR TO RD-MESE-PAGHE.
           IF ANNO-DEDUZIONE OF DCL-CWANTTFR > 0
              MOVE ANNO-DEDUZIONE OF DCL-CWANTTFR TO W-ANNO-ED
              MOVE W-ANNO-ED                      TO RD-ANNO-DEDUZIONE
           ELSE
              MOVE SPACES                         TO RD-ANNO-DEDUZIONE
           END-IF.
           MOVE R-RIGA-DETT TO ANTTFREP-REC.
           WRITE ANTTFREP-REC.

           ADD 1                       TO W-CONTA-ANNO W-CONTA-TOT.
           ADD IMPORTO OF DCL-CWANTTFR TO W-TOTALE-ANNO W-TOTALE-TOT.

       2200-EX. EXIT.
      *
      *
       2300-TOTALE-ANNO SECTION.
      *---------------*
           MOVE W-ANNO-CORR   TO RA-ANNO.
           MOVE W-CONTA-ANNO  TO RA-CONTA.
           MOVE W-TOTALE-ANNO TO RA-TOTALE.
           MOVE R-RIGA-VUOTA  TO ANTTFREP-REC.
           WRITE ANTTFREP-REC.
           MOVE R-RIGA-ANNO   TO ANTTFREP-REC.
           WRITE ANTTFREP-REC.
           MOVE R-RIGA-VUOTA  TO ANTTFREP-REC.
           WRITE ANTTFREP-REC.

       2300-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE ANTTFREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-TOT TO W-BR-LETTI
              MOVE W-CONTA-TOT TO W-BR-SCRITTI
              MOVE 'E' TO W-BR-ESITO
              PERFORM 1910-REGISTRA-FINE
           END-IF.
           STOP RUN.

       2998-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRA SU CPS04.CWBATCHRUN L'INIZIO DEL RUN (ESITO 'I')      *
      ******************************************************************
       1900-REGISTRA-INIZIO SECTION.
      *--------------------*
           ACCEPT W-BR-DATA-8 FROM DATE YYYYMMDD.
           MOVE W-BR-AAAA TO W-BR-DT-AAAA.
           MOVE W-BR-MM   TO W-BR-DT-MM.
           MOVE W-BR-GG   TO W-BR-DT-GG.
           ACCEPT W-BR-ORA-NUM FROM TIME.
           MOVE W-BR-ORA-NUM(1:6) TO W-BR-ORA-INIZIO.

           EXEC SQL INSERT INTO CPS04.CWBATCHRUN
                         VALUES (:W-NOME-PGM,
                                 :W-BR-DATA,
                                 :W-BR-ORA-INIZIO,
                                 '      ',
                                 0,
                                 0,
                                 'I')
           END-EXEC.

       1900-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRA SU CPS04.CWBATCHRUN LA FINE DEL RUN CON I CONTATORI   *
      * E L'ESITO PREDISPOSTI DAL CHIAMANTE                            *
      ******************************************************************
       1910-REGISTRA-FINE SECTION.
      *------------------*
           ACCEPT W-BR-ORA-NUM FROM TIME.
           MOVE W-BR-ORA-NUM(1:6) TO W-BR-ORA-FINE.

           EXEC SQL UPDATE CPS04.CWBATCHRUN
                       SET ORA_FINE       = :W-BR-ORA-FINE,
                           RECORD_LETTI   = :W-BR-LETTI,
                           RECORD_SCRITTI = :W-BR-SCRITTI,
                           ESITO          = :W-BR-ESITO
                     WHERE NOME_PGM          = :W-NOME-PGM
                     AND   DATA_ELABORAZIONE = :W-BR-DATA
                     AND   ORA_INIZIO        = :W-BR-ORA-INIZIO
           END-EXEC.

       1910-EX. EXIT.
      *
      *
       3000-FINE-ELAB SECTION.
      *-----------------------
           MOVE W-CONTA-TOT   TO RT-CONTA.
           MOVE W-TOTALE-TOT  TO RT-TOTALE.
           MOVE R-RIGA-TOT    TO ANTTFREP-REC.
           WRITE ANTTFREP-REC.

           DISPLAY 'CX77DEMO - ANTICIPI CONCESSI IN REGISTRO : '
                   W-CONTA-TOT.

           CLOSE ANTTFREP.

           MOVE W-CONTA-TOT TO W-BR-LETTI.
           MOVE W-CONTA-TOT TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
