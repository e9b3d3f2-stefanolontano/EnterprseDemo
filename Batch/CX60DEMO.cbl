       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX60DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : SEGNALAZIONE DEGLI INFORTUNI CON DENUNCIA    *
      *                   INAIL IN SCADENZA NON ANCORA INVIATA         *
      * TIPO OPERAZIONE : BATCH DI STAMPA SU SPOOL CON ALLARME         *
      * TABELLE USATE   : CPS04.CWINFORT, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWPARAM, CPS04.CWALLARM,               *
      *                   SPOOLF (VSAM)                                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      ******************************************************************
      ******************************************************************
      * ELENCA GLI INFORTUNI DEL REGISTRO CPS04.CWINFORT (CX59DEMO)    *
      * ANCORA DA DENUNCIARE (STATO 'D') LA CUI SCADENZA INAIL CADE    *
      * ENTRO I GIORNI DI PREAVVISO CWPARAM 'INFGGPRE' (DEFAULT 1) O   *
      * E' GIA' SUPERATA, CON I GIORNI CHE MANCANO ALLA SCADENZA.      *
      * IL TABULATO VA ANCHE SUL VSAM SPOOLF (RITIRO CON CW43DEMO) E,  *
      * SE C'E' ALMENO UNA DENUNCIA DA FARE, SU CPS04.CWALLARM VIENE   *
      * SCRITTO L'ALLARME MOSTRATO AGLI AMMINISTRATORI SUL MENU        *
      * CW02DEMO. VA LANCIATO AL MATTINO DOPO IL RIEPILOGO DELLA       *
      * CATENA CX40DEMO, CHE RISCRIVE DA CAPO GLI ALLARMI DEL GIORNO;  *
      * UN RILANCIO SOSTITUISCE IL PROPRIO ALLARME DELLA GIORNATA.     *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DENINREP       ASSIGN TO DENINREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-DENINREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  DENINREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  DENINREP-REC                   PIC X(133).

       FD  SPOOL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS.
       01  FD-SP-RECORD.
           05  FD-SP-KEY                  PIC X(10).
           05  FILLER                     PIC X(134).

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
      *    SPOOL DI STAMPA (VEDI COPY CWSPOO E CW30DEMO)               *
      * -------------------------------------------------------------- *
           COPY CWSPOO.
       01  W-FS-SPOOL                     PIC  X(2)   VALUE ZEROES.
           88  FS-SPOOL-OK                            VALUE '00'.
       01  W-NUM-RUN                      PIC S9(9)   COMP VALUE +0.
       01  W-NUM-RIGA-SPOOL               PIC 9(5)    VALUE ZEROES.
       01  W-ORA-ODIERNA                  PIC 9(8)    VALUE ZEROES.
       01  W-DATA-SPOOL-8.
           05  W-SPOOL-AAAA               PIC 9(4).
           05  W-SPOOL-MM                 PIC 9(2).
           05  W-SPOOL-GG                 PIC 9(2).
       01  W-DATA-SPOOL.
           05  W-DT-SPOOL-GG              PIC X(2).
           05  FILLER                     PIC X       VALUE '/'.
           05  W-DT-SPOOL-MM              PIC X(2).
           05  FILLER                     PIC X       VALUE '/'.
           05  W-DT-SPOOL-AAAA            PIC X(4).
      * -------------------------------------------------------------- *
      *    DEFINIZIONE VARIABILI HOST                                  *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX60DEMO'.
       01  W-FS-DENINREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-DENINREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-DENUNCE                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCADUTE                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-IN-SCAD                PIC S9(7)   COMP-3 VALUE 0.
       01  W-COGNOME-DIP                  PIC X(30)   VALUE SPACES.
       01  W-DIPART-DIP                   PIC X(10)   VALUE SPACES.
       01  W-GG-MANCANTI                  PIC S9(9)   COMP VALUE +0.
      * ---
      * PREAVVISO IN GIORNI (CWPARAM 'INFGGPRE') E DATA LIMITE DI
      * SELEZIONE = OGGI + PREAVVISO
      * ---
       01  W-GG-PREAVVISO                 PIC S9(3)   COMP-3 VALUE +1.
       01  W-DATA-LIMITE                  PIC X(10)   VALUE SPACES.
      * ---
      * ALLARME SUL MENU DEGLI AMMINISTRATORI (CPS04.CWALLARM)
      * ---
       01  W-ALLARME-TESTO                PIC X(60)   VALUE SPACES.
       01  W-ALLARME-PREFISSO             PIC X(14)   VALUE
           'DENUNCE INAIL%'.
       01  W-CONTA-ED                     PIC ZZZ9.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'INFORTUNI SUL LAVORO CON DENUNCIA INAIL IN SCADENZA'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'ALLA DATA : '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(19)  VALUE
               '  PREAVVISO GG. : '.
           05  RI-PREAVVISO               PIC ZZ9.
           05  FILLER                     PIC X(89)  VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(7)   VALUE
               'MATR.  '.
           05  FILLER                     PIC X(22)  VALUE
               'COGNOME'.
           05  FILLER                     PIC X(12)  VALUE
               'DIPART.'.
           05  FILLER                     PIC X(12)  VALUE
               'INFORTUNIO'.
           05  FILLER                     PIC X(12)  VALUE
               'CERTIFICATO'.
           05  FILLER                     PIC X(5)   VALUE
               'PROG.'.
           05  FILLER                     PIC X(12)  VALUE
               'SCADENZA'.
           05  FILLER                     PIC X(6)   VALUE
               'GG.'.
           05  FILLER                     PIC X(45)  VALUE
               'NOTA'.
       01  R-RIGA-DETT.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(20).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DATA-INF                PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DATA-CERT               PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-PROGNOSI                PIC ZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-SCADENZA                PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-GG-MANCANTI             PIC ---9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-NOTA                    PIC X(45).
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(24)  VALUE
               'DENUNCE DA INVIARE   : '.
           05  RT-DENUNCE                 PIC ZZZZ9.
           05  FILLER                     PIC X(16)  VALUE
               '   SCADUTE : '.
           05  RT-SCADUTE                 PIC ZZZZ9.
           05  FILLER                     PIC X(18)  VALUE
               '   IN SCADENZA : '.
           05  RT-IN-SCAD                 PIC ZZZZ9.
           05  FILLER                     PIC X(60)  VALUE SPACES.
       01  R-RIGA-NESSUNA                 PIC X(133) VALUE
           'NESSUNA DENUNCIA INAIL IN SCADENZA'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWINFO  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

      * -------------------------------------------------------------- *
      * INFORTUNI DA DENUNCIARE CON SCADENZA ENTRO LA DATA LIMITE, CON *
      * I GIORNI CHE MANCANO ALLA SCADENZA (NEGATIVI SE SUPERATA)      *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DEN60 CURSOR FOR
                    SELECT  I.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.DIPARTIMENTO,
                            I.DATA_INFORTUNIO,
                            I.DATA_CERTIFICATO,
                            I.GG_PROGNOSI,
                            I.DATA_SCADENZA_DEN,
                            DAYS(DATE(I.DATA_SCADENZA_DEN))
                            - DAYS(DATE(:W-BR-DATA))
                    FROM    CPS04.CWINFORT I,
                            CPS04.CWDIPENDENTI D
                    WHERE   I.COD_MATRICOLA_DIP =
                            D.COD_MATRICOLA_DIP
                    AND     I.STATO_DENUNCIA    = 'D'
                    AND     I.DATA_SCADENZA_DEN <= :W-DATA-LIMITE
                    ORDER BY I.DATA_SCADENZA_DEN,
                             I.COD_MATRICOLA_DIP
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

           OPEN OUTPUT DENINREP.
           IF NOT FS-DENINREP-OK
              DISPLAY '** ERRORE OPEN DENINREP, FILE STATUS: '
                      W-FS-DENINREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           PERFORM 1100-LEGGI-PREAVVISO.

           MOVE R-INTESTAZ-1   TO DENINREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-BR-DATA      TO RI-DATA.
           MOVE W-GG-PREAVVISO TO RI-PREAVVISO.
           MOVE R-INTESTAZ-2   TO DENINREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA   TO DENINREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3   TO DENINREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * GIORNI DI PREAVVISO DA CWPARAM 'INFGGPRE' (DEFAULT 1) E DATA   *
      * LIMITE DELLE SCADENZE DA SEGNALARE                             *
      ******************************************************************
       1100-LEGGI-PREAVVISO SECTION.
      *--------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE +1 TO W-GG-PREAVVISO.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'INFGGPRE'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-GG-PREAVVISO
           END-IF.

           EXEC SQL SELECT CHAR(DATE(:W-BR-DATA)
                                + :W-GG-PREAVVISO DAYS, ISO)
                      INTO :W-DATA-LIMITE
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-DEN60 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-DEN60 END-EXEC.

           PERFORM 2300-SCRIVI-ALLARME.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-DEN60
                    INTO  :DCL-CWINFORT.COD-MATRICOLA-DIP,
                          :W-COGNOME-DIP,
                          :W-DIPART-DIP,
                          :DCL-CWINFORT.DATA-INFORTUNIO,
                          :DCL-CWINFORT.DATA-CERTIFICATO,
                          :DCL-CWINFORT.GG-PROGNOSI,
                          :DCL-CWINFORT.DATA-SCADENZA-DEN,
                          :W-GG-MANCANTI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2200-STAMPA-DENUNCIA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
       2200-STAMPA-DENUNCIA SECTION.
      *--------------------*
           ADD 1 TO W-CONTA-DENUNCE.

           MOVE SPACES TO R-RIGA-DETT.
           MOVE COD-MATRICOLA-DIP OF DCL-CWINFORT TO RD-MATRICOLA.
           MOVE W-COGNOME-DIP                     TO RD-COGNOME.
           MOVE W-DIPART-DIP                      TO RD-DIPARTIMENTO.
           MOVE DATA-INFORTUNIO   OF DCL-CWINFORT TO RD-DATA-INF.
           MOVE DATA-CERTIFICATO  OF DCL-CWINFORT TO RD-DATA-CERT.
           MOVE GG-PROGNOSI       OF DCL-CWINFORT TO RD-PROGNOSI.
           MOVE DATA-SCADENZA-DEN OF DCL-CWINFORT TO RD-SCADENZA.
           MOVE W-GG-MANCANTI                     TO RD-GG-MANCANTI.
           EVALUATE TRUE
              WHEN W-GG-MANCANTI < 0
                 MOVE '** SCADUTA - DENUNCIARE SUBITO **' TO RD-NOTA
                 ADD 1 TO W-CONTA-SCADUTE
              WHEN W-GG-MANCANTI = 0
                 MOVE 'SCADE OGGI'                        TO RD-NOTA
                 ADD 1 TO W-CONTA-IN-SCAD
              WHEN OTHER
                 MOVE 'IN SCADENZA'                       TO RD-NOTA
                 ADD 1 TO W-CONTA-IN-SCAD
           END-EVALUATE.
           MOVE R-RIGA-DETT TO DENINREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * ALLARME SUL MENU DEGLI AMMINISTRATORI: L'EVENTUALE ALLARME     *
      * GIA' SCRITTO OGGI DA UN RUN PRECEDENTE VIENE SOSTITUITO        *
      ******************************************************************
       2300-SCRIVI-ALLARME SECTION.
      *-------------------*
           EXEC SQL DELETE FROM CPS04.CWALLARM
                     WHERE DATA_ELABORAZIONE = :W-BR-DATA
                     AND   TESTO LIKE :W-ALLARME-PREFISSO
           END-EXEC.

           IF W-CONTA-DENUNCE = 0
              GO TO 2300-EX
           END-IF.

           MOVE W-CONTA-DENUNCE TO W-CONTA-ED.
           MOVE SPACES          TO W-ALLARME-TESTO.
           STRING 'DENUNCE INAIL INFORTUNI DA INVIARE: ' W-CONTA-ED
                  ' (CX60DEMO)'
                  DELIMITED BY SIZE INTO W-ALLARME-TESTO
           END-STRING.
           EXEC SQL INSERT INTO CPS04.CWALLARM
                         VALUES (:W-BR-DATA,
                                 :W-BR-ORA-INIZIO,
                                 :W-ALLARME-TESTO)
           END-EXEC.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * SCRITTURA DI UNA RIGA DI TABULATO: SUL FILE DI STAMPA E, COME  *
      * RECORD DI DETTAGLIO, SUL RUN DI SPOOL (VEDI CW43DEMO)          *
      ******************************************************************
       2900-SCRIVI-RIGA SECTION.
      *---------------*
           ADD 1                 TO W-NUM-RIGA-SPOOL.
           MOVE SPACES           TO SP-RECORD.
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-NUM-RIGA.
           MOVE DENINREP-REC    TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE DENINREP-REC.

       2900-EX. EXIT.
      *
      *
      ******************************************************************
      * APERTURA DEL RUN DI SPOOL: NUMERO RUN DAL CONTATORE CWCONTAT   *
      * 'SPOOLRUN' E TESTATA IN STATO 'C' (IN CARICAMENTO)             *
      ******************************************************************
       2910-APRI-RUN-SPOOL SECTION.
      *-------------------*
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'SPOOLRUN'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-NUM-RUN
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'SPOOLRUN'
           END-EXEC.

           ACCEPT W-ORA-ODIERNA FROM TIME.
           ACCEPT W-DATA-SPOOL-8 FROM DATE YYYYMMDD.
           MOVE W-SPOOL-GG   TO W-DT-SPOOL-GG.
           MOVE W-SPOOL-MM   TO W-DT-SPOOL-MM.
           MOVE W-SPOOL-AAAA TO W-DT-SPOOL-AAAA.

           MOVE SPACES           TO SP-RECORD.
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE ZEROES           TO SP-NUM-RIGA.
           MOVE 'DENUNCE INAIL     ' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CX60DEMO'      TO SP-UTENTE-RUN.
           MOVE SPACES           TO SP-STAMPANTE.
           MOVE 'C'              TO SP-STATO-RUN.
           MOVE ZEROES           TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE TESTATA SPOOLF: ' SP-KEY
           END-WRITE.

       2910-EX. EXIT.
      *
      *
      ******************************************************************
      * CHIUSURA DEL RUN DI SPOOL: TESTATA PORTATA A 'P' (PRONTO) CON  *
      * IL TOTALE RIGHE SCRITTE                                        *
      ******************************************************************
       2920-CHIUDI-RUN-SPOOL SECTION.
      *---------------------*
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE ZEROES           TO SP-NUM-RIGA.
           MOVE SP-KEY           TO FD-SP-KEY.
           READ SPOOL
              INVALID KEY
                 DISPLAY '** ERRORE READ TESTATA SPOOLF: ' SP-KEY
           END-READ.
           MOVE FD-SP-RECORD     TO SP-RECORD.
           MOVE 'P'              TO SP-STATO-RUN.
           MOVE 'D'              TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE REWRITE TESTATA SPOOLF: ' SP-KEY
           END-REWRITE.

       2920-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE DENINREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-DENUNCE  TO W-BR-LETTI
              MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI
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
           IF W-CONTA-DENUNCE = 0
              MOVE R-RIGA-NESSUNA TO DENINREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.
           MOVE R-RIGA-VUOTA      TO DENINREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-DENUNCE   TO RT-DENUNCE.
           MOVE W-CONTA-SCADUTE   TO RT-SCADUTE.
           MOVE W-CONTA-IN-SCAD   TO RT-IN-SCAD.
           MOVE R-RIGA-TOT        TO DENINREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CX60DEMO - DENUNCE INAIL SCADUTE     : '
                   W-CONTA-SCADUTE.
           DISPLAY 'CX60DEMO - DENUNCE INAIL IN SCADENZA : '
                   W-CONTA-IN-SCAD.

           CLOSE DENINREP.
           CLOSE SPOOL.

           MOVE W-CONTA-DENUNCE  TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
