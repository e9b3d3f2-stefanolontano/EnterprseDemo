       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX58DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : ELENCO MATTUTINO DELLE COMUNICAZIONI         *
      *                   OBBLIGATORIE SCADUTE O RIFIUTATE             *
      * TIPO OPERAZIONE : BATCH DI REPORTISTICA                        *
      * TABELLE USATE   : CPS04.CWCOMOBB, CPS04.CWDIPENDENTI,          *
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
      * DA LANCIARE OGNI MATTINA DOPO CX56DEMO E IL CARICAMENTO DELLE  *
      * RICEVUTE CX57DEMO: ELENCA OGNI COMUNICAZIONE UNILAV            *
      * (CPS04.CWCOMOBB) CHE RICHIEDE UN INTERVENTO DELL'UFFICIO       *
      * PERSONALE:                                                     *
      *   - RIFIUTATA DAL PORTALE (STATO 'R'), CON IL MOTIVO;          *
      *   - NON ANCORA PROTOCOLLATA (STATO 'D' O 'I') CON LA SCADENZA  *
      *     DI LEGGE GIA' SUPERATA, CON I GIORNI DI RITARDO.           *
      * L'ORDINE E' PER SCADENZA. IL TABULATO VIENE SCRITTO ANCHE      *
      * SULLO SPOOL VSAM SPOOLF, PRELEVABILE DA CW43DEMO.              *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COEXREP        ASSIGN TO COEXREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-COEXREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  COEXREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  COEXREP-REC                    PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX58DEMO'.
       01  W-FS-COEXREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-COEXREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-ANOMALIE               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RIFIUTATE              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCADUTE                PIC S9(7)   COMP-3 VALUE 0.
       01  W-COGNOME-DIP                  PIC X(30)   VALUE SPACES.
       01  W-GG-RITARDO                   PIC S9(9)   COMP VALUE +0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'COMUNICAZIONI OBBLIGATORIE UNILAV SCADUTE O RIFIUTATE'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'ALLA DATA : '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(111) VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(7)   VALUE
               'MATR.  '.
           05  FILLER                     PIC X(22)  VALUE
               'COGNOME'.
           05  FILLER                     PIC X(13)  VALUE
               'COMUNICAZIONE'.
           05  FILLER                     PIC X(12)  VALUE
               'DATA EVENTO'.
           05  FILLER                     PIC X(12)  VALUE
               'SCADENZA'.
           05  FILLER                     PIC X(6)   VALUE
               'RITAR.'.
           05  FILLER                     PIC X(12)  VALUE
               'STATO'.
           05  FILLER                     PIC X(49)  VALUE
               'MOTIVO DEL RIFIUTO'.
       01  R-RIGA-DETT.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(20).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-TIPO-CO                 PIC X(11).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DATA-EVENTO             PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-SCADENZA                PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-RITARDO                 PIC ZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-STATO                   PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MOTIVO                  PIC X(49).
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(18)  VALUE
               'TOTALE ANOMALIE : '.
           05  RT-ANOMALIE                PIC ZZZZ9.
           05  FILLER                     PIC X(16)  VALUE
               '   RIFIUTATE : '.
           05  RT-RIFIUTATE               PIC ZZZZ9.
           05  FILLER                     PIC X(14)  VALUE
               '   SCADUTE : '.
           05  RT-SCADUTE                 PIC ZZZZ9.
           05  FILLER                     PIC X(70)  VALUE SPACES.
       01  R-RIGA-NESSUNA                 PIC X(133) VALUE
           'NESSUNA COMUNICAZIONE SCADUTA O RIFIUTATA'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWCOBB  END-EXEC.

      * -------------------------------------------------------------- *
      * COMUNICAZIONI RIFIUTATE O NON PROTOCOLLATE OLTRE LA SCADENZA,  *
      * CON I GIORNI DI RITARDO ALLA DATA DI LANCIO                    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-ECC58 CURSOR FOR
                    SELECT  O.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            O.TIPO_CO,
                            O.DATA_EVENTO,
                            O.DATA_SCADENZA_CO,
                            O.STATO_CO,
                            O.MOTIVO_RIFIUTO,
                            DAYS(DATE(:W-BR-DATA))
                            - DAYS(DATE(O.DATA_SCADENZA_CO))
                    FROM    CPS04.CWCOMOBB O,
                            CPS04.CWDIPENDENTI D
                    WHERE   O.COD_MATRICOLA_DIP =
                            D.COD_MATRICOLA_DIP
                    AND    (O.STATO_CO = 'R'
                            OR (O.STATO_CO IN ('D', 'I')
                                AND O.DATA_SCADENZA_CO < :W-BR-DATA))
                    ORDER BY O.DATA_SCADENZA_CO,
                             O.COD_MATRICOLA_DIP
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

           OPEN OUTPUT COEXREP.
           IF NOT FS-COEXREP-OK
              DISPLAY '** ERRORE OPEN COEXREP, FILE STATUS: '
                      W-FS-COEXREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           MOVE R-INTESTAZ-1 TO COEXREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-BR-DATA    TO RI-DATA.
           MOVE R-INTESTAZ-2 TO COEXREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA TO COEXREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3 TO COEXREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-ECC58 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-ECC58 END-EXEC.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-ECC58
                    INTO  :DCL-CWCOMOBB.COD-MATRICOLA-DIP,
                          :W-COGNOME-DIP,
                          :DCL-CWCOMOBB.TIPO-CO,
                          :DCL-CWCOMOBB.DATA-EVENTO,
                          :DCL-CWCOMOBB.DATA-SCADENZA-CO,
                          :DCL-CWCOMOBB.STATO-CO,
                          :DCL-CWCOMOBB.MOTIVO-RIFIUTO,
                          :W-GG-RITARDO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2200-STAMPA-ANOMALIA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * UNA RIGA DI DETTAGLIO: I GIORNI DI RITARDO SONO STAMPATI SOLO  *
      * A SCADENZA SUPERATA (UNA RIFIUTATA PUO' ESSERE ANCORA NEI      *
      * TERMINI PER IL REINVIO)                                        *
      ******************************************************************
       2200-STAMPA-ANOMALIA SECTION.
      *--------------------*
           ADD 1 TO W-CONTA-ANOMALIE.

           MOVE SPACES TO R-RIGA-DETT.
           MOVE COD-MATRICOLA-DIP OF DCL-CWCOMOBB TO RD-MATRICOLA.
           MOVE W-COGNOME-DIP                     TO RD-COGNOME.
           EVALUATE TRUE
              WHEN CO-ASSUNZIONE
                 MOVE 'ASSUNZIONE'  TO RD-TIPO-CO
              WHEN CO-PROROGA
                 MOVE 'PROROGA'     TO RD-TIPO-CO
              WHEN CO-TRASFORMAZIONE
                 MOVE 'TRASFORMAZ.' TO RD-TIPO-CO
              WHEN CO-CESSAZIONE
                 MOVE 'CESSAZIONE'  TO RD-TIPO-CO
              WHEN OTHER
                 MOVE TIPO-CO OF DCL-CWCOMOBB TO RD-TIPO-CO
           END-EVALUATE.
           MOVE DATA-EVENTO      OF DCL-CWCOMOBB  TO RD-DATA-EVENTO.
           MOVE DATA-SCADENZA-CO OF DCL-CWCOMOBB  TO RD-SCADENZA.
           IF W-GG-RITARDO > 0
              MOVE W-GG-RITARDO TO RD-RITARDO
           END-IF.
           IF STATO-CO-RIFIUTATA
              MOVE 'RIFIUTATA'  TO RD-STATO
              MOVE MOTIVO-RIFIUTO OF DCL-CWCOMOBB TO RD-MOTIVO
              ADD 1 TO W-CONTA-RIFIUTATE
           ELSE
              IF STATO-CO-DA-INVIARE
                 MOVE 'DA INVIARE' TO RD-STATO
              ELSE
                 MOVE 'INVIATA'    TO RD-STATO
              END-IF
              ADD 1 TO W-CONTA-SCADUTE
           END-IF.
           MOVE R-RIGA-DETT TO COEXREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2200-EX. EXIT.
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
           MOVE COEXREP-REC     TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE COEXREP-REC.

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
           MOVE 'ANOMALIE CO UNILAV' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CX58DEMO'      TO SP-UTENTE-RUN.
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
           CLOSE COEXREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-ANOMALIE TO W-BR-LETTI
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
           IF W-CONTA-ANOMALIE = 0
              MOVE R-RIGA-NESSUNA TO COEXREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.
           MOVE R-RIGA-VUOTA      TO COEXREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-ANOMALIE  TO RT-ANOMALIE.
           MOVE W-CONTA-RIFIUTATE TO RT-RIFIUTATE.
           MOVE W-CONTA-SCADUTE   TO RT-SCADUTE.
           MOVE R-RIGA-TOT        TO COEXREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CX58DEMO - COMUNICAZIONI RIFIUTATE : '
                   W-CONTA-RIFIUTATE.
           DISPLAY 'CX58DEMO - COMUNICAZIONI SCADUTE   : '
                   W-CONTA-SCADUTE.

           CLOSE COEXREP.
           CLOSE SPOOL.

           MOVE W-CONTA-ANOMALIE TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
