       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX82DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : TABULATO MENSILE DEI GIORNI DI LAVORO AGILE  *
      *                   PER DIPARTIMENTO                             *
      * TIPO OPERAZIONE : BATCH DI STAMPA                              *
      * TABELLE USATE   : CPS04.CWSMPIAN, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWDIPART, CPS04.CWCALEND,              *
      *                   CPS04.CWASSENZE                              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE SUL MESE DI COMPETENZA (IL MESE SOLARE PRECEDENTE*
      * LA DATA DI LANCIO): PER OGNI DIPARTIMENTO ELENCA I DIPENDENTI  *
      * CON GIORNI DI LAVORO AGILE PIANIFICATI NEL MESE (CWSMPIAN,     *
      * INSERITI DA CX80DEMO O DAL CHIOSCO CW76DEMO) E IL LORO NUMERO. *
      * NON SONO CONTATI I GIORNI FESTIVI (CWCALEND) NE' I GIORNI      *
      * COPERTI DA UN'ASSENZA (CWASSENZE), CHE PREVALE SUL PIANO.      *
      * PER OGNI DIPARTIMENTO E' STAMPATO IL TOTALE DI DIPENDENTI E DI *
      * GIORNI, IN FONDO IL TOTALE GENERALE.                           *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMARTREP       ASSIGN TO SMARTREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-SMARTREP.

       DATA DIVISION.
       FILE SECTION.
       FD  SMARTREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  SMARTREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX82DEMO'.
       01  W-FS-SMARTREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-SMARTREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-GIORNI-MATR                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-DIP-DIPART             PIC S9(7)   COMP-3 VALUE 0.
       01  W-GIORNI-DIPART                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-DIP-TOT                PIC S9(7)   COMP-3 VALUE 0.
       01  W-GIORNI-TOT                   PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-DIPART                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-DIPART-CORR                  PIC X(10)   VALUE SPACES.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA (AAAA-MM) CON PRIMO E ULTIMO GIORNO      *
      *    CONVENZIONALE PER IL CONFRONTO CON LE DATE DEL PIANO        *
      * -------------------------------------------------------------- *
       01  W-COMP-AAAA                    PIC 9(4)    VALUE ZERO.
       01  W-COMP-MM                      PIC 9(2)    VALUE ZERO.
       01  W-COMPETENZA.
           05  W-CMP-AAAA                 PIC 9(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-CMP-MM                   PIC 9(2).
       01  W-MESE-INIZIO.
           05  W-MIN-COMP                 PIC X(7).
           05  FILLER                     PIC X(3)    VALUE '-01'.
       01  W-MESE-FINE.
           05  W-MFI-COMP                 PIC X(7).
           05  FILLER                     PIC X(3)    VALUE '-31'.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(49)  VALUE
               'GIORNI DI LAVORO AGILE PER DIPARTIMENTO - MESE : '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(77)  VALUE SPACES.
       01  R-RIGA-DIPART.
           05  FILLER                     PIC X(15)  VALUE
               'DIPARTIMENTO : '.
           05  RP-DIPART                  PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RP-DESCR                   PIC X(30).
           05  FILLER                     PIC X(77)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-GIORNI                  PIC ZZZZ9.
           05  FILLER                     PIC X(87)  VALUE SPACES.
       01  R-RIGA-SUBTOT.
           05  FILLER                     PIC X(30)  VALUE
               '    TOTALE DIPARTIMENTO    : '.
           05  RS-DIPENDENTI              PIC ZZZZ9.
           05  FILLER                     PIC X(14)  VALUE
               ' DIPENDENTI  '.
           05  RS-GIORNI                  PIC ZZZZZZ9.
           05  FILLER                     PIC X(8)   VALUE
               ' GIORNI '.
           05  FILLER                     PIC X(69)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(30)  VALUE
               'TOTALE GENERALE            : '.
           05  RT-DIPENDENTI              PIC ZZZZ9.
           05  FILLER                     PIC X(14)  VALUE
               ' DIPENDENTI  '.
           05  RT-GIORNI                  PIC ZZZZZZ9.
           05  FILLER                     PIC X(8)   VALUE
               ' GIORNI '.
           05  FILLER                     PIC X(69)  VALUE SPACES.
       01  R-RIGA-NESSUNO.
           05  FILLER                     PIC X(45)  VALUE
               'NESSUN GIORNO DI LAVORO AGILE NEL MESE'.
           05  FILLER                     PIC X(88)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWDIPA  END-EXEC.

           EXEC SQL  INCLUDE CWSMPI  END-EXEC.

      * -------------------------------------------------------------- *
      * GIORNI DI LAVORO AGILE DEL MESE PER DIPARTIMENTO E MATRICOLA,  *
      * ESCLUSI FESTIVI E GIORNI COPERTI DA UN'ASSENZA                 *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-SMA82 CURSOR FOR
                    SELECT  D.DIPARTIMENTO,
                            S.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            COUNT(*)
                    FROM    CPS04.CWSMPIAN     S,
                            CPS04.CWDIPENDENTI D
                    WHERE   D.COD_MATRICOLA_DIP =
                            S.COD_MATRICOLA_DIP
                    AND     S.DATA_SMART BETWEEN :W-MESE-INIZIO
                                             AND :W-MESE-FINE
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWCALEND C
                          WHERE C.DATA_FESTA = S.DATA_SMART)
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWASSENZE A
                          WHERE A.COD_MATRICOLA_DIP =
                                S.COD_MATRICOLA_DIP
                            AND A.DATA_INIZIO <= S.DATA_SMART
                            AND A.DATA_FINE   >= S.DATA_SMART)
                    GROUP BY D.DIPARTIMENTO,
                             S.COD_MATRICOLA_DIP,
                             D.COGNOME
                    ORDER BY D.DIPARTIMENTO,
                             S.COD_MATRICOLA_DIP
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
           PERFORM 1100-CALCOLA-COMPETENZA.

           OPEN OUTPUT SMARTREP.
           IF NOT FS-SMARTREP-OK
              DISPLAY '** ERRORE OPEN SMARTREP, FILE STATUS: '
                      W-FS-SMARTREP
              STOP RUN
           END-IF.

           MOVE W-COMPETENZA TO RI-COMPETENZA.
           MOVE R-INTESTAZ-1 TO SMARTREP-REC.
           WRITE SMARTREP-REC.
           MOVE R-RIGA-VUOTA TO SMARTREP-REC.
           WRITE SMARTREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * MESE DI COMPETENZA = MESE SOLARE PRECEDENTE LA DATA DI LANCIO  *
      * (STESSO CRITERIO DI CW82DEMO)                                  *
      ******************************************************************
       1100-CALCOLA-COMPETENZA SECTION.
      *-----------------------*
           MOVE W-BR-AAAA TO W-COMP-AAAA.
           MOVE W-BR-MM   TO W-COMP-MM.
           IF W-COMP-MM = 01
              MOVE 12 TO W-COMP-MM
              SUBTRACT 1 FROM W-COMP-AAAA
           ELSE
              SUBTRACT 1 FROM W-COMP-MM
           END-IF.
           MOVE W-COMP-AAAA  TO W-CMP-AAAA.
           MOVE W-COMP-MM    TO W-CMP-MM.
           MOVE W-COMPETENZA TO W-MIN-COMP.
           MOVE W-COMPETENZA TO W-MFI-COMP.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE SPACES TO W-DIPART-CORR.
           EXEC SQL OPEN CUR-SMA82 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-SMA82 END-EXEC.

           IF W-CONTA-DIPART > 0
              PERFORM 2400-CHIUDI-DIPART
           ELSE
              MOVE R-RIGA-NESSUNO TO SMARTREP-REC
              WRITE SMARTREP-REC
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-SMA82
                    INTO  :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CWSMPIAN.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :W-GIORNI-MATR
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF DIPARTIMENTO OF DCL-CPSDIP NOT = W-DIPART-CORR
              OR W-CONTA-DIPART = 0
                 IF W-CONTA-DIPART > 0
                    PERFORM 2400-CHIUDI-DIPART
                 END-IF
                 PERFORM 2200-NUOVO-DIPART
              END-IF
              PERFORM 2300-STAMPA-DETTAGLIO
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * A OGNI NUOVO DIPARTIMENTO: RIGA DI TESTATA CON LA DESCRIZIONE  *
      * DA CWDIPART (SPAZI SE IL CODICE NON E' IN ANAGRAFICA)          *
      ******************************************************************
       2200-NUOVO-DIPART SECTION.
      *-----------------*
           MOVE DIPARTIMENTO OF DCL-CPSDIP TO W-DIPART-CORR.
           ADD 1 TO W-CONTA-DIPART.
           MOVE 0 TO W-CONTA-DIP-DIPART.
           MOVE 0 TO W-GIORNI-DIPART.

           MOVE SPACES TO DESCRIZIONE OF DCL-CWDIPART.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL SELECT DESCRIZIONE
                      INTO :DCL-CWDIPART.DESCRIZIONE
                      FROM CPS04.CWDIPART
                     WHERE CODICE = :W-DIPART-CORR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO DESCRIZIONE OF DCL-CWDIPART
           END-IF.
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE W-DIPART-CORR               TO RP-DIPART.
           MOVE DESCRIZIONE OF DCL-CWDIPART TO RP-DESCR.
           MOVE R-RIGA-DIPART TO SMARTREP-REC.
           WRITE SMARTREP-REC.

       2200-EX. EXIT.
      *
      *
       2300-STAMPA-DETTAGLIO SECTION.
      *---------------------*
           ADD 1             TO W-CONTA-DIP-DIPART.
           ADD 1             TO W-CONTA-DIP-TOT.
           ADD W-GIORNI-MATR TO W-GIORNI-DIPART.
           ADD W-GIORNI-MATR TO W-GIORNI-TOT.

           MOVE COD-MATRICOLA-DIP OF DCL-CWSMPIAN TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP   TO RD-COGNOME.
           MOVE W-GIORNI-MATR                     TO RD-GIORNI.
           MOVE R-RIGA-DETT TO SMARTREP-REC.
           WRITE SMARTREP-REC.

       2300-EX. EXIT.
      *
      *
       2400-CHIUDI-DIPART SECTION.
      *------------------*
           MOVE W-CONTA-DIP-DIPART TO RS-DIPENDENTI.
           MOVE W-GIORNI-DIPART    TO RS-GIORNI.
           MOVE R-RIGA-SUBTOT TO SMARTREP-REC.
           WRITE SMARTREP-REC.
           MOVE R-RIGA-VUOTA  TO SMARTREP-REC.
           WRITE SMARTREP-REC.

       2400-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE SMARTREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-DIP-TOT TO W-BR-LETTI
              MOVE W-CONTA-DIP-TOT TO W-BR-SCRITTI
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
           MOVE W-CONTA-DIP-TOT   TO RT-DIPENDENTI.
           MOVE W-GIORNI-TOT      TO RT-GIORNI.
           MOVE R-RIGA-TOT        TO SMARTREP-REC.
           WRITE SMARTREP-REC.

           DISPLAY 'CX82DEMO - DIPENDENTI IN LAVORO AGILE : '
                   W-CONTA-DIP-TOT.
           DISPLAY 'CX82DEMO - GIORNI DI LAVORO AGILE : '
                   W-GIORNI-TOT.

           CLOSE SMARTREP.

           MOVE W-CONTA-DIP-TOT TO W-BR-LETTI.
           MOVE W-CONTA-DIP-TOT TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
