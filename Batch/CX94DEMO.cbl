       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX94DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : LISTA DELLE LIMITAZIONI MEDICHE IN VIGORE,   *
      *                   PER DIPARTIMENTO, AI PIANIFICATORI DEI TURNI *
      * TIPO OPERAZIONE : BATCH DI REPORTISTICA                        *
      * TABELLE USATE   : CPS04.CWLIMMED, CPS04.CWDIPENDENTI           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH SETTIMANALE, DA ESEGUIRE PRIMA DELLA PIANIFICAZIONE DEI  *
      * TURNI (CX02DEMO): ELENCA SUL TABULATO LIMIREP, RAGGRUPPATE PER *
      * DIPARTIMENTO, LE LIMITAZIONI MEDICHE IN VIGORE ALLA DATA DI    *
      * ELABORAZIONE PER I DIPENDENTI ATTIVI, COME REGISTRATE DA       *
      * CX16DEMO SULLE VISITE A ESITO L (CPS04.CWLIMMED): CODICE,      *
      * DESCRIZIONE, VALIDITA' DAL/AL. IL CONTROLLO BLOCCANTE SUI      *
      * TURNI E' IN CX02DEMO; QUESTA LISTA SERVE A PIANIFICARE SENZA   *
      * ANDARE PER TENTATIVI.                                          *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIREP        ASSIGN TO LIMIREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-LIMIREP.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  LIMIREP-REC                    PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX94DEMO'.
       01  W-FS-LIMIREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-LIMIREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-ESAMINATI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-LIMITI                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-MATRICOLE              PIC S9(5)   COMP-3 VALUE 0.
       01  W-PRIMA-VOLTA                  PIC X(1)    VALUE 'S'.
           88  PRIMA-VOLTA                            VALUE 'S'.
       01  W-DIPART-CORR                  PIC X(10)   VALUE SPACES.
       01  W-MATR-CORR                    PIC S9(5)   COMP-3 VALUE -1.
       01  W-LIM-SENZA-FINE               PIC X(10)   VALUE
                                                      '9999-12-31'.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(45)  VALUE
               'LIMITAZIONI MEDICHE IN VIGORE PER I TURNI AL '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(78)  VALUE SPACES.
       01  R-TESTA-DIPART.
           05  FILLER                     PIC X(14)  VALUE
               'DIPARTIMENTO: '.
           05  TD-DIPART                  PIC X(10).
           05  FILLER                     PIC X(109) VALUE SPACES.
       01  R-RIGA-DETT.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-NOME                    PIC X(15).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-CODICE                  PIC X(2).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-DESCRIZIONE             PIC X(34).
           05  FILLER                     PIC X(5)   VALUE
               ' DAL '.
           05  RD-DAL                     PIC X(10).
           05  FILLER                     PIC X(4)   VALUE
               ' AL '.
           05  RD-AL                      PIC X(14).
           05  FILLER                     PIC X(8)   VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(30)  VALUE
               'LIMITAZIONI IN VIGORE      : '.
           05  RT-TOT                     PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-MATR.
           05  FILLER                     PIC X(30)  VALUE
               'DIPENDENTI CON LIMITAZIONI : '.
           05  RT-TOT-MATR                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWLIMM  END-EXEC.

      * -------------------------------------------------------------- *
      * LIMITAZIONI IN VIGORE ALLA DATA DI ELABORAZIONE DEI DIPENDENTI *
      * ATTIVI, IN ORDINE DI DIPARTIMENTO PER LO STRAPPO               *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-LIXH CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME,
                            D.DIPARTIMENTO,
                            L.COD_LIMITAZIONE,
                            L.DATA_INIZIO,
                            L.DATA_FINE
                    FROM    CPS04.CWLIMMED     L,
                            CPS04.CWDIPENDENTI D
                    WHERE   D.COD_MATRICOLA_DIP = L.COD_MATRICOLA_DIP
                    AND     D.STATO_DIPENDENTE  = 'A'
                    AND     L.DATA_INIZIO      <= :W-BR-DATA
                    AND     L.DATA_FINE        >= :W-BR-DATA
                    ORDER BY D.DIPARTIMENTO, D.COGNOME,
                             D.COD_MATRICOLA_DIP, L.COD_LIMITAZIONE
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

           OPEN OUTPUT LIMIREP.
           IF NOT FS-LIMIREP-OK
              DISPLAY '** ERRORE OPEN LIMIREP, FILE STATUS: '
                      W-FS-LIMIREP
              STOP RUN
           END-IF.

           MOVE W-BR-DATA    TO RI-DATA.
           MOVE R-INTESTAZ-1 TO LIMIREP-REC.
           WRITE LIMIREP-REC.
           MOVE R-RIGA-VUOTA TO LIMIREP-REC.
           WRITE LIMIREP-REC.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-LIXH END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-LIXH END-EXEC.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-LIXH
                    INTO  :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.NOME,
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CWLIMMED.COD-LIMITAZIONE,
                          :DCL-CWLIMMED.DATA-INIZIO,
                          :DCL-CWLIMMED.DATA-FINE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-ESAMINATI
              PERFORM 2200-SCRIVI-LIMITE
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * UNA RIGA PER LIMITAZIONE: CODICE, DESCRIZIONE DEL TURNO CHE    *
      * ESCLUDE E VALIDITA'; 9999-12-31 = SENZA SCADENZA               *
      ******************************************************************
       2200-SCRIVI-LIMITE SECTION.
      *------------------*
           PERFORM 2210-CTL-STRAPPO.

           IF COD-MATRICOLA-DIP OF DCL-CPSDIP NOT = W-MATR-CORR
              ADD 1 TO W-CONTA-MATRICOLE
              MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO W-MATR-CORR
           END-IF.

           ADD 1 TO W-CONTA-LIMITI.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP TO RD-COGNOME.
           MOVE NOME              OF DCL-CPSDIP TO RD-NOME.
           MOVE COD-LIMITAZIONE OF DCL-CWLIMMED TO RD-CODICE.
           EVALUATE TRUE
              WHEN LIMITE-NOTTURNO
                 MOVE 'NO LAVORO NOTTURNO'        TO RD-DESCRIZIONE
              WHEN LIMITE-CARICHI
                 MOVE 'NO MOVIMENTAZIONE CARICHI' TO RD-DESCRIZIONE
              WHEN LIMITE-OLTRE-8-ORE
                 MOVE 'NO TURNI OLTRE 8 ORE'      TO RD-DESCRIZIONE
              WHEN OTHER
                 MOVE 'CODICE NON PREVISTO'       TO RD-DESCRIZIONE
           END-EVALUATE.
           MOVE DATA-INIZIO OF DCL-CWLIMMED TO RD-DAL.
           IF DATA-FINE OF DCL-CWLIMMED = W-LIM-SENZA-FINE
              MOVE 'SENZA SCADENZA'         TO RD-AL
           ELSE
              MOVE DATA-FINE OF DCL-CWLIMMED TO RD-AL
           END-IF.
           MOVE R-RIGA-DETT TO LIMIREP-REC.
           WRITE LIMIREP-REC.

       2200-EX. EXIT.
      *
      *
       2210-CTL-STRAPPO SECTION.
      *---------------*
           IF PRIMA-VOLTA
              MOVE 'N' TO W-PRIMA-VOLTA
           ELSE
              IF DIPARTIMENTO OF DCL-CPSDIP = W-DIPART-CORR
                 GO TO 2210-EX
              END-IF
              MOVE R-RIGA-VUOTA TO LIMIREP-REC
              WRITE LIMIREP-REC
           END-IF.
           MOVE DIPARTIMENTO OF DCL-CPSDIP TO W-DIPART-CORR.
           MOVE W-DIPART-CORR  TO TD-DIPART.
           MOVE R-TESTA-DIPART TO LIMIREP-REC.
           WRITE LIMIREP-REC.
       2210-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE LIMIREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-ESAMINATI TO W-BR-LETTI
              MOVE W-CONTA-LIMITI    TO W-BR-SCRITTI
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
           MOVE R-RIGA-VUOTA      TO LIMIREP-REC.
           WRITE LIMIREP-REC.
           MOVE W-CONTA-LIMITI    TO RT-TOT.
           MOVE R-RIGA-TOT        TO LIMIREP-REC.
           WRITE LIMIREP-REC.
           MOVE W-CONTA-MATRICOLE TO RT-TOT-MATR.
           MOVE R-RIGA-TOT-MATR   TO LIMIREP-REC.
           WRITE LIMIREP-REC.

           DISPLAY 'CX94DEMO - LIMITAZIONI IN VIGORE : '
                   W-CONTA-LIMITI.
           DISPLAY 'CX94DEMO - DIPENDENTI INTERESSATI: '
                   W-CONTA-MATRICOLE.

           CLOSE LIMIREP.

           MOVE W-CONTA-ESAMINATI TO W-BR-LETTI.
           MOVE W-CONTA-LIMITI    TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
