       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX71DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CARENZE DI COMPETENZE RISPETTO ALLA          *
      *                   QUALIFICA E COMPETENZE A PERSONA UNICA       *
      * TIPO OPERAZIONE : BATCH DI STAMPA SU SPOOL                     *
      * TABELLE USATE   : CPS04.CWCOMPET, CPS04.CWCOMPQU,              *
      *                   CPS04.CWCOMPDI, CPS04.CWDIPENDENTI,          *
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
      * BATCH SU RICHIESTA DEL PERSONALE, IN DUE PARTI:                *
      *   1 - PER DIPARTIMENTO, I DIPENDENTI ATTIVI CHE NON POSSIEDONO *
      *       UNA COMPETENZA RICHIESTA DALLA LORO QUALIFICA INTERNA    *
      *       (CWCOMPQU) O LA POSSIEDONO SOTTO IL LIVELLO MINIMO; UNA  *
      *       RIGA PER DIPENDENTE E COMPETENZA MANCANTE, CON IL        *
      *       LIVELLO RICHIESTO E QUELLO POSSEDUTO;                    *
      *   2 - PER DIPARTIMENTO, LE COMPETENZE RICHIESTE DALLE          *
      *       QUALIFICHE DEI SUOI DIPENDENTI ATTIVI CHE UNA SOLA       *
      *       PERSONA ATTIVA DEL DIPARTIMENTO POSSIEDE AL LIVELLO      *
      *       RICHIESTO (IL PIU' BASSO TRA LE QUALIFICHE PRESENTI),    *
      *       CON IL NOMINATIVO DI QUELLA PERSONA.                     *
      * LE COMPETENZE DISATTIVATE NEL CATALOGO (CX70DEMO) SONO         *
      * ESCLUSE. IL TABULATO VA ANCHE SUL VSAM SPOOLF (RITIRO CON      *
      * CW43DEMO).                                                     *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPEREP       ASSIGN TO COMPEREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-COMPEREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPEREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  COMPEREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX71DEMO'.
       01  W-FS-COMPEREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-COMPEREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
      * ---
      * CONTATORI
      * ---
       01  W-CONTA-CARENZE                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-DIP-CARENTI            PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-REQUISITI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-UNICHE                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-LETTI                  PIC S9(9)   COMP   VALUE 0.
      * ---
      * ROTTURE DI DIPARTIMENTO E DI MATRICOLA
      * ---
       01  W-DIPART-PREC                  PIC X(10)   VALUE LOW-VALUE.
       01  W-MATR-PREC                    PIC S9(5)   COMP-3 VALUE 0.
      * ---
      * RIGA LETTA DAI CURSORI
      * ---
       01  W-LIV-POSSEDUTO                PIC X(1)    VALUE SPACE.
       01  W-LIV-MINIMO                   PIC X(1)    VALUE SPACE.
       01  W-DIP-RICHIEDENTI              PIC S9(5)   COMP-3 VALUE 0.
       01  W-TITOLARI                     PIC S9(5)   COMP-3 VALUE 0.
       01  W-TITOLARE                     PIC S9(5)   COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'CARENZE DI COMPETENZE RISPETTO ALLA QUALIFICA'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'DATA RUN : '.
           05  RI-DATA-RUN                PIC X(10).
           05  FILLER                     PIC X(111) VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(14)  VALUE
               '  DIPART.'.
           05  FILLER                     PIC X(7)   VALUE
               'MATR.'.
           05  FILLER                     PIC X(22)  VALUE
               'COGNOME'.
           05  FILLER                     PIC X(10)  VALUE
               'QUALIF.'.
           05  FILLER                     PIC X(10)  VALUE
               'COMPET.'.
           05  FILLER                     PIC X(42)  VALUE
               'DESCRIZIONE'.
           05  FILLER                     PIC X(28)  VALUE
               'LIV. RICHIESTO  POSSEDUTO'.
       01  R-RIGA-CARENZA.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-COGNOME                 PIC X(20).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-COMPETENZA              PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-DESCRIZIONE             PIC X(40).
           05  FILLER                     PIC X(7)   VALUE SPACES.
           05  RC-LIV-MINIMO              PIC X(1).
           05  FILLER                     PIC X(11)  VALUE SPACES.
           05  RC-LIV-POSSEDUTO           PIC X(9).
           05  FILLER                     PIC X(2)   VALUE SPACES.
       01  R-RIGA-NESSUNA-1               PIC X(133) VALUE
           'NESSUNA CARENZA RISPETTO ALLE QUALIFICHE'.
       01  R-INTESTAZ-4                   PIC X(133) VALUE
           'COMPETENZE RICHIESTE POSSEDUTE DA UNA SOLA PERSONA'.
       01  R-INTESTAZ-5.
           05  FILLER                     PIC X(14)  VALUE
               '  DIPART.'.
           05  FILLER                     PIC X(10)  VALUE
               'COMPET.'.
           05  FILLER                     PIC X(42)  VALUE
               'DESCRIZIONE'.
           05  FILLER                     PIC X(6)   VALUE
               'LIV.'.
           05  FILLER                     PIC X(10)  VALUE
               'RICHIED.'.
           05  FILLER                     PIC X(7)   VALUE
               'MATR.'.
           05  FILLER                     PIC X(44)  VALUE
               'UNICO TITOLARE'.
       01  R-RIGA-UNICA.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RU-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RU-COMPETENZA              PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RU-DESCRIZIONE             PIC X(40).
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RU-LIV-MINIMO              PIC X(1).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RU-RICHIEDENTI             PIC ZZZZ9.
           05  FILLER                     PIC X(5)   VALUE SPACES.
           05  RU-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RU-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(16)  VALUE SPACES.
       01  R-RIGA-NESSUNA-2               PIC X(133) VALUE
           'NESSUNA COMPETENZA RICHIESTA A PERSONA UNICA'.
       01  R-RIGA-TOT-1.
           05  FILLER                     PIC X(30)  VALUE
               'CARENZE RILEVATE           : '.
           05  RT-CARENZE                 PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-2.
           05  FILLER                     PIC X(30)  VALUE
               'DIPENDENTI CON CARENZE     : '.
           05  RT-DIP-CARENTI             PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-3.
           05  FILLER                     PIC X(30)  VALUE
               'REQUISITI PER DIPARTIMENTO : '.
           05  RT-REQUISITI               PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-4.
           05  FILLER                     PIC X(30)  VALUE
               'A PERSONA UNICA            : '.
           05  RT-UNICHE                  PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWCOMP  END-EXEC.

           EXEC SQL  INCLUDE CWCMPQ  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

      * -------------------------------------------------------------- *
      * CARENZE: PER OGNI DIPENDENTE ATTIVO, LE COMPETENZE ATTIVE      *
      * RICHIESTE DALLA SUA QUALIFICA CHE NON HA IN CWCOMPDI O CHE HA  *
      * SOTTO IL LIVELLO MINIMO (LIVELLO POSSEDUTO BLANK = ASSENTE)    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-CAR71 CURSOR FOR
                    SELECT  D.DIPARTIMENTO,
                            D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.QUALIFICA_INTERNA,
                            Q.COD_COMPETENZA,
                            K.DESCRIZIONE,
                            Q.LIVELLO_MINIMO,
                            COALESCE(C.LIVELLO, ' ')
                    FROM  CPS04.CWDIPENDENTI D
                          INNER JOIN CPS04.CWCOMPQU Q
                            ON  Q.QUALIFICA_INTERNA =
                                D.QUALIFICA_INTERNA
                          INNER JOIN CPS04.CWCOMPET K
                            ON  K.COD_COMPETENZA   = Q.COD_COMPETENZA
                            AND K.STATO_COMPETENZA = 'A'
                          LEFT OUTER JOIN CPS04.CWCOMPDI C
                            ON  C.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            AND C.COD_COMPETENZA    = Q.COD_COMPETENZA
                    WHERE D.STATO_DIPENDENTE = 'A'
                    AND  (C.LIVELLO IS NULL
                       OR C.LIVELLO < Q.LIVELLO_MINIMO)
                    ORDER BY D.DIPARTIMENTO,
                             D.COGNOME,
                             D.COD_MATRICOLA_DIP,
                             Q.COD_COMPETENZA
           END-EXEC.

      * -------------------------------------------------------------- *
      * REQUISITI PER DIPARTIMENTO: LE COMPETENZE ATTIVE RICHIESTE     *
      * DALLE QUALIFICHE DEI DIPENDENTI ATTIVI DI OGNI DIPARTIMENTO,   *
      * CON IL LIVELLO MINIMO PIU' BASSO E IL NUMERO DEI DIPENDENTI    *
      * CHE LE RICHIEDONO                                              *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-REQ71 CURSOR FOR
                    SELECT  D.DIPARTIMENTO,
                            Q.COD_COMPETENZA,
                            K.DESCRIZIONE,
                            MIN(Q.LIVELLO_MINIMO),
                            COUNT(*)
                    FROM  CPS04.CWDIPENDENTI D,
                          CPS04.CWCOMPQU     Q,
                          CPS04.CWCOMPET     K
                    WHERE D.STATO_DIPENDENTE  = 'A'
                    AND   Q.QUALIFICA_INTERNA = D.QUALIFICA_INTERNA
                    AND   K.COD_COMPETENZA    = Q.COD_COMPETENZA
                    AND   K.STATO_COMPETENZA  = 'A'
                    GROUP BY D.DIPARTIMENTO,
                             Q.COD_COMPETENZA,
                             K.DESCRIZIONE
                    ORDER BY D.DIPARTIMENTO,
                             Q.COD_COMPETENZA
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

           OPEN OUTPUT COMPEREP.
           IF NOT FS-COMPEREP-OK
              DISPLAY '** ERRORE OPEN COMPEREP, FILE STATUS: '
                      W-FS-COMPEREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           MOVE R-INTESTAZ-1   TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-BR-DATA      TO RI-DATA-RUN.
           MOVE R-INTESTAZ-2   TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA   TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3   TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-CAR71 END-EXEC.

           PERFORM 2100-FETCH-CARENZA UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-CAR71 END-EXEC.

           IF W-CONTA-CARENZE = 0
              MOVE R-RIGA-NESSUNA-1 TO COMPEREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.

      * SECONDA PARTE: COMPETENZE A PERSONA UNICA
           MOVE R-RIGA-VUOTA   TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-4   TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA   TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-5   TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE LOW-VALUE      TO W-DIPART-PREC.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-REQ71 END-EXEC.

           PERFORM 2300-FETCH-REQUISITO UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-REQ71 END-EXEC.

           IF W-CONTA-UNICHE = 0
              MOVE R-RIGA-NESSUNA-2 TO COMPEREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-FETCH-CARENZA SECTION.
      *------------------*
           EXEC SQL FETCH CUR-CAR71
                    INTO  :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.QUALIFICA-INTERNA,
                          :DCL-CWCOMPQU.COD-COMPETENZA,
                          :DCL-CWCOMPET.DESCRIZIONE,
                          :DCL-CWCOMPQU.LIVELLO-MINIMO,
                          :W-LIV-POSSEDUTO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-LETTI
              ADD 1 TO W-CONTA-CARENZE
              PERFORM 2200-STAMPA-CARENZA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGA DI CARENZA: DIPARTIMENTO STAMPATO SOLO AL CAMBIO (CON UNA *
      * RIGA VUOTA DI SEPARAZIONE); I DIPENDENTI CARENTI SI CONTANO AL *
      * CAMBIO DI MATRICOLA                                            *
      ******************************************************************
       2200-STAMPA-CARENZA SECTION.
      *-------------------*
           MOVE SPACES TO RC-DIPARTIMENTO.
           IF DIPARTIMENTO OF DCL-CPSDIP NOT = W-DIPART-PREC
              IF W-DIPART-PREC NOT = LOW-VALUE
                 MOVE R-RIGA-VUOTA TO COMPEREP-REC
                 PERFORM 2900-SCRIVI-RIGA
              END-IF
              MOVE DIPARTIMENTO OF DCL-CPSDIP TO W-DIPART-PREC
              MOVE DIPARTIMENTO OF DCL-CPSDIP TO RC-DIPARTIMENTO
           END-IF.
           IF COD-MATRICOLA-DIP OF DCL-CPSDIP NOT = W-MATR-PREC
              ADD 1 TO W-CONTA-DIP-CARENTI
              MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO W-MATR-PREC
           END-IF.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP   TO RC-MATRICOLA.
           MOVE COGNOME OF DCL-CPSDIP             TO RC-COGNOME.
           MOVE QUALIFICA-INTERNA OF DCL-CPSDIP   TO RC-QUALIFICA.
           MOVE COD-COMPETENZA OF DCL-CWCOMPQU    TO RC-COMPETENZA.
           MOVE DESCRIZIONE OF DCL-CWCOMPET       TO RC-DESCRIZIONE.
           MOVE LIVELLO-MINIMO OF DCL-CWCOMPQU    TO RC-LIV-MINIMO.
           IF W-LIV-POSSEDUTO = SPACE
              MOVE 'ASSENTE'       TO RC-LIV-POSSEDUTO
           ELSE
              MOVE W-LIV-POSSEDUTO TO RC-LIV-POSSEDUTO
           END-IF.
           MOVE R-RIGA-CARENZA TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2200-EX. EXIT.
      *
      *
       2300-FETCH-REQUISITO SECTION.
      *--------------------*
           EXEC SQL FETCH CUR-REQ71
                    INTO  :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CWCOMPQU.COD-COMPETENZA,
                          :DCL-CWCOMPET.DESCRIZIONE,
                          :W-LIV-MINIMO,
                          :W-DIP-RICHIEDENTI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-LETTI
              ADD 1 TO W-CONTA-REQUISITI
              PERFORM 2400-VERIFICA-UNICA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * COMPETENZA A PERSONA UNICA: SI CONTANO I DIPENDENTI ATTIVI DEL *
      * DIPARTIMENTO CHE LA POSSIEDONO ALMENO AL LIVELLO MINIMO; SE E' *
      * UNO SOLO SE NE STAMPA IL NOMINATIVO. LE COMPETENZE CHE NESSUNO *
      * POSSIEDE SONO GIA' NELLA PRIMA PARTE COME CARENZE              *
      ******************************************************************
       2400-VERIFICA-UNICA SECTION.
      *-------------------*
           EXEC SQL SELECT COUNT(*),
                           COALESCE(MIN(C.COD_MATRICOLA_DIP), 0)
                      INTO :W-TITOLARI,
                           :W-TITOLARE
                      FROM  CPS04.CWCOMPDI     C,
                            CPS04.CWDIPENDENTI D
                     WHERE C.COD_COMPETENZA    =
                           :DCL-CWCOMPQU.COD-COMPETENZA
                     AND   C.LIVELLO          >= :W-LIV-MINIMO
                     AND   D.COD_MATRICOLA_DIP = C.COD_MATRICOLA_DIP
                     AND   D.STATO_DIPENDENTE  = 'A'
                     AND   D.DIPARTIMENTO      =
                           :DCL-CPSDIP.DIPARTIMENTO
           END-EXEC.
           IF W-TITOLARI NOT = 1
              GO TO 2400-EX
           END-IF.
           ADD 1 TO W-CONTA-UNICHE.

           MOVE SPACES TO COGNOME OF DCL-CPSDIP.
           EXEC SQL SELECT COGNOME
                      INTO :DCL-CPSDIP.COGNOME
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-TITOLARE
           END-EXEC.

           MOVE SPACES TO RU-DIPARTIMENTO.
           IF DIPARTIMENTO OF DCL-CPSDIP NOT = W-DIPART-PREC
              MOVE DIPARTIMENTO OF DCL-CPSDIP TO W-DIPART-PREC
              MOVE DIPARTIMENTO OF DCL-CPSDIP TO RU-DIPARTIMENTO
           END-IF.
           MOVE COD-COMPETENZA OF DCL-CWCOMPQU    TO RU-COMPETENZA.
           MOVE DESCRIZIONE OF DCL-CWCOMPET       TO RU-DESCRIZIONE.
           MOVE W-LIV-MINIMO                      TO RU-LIV-MINIMO.
           MOVE W-DIP-RICHIEDENTI                 TO RU-RICHIEDENTI.
           MOVE W-TITOLARE                        TO RU-MATRICOLA.
           MOVE COGNOME OF DCL-CPSDIP             TO RU-COGNOME.
           MOVE R-RIGA-UNICA TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2400-EX. EXIT.
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
           MOVE COMPEREP-REC     TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE COMPEREP-REC.

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
           MOVE 'CARENZE COMPETENZE' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CX71DEMO'      TO SP-UTENTE-RUN.
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
           CLOSE COMPEREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI    TO W-BR-LETTI
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
           MOVE R-RIGA-VUOTA      TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-CARENZE   TO RT-CARENZE.
           MOVE R-RIGA-TOT-1      TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-DIP-CARENTI TO RT-DIP-CARENTI.
           MOVE R-RIGA-TOT-2      TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-REQUISITI TO RT-REQUISITI.
           MOVE R-RIGA-TOT-3      TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-UNICHE    TO RT-UNICHE.
           MOVE R-RIGA-TOT-4      TO COMPEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CX71DEMO - CARENZE RILEVATE           : '
                   W-CONTA-CARENZE.
           DISPLAY 'CX71DEMO - DIPENDENTI CON CARENZE     : '
                   W-CONTA-DIP-CARENTI.
           DISPLAY 'CX71DEMO - COMPETENZE A PERSONA UNICA : '
                   W-CONTA-UNICHE.

           CLOSE COMPEREP.
           CLOSE SPOOL.

           MOVE W-CONTA-LETTI    TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'O'              TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
