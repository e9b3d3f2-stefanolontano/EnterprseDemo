       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY20DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : RILEVAZIONE NOTTURNA DELLE VISITE MEDICHE DI *
      *                   RIENTRO DOPO MALATTIA LUNGA                  *
      * TIPO OPERAZIONE : BATCH DI CONTROLLO CON AVVISO E-MAIL         *
      * TABELLE USATE   : CPS04.CWASSENZE, CPS04.CWDIPENDENTI,         *
      *                   CPS04.CWVISRIE, CPS04.CWPARAM,               *
      *                   CPS04.CWABBREP, CPS04.CWMAILOG,              *
      *                   MAILOUT (GATEWAY DI POSTA), VISRREP          *
      *                   (TABULATO)                                   *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * DOPO PIU' DI 60 GIORNI CONTINUATIVI DI MALATTIA LA VISITA      *
      * MEDICA DI RIENTRO E' OBBLIGATORIA. IL BATCH ESAMINA I PERIODI  *
      * 'MA' DI CPS04.CWASSENZE TERMINATI NEGLI ULTIMI 7 GIORNI (COSI' *
      * UN LANCIO SALTATO VIENE RECUPERATO) E NON PROSEGUITI DA UN     *
      * ALTRO PERIODO 'MA' CHE INIZIA IL GIORNO DOPO. RISALE QUINDI I  *
      * PERIODI 'MA' CONTIGUI (FINE = INIZIO SUCCESSIVO - 1 GIORNO)    *
      * FINO AL PRIMO GIORNO DI MALATTIA E, SE I GIORNI COMPLESSIVI    *
      * SUPERANO LA SOGLIA CWPARAM 'GGMALRIE' (DEFAULT 60), CREA SU    *
      * CPS04.CWVISRIE LA VISITA DI RIENTRO IN ATTESA ('P').           *
      * UNA RIGA IN ATTESA GIA' CREATA PER UN TRATTO DELLO STESSO      *
      * PERIODO, POI PROLUNGATO DA UN NUOVO CERTIFICATO, VIENE         *
      * SOSTITUITA DA QUELLA DEL PERIODO COMPLETO.                     *
      * L'AVVISO VA AL SERVIZIO DI MEDICINA DEL LAVORO TRAMITE IL      *
      * PONTE E-MAIL (FILE MAILOUT, REGISTRO CWMAILOG): I DESTINATARI  *
      * SONO GLI ABBONATI CWABBREP (CX92DEMO) DEL REPORT               *
      * 'VISITE RIENTRO', PER TUTTI I DIPARTIMENTI (A SPAZI) O PER IL  *
      * DIPARTIMENTO DELLA MATRICOLA. LA VISITA SI CHIUDE CON LA       *
      * REGISTRAZIONE IN CX16DEMO; FINO AD ALLORA CX02DEMO AVVISA      *
      * SULL'ASSEGNAZIONE DEI TURNI E CW95DEMO SEGNALA LE TIMBRATURE.  *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILOUT        ASSIGN TO MAILOUT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-MAILOUT.

           SELECT VISRREP        ASSIGN TO VISRREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-VISRREP.

       DATA DIVISION.
       FILE SECTION.
       FD  MAILOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  MAILOUT-REC                    PIC X(133).

       FD  VISRREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  VISRREP-REC                    PIC X(133).

       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
      *    PONTE E-MAIL: MESSAGGIO STANDARD SUL FILE MAILOUT (RECORD   *
      *    'H' DESTINATARIO+OGGETTO, 'B' RIGHE DI TESTO, 'E' FINE) E   *
      *    REGISTRO DEGLI INVII SU CPS04.CWMAILOG                      *
      * -------------------------------------------------------------- *
       01  W-FS-MAILOUT                   PIC  X(2)   VALUE ZEROES.
           88  FS-MAILOUT-OK                          VALUE '00'.
       01  W-MAIL-DEST                    PIC X(60)   VALUE SPACES.
       01  W-MAIL-OGGETTO                 PIC X(60)   VALUE SPACES.
       01  W-CONTA-MAIL                   PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-MAIL-KO                PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-DEST                   PIC S9(5)   COMP-3 VALUE 0.
       01  W-MAIL-ORA-NUM                 PIC 9(8)    VALUE ZEROES.
       01  W-MAIL-DATA-8.
           05  W-ML-AAAA                  PIC 9(4).
           05  W-ML-MM                    PIC 9(2).
           05  W-ML-GG                    PIC 9(2).
       01  W-MAIL-DATA.
           05  W-ML-DT-AAAA               PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-ML-DT-MM                 PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-ML-DT-GG                 PIC X(2).
       01  W-MAIL-ORA                     PIC X(6)    VALUE SPACES.
       01  R-MAIL-H.
           05  FILLER                     PIC X(1)   VALUE 'H'.
           05  RMH-DESTINATARIO           PIC X(60).
           05  RMH-OGGETTO                PIC X(60).
           05  FILLER                     PIC X(12)  VALUE SPACES.
       01  R-MAIL-B.
           05  FILLER                     PIC X(1)   VALUE 'B'.
           05  RMB-TESTO                  PIC X(132).
       01  R-MAIL-E.
           05  FILLER                     PIC X(1)   VALUE 'E'.
           05  FILLER                     PIC X(132) VALUE SPACES.
       01  W-MAIL-MATRICOLA               PIC S9(5)   COMP-3 VALUE +0.
      * REPORT DEGLI ABBONAMENTI CWABBREP DEL SERVIZIO DI MEDICINA DEL
      * LAVORO (VEDI CX92DEMO)
       01  W-NOME-REPORT                  PIC X(18)   VALUE
           'VISITE RIENTRO'.
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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY20DEMO'.
       01  W-FS-VISRREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-VISRREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-SQLCODE-DST                  PIC S9(3)   COMP VALUE +0.
           88  W-DST-OK              VALUE +0.
           88  W-DST-FINE            VALUE +100.
       01  W-CONTA-PERIODI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-VISITE                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SOSTITUITE             PIC S9(7)   COMP-3 VALUE 0.
       01  W-COGNOME-DIP                  PIC X(30)   VALUE SPACES.
       01  W-NOME-DIP                     PIC X(15)   VALUE SPACES.
       01  W-DIPART-DIP                   PIC X(10)   VALUE SPACES.
      * ---
      * SOGLIA IN GIORNI (CWPARAM GGMALRIE) E FINESTRA DEI PERIODI
      * TERMINATI DA ESAMINARE (ULTIMI 7 GIORNI FINO A IERI)
      * ---
       01  W-GG-SOGLIA                    PIC S9(5)   COMP-3 VALUE +60.
       01  W-GG-RETRO                     PIC S9(3)   COMP-3 VALUE +7.
       01  W-DATA-DA                      PIC X(10)   VALUE SPACES.
      * ---
      * PERIODO DI MALATTIA CONTINUATIVO IN ESAME
      * ---
       01  W-INIZIO-CATENA                PIC X(10)   VALUE SPACES.
       01  W-FINE-CATENA                  PIC X(10)   VALUE SPACES.
       01  W-INIZIO-PREC                  PIC X(10)   VALUE SPACES.
       01  W-GG-MALATTIA                  PIC S9(9)   COMP VALUE +0.
       01  SW-CATENA                      PIC X(1)    VALUE 'N'.
           88  CATENA-COMPLETA                        VALUE 'S'.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(44)  VALUE
               'VISITE MEDICHE DI RIENTRO DA MALATTIA - AL '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(16)  VALUE
               '  SOGLIA GG:  '.
           05  RI-SOGLIA                  PIC ZZZZ9.
           05  FILLER                     PIC X(58)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(9)   VALUE
               '  MATR.  '.
           05  FILLER                     PIC X(32)  VALUE
               'COGNOME E NOME'.
           05  FILLER                     PIC X(12)  VALUE
               'DIPART.'.
           05  FILLER                     PIC X(12)  VALUE
               'INIZIO MAL.'.
           05  FILLER                     PIC X(12)  VALUE
               'FINE MAL.'.
           05  FILLER                     PIC X(56)  VALUE
               'GG.MAL.'.
       01  R-RIGA-DETT.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-INIZIO                  PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-FINE                    PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-GG-MALATTIA             PIC ZZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-NOTA                    PIC X(49).
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(24)  VALUE
               'PERIODI ESAMINATI    : '.
           05  RT-PERIODI                 PIC ZZZZ9.
           05  FILLER                     PIC X(19)  VALUE
               '   VISITE CREATE : '.
           05  RT-VISITE                  PIC ZZZZ9.
           05  FILLER                     PIC X(17)  VALUE
               '   E-MAIL : '.
           05  RT-MAIL                    PIC ZZZZ9.
           05  FILLER                     PIC X(58)  VALUE SPACES.
       01  R-RIGA-NESSUNA                 PIC X(133) VALUE
           'NESSUNA NUOVA VISITA DI RIENTRO DA PROGRAMMARE'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

           EXEC SQL  INCLUDE CWASSE  END-EXEC.

           EXEC SQL  INCLUDE CWVRIE  END-EXEC.

           EXEC SQL  INCLUDE CWABBR  END-EXEC.

           EXEC SQL  INCLUDE CWMLOG  END-EXEC.

      * -------------------------------------------------------------- *
      * PERIODI 'MA' DI DIPENDENTI IN FORZA TERMINATI NELLA FINESTRA,  *
      * NON PROSEGUITI DA UN ALTRO PERIODO 'MA' DAL GIORNO DOPO E NON  *
      * ANCORA RILEVATI SU CWVISRIE                                    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-MAL20 CURSOR FOR
                    SELECT  A.COD_MATRICOLA_DIP,
                            A.DATA_INIZIO,
                            A.DATA_FINE,
                            D.COGNOME,
                            D.NOME,
                            D.DIPARTIMENTO
                    FROM    CPS04.CWASSENZE    A,
                            CPS04.CWDIPENDENTI D
                    WHERE   A.TIPO_ASSENZA = 'MA'
                    AND     A.DATA_FINE   >= :W-DATA-DA
                    AND     A.DATA_FINE   <  :W-BR-DATA
                    AND     D.COD_MATRICOLA_DIP =
                            A.COD_MATRICOLA_DIP
                    AND     D.STATO_DIPENDENTE = 'A'
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWASSENZE B
                          WHERE B.COD_MATRICOLA_DIP =
                                A.COD_MATRICOLA_DIP
                            AND B.TIPO_ASSENZA = 'MA'
                            AND B.DATA_INIZIO =
                                CHAR(DATE(A.DATA_FINE) + 1 DAY, ISO))
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWVISRIE V
                          WHERE V.COD_MATRICOLA_DIP =
                                A.COD_MATRICOLA_DIP
                            AND V.DATA_FINE_MAL = A.DATA_FINE)
                    ORDER BY A.COD_MATRICOLA_DIP
           END-EXEC.

      * -------------------------------------------------------------- *
      * DESTINATARI DELL'AVVISO: ABBONATI DEL REPORT PER TUTTI I       *
      * DIPARTIMENTI O PER QUELLO DELLA MATRICOLA                      *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DST20 CURSOR FOR
                    SELECT  DISTINCT A.DESTINATARIO
                    FROM    CPS04.CWABBREP A
                    WHERE   A.NOME_REPORT = :W-NOME-REPORT
                    AND    (A.DIPARTIMENTO = ' '
                            OR A.DIPARTIMENTO = :W-DIPART-DIP)
                    ORDER BY 1
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

           OPEN OUTPUT MAILOUT.
           IF NOT FS-MAILOUT-OK
              DISPLAY '** ERRORE OPEN MAILOUT, FILE STATUS: '
                      W-FS-MAILOUT
              STOP RUN
           END-IF.

           OPEN OUTPUT VISRREP.
           IF NOT FS-VISRREP-OK
              DISPLAY '** ERRORE OPEN VISRREP, FILE STATUS: '
                      W-FS-VISRREP
              STOP RUN
           END-IF.

           PERFORM 1100-LEGGI-PARAMETRI.

           MOVE W-BR-DATA         TO RI-DATA.
           MOVE W-GG-SOGLIA       TO RI-SOGLIA.
           MOVE R-INTESTAZ-1      TO VISRREP-REC.
           WRITE VISRREP-REC.
           MOVE R-RIGA-VUOTA      TO VISRREP-REC.
           WRITE VISRREP-REC.
           MOVE R-INTESTAZ-2      TO VISRREP-REC.
           WRITE VISRREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * SOGLIA DA CWPARAM (DEFAULT 60 SE IL PARAMETRO NON E' CENSITO)  *
      * E PRIMO GIORNO DELLA FINESTRA DEI PERIODI TERMINATI            *
      ******************************************************************
       1100-LEGGI-PARAMETRI SECTION.
      *--------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'GGMALRIE'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-GG-SOGLIA
           END-IF.

           EXEC SQL SELECT CHAR(DATE(:W-BR-DATA) - :W-GG-RETRO DAYS,
                                ISO)
                      INTO :W-DATA-DA
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-MAL20 END-EXEC.
           MOVE 0 TO W-SQLCODE.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-MAL20 END-EXEC.

           IF W-CONTA-VISITE = 0
              MOVE R-RIGA-NESSUNA TO VISRREP-REC
              WRITE VISRREP-REC
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-MAL20
                    INTO  :DCL-CWASSENZE.COD-MATRICOLA-DIP,
                          :DCL-CWASSENZE.DATA-INIZIO,
                          :DCL-CWASSENZE.DATA-FINE,
                          :W-COGNOME-DIP,
                          :W-NOME-DIP,
                          :W-DIPART-DIP
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-PERIODI
              PERFORM 2200-VALUTA-PERIODO
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * RISALE I PERIODI 'MA' CONTIGUI FINO AL PRIMO GIORNO DI         *
      * MALATTIA, CONTA I GIORNI COMPLESSIVI E, OLTRE LA SOGLIA, CREA  *
      * LA VISITA DI RIENTRO IN ATTESA E NE DA' AVVISO                 *
      ******************************************************************
       2200-VALUTA-PERIODO SECTION.
      *---------------*
           MOVE DATA-INIZIO OF DCL-CWASSENZE TO W-INIZIO-CATENA.
           MOVE DATA-FINE   OF DCL-CWASSENZE TO W-FINE-CATENA.
           MOVE 'N' TO SW-CATENA.
           PERFORM 2250-RISALI-CATENA UNTIL CATENA-COMPLETA.

           EXEC SQL SELECT DAYS(DATE(:W-FINE-CATENA))
                         - DAYS(DATE(:W-INIZIO-CATENA)) + 1
                      INTO :W-GG-MALATTIA
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF W-GG-MALATTIA NOT > W-GG-SOGLIA
              GO TO 2200-EX
           END-IF.

           PERFORM 2300-REGISTRA-VISITA.

           MOVE COD-MATRICOLA-DIP OF DCL-CWASSENZE TO RD-MATRICOLA.
           MOVE SPACES                  TO RD-COGNOME.
           STRING W-COGNOME-DIP DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  W-NOME-DIP    DELIMITED BY '  '
                  INTO RD-COGNOME
           END-STRING.
           MOVE W-DIPART-DIP            TO RD-DIPARTIMENTO.
           MOVE W-INIZIO-CATENA         TO RD-INIZIO.
           MOVE W-FINE-CATENA           TO RD-FINE.
           MOVE W-GG-MALATTIA           TO RD-GG-MALATTIA.
           MOVE SPACES                  TO RD-NOTA.
           MOVE R-RIGA-DETT TO VISRREP-REC.
           WRITE VISRREP-REC.

      * ---
      * PONTE E-MAIL: AVVISO AL SERVIZIO DI MEDICINA DEL LAVORO
      * ---
           PERFORM 2500-INVIA-MAIL.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * UN PASSO INDIETRO NELLA CATENA: IL PERIODO 'MA' CHE TERMINA IL *
      * GIORNO PRIMA DELL'INIZIO CORRENTE. SENZA PERIODO PRECEDENTE    *
      * LA CATENA E' COMPLETA                                          *
      ******************************************************************
       2250-RISALI-CATENA SECTION.
      *---------------*
           MOVE SPACES TO W-INIZIO-PREC.
           EXEC SQL SELECT COALESCE(MIN(DATA_INIZIO), ' ')
                      INTO :W-INIZIO-PREC
                      FROM  CPS04.CWASSENZE
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWASSENZE.COD-MATRICOLA-DIP
                     AND   TIPO_ASSENZA = 'MA'
                     AND   DATA_FINE =
                           CHAR(DATE(:W-INIZIO-CATENA) - 1 DAY, ISO)
           END-EXEC.
           IF W-INIZIO-PREC = SPACES OR
              W-INIZIO-PREC NOT < W-INIZIO-CATENA
              SET CATENA-COMPLETA TO TRUE
           ELSE
              MOVE W-INIZIO-PREC TO W-INIZIO-CATENA
           END-IF.

       2250-EX. EXIT.
      *
      *
      ******************************************************************
      * VISITA DI RIENTRO IN ATTESA SU CPS04.CWVISRIE. LE RIGHE ANCORA *
      * IN ATTESA DI UN TRATTO DELLO STESSO PERIODO (RILEVATE PRIMA    *
      * DEL PROLUNGAMENTO DELLA MALATTIA) VENGONO SOSTITUITE           *
      ******************************************************************
       2300-REGISTRA-VISITA SECTION.
      *---------------*
           EXEC SQL DELETE FROM CPS04.CWVISRIE
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWASSENZE.COD-MATRICOLA-DIP
                     AND   STATO_VISITA  = 'P'
                     AND   DATA_FINE_MAL >= :W-INIZIO-CATENA
                     AND   DATA_FINE_MAL <  :W-FINE-CATENA
           END-EXEC.
           IF SQLCODE = 0
              ADD SQLERRD(3) TO W-CONTA-SOSTITUITE
           END-IF.

           MOVE COD-MATRICOLA-DIP OF DCL-CWASSENZE
                                  TO COD-MATRICOLA-DIP OF DCL-CWVISRIE.
           MOVE W-INIZIO-CATENA   TO DATA-INIZIO-MAL   OF DCL-CWVISRIE.
           MOVE W-FINE-CATENA     TO DATA-FINE-MAL     OF DCL-CWVISRIE.
           MOVE W-GG-MALATTIA     TO GG-MALATTIA       OF DCL-CWVISRIE.
           MOVE 'P'               TO STATO-VISITA      OF DCL-CWVISRIE.
           MOVE SPACES            TO DATA-VISITA       OF DCL-CWVISRIE.
           MOVE W-BR-DATA         TO DATA-RILEVAZIONE  OF DCL-CWVISRIE.
           MOVE W-NOME-PGM        TO UTENTE-AGG        OF DCL-CWVISRIE.
           EXEC SQL INSERT INTO CPS04.CWVISRIE
                         VALUES (:DCL-CWVISRIE.COD-MATRICOLA-DIP,
                                 :DCL-CWVISRIE.DATA-INIZIO-MAL,
                                 :DCL-CWVISRIE.DATA-FINE-MAL,
                                 :DCL-CWVISRIE.GG-MALATTIA,
                                 :DCL-CWVISRIE.STATO-VISITA,
                                 :DCL-CWVISRIE.DATA-VISITA,
                                 :DCL-CWVISRIE.DATA-RILEVAZIONE,
                                 :DCL-CWVISRIE.UTENTE-AGG)
           END-EXEC.
           ADD 1 TO W-CONTA-VISITE.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * ACCODA L'AVVISO A OGNI ABBONATO DEL REPORT 'VISITE RIENTRO';   *
      * SENZA ABBONATI L'AVVISO SI CONTA TRA I NON RECAPITABILI        *
      ******************************************************************
       2500-INVIA-MAIL SECTION.
      *---------------*
           MOVE COD-MATRICOLA-DIP OF DCL-CWASSENZE
             TO W-MAIL-MATRICOLA.
           MOVE SPACES TO W-MAIL-OGGETTO.
           STRING 'VISITA MEDICA DI RIENTRO - MATRICOLA '
                  RD-MATRICOLA
                  DELIMITED BY SIZE INTO W-MAIL-OGGETTO
           END-STRING.

           MOVE 0 TO W-CONTA-DEST.
           EXEC SQL OPEN CUR-DST20 END-EXEC.
           MOVE 0 TO W-SQLCODE-DST.
           PERFORM 2510-FETCH-DESTINATARIO UNTIL W-DST-FINE.
           EXEC SQL CLOSE CUR-DST20 END-EXEC.

           IF W-CONTA-DEST = 0
              ADD 1 TO W-CONTA-MAIL-KO
           END-IF.

       2500-EX. EXIT.
      *
      *
       2510-FETCH-DESTINATARIO SECTION.
      *---------------*
           EXEC SQL FETCH CUR-DST20
                    INTO  :DCL-CWABBREP.DESTINATARIO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-DST.
           IF NOT W-DST-OK
              IF NOT W-DST-FINE
                 PERFORM 2998-DBERROR
              END-IF
              GO TO 2510-EX
           END-IF.
           IF DESTINATARIO OF DCL-CWABBREP = SPACES
              GO TO 2510-EX
           END-IF.
           MOVE DESTINATARIO OF DCL-CWABBREP TO W-MAIL-DEST.

           MOVE W-MAIL-DEST    TO RMH-DESTINATARIO.
           MOVE W-MAIL-OGGETTO TO RMH-OGGETTO.
           MOVE R-MAIL-H       TO MAILOUT-REC.
           WRITE MAILOUT-REC.

           MOVE SPACES TO RMB-TESTO.
           STRING RD-COGNOME ' (MATRICOLA ' RD-MATRICOLA
                  ', DIPARTIMENTO ' W-DIPART-DIP ')'
                  DELIMITED BY SIZE INTO RMB-TESTO
           END-STRING.
           MOVE R-MAIL-B TO MAILOUT-REC.
           WRITE MAILOUT-REC.
           MOVE SPACES TO RMB-TESTO.
           STRING 'RIENTRA DA MALATTIA DAL ' W-INIZIO-CATENA
                  ' AL ' W-FINE-CATENA ' - GIORNI: ' RD-GG-MALATTIA
                  DELIMITED BY SIZE INTO RMB-TESTO
           END-STRING.
           MOVE R-MAIL-B TO MAILOUT-REC.
           WRITE MAILOUT-REC.
           MOVE SPACES TO RMB-TESTO.
           STRING 'LA VISITA MEDICA DI RIENTRO E'' OBBLIGATORIA: '
                  'REGISTRARLA CON ESITO SULLA TRANSAZIONE DELLE '
                  'VISITE (CX16DEMO)'
                  DELIMITED BY SIZE INTO RMB-TESTO
           END-STRING.
           MOVE R-MAIL-B TO MAILOUT-REC.
           WRITE MAILOUT-REC.
           MOVE R-MAIL-E TO MAILOUT-REC.
           WRITE MAILOUT-REC.

           ADD 1 TO W-CONTA-DEST.
           ADD 1 TO W-CONTA-MAIL.
           PERFORM 2520-REGISTRA-INVIO.

       2510-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRO DEGLI INVII (CPS04.CWMAILOG): LA PROVA CHE L'AVVISO   *
      * E' STATO ACCODATO AL GATEWAY DI POSTA                          *
      ******************************************************************
       2520-REGISTRA-INVIO SECTION.
      *---------------*
           ACCEPT W-MAIL-DATA-8 FROM DATE YYYYMMDD.
           MOVE W-ML-AAAA TO W-ML-DT-AAAA.
           MOVE W-ML-MM   TO W-ML-DT-MM.
           MOVE W-ML-GG   TO W-ML-DT-GG.
           ACCEPT W-MAIL-ORA-NUM FROM TIME.
           MOVE W-MAIL-ORA-NUM (1:6) TO W-MAIL-ORA.
           EXEC SQL INSERT INTO CPS04.CWMAILOG
                         VALUES ('CY20DEMO',
                                 :W-MAIL-MATRICOLA,
                                 :W-MAIL-DEST,
                                 :W-MAIL-OGGETTO,
                                 :W-MAIL-DATA,
                                 :W-MAIL-ORA)
           END-EXEC.

       2520-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE VISRREP.
           CLOSE MAILOUT.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-PERIODI TO W-BR-LETTI
              MOVE W-CONTA-VISITE  TO W-BR-SCRITTI
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
           MOVE R-RIGA-VUOTA    TO VISRREP-REC.
           WRITE VISRREP-REC.
           MOVE W-CONTA-PERIODI TO RT-PERIODI.
           MOVE W-CONTA-VISITE  TO RT-VISITE.
           MOVE W-CONTA-MAIL    TO RT-MAIL.
           MOVE R-RIGA-TOT      TO VISRREP-REC.
           WRITE VISRREP-REC.

           DISPLAY 'CY20DEMO - PERIODI DI MALATTIA ESAMINATI : '
                   W-CONTA-PERIODI.
           DISPLAY 'CY20DEMO - VISITE DI RIENTRO CREATE      : '
                   W-CONTA-VISITE.
           DISPLAY 'CY20DEMO - VISITE IN ATTESA SOSTITUITE   : '
                   W-CONTA-SOSTITUITE.
           DISPLAY 'CY20DEMO - AVVISI E-MAIL ACCODATI        : '
                   W-CONTA-MAIL.
           DISPLAY 'CY20DEMO - AVVISI SENZA DESTINATARI      : '
                   W-CONTA-MAIL-KO.

           CLOSE VISRREP.
           CLOSE MAILOUT.

           MOVE W-CONTA-PERIODI TO W-BR-LETTI.
           MOVE W-CONTA-VISITE  TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
