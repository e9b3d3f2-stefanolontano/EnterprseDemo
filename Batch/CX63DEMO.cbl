       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX63DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CONTROLLO DI COPERTURA DELLE SQUADRE DI      *
      *                   EMERGENZA SUI TURNI PIANIFICATI              *
      * TIPO OPERAZIONE : BATCH DI STAMPA SU SPOOL                     *
      * TABELLE USATE   : CPS04.CWTURASS, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWASSENZE, CPS04.CWSQEMER,             *
      *                   CPS04.CWISCRIZ, CPS04.CWPARAM, SPOOLF (VSAM) *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      ******************************************************************
      ******************************************************************
      * BATCH NOTTURNO: DA DOMANI FINO ALLA DOMENICA DELLA SETTIMANA   *
      * SUCCESSIVA (QUINDI LA SETTIMANA ENTRANTE E' SEMPRE COMPLETA    *
      * PRIMA DEL SUO INIZIO) INCROCIA LE ASSEGNAZIONI DI TURNO        *
      * CWTURASS DEI DIPENDENTI ATTIVI CON LE ASSENZE PIANIFICATE      *
      * CWASSENZE E CON LE NOMINE CWSQEMER (CX62DEMO). UN ADDETTO      *
      * CONTA PER IL GIORNO SOLO SE IN TURNO, NON ASSENTE, CON NOMINA  *
      * IN CORSO E CERTIFICAZIONE DEL CORSO DEL RUOLO (CWISCRIZ) NON   *
      * SCADUTA IN QUELLA DATA. ELENCA OGNI DIPARTIMENTO/GIORNO/TURNO  *
      * CON ADDETTI ANTINCENDIO O PRIMO SOCCORSO SOTTO IL MINIMO       *
      * CWPARAM 'SQMINAI' / 'SQMINPS' (DEFAULT 1). IL TABULATO E' PER  *
      * IL RESPONSABILE DELLA SICUREZZA E VA ANCHE SUL VSAM SPOOLF     *
      * (RITIRO CON CW43DEMO).                                         *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQEMEREP       ASSIGN TO SQEMEREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-SQEMEREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  SQEMEREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  SQEMEREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX63DEMO'.
       01  W-FS-SQEMEREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-SQEMEREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-SCOPERTI               PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * PERIODO CONTROLLATO: DA DOMANI ALLA DOMENICA DELLA SETTIMANA
      * SUCCESSIVA
      * ---
       01  W-DATA-DA                      PIC X(10)   VALUE SPACES.
       01  W-DATA-A                       PIC X(10)   VALUE SPACES.
      * ---
      * MINIMI DI ADDETTI PER DIPARTIMENTO E TURNO (CWPARAM 'SQMINAI'
      * E 'SQMINPS', DEFAULT 1)
      * ---
       01  W-MIN-AI                       PIC S9(3)   COMP-3 VALUE +1.
       01  W-MIN-PS                       PIC S9(3)   COMP-3 VALUE +1.
      * ---
      * GRUPPO DIPARTIMENTO/GIORNO/TURNO LETTO DAL CURSORE
      * ---
       01  W-DIPARTIMENTO                 PIC X(10)   VALUE SPACES.
       01  W-DATA-TURNO                   PIC X(10)   VALUE SPACES.
       01  W-COD-TURNO                    PIC X(2)    VALUE SPACES.
       01  W-NUM-ASSEGNATI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-NUM-PRESENTI                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-NUM-AI                       PIC S9(7)   COMP-3 VALUE 0.
       01  W-NUM-PS                       PIC S9(7)   COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'TURNI CON SQUADRA DI EMERGENZA SOTTO IL MINIMO'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'PERIODO  : '.
           05  RI-DATA-DA                 PIC X(10).
           05  FILLER                     PIC X(3)   VALUE ' - '.
           05  RI-DATA-A                  PIC X(10).
           05  FILLER                     PIC X(24)  VALUE
               '   MINIMO ANTINCENDIO : '.
           05  RI-MIN-AI                  PIC ZZ9.
           05  FILLER                     PIC X(19)  VALUE
               '  PRIMO SOCCORSO : '.
           05  RI-MIN-PS                  PIC ZZ9.
           05  FILLER                     PIC X(49)  VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(12)  VALUE
               'DIPART.'.
           05  FILLER                     PIC X(12)  VALUE
               'GIORNO'.
           05  FILLER                     PIC X(7)   VALUE
               'TURNO'.
           05  FILLER                     PIC X(6)   VALUE
               'ASSEG.'.
           05  FILLER                     PIC X(6)   VALUE
               ' PRES.'.
           05  FILLER                     PIC X(6)   VALUE
               '  ANT.'.
           05  FILLER                     PIC X(6)   VALUE
               ' P.S.'.
           05  FILLER                     PIC X(78)  VALUE
               '  NOTA'.
       01  R-RIGA-DETT.
           05  RD-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DATA-TURNO              PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COD-TURNO               PIC X(2).
           05  FILLER                     PIC X(5)   VALUE SPACES.
           05  RD-ASSEGNATI               PIC ZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-PRESENTI                PIC ZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-NUM-AI                  PIC ZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-NUM-PS                  PIC ZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-NOTA                    PIC X(79).
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(30)  VALUE
               'TURNI SCOPERTI             : '.
           05  RT-SCOPERTI                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-NESSUNA                 PIC X(133) VALUE
           'TUTTI I TURNI DEL PERIODO HANNO LA SQUADRA DI EMERGENZA'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

      * -------------------------------------------------------------- *
      * PER OGNI ASSEGNAZIONE DI TURNO DEL PERIODO: ASSENZE CHE        *
      * COPRONO IL GIORNO E NOMINE AI/PS VALIDE IN QUELLA DATA (NOMINA *
      * IN CORSO E CERTIFICAZIONE DEL CORSO NON SCADUTA). I CONTEGGI   *
      * VENGONO POI SOMMATI PER DIPARTIMENTO/GIORNO/TURNO E RESTANO I  *
      * SOLI GRUPPI SOTTO IL MINIMO                                    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-COP63 CURSOR FOR
                    SELECT  X.DIPART,
                            X.DATA_TURNO,
                            X.COD_TURNO,
                            COUNT(*),
                            SUM(CASE WHEN X.NUM_ASS = 0
                                     THEN 1 ELSE 0 END),
                            SUM(CASE WHEN X.NUM_ASS = 0 AND X.NUM_AI > 0
                                     THEN 1 ELSE 0 END),
                            SUM(CASE WHEN X.NUM_ASS = 0 AND X.NUM_PS > 0
                                     THEN 1 ELSE 0 END)
                    FROM   (SELECT D.DIPARTIMENTO AS DIPART,
                                   T.DATA_TURNO,
                                   T.COD_TURNO,
                                  (SELECT COUNT(*)
                                   FROM   CPS04.CWASSENZE A
                                   WHERE  A.COD_MATRICOLA_DIP =
                                          T.COD_MATRICOLA_DIP
                                   AND    A.DATA_INIZIO <= T.DATA_TURNO
                                   AND    A.DATA_FINE   >= T.DATA_TURNO)
                                                  AS NUM_ASS,
                                  (SELECT COUNT(*)
                                   FROM   CPS04.CWSQEMER E,
                                          CPS04.CWISCRIZ S
                                   WHERE  E.COD_MATRICOLA_DIP =
                                          T.COD_MATRICOLA_DIP
                                   AND    E.RUOLO_EMERG = 'AI'
                                   AND    E.DATA_NOMINA <= T.DATA_TURNO
                                   AND   (E.DATA_REVOCA  = ' ' OR
                                          E.DATA_REVOCA  > T.DATA_TURNO)
                                   AND    S.COD_MATRICOLA_DIP =
                                          E.COD_MATRICOLA_DIP
                                   AND    S.COD_CORSO = E.COD_CORSO
                                   AND    S.DATA_COMPLETAMENTO <> ' '
                                   AND    S.DATA_COMPLETAMENTO <=
                                          T.DATA_TURNO
                                   AND    S.DATA_SCADENZA >=
                                          T.DATA_TURNO)
                                                  AS NUM_AI,
                                  (SELECT COUNT(*)
                                   FROM   CPS04.CWSQEMER E,
                                          CPS04.CWISCRIZ S
                                   WHERE  E.COD_MATRICOLA_DIP =
                                          T.COD_MATRICOLA_DIP
                                   AND    E.RUOLO_EMERG = 'PS'
                                   AND    E.DATA_NOMINA <= T.DATA_TURNO
                                   AND   (E.DATA_REVOCA  = ' ' OR
                                          E.DATA_REVOCA  > T.DATA_TURNO)
                                   AND    S.COD_MATRICOLA_DIP =
                                          E.COD_MATRICOLA_DIP
                                   AND    S.COD_CORSO = E.COD_CORSO
                                   AND    S.DATA_COMPLETAMENTO <> ' '
                                   AND    S.DATA_COMPLETAMENTO <=
                                          T.DATA_TURNO
                                   AND    S.DATA_SCADENZA >=
                                          T.DATA_TURNO)
                                                  AS NUM_PS
                            FROM   CPS04.CWTURASS     T,
                                   CPS04.CWDIPENDENTI D
                            WHERE  D.COD_MATRICOLA_DIP =
                                   T.COD_MATRICOLA_DIP
                            AND    D.STATO_DIPENDENTE = 'A'
                            AND    T.COD_TURNO <> ' '
                            AND    T.DATA_TURNO BETWEEN :W-DATA-DA
                                                    AND :W-DATA-A) AS X
                    GROUP BY X.DIPART, X.DATA_TURNO, X.COD_TURNO
                    HAVING  SUM(CASE WHEN X.NUM_ASS = 0 AND X.NUM_AI > 0
                                     THEN 1 ELSE 0 END) < :W-MIN-AI
                    OR      SUM(CASE WHEN X.NUM_ASS = 0 AND X.NUM_PS > 0
                                     THEN 1 ELSE 0 END) < :W-MIN-PS
                    ORDER BY X.DIPART, X.DATA_TURNO, X.COD_TURNO
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

           OPEN OUTPUT SQEMEREP.
           IF NOT FS-SQEMEREP-OK
              DISPLAY '** ERRORE OPEN SQEMEREP, FILE STATUS: '
                      W-FS-SQEMEREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           PERFORM 1100-LEGGI-PARAMETRI.

           MOVE R-INTESTAZ-1   TO SQEMEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-DATA-DA      TO RI-DATA-DA.
           MOVE W-DATA-A       TO RI-DATA-A.
           MOVE W-MIN-AI       TO RI-MIN-AI.
           MOVE W-MIN-PS       TO RI-MIN-PS.
           MOVE R-INTESTAZ-2   TO SQEMEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA   TO SQEMEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3   TO SQEMEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * MINIMI DA CWPARAM 'SQMINAI'/'SQMINPS' (DEFAULT 1) E PERIODO:   *
      * DA DOMANI ALLA DOMENICA DELLA SETTIMANA SUCCESSIVA (OGGI + 14  *
      * - GIORNO ISO DELLA SETTIMANA, 1 = LUNEDI')                     *
      ******************************************************************
       1100-LEGGI-PARAMETRI SECTION.
      *--------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE +1 TO W-MIN-AI.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'SQMINAI'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-MIN-AI
           END-IF.

           MOVE +1 TO W-MIN-PS.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'SQMINPS'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-MIN-PS
           END-IF.

           EXEC SQL SELECT CHAR(DATE(:W-BR-DATA) + 1 DAY, ISO),
                           CHAR(DATE(:W-BR-DATA)
                                + (14 - DAYOFWEEK_ISO(
                                        DATE(:W-BR-DATA))) DAYS, ISO)
                      INTO :W-DATA-DA,
                           :W-DATA-A
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-COP63 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-COP63 END-EXEC.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-COP63
                    INTO  :W-DIPARTIMENTO,
                          :W-DATA-TURNO,
                          :W-COD-TURNO,
                          :W-NUM-ASSEGNATI,
                          :W-NUM-PRESENTI,
                          :W-NUM-AI,
                          :W-NUM-PS
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2200-STAMPA-TURNO
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
       2200-STAMPA-TURNO SECTION.
      *-----------------*
           ADD 1 TO W-CONTA-SCOPERTI.

           MOVE SPACES           TO R-RIGA-DETT.
           MOVE W-DIPARTIMENTO   TO RD-DIPARTIMENTO.
           MOVE W-DATA-TURNO     TO RD-DATA-TURNO.
           MOVE W-COD-TURNO      TO RD-COD-TURNO.
           MOVE W-NUM-ASSEGNATI  TO RD-ASSEGNATI.
           MOVE W-NUM-PRESENTI   TO RD-PRESENTI.
           MOVE W-NUM-AI         TO RD-NUM-AI.
           MOVE W-NUM-PS         TO RD-NUM-PS.
           EVALUATE TRUE
              WHEN W-NUM-AI < W-MIN-AI AND W-NUM-PS < W-MIN-PS
                 MOVE 'MANCANO ADDETTI ANTINCENDIO E PRIMO SOCCORSO'
                                 TO RD-NOTA
              WHEN W-NUM-AI < W-MIN-AI
                 MOVE 'MANCANO ADDETTI ANTINCENDIO'
                                 TO RD-NOTA
              WHEN OTHER
                 MOVE 'MANCANO ADDETTI PRIMO SOCCORSO'
                                 TO RD-NOTA
           END-EVALUATE.
           MOVE R-RIGA-DETT TO SQEMEREP-REC.
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
           MOVE SQEMEREP-REC    TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE SQEMEREP-REC.

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
           MOVE 'COPERTURA EMERG.  ' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CX63DEMO'      TO SP-UTENTE-RUN.
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
           CLOSE SQEMEREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-SCOPERTI TO W-BR-LETTI
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
           IF W-CONTA-SCOPERTI = 0
              MOVE R-RIGA-NESSUNA TO SQEMEREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.
           MOVE R-RIGA-VUOTA      TO SQEMEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-SCOPERTI  TO RT-SCOPERTI.
           MOVE R-RIGA-TOT        TO SQEMEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CX63DEMO - PERIODO CONTROLLATO : ' W-DATA-DA
                   ' - ' W-DATA-A.
           DISPLAY 'CX63DEMO - TURNI SCOPERTI      : ' W-CONTA-SCOPERTI.

           CLOSE SQEMEREP.
           CLOSE SPOOL.

           MOVE W-CONTA-SCOPERTI TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
