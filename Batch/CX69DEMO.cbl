       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX69DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : VERIFICA ANNUALE DEL PIANO DI SUCCESSIONE    *
      *                   DELLE POSIZIONI CHIAVE                       *
      * TIPO OPERAZIONE : BATCH DI STAMPA SU SPOOL                     *
      * TABELLE USATE   : CPS04.CWPOSCHI, CPS04.CWSUCCES,              *
      *                   CPS04.CWDIPART, CPS04.CWPOSORG,              *
      *                   CPS04.CWDIPENDENTI, CPS04.CWANZCON,          *
      *                   CPS04.CWCESSAZ, SPOOLF (VSAM)                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      ******************************************************************
      ******************************************************************
      * BATCH ANNUALE: PER OGNI POSIZIONE CHIAVE ATTIVA (CX68DEMO)     *
      * INDIVIDUA IL TITOLARE ATTUALE (RESPONSABILE CWDIPART PER IL    *
      * TIPO R, TITOLARE CWPOSORG PER IL TIPO P) E LO CONSIDERA IN     *
      * USCITA SE:                                                     *
      *   - RAGGIUNGE L'IDONEITA' ALLA PENSIONE ENTRO I PROSSIMI       *
      *     CINQUE ANNI CON LE REGOLE DI CW49DEMO (67 ANNI DI ETA' O   *
      *     42 DI ANZIANITA', QUESTA DALL'ANZIANITA' CONVENZIONALE     *
      *     CWANZCON DOVE PRESENTE); A DIFFERENZA DI CW49DEMO SONO     *
      *     COMPRESI ANCHE I TITOLARI GIA' IDONEI;                     *
      *   - HA UNA CESSAZIONE PROGRAMMATA SU CWCESSAZ (STATO 'P').     *
      * UN POSTO SCOPERTO O CON TITOLARE NON PIU' ATTIVO E' TRATTATO   *
      * ALLO STESSO MODO. LE POSIZIONI IN USCITA CHE NON HANNO ALMENO  *
      * UN SUCCESSORE ATTIVO PRONTO SUBITO (PRONTEZZA 1 SU CWSUCCES)   *
      * SONO STAMPATE CON I SUCCESSORI PRONTI A MEDIO/LUNGO TERMINE.   *
      * IL TABULATO VA ANCHE SUL VSAM SPOOLF (RITIRO CON CW43DEMO).    *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCCEREP       ASSIGN TO SUCCEREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-SUCCEREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCCEREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  SUCCEREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX69DEMO'.
       01  W-FS-SUCCEREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-SUCCEREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
      * ---
      * REGOLE DI IDONEITA' PENSIONISTICA: STESSI LIMITI DI CW49DEMO
      * ---
       01  W-ETA-PENSIONE                 PIC 9(2)    VALUE 67.
       01  W-ANZIANITA-PENSIONE           PIC 9(2)    VALUE 42.
       01  W-ANNI-PROIEZIONE              PIC 9(1)    VALUE 5.
       01  W-ANNO-NASCITA                 PIC 9(4)    VALUE ZERO.
       01  W-ANNO-ASSUNZIONE              PIC 9(4)    VALUE ZERO.
       01  W-ANNO-ETA                     PIC 9(4)    VALUE ZERO.
       01  W-ANNO-ANZIAN                  PIC 9(4)    VALUE ZERO.
       01  W-ANNO-IDONEO                  PIC 9(4)    VALUE ZERO.
       01  W-ANNO-LIMITE                  PIC 9(4)    VALUE ZERO.
      * ---
      * CONTATORI
      * ---
       01  W-CONTA-CHIAVI                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-IN-USCITA              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCOPERTE               PIC S9(7)   COMP-3 VALUE 0.
       01  W-NUM-ED                       PIC 9(5)    VALUE ZEROES.
      * ---
      * POSIZIONE CHIAVE LETTA DAL CURSORE E DATI DEL TITOLARE
      * ---
       01  W-TITOLARE                     PIC S9(5)   COMP-3 VALUE 0.
       01  W-DATA-CESSAZIONE              PIC X(10)   VALUE SPACES.
       01  W-SUCC-PRONTI                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-SUCC-MEDIO                   PIC S9(5)   COMP-3 VALUE 0.
       01  W-SUCC-LUNGO                   PIC S9(5)   COMP-3 VALUE 0.
       01  SW-IN-USCITA                   PIC X(1)    VALUE 'N'.
           88  TITOLARE-IN-USCITA                     VALUE 'S'.
       01  W-MOTIVO                       PIC X(22)   VALUE SPACES.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'PIANO DI SUCCESSIONE - POSIZIONI CHIAVE A RISCHIO'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'DATA RUN : '.
           05  RI-DATA-RUN                PIC X(10).
           05  FILLER                     PIC X(25)  VALUE
               '   FINESTRA PENSIONI AL '.
           05  RI-ANNO-LIMITE             PIC 9(4).
           05  FILLER                     PIC X(82)  VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(8)   VALUE
               ' CHIAVE'.
           05  FILLER                     PIC X(2)   VALUE
               'T'.
           05  FILLER                     PIC X(12)  VALUE
               'DIPART.'.
           05  FILLER                     PIC X(7)   VALUE
               'POSIZ.'.
           05  FILLER                     PIC X(32)  VALUE
               'DESCRIZIONE'.
           05  FILLER                     PIC X(7)   VALUE
               'TITOL.'.
           05  FILLER                     PIC X(17)  VALUE
               'COGNOME'.
           05  FILLER                     PIC X(24)  VALUE
               'MOTIVO'.
           05  FILLER                     PIC X(24)  VALUE
               'SUCC. 1-2 A.  OLTRE 3 A.'.
       01  R-RIGA-DETT.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ID-CHIAVE               PIC 9(5).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-TIPO                    PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-POSIZIONE               PIC X(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DESCRIZIONE             PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-TITOLARE                PIC X(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(15).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MOTIVO                  PIC X(22).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-SUCC-MEDIO              PIC ZZZZ9.
           05  FILLER                     PIC X(9)   VALUE SPACES.
           05  RD-SUCC-LUNGO              PIC ZZZZ9.
           05  FILLER                     PIC X(5)   VALUE SPACES.
       01  R-RIGA-NESSUNA                 PIC X(133) VALUE
           'NESSUNA POSIZIONE CHIAVE A RISCHIO'.
       01  R-RIGA-TOT-1.
           05  FILLER                     PIC X(30)  VALUE
               'POSIZIONI CHIAVE ESAMINATE : '.
           05  RT-CHIAVI                  PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-2.
           05  FILLER                     PIC X(30)  VALUE
               'CON TITOLARE IN USCITA     : '.
           05  RT-IN-USCITA               PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-3.
           05  FILLER                     PIC X(30)  VALUE
               'SENZA SUCCESSORE PRONTO    : '.
           05  RT-SCOPERTE                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWPCHI  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWANZC  END-EXEC.

      * -------------------------------------------------------------- *
      * POSIZIONI CHIAVE ATTIVE CON IL TITOLARE ATTUALE: RESPONSABILE  *
      * DEL DIPARTIMENTO (TIPO R) O TITOLARE DELLA POSIZIONE DI        *
      * ORGANICO (TIPO P); ZERO SE IL POSTO E' SCOPERTO                *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-CHI69 CURSOR FOR
                    SELECT  K.ID_CHIAVE,
                            K.TIPO_CHIAVE,
                            K.DIPARTIMENTO,
                            K.NUM_POSIZIONE,
                            K.DESCRIZIONE,
                            COALESCE(CASE WHEN K.TIPO_CHIAVE = 'R'
                                     THEN (SELECT R.COD_RESPONSABILE
                                           FROM  CPS04.CWDIPART R
                                           WHERE R.CODICE =
                                                 K.DIPARTIMENTO)
                                     ELSE (SELECT P.COD_MATRICOLA_DIP
                                           FROM  CPS04.CWPOSORG P
                                           WHERE P.NUM_POSIZIONE =
                                                 K.NUM_POSIZIONE)
                                     END, 0)
                    FROM  CPS04.CWPOSCHI K
                    WHERE K.STATO_CHIAVE = 'A'
                    ORDER BY K.DIPARTIMENTO,
                             K.ID_CHIAVE
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
           COMPUTE W-ANNO-LIMITE = W-BR-AAAA + W-ANNI-PROIEZIONE.

           OPEN OUTPUT SUCCEREP.
           IF NOT FS-SUCCEREP-OK
              DISPLAY '** ERRORE OPEN SUCCEREP, FILE STATUS: '
                      W-FS-SUCCEREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           MOVE R-INTESTAZ-1   TO SUCCEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-BR-DATA      TO RI-DATA-RUN.
           MOVE W-ANNO-LIMITE  TO RI-ANNO-LIMITE.
           MOVE R-INTESTAZ-2   TO SUCCEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA   TO SUCCEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3   TO SUCCEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-CHI69 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-CHI69 END-EXEC.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-CHI69
                    INTO  :DCL-CWPOSCHI.ID-CHIAVE,
                          :DCL-CWPOSCHI.TIPO-CHIAVE,
                          :DCL-CWPOSCHI.DIPARTIMENTO,
                          :DCL-CWPOSCHI.NUM-POSIZIONE,
                          :DCL-CWPOSCHI.DESCRIZIONE,
                          :W-TITOLARE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-CHIAVI
              PERFORM 2200-VERIFICA-CHIAVE
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * VERIFICA DI UNA POSIZIONE CHIAVE: SE IL TITOLARE E' IN USCITA  *
      * (2250) SI CONTANO I SUCCESSORI ATTIVI PER PRONTEZZA E, IN      *
      * MANCANZA DI UN SUCCESSORE PRONTO SUBITO, SI STAMPA LA RIGA     *
      ******************************************************************
       2200-VERIFICA-CHIAVE SECTION.
      *--------------------*
           PERFORM 2250-TITOLARE-IN-USCITA.
           IF NOT TITOLARE-IN-USCITA
              GO TO 2200-EX
           END-IF.
           ADD 1 TO W-CONTA-IN-USCITA.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-SUCC-PRONTI
                      FROM  CPS04.CWSUCCES S,
                            CPS04.CWDIPENDENTI D
                     WHERE S.ID_CHIAVE         =
                           :DCL-CWPOSCHI.ID-CHIAVE
                     AND   S.PRONTEZZA         = '1'
                     AND   D.COD_MATRICOLA_DIP = S.COD_MATRICOLA_DIP
                     AND   D.STATO_DIPENDENTE  = 'A'
           END-EXEC.
           IF W-SUCC-PRONTI > 0
              GO TO 2200-EX
           END-IF.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-SUCC-MEDIO
                      FROM  CPS04.CWSUCCES S,
                            CPS04.CWDIPENDENTI D
                     WHERE S.ID_CHIAVE         =
                           :DCL-CWPOSCHI.ID-CHIAVE
                     AND   S.PRONTEZZA         = '2'
                     AND   D.COD_MATRICOLA_DIP = S.COD_MATRICOLA_DIP
                     AND   D.STATO_DIPENDENTE  = 'A'
           END-EXEC.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-SUCC-LUNGO
                      FROM  CPS04.CWSUCCES S,
                            CPS04.CWDIPENDENTI D
                     WHERE S.ID_CHIAVE         =
                           :DCL-CWPOSCHI.ID-CHIAVE
                     AND   S.PRONTEZZA         = '3'
                     AND   D.COD_MATRICOLA_DIP = S.COD_MATRICOLA_DIP
                     AND   D.STATO_DIPENDENTE  = 'A'
           END-EXEC.
           ADD 1 TO W-CONTA-SCOPERTE.
           PERFORM 2300-STAMPA-RIGA.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * TITOLARE IN USCITA: POSTO SCOPERTO O TITOLARE NON ATTIVO,      *
      * CESSAZIONE PROGRAMMATA SU CWCESSAZ, OPPURE IDONEITA' ALLA      *
      * PENSIONE ENTRO L'ANNO LIMITE (REGOLE DI 2200-PROIETTA DI       *
      * CW49DEMO, COMPRESI I GIA' IDONEI)                              *
      ******************************************************************
       2250-TITOLARE-IN-USCITA SECTION.
      *-----------------------*
           MOVE 'N'    TO SW-IN-USCITA.
           MOVE SPACES TO W-MOTIVO.
           MOVE SPACES TO COGNOME OF DCL-CPSDIP.
           IF W-TITOLARE = 0
              MOVE 'S'              TO SW-IN-USCITA
              MOVE 'POSTO SCOPERTO' TO W-MOTIVO
              GO TO 2250-EX
           END-IF.

           EXEC SQL SELECT COGNOME,
                           DATA_NASCITA,
                           DATA_ASSUNZIONE,
                           STATO_DIPENDENTE
                      INTO :DCL-CPSDIP.COGNOME,
                           :DCL-CPSDIP.DATA-NASCITA,
                           :DCL-CPSDIP.DATA-ASSUNZIONE,
                           :DCL-CPSDIP.STATO-DIPENDENTE
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-TITOLARE
           END-EXEC.
           IF SQLCODE = +100 OR NOT STATO-DIP-ATTIVO
              MOVE 'S'                 TO SW-IN-USCITA
              MOVE 'TITOLARE NON ATTIVO' TO W-MOTIVO
              GO TO 2250-EX
           END-IF.

           EXEC SQL SELECT COALESCE(MIN(DATA_CESSAZIONE), ' ')
                      INTO :W-DATA-CESSAZIONE
                      FROM  CPS04.CWCESSAZ
                     WHERE COD_MATRICOLA_DIP = :W-TITOLARE
                     AND   STATO_CESSAZIONE  = 'P'
           END-EXEC.
           IF W-DATA-CESSAZIONE NOT = SPACES
              MOVE 'S'                 TO SW-IN-USCITA
              MOVE 'CESSAZIONE'        TO W-MOTIVO
              MOVE W-DATA-CESSAZIONE   TO W-MOTIVO(12:10)
              GO TO 2250-EX
           END-IF.

           IF DATA-NASCITA OF DCL-CPSDIP (1:4) NOT NUMERIC
              GO TO 2250-EX
           END-IF.
           MOVE DATA-NASCITA OF DCL-CPSDIP (1:4) TO W-ANNO-NASCITA.
           COMPUTE W-ANNO-ETA = W-ANNO-NASCITA + W-ETA-PENSIONE.

           EXEC SQL SELECT DATA_ANZIANITA
                      INTO :DCL-CWANZCON.DATA-ANZIANITA
                      FROM CPS04.CWANZCON
                     WHERE COD_MATRICOLA_DIP = :W-TITOLARE
           END-EXEC.
           IF SQLCODE = 0
              IF DATA-ANZIANITA OF DCL-CWANZCON (1:4) NUMERIC
                 MOVE DATA-ANZIANITA OF DCL-CWANZCON
                      TO DATA-ASSUNZIONE OF DCL-CPSDIP
              END-IF
           END-IF.
           IF DATA-ASSUNZIONE OF DCL-CPSDIP (1:4) NUMERIC
              MOVE DATA-ASSUNZIONE OF DCL-CPSDIP (1:4)
                                      TO W-ANNO-ASSUNZIONE
              COMPUTE W-ANNO-ANZIAN = W-ANNO-ASSUNZIONE
                                    + W-ANZIANITA-PENSIONE
           ELSE
              MOVE 9999 TO W-ANNO-ANZIAN
           END-IF.

           IF W-ANNO-ETA < W-ANNO-ANZIAN
              MOVE W-ANNO-ETA    TO W-ANNO-IDONEO
           ELSE
              MOVE W-ANNO-ANZIAN TO W-ANNO-IDONEO
           END-IF.
           IF W-ANNO-IDONEO NOT > W-ANNO-LIMITE
              MOVE 'S'                 TO SW-IN-USCITA
              MOVE 'PENSIONABILE DAL'  TO W-MOTIVO
              MOVE W-ANNO-IDONEO       TO W-MOTIVO(18:4)
           END-IF.

       2250-EX. EXIT.
      *
      *
       2300-STAMPA-RIGA SECTION.
      *----------------*
           MOVE ID-CHIAVE    OF DCL-CWPOSCHI TO RD-ID-CHIAVE.
           MOVE TIPO-CHIAVE  OF DCL-CWPOSCHI TO RD-TIPO.
           MOVE DIPARTIMENTO OF DCL-CWPOSCHI TO RD-DIPARTIMENTO.
           IF NUM-POSIZIONE OF DCL-CWPOSCHI = 0
              MOVE SPACES             TO RD-POSIZIONE
           ELSE
              MOVE NUM-POSIZIONE OF DCL-CWPOSCHI TO W-NUM-ED
              MOVE W-NUM-ED           TO RD-POSIZIONE
           END-IF.
           MOVE DESCRIZIONE  OF DCL-CWPOSCHI TO RD-DESCRIZIONE.
           IF W-TITOLARE = 0
              MOVE SPACES             TO RD-TITOLARE
           ELSE
              MOVE W-TITOLARE         TO W-NUM-ED
              MOVE W-NUM-ED           TO RD-TITOLARE
           END-IF.
           MOVE COGNOME OF DCL-CPSDIP TO RD-COGNOME.
           MOVE W-MOTIVO              TO RD-MOTIVO.
           MOVE W-SUCC-MEDIO          TO RD-SUCC-MEDIO.
           MOVE W-SUCC-LUNGO          TO RD-SUCC-LUNGO.
           MOVE R-RIGA-DETT           TO SUCCEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

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
           MOVE SUCCEREP-REC     TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE SUCCEREP-REC.

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
           MOVE 'SUCCESSIONI      ' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CX69DEMO'      TO SP-UTENTE-RUN.
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
           CLOSE SUCCEREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-CHIAVI   TO W-BR-LETTI
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
           IF W-CONTA-SCOPERTE = 0
              MOVE R-RIGA-NESSUNA TO SUCCEREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.
           MOVE R-RIGA-VUOTA      TO SUCCEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-CHIAVI    TO RT-CHIAVI.
           MOVE R-RIGA-TOT-1      TO SUCCEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-IN-USCITA TO RT-IN-USCITA.
           MOVE R-RIGA-TOT-2      TO SUCCEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-SCOPERTE  TO RT-SCOPERTE.
           MOVE R-RIGA-TOT-3      TO SUCCEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CX69DEMO - POSIZIONI CHIAVE ESAMINATE : '
                   W-CONTA-CHIAVI.
           DISPLAY 'CX69DEMO - CON TITOLARE IN USCITA     : '
                   W-CONTA-IN-USCITA.
           DISPLAY 'CX69DEMO - SENZA SUCCESSORE PRONTO    : '
                   W-CONTA-SCOPERTE.

           CLOSE SUCCEREP.
           CLOSE SPOOL.

           MOVE W-CONTA-CHIAVI   TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'O'              TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
