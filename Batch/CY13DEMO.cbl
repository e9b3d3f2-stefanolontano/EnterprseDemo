       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY13DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : TABULATO MENSILE DEL COSTO DEL LAVORO PER    *
      *                   COMMESSA E CLIENTE, FATTURABILE E NON        *
      * TIPO OPERAZIONE : BATCH DI REPORTISTICA                        *
      * TABELLE USATE   : CPS04.CWORECOM, CPS04.CWCOMMES,              *
      *                   CPS04.CWRETRIB, CPS04.CWPARAM,               *
      *                   SPOOLF (VSAM)                                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE CHE RISPONDE ALLA DOMANDA "QUANTO CI E' COSTATA  *
      * LA COMMESSA X NEL MESE": AGGREGA LE ORE REGISTRATE DA          *
      * CY12DEMO SU CPS04.CWORECOM NEL MESE DI COMPETENZA (IL MESE     *
      * SOLARE PRECEDENTE LA DATA DI LANCIO, COME CW82DEMO) E LE       *
      * VALORIZZA AL COSTO ORARIO DELLA MATRICOLA.                     *
      * IL COSTO ORARIO E' LA RETRIBUZIONE BASE CWRETRIB DIVISA PER LE *
      * ORE MENSILI CONTRATTUALI (CWPARAM 'OREMESE', DEFAULT 168): PER *
      * I PART-TIME LA PERCENTUALE CWPARTT RIDUCE IN UGUAL MISURA IL   *
      * COSTO DEL MESE E LE ORE DOVUTE, QUINDI NON ENTRA NEL CALCOLO.  *
      * PER OGNI COMMESSA SONO STAMPATE ORE E COSTO FATTURABILI E NON  *
      * FATTURABILI, CON TOTALE PER CLIENTE E TOTALE GENERALE. LE ORE  *
      * DI MATRICOLE SENZA RETRIBUZIONE CENSITA SONO CONTEGGIATE A     *
      * COSTO ZERO E SEGNALATE IN CODA AL TABULATO.                    *
      * IL TABULATO VIENE SCRITTO ANCHE SULLO SPOOL VSAM SPOOLF COME   *
      * FA CW87DEMO, COSI' IL CONTROLLO DI GESTIONE LO PRELEVA DA      *
      * CW43DEMO.                                                      *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMREP       ASSIGN TO COMMREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-COMMREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  COMMREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY13DEMO'.
       01  W-FS-COMMREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-COMMREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-COMMESSE               PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-CLIENTI                PIC S9(5)   COMP-3 VALUE 0.
       01  W-CLIENTE-LETTO                PIC X(10)   VALUE SPACES.
       01  W-DESC-CLI-LETTA               PIC X(30)   VALUE SPACES.
       01  W-CLIENTE-CORR                 PIC X(10)   VALUE SPACES.
       01  W-COMMESSA-LETTA               PIC X(10)   VALUE SPACES.
       01  W-DESC-COM-LETTA               PIC X(30)   VALUE SPACES.
      * -------------------------------------------------------------- *
      *    VALORI DELLA COMMESSA LETTA (MINUTI E COSTI IN EURO)        *
      * -------------------------------------------------------------- *
       01  W-MIN-FATT                     PIC S9(9)   COMP-3 VALUE 0.
       01  W-MIN-NOFATT                   PIC S9(9)   COMP-3 VALUE 0.
       01  W-COSTO-FATT                   PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-COSTO-NOFATT                 PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-MIN-SENZA-RETR               PIC S9(9)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    TOTALI PER CLIENTE E GENERALI                               *
      * -------------------------------------------------------------- *
       01  W-CLI-MIN-FATT                 PIC S9(9)   COMP-3 VALUE 0.
       01  W-CLI-MIN-NOFATT               PIC S9(9)   COMP-3 VALUE 0.
       01  W-CLI-COSTO-FATT               PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-CLI-COSTO-NOFATT             PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-MIN-FATT                 PIC S9(9)   COMP-3 VALUE 0.
       01  W-TOT-MIN-NOFATT               PIC S9(9)   COMP-3 VALUE 0.
       01  W-TOT-COSTO-FATT               PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-COSTO-NOFATT             PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-SENZA-RETR               PIC S9(9)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    ORE MENSILI CONTRATTUALI (CWPARAM 'OREMESE') E MINUTI       *
      *    CORRISPONDENTI, DIVISORE DEL COSTO AL MINUTO                *
      * -------------------------------------------------------------- *
       01  W-ORE-MESE                     PIC S9(3)V99 COMP-3 VALUE 168.
       01  W-MIN-MESE                     PIC S9(7)V99 COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA: IL MESE SOLARE PRECEDENTE LA DATA DI    *
      *    LANCIO, IN FORMATO AAAA-MM (VEDI CW82DEMO)                  *
      * -------------------------------------------------------------- *
       01  W-COMP-AAAA                    PIC 9(4)    VALUE ZERO.
       01  W-COMP-MM                      PIC 9(2)    VALUE ZERO.
       01  W-COMPETENZA.
           05  W-CMP-AAAA                 PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-CMP-MM                   PIC X(2).
      * -------------------------------------------------------------- *
      *    MINUTI IN FORMATO ORE:MINUTI PER IL TABULATO                *
      * -------------------------------------------------------------- *
       01  W-MINUTI-EDIT                  PIC S9(9)   COMP-3 VALUE 0.
       01  W-ORE-EDIT                     PIC S9(7)   COMP-3 VALUE 0.
       01  W-RESTO-EDIT                   PIC S9(3)   COMP-3 VALUE 0.
       01  W-HHMM-EDIT.
           05  W-HH-EDIT                  PIC Z.ZZZ.ZZ9.
           05  FILLER                     PIC X       VALUE ':'.
           05  W-MM-EDIT                  PIC 99.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'COSTO DEL LAVORO MENSILE PER COMMESSA E CLIENTE'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'COMPETENZA: '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(14)  VALUE
               '   ORE MESE: '.
           05  RI-ORE-MESE                PIC ZZ9,99.
           05  FILLER                     PIC X(94)  VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(42)  VALUE
               'COMMESSA   DESCRIZIONE'.
           05  FILLER                     PIC X(26)  VALUE
               ' ORE FATTURAB.   COSTO FAT'.
           05  FILLER                     PIC X(26)  VALUE
               'T.  ORE NON FATT.   COSTO '.
           05  FILLER                     PIC X(39)  VALUE
               'NON FATT.'.
       01  R-RIGA-DETT.
           05  RD-COMMESSA                PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-DESCRIZIONE             PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ORE-FATT                PIC X(12).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COSTO-FATT              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ORE-NOFATT              PIC X(12).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COSTO-NOFATT            PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(32)  VALUE SPACES.
       01  R-TESTA-CLI.
           05  FILLER                     PIC X(9)   VALUE
               'CLIENTE  '.
           05  RC-CLIENTE                 PIC X(10).
           05  FILLER                     PIC X(3)   VALUE ' - '.
           05  RC-DESC-CLIENTE            PIC X(30).
           05  FILLER                     PIC X(81)  VALUE SPACES.
       01  R-RIGA-TOT-CLI.
           05  FILLER                     PIC X(8)   VALUE
               'TOTALE  '.
           05  RTC-CLIENTE                PIC X(10).
           05  FILLER                     PIC X(25)  VALUE SPACES.
           05  RTC-ORE-FATT               PIC X(12).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RTC-COSTO-FATT             PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RTC-ORE-NOFATT             PIC X(12).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RTC-COSTO-NOFATT           PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(32)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(43)  VALUE
               'TOTALE GENERALE'.
           05  RT-ORE-FATT                PIC X(12).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RT-COSTO-FATT              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RT-ORE-NOFATT              PIC X(12).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RT-COSTO-NOFATT            PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(32)  VALUE SPACES.
       01  R-RIGA-AVVISO.
           05  FILLER                     PIC X(43)  VALUE
               'ATTENZIONE: ORE SENZA RETRIBUZIONE CENSITA '.
           05  FILLER                     PIC X(21)  VALUE
               '(VALORIZZATE A ZERO) '.
           05  RA-ORE                     PIC X(12).
           05  FILLER                     PIC X(57)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWOREC  END-EXEC.

           EXEC SQL  INCLUDE CWCMES  END-EXEC.

           EXEC SQL  INCLUDE CWRETR  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

           EXEC SQL  INCLUDE CWCONT  END-EXEC.

      * -------------------------------------------------------------- *
      * ORE E COSTO DEL MESE PER COMMESSA, SEPARATI IN BASE AL FLAG    *
      * FATTURABILE DELLA SINGOLA REGISTRAZIONE. IL COSTO DI OGNI RIGA *
      * E' RETRIB_BASE * MINUTI / MINUTI MENSILI, ARROTONDATO AL       *
      * CENTESIMO; LE MATRICOLE SENZA CWRETRIB VALGONO ZERO E I LORO   *
      * MINUTI SONO CONTATI A PARTE. COMMESSE ORDINATE PER CLIENTE     *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-COM13 CURSOR FOR
                    SELECT  C.COD_CLIENTE,
                            C.DESC_CLIENTE,
                            O.COD_COMMESSA,
                            C.DESCRIZIONE,
                            SUM(CASE WHEN O.FATTURABILE = 'S'
                                     THEN O.MINUTI_LAVORO
                                     ELSE 0 END),
                            SUM(CASE WHEN O.FATTURABILE = 'S'
                                     THEN 0
                                     ELSE O.MINUTI_LAVORO END),
                            SUM(CASE WHEN O.FATTURABILE = 'S'
                                     THEN ROUND(COALESCE(R.RETRIB_BASE,
                                          0) * O.MINUTI_LAVORO
                                          / :W-MIN-MESE, 2)
                                     ELSE 0 END),
                            SUM(CASE WHEN O.FATTURABILE = 'S'
                                     THEN 0
                                     ELSE ROUND(COALESCE(R.RETRIB_BASE,
                                          0) * O.MINUTI_LAVORO
                                          / :W-MIN-MESE, 2) END),
                            SUM(CASE WHEN R.COD_MATRICOLA_DIP IS NULL
                                     THEN O.MINUTI_LAVORO
                                     ELSE 0 END)
                    FROM    CPS04.CWORECOM O
                            INNER JOIN CPS04.CWCOMMES C
                            ON  C.COD_COMMESSA = O.COD_COMMESSA
                            LEFT OUTER JOIN CPS04.CWRETRIB R
                            ON  R.COD_MATRICOLA_DIP =
                                O.COD_MATRICOLA_DIP
                    WHERE   SUBSTR(O.DATA_LAVORO, 1, 7) = :W-COMPETENZA
                    GROUP BY C.COD_CLIENTE, C.DESC_CLIENTE,
                             O.COD_COMMESSA, C.DESCRIZIONE
                    ORDER BY C.COD_CLIENTE, O.COD_COMMESSA
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
           PERFORM 1200-LEGGI-PARAMETRI.

           OPEN OUTPUT COMMREP.
           IF NOT FS-COMMREP-OK
              DISPLAY '** ERRORE OPEN COMMREP, FILE STATUS: '
                      W-FS-COMMREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           MOVE R-INTESTAZ-1 TO COMMREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-COMPETENZA TO RI-COMPETENZA.
           MOVE W-ORE-MESE   TO RI-ORE-MESE.
           MOVE R-INTESTAZ-2 TO COMMREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA TO COMMREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3 TO COMMREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA TO COMMREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * MESE DI COMPETENZA: IL MESE SOLARE PRECEDENTE LA DATA DI       *
      * LANCIO (STESSO CRITERIO DI CW82DEMO)                           *
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
           MOVE W-COMP-AAAA TO W-CMP-AAAA.
           MOVE W-COMP-MM   TO W-CMP-MM.

       1100-EX. EXIT.
      *
      *
      ******************************************************************
      * ORE MENSILI CONTRATTUALI DA CWPARAM 'OREMESE' (DEFAULT 168 SE  *
      * IL PARAMETRO MANCA O NON E' POSITIVO)                          *
      ******************************************************************
       1200-LEGGI-PARAMETRI SECTION.
      *--------------------*
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'OREMESE'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORE-MESE
           END-IF.
           COMPUTE W-MIN-MESE = W-ORE-MESE * 60.

       1200-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-COM13 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-COM13 END-EXEC.

           IF W-CONTA-CLIENTI > 0
              PERFORM 2250-TOTALE-CLIENTE
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-COM13
                    INTO  :W-CLIENTE-LETTO,
                          :W-DESC-CLI-LETTA,
                          :W-COMMESSA-LETTA,
                          :W-DESC-COM-LETTA,
                          :W-MIN-FATT,
                          :W-MIN-NOFATT,
                          :W-COSTO-FATT,
                          :W-COSTO-NOFATT,
                          :W-MIN-SENZA-RETR
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF W-CONTA-CLIENTI = 0 OR
                 W-CLIENTE-LETTO NOT = W-CLIENTE-CORR
                 PERFORM 2240-CAMBIO-CLIENTE
              END-IF
              PERFORM 2200-TRATTA-COMMESSA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * UNA COMMESSA: RIGA DI DETTAGLIO E ACCUMULO NEI TOTALI          *
      ******************************************************************
       2200-TRATTA-COMMESSA SECTION.
      *--------------------*
           ADD 1 TO W-CONTA-COMMESSE.

           MOVE W-COMMESSA-LETTA TO RD-COMMESSA.
           MOVE W-DESC-COM-LETTA TO RD-DESCRIZIONE.
           MOVE W-MIN-FATT       TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT      TO RD-ORE-FATT.
           MOVE W-COSTO-FATT     TO RD-COSTO-FATT.
           MOVE W-MIN-NOFATT     TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT      TO RD-ORE-NOFATT.
           MOVE W-COSTO-NOFATT   TO RD-COSTO-NOFATT.
           MOVE R-RIGA-DETT      TO COMMREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           ADD W-MIN-FATT       TO W-TOT-MIN-FATT     W-CLI-MIN-FATT.
           ADD W-MIN-NOFATT     TO W-TOT-MIN-NOFATT   W-CLI-MIN-NOFATT.
           ADD W-COSTO-FATT     TO W-TOT-COSTO-FATT   W-CLI-COSTO-FATT.
           ADD W-COSTO-NOFATT   TO W-TOT-COSTO-NOFATT
                                   W-CLI-COSTO-NOFATT.
           ADD W-MIN-SENZA-RETR TO W-TOT-SENZA-RETR.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * CAMBIO DI CLIENTE: TOTALE DEL CLIENTE PRECEDENTE (SE C'E') E   *
      * TESTATA DEL NUOVO CON LA DESCRIZIONE                           *
      ******************************************************************
       2240-CAMBIO-CLIENTE SECTION.
      *-------------------*
           IF W-CONTA-CLIENTI > 0
              PERFORM 2250-TOTALE-CLIENTE
           END-IF.

           ADD 1 TO W-CONTA-CLIENTI.
           MOVE W-CLIENTE-LETTO TO W-CLIENTE-CORR.
           MOVE 0               TO W-CLI-MIN-FATT
                                   W-CLI-MIN-NOFATT
                                   W-CLI-COSTO-FATT
                                   W-CLI-COSTO-NOFATT.

           MOVE W-CLIENTE-LETTO  TO RC-CLIENTE.
           MOVE W-DESC-CLI-LETTA TO RC-DESC-CLIENTE.
           MOVE R-TESTA-CLI      TO COMMREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2240-EX. EXIT.
      *
      *
       2250-TOTALE-CLIENTE SECTION.
      *-------------------*
           MOVE W-CLIENTE-CORR     TO RTC-CLIENTE.
           MOVE W-CLI-MIN-FATT     TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT        TO RTC-ORE-FATT.
           MOVE W-CLI-COSTO-FATT   TO RTC-COSTO-FATT.
           MOVE W-CLI-MIN-NOFATT   TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT        TO RTC-ORE-NOFATT.
           MOVE W-CLI-COSTO-NOFATT TO RTC-COSTO-NOFATT.
           MOVE R-RIGA-TOT-CLI     TO COMMREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA       TO COMMREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2250-EX. EXIT.
      *
      *
      ******************************************************************
      * MINUTI (W-MINUTI-EDIT) IN FORMATO ORE:MINUTI (W-HHMM-EDIT)     *
      ******************************************************************
       2600-EDITA-ORE SECTION.
      *--------------*
           DIVIDE W-MINUTI-EDIT BY 60 GIVING W-ORE-EDIT
                                      REMAINDER W-RESTO-EDIT.
           MOVE W-ORE-EDIT   TO W-HH-EDIT.
           MOVE W-RESTO-EDIT TO W-MM-EDIT.

       2600-EX. EXIT.
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
           MOVE COMMREP-REC     TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE COMMREP-REC.

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
           MOVE 'COSTO COMMESSE    ' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CY13DEMO'      TO SP-UTENTE-RUN.
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
           CLOSE COMMREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-COMMESSE   TO W-BR-LETTI
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
           MOVE R-RIGA-VUOTA       TO COMMREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-TOT-MIN-FATT     TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT        TO RT-ORE-FATT.
           MOVE W-TOT-COSTO-FATT   TO RT-COSTO-FATT.
           MOVE W-TOT-MIN-NOFATT   TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT        TO RT-ORE-NOFATT.
           MOVE W-TOT-COSTO-NOFATT TO RT-COSTO-NOFATT.
           MOVE R-RIGA-TOT         TO COMMREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           IF W-TOT-SENZA-RETR > 0
              MOVE R-RIGA-VUOTA     TO COMMREP-REC
              PERFORM 2900-SCRIVI-RIGA
              MOVE W-TOT-SENZA-RETR TO W-MINUTI-EDIT
              PERFORM 2600-EDITA-ORE
              MOVE W-HHMM-EDIT      TO RA-ORE
              MOVE R-RIGA-AVVISO    TO COMMREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CY13DEMO - COMMESSE TRATTATE : '
                   W-CONTA-COMMESSE.

           CLOSE COMMREP.
           CLOSE SPOOL.

           MOVE W-CONTA-COMMESSE TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
