       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY32DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : ANDAMENTO DEI TEMPI DELLA CATENA BATCH E     *
      *                   PREVISIONE DI SFORAMENTO SULL'ON-LINE        *
      * TIPO OPERAZIONE : BATCH DI STAMPA SU SPOOL CON ALLARME         *
      * TABELLE USATE   : CPS04.CWBATCHRUN, CPS04.CWBATDIP,            *
      *                   CPS04.CWPARAM, CPS04.CWALLARM,               *
      *                   CPS04.CWCONTAT, SPOOLF (VSAM),               *
      *                   TRENDREP (TABULATO)                          *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * SETTIMANALE, DA LANCIARE AL MATTINO DOPO IL RIEPILOGO DELLA    *
      * CATENA CX40DEMO (CHE RISCRIVE DA CAPO GLI ALLARMI DEL GIORNO). *
      * SUI RUN CORRETTAMENTE TERMINATI (ESITO 'O') DEGLI ULTIMI 90    *
      * GIORNI DI CPS04.CWBATCHRUN CALCOLA PER PROGRAMMA:              *
      * - NUMERO DI RUN, DURATA MEDIA A 90 E A 14 GIORNI, DURATA       *
      *   MASSIMA E TENDENZA (MEDIA 14 GG SU MEDIA 90 GG, IN %);       *
      * - PRODUTTIVITA' IN RECORD (LETTI + SCRITTI) AL SECONDO A 90 E  *
      *   A 14 GIORNI;                                                 *
      * - DURATA PREVISTA PER LA PROSSIMA SETTIMANA: LA MEDIA A 14     *
      *   GIORNI PIU' LA CRESCITA RISPETTO ALLA MEDIA A 90 (SE IN      *
      *   CALO SI TIENE LA MEDIA A 14); SENZA RUN NEGLI ULTIMI 14      *
      *   GIORNI LA MEDIA A 90.                                        *
      * CON LE PROPEDEUTICITA' CPS04.CWBATDIP CALCOLA POI IL CAMMINO   *
      * CRITICO DELLA CATENA (LA SEQUENZA DI PREREQUISITI CON LA       *
      * SOMMA DI DURATE PREVISTE PIU' ALTA) E L'ORA DI FINE PREVISTA,  *
      * A PARTIRE DALL'ORA DI INIZIO DELL'ULTIMA APERTURA DELLA        *
      * FINESTRA BATCH (CY08DEMO, PRIMO ANELLO DELLA CATENA).          *
      * SE LA FINE PREVISTA CADE ENTRO IL MARGINE CWPARAM 'MARGBATCH'  *
      * (MINUTI, DEFAULT 30) DALL'ORA DI APERTURA DELL'ON-LINE         *
      * CWPARAM 'ORAONLINE' (HHMM, DEFAULT 0700) O LA SUPERA, SCRIVE   *
      * SU CPS04.CWALLARM L'AVVISO MOSTRATO AGLI AMMINISTRATORI SUL    *
      * MENU CW02DEMO; UN RILANCIO SOSTITUISCE IL PROPRIO AVVISO.      *
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
           SELECT TRENDREP       ASSIGN TO TRENDREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-TRENDREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRENDREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  TRENDREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY32DEMO'.
       01  W-FS-TRENDREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-TRENDREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-RUN                    PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-DIP                    PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * FINESTRE DI OSSERVAZIONE: 90 GIORNI E ULTIME 2 SETTIMANE
      * ---
       01  W-DATA-90                      PIC X(10)   VALUE SPACES.
       01  W-DATA-14                      PIC X(10)   VALUE SPACES.
      * ---
      * APERTURA ON-LINE (CWPARAM 'ORAONLINE', HHMM) E MARGINE DI
      * PREAVVISO IN MINUTI (CWPARAM 'MARGBATCH')
      * ---
       01  W-ORA-ONLINE                   PIC 9(4)    VALUE 0700.
       01  W-ORA-ONLINE-R REDEFINES W-ORA-ONLINE.
           05  W-ONL-HH                   PIC 9(2).
           05  W-ONL-MM                   PIC 9(2).
       01  W-MARGINE                      PIC S9(5)   COMP-3 VALUE +30.
      * ---
      * RUN LETTO DAL CURSORE
      * ---
       01  W-RUN-PGM                      PIC X(8)    VALUE SPACES.
       01  W-RUN-DATA                     PIC X(10)   VALUE SPACES.
       01  W-RUN-ORA-INIZIO               PIC X(6)    VALUE SPACES.
       01  W-RUN-ORA-FINE                 PIC X(6)    VALUE SPACES.
       01  W-RUN-LETTI                    PIC S9(9)   COMP VALUE +0.
       01  W-RUN-SCRITTI                  PIC S9(9)   COMP VALUE +0.
       01  W-ORA-HHMMSS.
           05  W-ORA-HH                   PIC 9(2).
           05  W-ORA-MM                   PIC 9(2).
           05  W-ORA-SS                   PIC 9(2).
       01  W-SEC-INIZIO                   PIC S9(7)   COMP-3 VALUE +0.
       01  W-SEC-FINE                     PIC S9(7)   COMP-3 VALUE +0.
       01  W-SEC-DURATA                   PIC S9(7)   COMP-3 VALUE +0.
      * ---
      * PROPEDEUTICITA' LETTA DAL CURSORE
      * ---
       01  W-DIP-PGM                      PIC X(8)    VALUE SPACES.
       01  W-DIP-PRE                      PIC X(8)    VALUE SPACES.
      * -------------------------------------------------------------- *
      *    PROGRAMMI: STATISTICHE DEI RUN, DURATA PREVISTA E FINE      *
      *    PREVISTA (SECONDI DALL'INIZIO CATENA) SUL CAMMINO PIU'      *
      *    LUNGO, CON IL PREREQUISITO CHE LO DETERMINA                 *
      * -------------------------------------------------------------- *
       01  W-MAX-PGM                      PIC S9(4)   COMP VALUE +300.
       01  W-NUM-PGM                      PIC S9(4)   COMP VALUE +0.
       01  W-IND-PGM                      PIC S9(4)   COMP VALUE +0.
       01  W-POS-PGM                      PIC S9(4)   COMP VALUE +0.
       01  W-CERCA-PGM                    PIC X(8)    VALUE SPACES.
       01  W-TAB-PGM.
           05  W-PG OCCURS 300 TIMES.
               10  W-PG-NOME              PIC X(8).
               10  W-PG-IN-CATENA         PIC X(1).
               10  W-PG-N90               PIC S9(5)   COMP-3.
               10  W-PG-SEC90             PIC S9(11)  COMP-3.
               10  W-PG-REC90             PIC S9(13)  COMP-3.
               10  W-PG-N14               PIC S9(5)   COMP-3.
               10  W-PG-SEC14             PIC S9(11)  COMP-3.
               10  W-PG-REC14             PIC S9(13)  COMP-3.
               10  W-PG-MAX-SEC           PIC S9(7)   COMP-3.
               10  W-PG-PREV-SEC          PIC S9(7)   COMP-3.
               10  W-PG-FINE-SEC          PIC S9(9)   COMP-3.
               10  W-PG-PRED-CRIT         PIC S9(4)   COMP.
      * -------------------------------------------------------------- *
      *    PROPEDEUTICITA' COME COPPIE DI INDICI DELLA TABELLA         *
      *    PROGRAMMI (PROGRAMMA / PREREQUISITO)                        *
      * -------------------------------------------------------------- *
       01  W-MAX-DIP                      PIC S9(4)   COMP VALUE +600.
       01  W-NUM-DIP                      PIC S9(4)   COMP VALUE +0.
       01  W-IND-DIP                      PIC S9(4)   COMP VALUE +0.
       01  W-TAB-DIP.
           05  W-DP OCCURS 600 TIMES.
               10  W-DP-PGM               PIC S9(4)   COMP.
               10  W-DP-PRE               PIC S9(4)   COMP.
      * ---
      * CAMMINO CRITICO
      * ---
       01  W-ITERAZIONI                   PIC S9(4)   COMP VALUE +0.
       01  SW-VARIATO                     PIC X(1)    VALUE 'N'.
           88  CAMMINO-VARIATO                        VALUE 'S'.
       01  W-FINE-CAND                    PIC S9(9)   COMP-3 VALUE +0.
       01  W-PGM-ULTIMO                   PIC S9(4)   COMP VALUE +0.
       01  W-FINE-CATENA                  PIC S9(9)   COMP-3 VALUE +0.
       01  W-NUM-CRIT                     PIC S9(4)   COMP VALUE +0.
       01  W-IND-CRIT                     PIC S9(4)   COMP VALUE +0.
       01  W-TAB-CRIT.
           05  W-CR-PGM OCCURS 300 TIMES  PIC S9(4)   COMP.
      * ---
      * INIZIO CATENA (ULTIMA APERTURA DELLA FINESTRA, CY08DEMO),
      * FINE PREVISTA E LIMITE DI PREAVVISO IN SECONDI
      * ---
       01  W-ORA-INIZIO-CATENA            PIC X(6)    VALUE SPACES.
       01  W-SEC-INIZIO-CATENA            PIC S9(7)   COMP-3 VALUE +0.
       01  W-SEC-ONLINE                   PIC S9(7)   COMP-3 VALUE +0.
       01  W-SEC-DISPONIBILI              PIC S9(7)   COMP-3 VALUE +0.
       01  W-SEC-FINE-PREV                PIC S9(9)   COMP-3 VALUE +0.
       01  SW-SFORAMENTO                  PIC X(1)    VALUE 'N'.
           88  SFORAMENTO-PREVISTO                    VALUE 'S'.
      * ---
      * CALCOLI ED EDIZIONE
      * ---
       01  W-MEDIA-90                     PIC S9(7)   COMP-3 VALUE +0.
       01  W-MEDIA-14                     PIC S9(7)   COMP-3 VALUE +0.
       01  W-TREND                        PIC S9(5)V9 COMP-3 VALUE +0.
       01  W-REC-SEC                      PIC S9(9)V9 COMP-3 VALUE +0.
       01  W-SEC-EDIT                     PIC S9(9)   COMP-3 VALUE +0.
       01  W-SEC-GIORNO                   PIC 9(5)    VALUE ZERO.
       01  W-ORE-EDIT                     PIC 9(5)    VALUE ZERO.
       01  W-RESTO-EDIT                   PIC 9(5)    VALUE ZERO.
       01  W-MIN-EDIT                     PIC 9(2)    VALUE ZERO.
       01  W-SS-EDIT                      PIC 9(2)    VALUE ZERO.
       01  W-DURATA-ED.
           05  W-DUR-HH                   PIC ZZ9.
           05  FILLER                     PIC X       VALUE ':'.
           05  W-DUR-MM                   PIC 99.
           05  FILLER                     PIC X       VALUE ':'.
           05  W-DUR-SS                   PIC 99.
       01  W-ORA-ED.
           05  W-ORE-HH                   PIC 99.
           05  FILLER                     PIC X       VALUE ':'.
           05  W-ORE-MM                   PIC 99.
      * ---
      * AVVISO SUL MENU DEGLI AMMINISTRATORI (CPS04.CWALLARM)
      * ---
       01  W-ALLARME-TESTO                PIC X(60)   VALUE SPACES.
       01  W-ALLARME-PREFISSO             PIC X(21)   VALUE
           'FINE CATENA PREVISTA%'.
       01  W-FINE-ED                      PIC X(5)    VALUE SPACES.
       01  W-ONLINE-ED                    PIC X(5)    VALUE SPACES.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(59)  VALUE
               'ANDAMENTO TEMPI CATENA BATCH (ULTIMI 90 GIORNI) ALLA DA
      -        'TA '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(64)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(10)  VALUE
               'PROGRAMMA'.
           05  FILLER                     PIC X(6)   VALUE
               'RUN'.
           05  FILLER                     PIC X(11)  VALUE
               'MEDIA 90GG'.
           05  FILLER                     PIC X(11)  VALUE
               'MEDIA 14GG'.
           05  FILLER                     PIC X(10)  VALUE
               'TREND %'.
           05  FILLER                     PIC X(11)  VALUE
               'MASSIMA'.
           05  FILLER                     PIC X(13)  VALUE
               'REC/SEC 90GG'.
           05  FILLER                     PIC X(13)  VALUE
               'REC/SEC 14GG'.
           05  FILLER                     PIC X(11)  VALUE
               'PREVISTA'.
           05  FILLER                     PIC X(37)  VALUE
               'FINE PREV. NOTA'.
       01  R-RIGA-PGM.
           05  RP-PGM                     PIC X(8).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RP-RUN                     PIC ZZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-MEDIA-90                PIC X(9).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-MEDIA-14                PIC X(9).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-TREND                   PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-MASSIMA                 PIC X(9).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-REC-SEC-90              PIC X(10).
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RP-REC-SEC-14              PIC X(10).
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RP-PREVISTA                PIC X(9).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-FINE-PREV               PIC X(5).
           05  FILLER                     PIC X(5)   VALUE SPACES.
           05  RP-NOTA                    PIC X(27).
       01  R-RIGA-TREND-ED.
           05  RT-TREND                   PIC +ZZZ9,9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
       01  R-RIGA-REC-ED.
           05  RR-REC-SEC                 PIC ZZZZZZZ9,9.
       01  R-INTESTAZ-CRIT                PIC X(133) VALUE
           'CAMMINO CRITICO DELLA CATENA (PROPEDEUTICITA'' CWBATDIP, DUR
      -    'ATE PREVISTE)'.
       01  R-RIGA-CRIT.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RC-PASSO                   PIC ZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-PGM                     PIC X(8).
           05  FILLER                     PIC X(12)  VALUE
               '  DURATA   '.
           05  RC-DURATA                  PIC X(9).
           05  FILLER                     PIC X(16)  VALUE
               '  FINE PREVISTA '.
           05  RC-FINE                    PIC X(5).
           05  FILLER                     PIC X(74)  VALUE SPACES.
       01  R-RIGA-ESITO.
           05  FILLER                     PIC X(21)  VALUE
               'INIZIO CATENA (CY08) '.
           05  RE-INIZIO                  PIC X(5).
           05  FILLER                     PIC X(17)  VALUE
               '  FINE PREVISTA '.
           05  RE-FINE                    PIC X(5).
           05  FILLER                     PIC X(18)  VALUE
               '  APERTURA ON-LINE'.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RE-ONLINE                  PIC X(5).
           05  FILLER                     PIC X(11)  VALUE
               '  MARGINE '.
           05  RE-MARGINE                 PIC ZZZZ9.
           05  FILLER                     PIC X(45)  VALUE
               ' MIN.'.
       01  R-RIGA-SFORAMENTO              PIC X(133) VALUE
           '*ALLARME*  LA FINE PREVISTA DELLA CATENA CADE NEL MARGINE DI
      -    ' PREAVVISO O OLTRE L''APERTURA DELL''ON-LINE'.
       01  R-RIGA-IN-ORARIO               PIC X(133) VALUE
           'FINE PREVISTA DELLA CATENA ENTRO L''ORARIO CON IL MARGINE RI
      -    'CHIESTO'.
       01  R-RIGA-NO-INIZIO               PIC X(133) VALUE
           'NESSUNA APERTURA DELLA FINESTRA BATCH (CY08DEMO) NEGLI ULTI
      -    'MI 90 GIORNI: PREVISIONE NON CALCOLATA'.
       01  R-RIGA-NO-DIP                  PIC X(133) VALUE
           'NESSUNA PROPEDEUTICITA'' CENSITA SU CWBATDIP: CAMMINO CRITI
      -    'CO NON CALCOLATO'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWBDIP  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

      * -------------------------------------------------------------- *
      * RUN TERMINATI CORRETTAMENTE NEGLI ULTIMI 90 GIORNI             *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-RUN32 CURSOR FOR
                    SELECT  NOME_PGM,
                            DATA_ELABORAZIONE,
                            ORA_INIZIO,
                            ORA_FINE,
                            RECORD_LETTI,
                            RECORD_SCRITTI
                    FROM    CPS04.CWBATCHRUN
                    WHERE   ESITO = 'O'
                    AND     DATA_ELABORAZIONE >= :W-DATA-90
                    AND     ORA_FINE <> ' '
                    ORDER BY NOME_PGM
           END-EXEC.
      * -------------------------------------------------------------- *
      * PROPEDEUTICITA' DELLA CATENA                                   *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DIP32 CURSOR FOR
                    SELECT  NOME_PGM,
                            PGM_PROPEDEUTICO
                    FROM    CPS04.CWBATDIP
                    ORDER BY NOME_PGM, PGM_PROPEDEUTICO
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

           OPEN OUTPUT TRENDREP.
           IF NOT FS-TRENDREP-OK
              DISPLAY '** ERRORE OPEN TRENDREP, FILE STATUS: '
                      W-FS-TRENDREP
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

           MOVE W-BR-DATA      TO RI-DATA.
           MOVE R-INTESTAZ-1   TO TRENDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA   TO TRENDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-2   TO TRENDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * FINESTRE DI OSSERVAZIONE, ORA DI APERTURA DELL'ON-LINE         *
      * (CWPARAM 'ORAONLINE', DEFAULT 0700) E MARGINE DI PREAVVISO     *
      * (CWPARAM 'MARGBATCH', DEFAULT 30 MINUTI)                       *
      ******************************************************************
       1100-LEGGI-PARAMETRI SECTION.
      *--------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL SELECT CHAR(DATE(:W-BR-DATA) - 90 DAYS, ISO),
                           CHAR(DATE(:W-BR-DATA) - 14 DAYS, ISO)
                      INTO :W-DATA-90,
                           :W-DATA-14
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'ORAONLINE'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORA-ONLINE
           END-IF.
           IF W-ONL-HH > 23 OR W-ONL-MM > 59
              DISPLAY 'CY32DEMO - CWPARAM ORAONLINE ' W-ORA-ONLINE
                      ' NON VALIDO: USATO 0700'
              MOVE 0700 TO W-ORA-ONLINE
           END-IF.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'MARGBATCH'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-MARGINE
           END-IF.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2830-INIZIO-CATENA.

           EXEC SQL OPEN CUR-RUN32 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2100-FETCH-RUN UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-RUN32 END-EXEC.

           EXEC SQL OPEN CUR-DIP32 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2200-FETCH-DIP UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-DIP32 END-EXEC.

           PERFORM 2300-DURATA-PREVISTA
                   VARYING W-IND-PGM FROM 1 BY 1
                   UNTIL W-IND-PGM > W-NUM-PGM.

           PERFORM 2400-CAMMINO-CRITICO.

           PERFORM 2500-STAMPA-PROGRAMMA
                   VARYING W-IND-PGM FROM 1 BY 1
                   UNTIL W-IND-PGM > W-NUM-PGM.

           PERFORM 2600-STAMPA-CAMMINO.

           PERFORM 2700-PREVISIONE-FINE.

       2000-EX. EXIT.
      *
      *
       2100-FETCH-RUN SECTION.
      *--------------*
           EXEC SQL FETCH CUR-RUN32
                    INTO  :W-RUN-PGM,
                          :W-RUN-DATA,
                          :W-RUN-ORA-INIZIO,
                          :W-RUN-ORA-FINE,
                          :W-RUN-LETTI,
                          :W-RUN-SCRITTI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-RUN
              PERFORM 2150-ACCUMULA-RUN
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * DURATA DEL RUN IN SECONDI (UN RUN A CAVALLO DELLA MEZZANOTTE   *
      * HA LA FINE MINORE DELL'INIZIO) E ACCUMULO SUL PROGRAMMA        *
      ******************************************************************
       2150-ACCUMULA-RUN SECTION.
      *-----------------*
           IF W-RUN-ORA-INIZIO NOT NUMERIC OR
              W-RUN-ORA-FINE   NOT NUMERIC
              GO TO 2150-EX
           END-IF.
           MOVE W-RUN-ORA-INIZIO TO W-ORA-HHMMSS.
           COMPUTE W-SEC-INIZIO = W-ORA-HH * 3600 + W-ORA-MM * 60
                                + W-ORA-SS.
           MOVE W-RUN-ORA-FINE   TO W-ORA-HHMMSS.
           COMPUTE W-SEC-FINE   = W-ORA-HH * 3600 + W-ORA-MM * 60
                                + W-ORA-SS.
           COMPUTE W-SEC-DURATA = W-SEC-FINE - W-SEC-INIZIO.
           IF W-SEC-DURATA < 0
              ADD 86400 TO W-SEC-DURATA
           END-IF.

           MOVE W-RUN-PGM TO W-CERCA-PGM.
           PERFORM 2800-CERCA-PROGRAMMA.
           IF W-POS-PGM = 0
              GO TO 2150-EX
           END-IF.

           ADD 1            TO W-PG-N90   (W-POS-PGM).
           ADD W-SEC-DURATA TO W-PG-SEC90 (W-POS-PGM).
           ADD W-RUN-LETTI W-RUN-SCRITTI TO W-PG-REC90 (W-POS-PGM).
           IF W-SEC-DURATA > W-PG-MAX-SEC (W-POS-PGM)
              MOVE W-SEC-DURATA TO W-PG-MAX-SEC (W-POS-PGM)
           END-IF.
           IF W-RUN-DATA >= W-DATA-14
              ADD 1            TO W-PG-N14   (W-POS-PGM)
              ADD W-SEC-DURATA TO W-PG-SEC14 (W-POS-PGM)
              ADD W-RUN-LETTI W-RUN-SCRITTI TO W-PG-REC14 (W-POS-PGM)
           END-IF.

       2150-EX. EXIT.
      *
      *
      ******************************************************************
      * PROPEDEUTICITA': I DUE PROGRAMMI ENTRANO NELLA CATENA (ANCHE   *
      * SE SENZA RUN NEL PERIODO) E LA COPPIA VIENE MEMORIZZATA        *
      ******************************************************************
       2200-FETCH-DIP SECTION.
      *--------------*
           EXEC SQL FETCH CUR-DIP32
                    INTO  :W-DIP-PGM,
                          :W-DIP-PRE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
              GO TO 2200-EX
           END-IF.
           IF W-NUM-DIP NOT < W-MAX-DIP
              DISPLAY 'CY32DEMO - PROPEDEUTICITA'' OLTRE LA '
                      'CAPACITA'' DELLA TABELLA, IGNORATA: '
                      W-DIP-PGM ' ' W-DIP-PRE
              GO TO 2200-EX
           END-IF.

           ADD 1 TO W-CONTA-DIP.
           MOVE W-DIP-PRE TO W-CERCA-PGM.
           PERFORM 2800-CERCA-PROGRAMMA.
           IF W-POS-PGM = 0
              GO TO 2200-EX
           END-IF.
           ADD 1 TO W-NUM-DIP.
           MOVE W-POS-PGM TO W-DP-PRE (W-NUM-DIP).
           MOVE 'S'       TO W-PG-IN-CATENA (W-POS-PGM).
           MOVE W-DIP-PGM TO W-CERCA-PGM.
           PERFORM 2800-CERCA-PROGRAMMA.
           IF W-POS-PGM = 0
              SUBTRACT 1 FROM W-NUM-DIP
              GO TO 2200-EX
           END-IF.
           MOVE W-POS-PGM TO W-DP-PGM (W-NUM-DIP).
           MOVE 'S'       TO W-PG-IN-CATENA (W-POS-PGM).

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * DURATA PREVISTA DEL PROGRAMMA W-IND-PGM: MEDIA A 14 GIORNI     *
      * PIU' LA CRESCITA SULLA MEDIA A 90 (NESSUNA RIDUZIONE SE IN     *
      * CALO); SENZA RUN RECENTI LA MEDIA A 90; SENZA RUN ZERO         *
      ******************************************************************
       2300-DURATA-PREVISTA SECTION.
      *--------------------*
           MOVE 0 TO W-PG-PREV-SEC (W-IND-PGM).
           IF W-PG-N90 (W-IND-PGM) = 0
              GO TO 2300-EX
           END-IF.
           COMPUTE W-MEDIA-90 ROUNDED = W-PG-SEC90 (W-IND-PGM)
                                      / W-PG-N90 (W-IND-PGM).
           IF W-PG-N14 (W-IND-PGM) = 0
              MOVE W-MEDIA-90 TO W-PG-PREV-SEC (W-IND-PGM)
              GO TO 2300-EX
           END-IF.
           COMPUTE W-MEDIA-14 ROUNDED = W-PG-SEC14 (W-IND-PGM)
                                      / W-PG-N14 (W-IND-PGM).
           IF W-MEDIA-14 > W-MEDIA-90
              COMPUTE W-PG-PREV-SEC (W-IND-PGM) =
                      W-MEDIA-14 + (W-MEDIA-14 - W-MEDIA-90)
           ELSE
              MOVE W-MEDIA-14 TO W-PG-PREV-SEC (W-IND-PGM)
           END-IF.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * CAMMINO CRITICO: LA FINE PREVISTA DI UN PROGRAMMA E' LA SUA    *
      * DURATA PREVISTA PIU' LA FINE PREVISTA PIU' ALTA DEI SUOI       *
      * PREREQUISITI (ZERO = INIZIO CATENA SE NON NE HA). SI RIPASSANO *
      * LE PROPEDEUTICITA' FINCHE' NESSUNA FINE CAMBIA, AL PIU' TANTE  *
      * VOLTE QUANTI SONO I PROGRAMMI (UN CICLO ERRATO SU CWBATDIP NON *
      * BLOCCA IL RUN). IL PROGRAMMA DELLA CATENA CON LA FINE PIU'     *
      * ALTA CHIUDE IL CAMMINO CRITICO                                 *
      ******************************************************************
       2400-CAMMINO-CRITICO SECTION.
      *--------------------*
           PERFORM 2410-INIZIALIZZA-FINE
                   VARYING W-IND-PGM FROM 1 BY 1
                   UNTIL W-IND-PGM > W-NUM-PGM.

           MOVE 0 TO W-ITERAZIONI.
           SET CAMMINO-VARIATO TO TRUE.
           PERFORM 2420-PASSATA
                   UNTIL NOT CAMMINO-VARIATO
                   OR W-ITERAZIONI > W-NUM-PGM.

           MOVE 0 TO W-PGM-ULTIMO.
           MOVE 0 TO W-FINE-CATENA.
           PERFORM 2440-CERCA-ULTIMO
                   VARYING W-IND-PGM FROM 1 BY 1
                   UNTIL W-IND-PGM > W-NUM-PGM.

       2400-EX. EXIT.
      *
       2410-INIZIALIZZA-FINE SECTION.
      *---------------------*
           MOVE W-PG-PREV-SEC (W-IND-PGM) TO W-PG-FINE-SEC (W-IND-PGM).
           MOVE 0 TO W-PG-PRED-CRIT (W-IND-PGM).

       2410-EX. EXIT.
      *
       2420-PASSATA SECTION.
      *------------*
           ADD 1 TO W-ITERAZIONI.
           MOVE 'N' TO SW-VARIATO.
           PERFORM 2430-RILASSA-DIP
                   VARYING W-IND-DIP FROM 1 BY 1
                   UNTIL W-IND-DIP > W-NUM-DIP.

       2420-EX. EXIT.
      *
       2430-RILASSA-DIP SECTION.
      *----------------*
           COMPUTE W-FINE-CAND =
                   W-PG-FINE-SEC (W-DP-PRE (W-IND-DIP))
                 + W-PG-PREV-SEC (W-DP-PGM (W-IND-DIP)).
           IF W-FINE-CAND > W-PG-FINE-SEC (W-DP-PGM (W-IND-DIP))
              MOVE W-FINE-CAND
                TO W-PG-FINE-SEC  (W-DP-PGM (W-IND-DIP))
              MOVE W-DP-PRE (W-IND-DIP)
                TO W-PG-PRED-CRIT (W-DP-PGM (W-IND-DIP))
              SET CAMMINO-VARIATO TO TRUE
           END-IF.

       2430-EX. EXIT.
      *
       2440-CERCA-ULTIMO SECTION.
      *-----------------*
           IF W-PG-IN-CATENA (W-IND-PGM) = 'S' AND
              W-PG-FINE-SEC (W-IND-PGM) > W-FINE-CATENA
              MOVE W-PG-FINE-SEC (W-IND-PGM) TO W-FINE-CATENA
              MOVE W-IND-PGM                 TO W-PGM-ULTIMO
           END-IF.

       2440-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGA DI ANDAMENTO DEL PROGRAMMA W-IND-PGM                      *
      ******************************************************************
       2500-STAMPA-PROGRAMMA SECTION.
      *---------------------*
           MOVE SPACES TO RP-MEDIA-90 RP-MEDIA-14 RP-TREND RP-MASSIMA
                          RP-REC-SEC-90 RP-REC-SEC-14 RP-PREVISTA
                          RP-FINE-PREV RP-NOTA.
           MOVE W-PG-NOME (W-IND-PGM) TO RP-PGM.
           MOVE W-PG-N90  (W-IND-PGM) TO RP-RUN.

           IF W-PG-N90 (W-IND-PGM) = 0
              MOVE 'NESSUN RUN NEL PERIODO' TO RP-NOTA
              GO TO 2500-SCRIVI
           END-IF.

           COMPUTE W-MEDIA-90 ROUNDED = W-PG-SEC90 (W-IND-PGM)
                                      / W-PG-N90 (W-IND-PGM).
           MOVE W-MEDIA-90 TO W-SEC-EDIT.
           PERFORM 2810-EDITA-DURATA.
           MOVE W-DURATA-ED TO RP-MEDIA-90.
           MOVE W-PG-MAX-SEC (W-IND-PGM) TO W-SEC-EDIT.
           PERFORM 2810-EDITA-DURATA.
           MOVE W-DURATA-ED TO RP-MASSIMA.
           IF W-PG-SEC90 (W-IND-PGM) > 0
              COMPUTE W-REC-SEC ROUNDED = W-PG-REC90 (W-IND-PGM)
                                        / W-PG-SEC90 (W-IND-PGM)
              MOVE W-REC-SEC TO RR-REC-SEC
              MOVE R-RIGA-REC-ED TO RP-REC-SEC-90
           END-IF.

           IF W-PG-N14 (W-IND-PGM) = 0
              MOVE 'NESSUN RUN NEGLI ULTIMI 14GG' TO RP-NOTA
           ELSE
              COMPUTE W-MEDIA-14 ROUNDED = W-PG-SEC14 (W-IND-PGM)
                                         / W-PG-N14 (W-IND-PGM)
              MOVE W-MEDIA-14 TO W-SEC-EDIT
              PERFORM 2810-EDITA-DURATA
              MOVE W-DURATA-ED TO RP-MEDIA-14
              IF W-MEDIA-90 > 0
                 COMPUTE W-TREND ROUNDED =
                         (W-MEDIA-14 - W-MEDIA-90) * 100 / W-MEDIA-90
                 MOVE W-TREND TO RT-TREND
                 MOVE R-RIGA-TREND-ED TO RP-TREND
              END-IF
              IF W-PG-SEC14 (W-IND-PGM) > 0
                 COMPUTE W-REC-SEC ROUNDED = W-PG-REC14 (W-IND-PGM)
                                           / W-PG-SEC14 (W-IND-PGM)
                 MOVE W-REC-SEC TO RR-REC-SEC
                 MOVE R-RIGA-REC-ED TO RP-REC-SEC-14
              END-IF
              IF W-MEDIA-14 > W-MEDIA-90
                 MOVE 'IN RALLENTAMENTO' TO RP-NOTA
              END-IF
           END-IF.

           MOVE W-PG-PREV-SEC (W-IND-PGM) TO W-SEC-EDIT.
           PERFORM 2810-EDITA-DURATA.
           MOVE W-DURATA-ED TO RP-PREVISTA.

       2500-SCRIVI.
           IF W-PG-IN-CATENA (W-IND-PGM) = 'S' AND
              W-ORA-INIZIO-CATENA NOT = SPACES
              COMPUTE W-SEC-EDIT = W-SEC-INIZIO-CATENA
                                 + W-PG-FINE-SEC (W-IND-PGM)
              PERFORM 2820-EDITA-ORA
              MOVE W-ORA-ED TO RP-FINE-PREV
           END-IF.
           MOVE R-RIGA-PGM TO TRENDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2500-EX. EXIT.
      *
      *
      ******************************************************************
      * CAMMINO CRITICO: DALL'ULTIMO PROGRAMMA SI RISALE DI            *
      * PREREQUISITO IN PREREQUISITO E SI STAMPA DAL PRIMO             *
      ******************************************************************
       2600-STAMPA-CAMMINO SECTION.
      *-------------------*
           MOVE R-RIGA-VUOTA    TO TRENDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-CRIT TO TRENDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           IF W-NUM-DIP = 0 OR W-PGM-ULTIMO = 0
              MOVE R-RIGA-NO-DIP TO TRENDREP-REC
              PERFORM 2900-SCRIVI-RIGA
              GO TO 2600-EX
           END-IF.

           MOVE 0            TO W-NUM-CRIT.
           MOVE W-PGM-ULTIMO TO W-IND-PGM.
           PERFORM 2610-RISALI-CAMMINO
                   UNTIL W-IND-PGM = 0
                   OR W-NUM-CRIT NOT < W-NUM-PGM.

           PERFORM 2620-STAMPA-PASSO
                   VARYING W-IND-CRIT FROM W-NUM-CRIT BY -1
                   UNTIL W-IND-CRIT < 1.

       2600-EX. EXIT.
      *
       2610-RISALI-CAMMINO SECTION.
      *-------------------*
           ADD 1 TO W-NUM-CRIT.
           MOVE W-IND-PGM TO W-CR-PGM (W-NUM-CRIT).
           MOVE W-PG-PRED-CRIT (W-IND-PGM) TO W-IND-PGM.

       2610-EX. EXIT.
      *
       2620-STAMPA-PASSO SECTION.
      *-----------------*
           MOVE W-CR-PGM (W-IND-CRIT) TO W-IND-PGM.
           COMPUTE RC-PASSO = W-NUM-CRIT - W-IND-CRIT + 1.
           MOVE W-PG-NOME (W-IND-PGM)     TO RC-PGM.
           MOVE W-PG-PREV-SEC (W-IND-PGM) TO W-SEC-EDIT.
           PERFORM 2810-EDITA-DURATA.
           MOVE W-DURATA-ED TO RC-DURATA.
           MOVE SPACES TO RC-FINE.
           IF W-ORA-INIZIO-CATENA NOT = SPACES
              COMPUTE W-SEC-EDIT = W-SEC-INIZIO-CATENA
                                 + W-PG-FINE-SEC (W-IND-PGM)
              PERFORM 2820-EDITA-ORA
              MOVE W-ORA-ED TO RC-FINE
           END-IF.
           MOVE R-RIGA-CRIT TO TRENDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2620-EX. EXIT.
      *
      *
      ******************************************************************
      * FINE PREVISTA DELLA CATENA CONTRO L'APERTURA DELL'ON-LINE: SE  *
      * I SECONDI DISPONIBILI DALL'INIZIO CATENA ALL'ON-LINE, TOLTO IL *
      * MARGINE, NON BASTANO PER IL CAMMINO CRITICO SCRIVE L'AVVISO    *
      * SUL MENU; L'AVVISO GIA' SCRITTO OGGI DA UN RUN PRECEDENTE      *
      * VIENE SOSTITUITO                                               *
      ******************************************************************
       2700-PREVISIONE-FINE SECTION.
      *--------------------*
           EXEC SQL DELETE FROM CPS04.CWALLARM
                     WHERE DATA_ELABORAZIONE = :W-BR-DATA
                     AND   TESTO LIKE :W-ALLARME-PREFISSO
           END-EXEC.

           MOVE R-RIGA-VUOTA TO TRENDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           IF W-ORA-INIZIO-CATENA = SPACES
              MOVE R-RIGA-NO-INIZIO TO TRENDREP-REC
              PERFORM 2900-SCRIVI-RIGA
              GO TO 2700-EX
           END-IF.
           IF W-NUM-DIP = 0 OR W-PGM-ULTIMO = 0
              GO TO 2700-EX
           END-IF.

           COMPUTE W-SEC-ONLINE = W-ONL-HH * 3600 + W-ONL-MM * 60.
           COMPUTE W-SEC-DISPONIBILI = W-SEC-ONLINE
                                     - W-SEC-INIZIO-CATENA.
           IF W-SEC-DISPONIBILI NOT > 0
              ADD 86400 TO W-SEC-DISPONIBILI
           END-IF.
           COMPUTE W-SEC-FINE-PREV = W-FINE-CATENA + W-MARGINE * 60.
           IF W-SEC-FINE-PREV > W-SEC-DISPONIBILI
              SET SFORAMENTO-PREVISTO TO TRUE
           END-IF.

           MOVE W-SEC-INIZIO-CATENA TO W-SEC-EDIT.
           PERFORM 2820-EDITA-ORA.
           MOVE W-ORA-ED TO RE-INIZIO.
           COMPUTE W-SEC-EDIT = W-SEC-INIZIO-CATENA + W-FINE-CATENA.
           PERFORM 2820-EDITA-ORA.
           MOVE W-ORA-ED TO RE-FINE W-FINE-ED.
           MOVE W-SEC-ONLINE TO W-SEC-EDIT.
           PERFORM 2820-EDITA-ORA.
           MOVE W-ORA-ED TO RE-ONLINE W-ONLINE-ED.
           MOVE W-MARGINE TO RE-MARGINE.
           MOVE R-RIGA-ESITO TO TRENDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           IF NOT SFORAMENTO-PREVISTO
              MOVE R-RIGA-IN-ORARIO TO TRENDREP-REC
              PERFORM 2900-SCRIVI-RIGA
              GO TO 2700-EX
           END-IF.

           MOVE R-RIGA-SFORAMENTO TO TRENDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE SPACES TO W-ALLARME-TESTO.
           STRING 'FINE CATENA PREVISTA ' W-FINE-ED
                  ', ON-LINE ' W-ONLINE-ED ' (CY32DEMO)'
                  DELIMITED BY SIZE INTO W-ALLARME-TESTO
           END-STRING.
           EXEC SQL INSERT INTO CPS04.CWALLARM
                         VALUES (:W-BR-DATA,
                                 :W-BR-ORA-INIZIO,
                                 :W-ALLARME-TESTO)
           END-EXEC.

       2700-EX. EXIT.
      *
      *
      ******************************************************************
      * RICERCA DI W-CERCA-PGM NELLA TABELLA PROGRAMMI, CON            *
      * INSERIMENTO IN CODA SE ASSENTE: W-POS-PGM = POSIZIONE, ZERO SE *
      * LA TABELLA E' PIENA (PROGRAMMA IGNORATO, SEGNALATO A SYSOUT)   *
      ******************************************************************
       2800-CERCA-PROGRAMMA SECTION.
      *--------------------*
           MOVE 0 TO W-POS-PGM.
           PERFORM 2805-CONFRONTA-PGM
                   VARYING W-IND-PGM FROM 1 BY 1
                   UNTIL W-IND-PGM > W-NUM-PGM
                   OR W-POS-PGM > 0.
           IF W-POS-PGM > 0
              GO TO 2800-EX
           END-IF.
           IF W-NUM-PGM NOT < W-MAX-PGM
              DISPLAY 'CY32DEMO - PROGRAMMI OLTRE LA CAPACITA'' DELLA '
                      'TABELLA, IGNORATO: ' W-CERCA-PGM
              GO TO 2800-EX
           END-IF.
           ADD 1 TO W-NUM-PGM.
           MOVE W-NUM-PGM   TO W-POS-PGM.
           MOVE W-CERCA-PGM TO W-PG-NOME (W-POS-PGM).
           MOVE 'N'         TO W-PG-IN-CATENA (W-POS-PGM).
           MOVE 0           TO W-PG-N90       (W-POS-PGM)
                               W-PG-SEC90     (W-POS-PGM)
                               W-PG-REC90     (W-POS-PGM)
                               W-PG-N14       (W-POS-PGM)
                               W-PG-SEC14     (W-POS-PGM)
                               W-PG-REC14     (W-POS-PGM)
                               W-PG-MAX-SEC   (W-POS-PGM)
                               W-PG-PREV-SEC  (W-POS-PGM)
                               W-PG-FINE-SEC  (W-POS-PGM)
                               W-PG-PRED-CRIT (W-POS-PGM).

       2800-EX. EXIT.
      *
       2805-CONFRONTA-PGM SECTION.
      *------------------*
           IF W-PG-NOME (W-IND-PGM) = W-CERCA-PGM
              MOVE W-IND-PGM TO W-POS-PGM
           END-IF.

       2805-EX. EXIT.
      *
      *
      ******************************************************************
      * SECONDI (W-SEC-EDIT) IN FORMATO HHH:MM:SS                      *
      ******************************************************************
       2810-EDITA-DURATA SECTION.
      *-----------------*
           DIVIDE W-SEC-EDIT BY 3600 GIVING W-ORE-EDIT
                                     REMAINDER W-RESTO-EDIT.
           DIVIDE W-RESTO-EDIT BY 60 GIVING W-MIN-EDIT
                                     REMAINDER W-SS-EDIT.
           MOVE W-ORE-EDIT TO W-DUR-HH.
           MOVE W-MIN-EDIT TO W-DUR-MM.
           MOVE W-SS-EDIT  TO W-DUR-SS.

       2810-EX. EXIT.
      *
      *
      ******************************************************************
      * SECONDI DALLA MEZZANOTTE (W-SEC-EDIT, ANCHE OLTRE LE 24 ORE)   *
      * IN ORA DEL GIORNO HH:MM                                        *
      ******************************************************************
       2820-EDITA-ORA SECTION.
      *--------------*
           DIVIDE W-SEC-EDIT BY 86400 GIVING W-ORE-EDIT
                                      REMAINDER W-SEC-GIORNO.
           DIVIDE W-SEC-GIORNO BY 3600 GIVING W-ORE-EDIT
                                     REMAINDER W-RESTO-EDIT.
           DIVIDE W-RESTO-EDIT BY 60 GIVING W-MIN-EDIT
                                     REMAINDER W-SS-EDIT.
           MOVE W-ORE-EDIT TO W-ORE-HH.
           MOVE W-MIN-EDIT TO W-ORE-MM.

       2820-EX. EXIT.
      *
      *
      ******************************************************************
      * INIZIO CATENA: ORA DI PARTENZA DELL'ULTIMA APERTURA DELLA      *
      * FINESTRA BATCH (CY08DEMO) TERMINATA CORRETTAMENTE NEL PERIODO  *
      ******************************************************************
       2830-INIZIO-CATENA SECTION.
      *------------------*
           MOVE SPACES TO W-ORA-INIZIO-CATENA.
           EXEC SQL SELECT ORA_INIZIO
                      INTO :W-ORA-INIZIO-CATENA
                      FROM  CPS04.CWBATCHRUN
                     WHERE NOME_PGM = 'CY08DEMO'
                     AND   ESITO    = 'O'
                     AND   DATA_ELABORAZIONE >= :W-DATA-90
                     ORDER BY DATA_ELABORAZIONE DESC,
                              ORA_INIZIO DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = +100 OR W-ORA-INIZIO-CATENA NOT NUMERIC
              MOVE SPACES TO W-ORA-INIZIO-CATENA
              GO TO 2830-EX
           END-IF.
           MOVE W-ORA-INIZIO-CATENA TO W-ORA-HHMMSS.
           COMPUTE W-SEC-INIZIO-CATENA = W-ORA-HH * 3600
                                       + W-ORA-MM * 60 + W-ORA-SS.

       2830-EX. EXIT.
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
           MOVE TRENDREP-REC     TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE TRENDREP-REC.

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
           MOVE 'TEMPI CATENA BATCH' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CY32DEMO'      TO SP-UTENTE-RUN.
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
           CLOSE TRENDREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-RUN      TO W-BR-LETTI
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
           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CY32DEMO - RUN ESAMINATI        : ' W-CONTA-RUN.
           DISPLAY 'CY32DEMO - PROGRAMMI            : ' W-NUM-PGM.
           DISPLAY 'CY32DEMO - PROPEDEUTICITA''      : ' W-CONTA-DIP.
           IF SFORAMENTO-PREVISTO
              DISPLAY 'CY32DEMO - AVVISO DI SFORAMENTO SCRITTO'
           END-IF.

           CLOSE TRENDREP.
           CLOSE SPOOL.

           MOVE W-CONTA-RUN      TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
