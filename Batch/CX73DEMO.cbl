       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX73DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : GIORNALE MENSILE DI CONTABILITA' GENERALE    *
      *                   DEL COSTO DEL PERSONALE PER CENTRO DI COSTO  *
      * TIPO OPERAZIONE : BATCH DI INTERFACCIA E STAMPA SU SPOOL       *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWRETRIB,          *
      *                   CPS04.CWPARTT, CPS04.CWRIPCDC,               *
      *                   CPS04.CWCDCOST, CPS04.CWPARAM,               *
      *                   COGEJOUR (FILE GIORNALE), SPOOLF (VSAM)      *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE, DA LANCIARE CON CW87DEMO: RIPARTISCE IL COSTO   *
      * DI OGNI DIPENDENTE SUI CENTRI DI COSTO E PRODUCE IL FILE       *
      * GIORNALE PER LA CONTABILITA' GENERALE.                         *
      * IL COSTO DEL DIPENDENTE E' LA RETRIBUZIONE BASE CWRETRIB PESATA*
      * CON LA PERCENTUALE PART-TIME CWPARTT (100 SE NON CENSITA),     *
      * ARROTONDATA AL CENTESIMO: STESSA POPOLAZIONE E STESSO CALCOLO  *
      * DI CW87DEMO, IL CUI TOTALE AZIENDALE E' RICALCOLATO COME       *
      * TOTALE DI CONTROLLO.                                           *
      * LA RIPARTIZIONE E' QUELLA CWRIPCDC IN VIGORE ALLA DATA DEL RUN *
      * (CX72DEMO), VALIDA SE TOTALIZZA 100 E CITA SOLO CENTRI ATTIVI; *
      * OGNI QUOTA E' ARROTONDATA AL CENTESIMO E L'ULTIMA RIGA PRENDE  *
      * IL RESTO, COSI' IL DIPENDENTE QUADRA AL CENTESIMO. SENZA       *
      * RIPARTIZIONE VALIDA IL COSTO VA SUL CENTRO ATTIVO DEL SUO      *
      * DIPARTIMENTO (IL PRIMO IN ORDINE DI CODICE) E, IN MANCANZA,    *
      * SUL CENTRO DI SOSPESO CWPARAM 'COGECDCSOS': LE RIPARTIZIONI    *
      * NON VALIDE E I COSTI MANDATI A SOSPESO SONO ELENCATI COME      *
      * ANOMALIE.                                                      *
      * IL GIORNALE COGEJOUR HA UNA TESTATA 'H', PER OGNI CENTRO UNA   *
      * RIGA 'D' IN DARE SUL CONTO DI COSTO DEL CENTRO (DEFAULT        *
      * CWPARAM 'COGECONTOC') E UNA RIGA 'D' IN AVERE SUL CONTO DI     *
      * CONTROPARTITA 'COGECONTOA', E UNA CODA 'T' CON NUMERO RIGHE,   *
      * TOTALI DARE/AVERE, TOTALE DI CONTROLLO E ESITO DELLA           *
      * QUADRATURA. IL TABULATO VA ANCHE SUL VSAM SPOOLF (RITIRO CON   *
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
           SELECT COGEJOUR       ASSIGN TO COGEJOUR
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-COGEJOUR.

           SELECT COGEREP        ASSIGN TO COGEREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-COGEREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
      * ---
      * GIORNALE DI CONTABILITA' GENERALE: TESTATA 'H', RIGHE 'D' E
      * CODA 'T' SULLO STESSO TRACCIATO DI 93 CARATTERI
      * ---
       FD  COGEJOUR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS.
       01  COGEJOUR-REC.
           05  GJ-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1).
           05  GJ-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(1).
           05  GJ-DATA-REG                PIC X(10).
           05  FILLER                     PIC X(1).
           05  GJ-NUM-RIGA                PIC 9(5).
           05  FILLER                     PIC X(1).
           05  GJ-SEGNO                   PIC X(1).
           05  FILLER                     PIC X(1).
           05  GJ-CONTO                   PIC X(10).
           05  FILLER                     PIC X(1).
           05  GJ-CDC                     PIC X(8).
           05  FILLER                     PIC X(1).
           05  GJ-IMPORTO                 PIC 9(11)V99.
           05  FILLER                     PIC X(1).
           05  GJ-DESCRIZIONE             PIC X(30).
       01  COGEJOUR-TESTATA.
           05  GH-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1).
           05  GH-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(1).
           05  GH-DATA-REG                PIC X(10).
           05  FILLER                     PIC X(1).
           05  GH-PROVENIENZA             PIC X(8).
           05  FILLER                     PIC X(1).
           05  GH-DESCRIZIONE             PIC X(30).
           05  FILLER                     PIC X(33).
       01  COGEJOUR-CODA.
           05  GT-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1).
           05  GT-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(1).
           05  GT-NUM-RIGHE               PIC 9(5).
           05  FILLER                     PIC X(1).
           05  GT-TOT-DARE                PIC 9(11)V99.
           05  FILLER                     PIC X(1).
           05  GT-TOT-AVERE               PIC 9(11)V99.
           05  FILLER                     PIC X(1).
           05  GT-TOT-CONTROLLO           PIC 9(11)V99.
           05  FILLER                     PIC X(1).
           05  GT-QUADRATURA              PIC X(1).
           05  FILLER                     PIC X(34).

       FD  COGEREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  COGEREP-REC                    PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX73DEMO'.
       01  W-FS-COGEJOUR                  PIC  X(2)   VALUE ZEROES.
           88  FS-COGEJOUR-OK                         VALUE '00'.
       01  W-FS-COGEREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-COGEREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
      * ---
      * PARAMETRI DEL GIORNALE (CWPARAM, VALORE_CHAR): CONTO DI COSTO
      * DI DEFAULT, CONTO DI CONTROPARTITA E CENTRO DI SOSPESO
      * ---
       01  W-CONTO-COSTO-DEF              PIC X(10)   VALUE SPACES.
       01  W-CONTO-AVERE                  PIC X(10)   VALUE SPACES.
       01  W-CDC-SOSPESO                  PIC X(8)    VALUE SPACES.
      * ---
      * COMPETENZA DEL GIORNALE (AAAA-MM DELLA DATA DEL RUN)
      * ---
       01  W-COMPETENZA.
           05  W-CO-AAAA                  PIC X(4).
           05  FILLER                     PIC X(1)    VALUE '-'.
           05  W-CO-MM                    PIC X(2).
      * ---
      * CONTATORI
      * ---
       01  W-CONTA-LETTI                  PIC S9(9)   COMP   VALUE 0.
       01  W-CONTA-RIPARTITI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SU-DIPART              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SU-SOSPESO             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-ANOMALIE               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RIGHE-GIORN            PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * DIPENDENTE LETTO DAL CURSORE E SUO COSTO DEL MESE
      * ---
       01  W-PERC-PT                      PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-COSTO-DIP                    PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-QUOTA                        PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-RESIDUO                      PIC S9(9)V99 COMP-3 VALUE 0.
      * ---
      * RIPARTIZIONE IN VIGORE DEL DIPENDENTE E SUO CONTROLLO
      * ---
       01  W-DECORR                       PIC X(10)   VALUE SPACES.
       01  W-NUM-RIGHE-RIP                PIC S9(5)   COMP-3 VALUE 0.
       01  W-NUM-CDC-ATTIVI               PIC S9(5)   COMP-3 VALUE 0.
       01  W-TOT-PERC-RIP                 PIC S9(5)V99 COMP-3 VALUE 0.
       01  W-CDC-DIPART                   PIC X(8)    VALUE SPACES.
       01  W-CONTO-LETTO                  PIC X(10)   VALUE SPACES.
       01  W-MOTIVO-ANOMALIA              PIC X(45)   VALUE SPACES.
       01  SW-RIPARTIZIONE                PIC X(1)    VALUE 'N'.
           88  RIPARTIZIONE-VALIDA                    VALUE 'S'.
      * ---
      * QUOTE DELLA RIPARTIZIONE IN VIGORE (CENTRO, CONTO, PERCENTUALE)
      * ---
       01  W-NUM-QUOTE                    PIC S9(4)   COMP VALUE +0.
       01  W-IND-QUOTA                    PIC S9(4)   COMP VALUE +0.
       01  W-TAB-QUOTE.
           05  W-QUOTE OCCURS 10 TIMES.
               10  W-QU-CDC               PIC X(8).
               10  W-QU-CONTO             PIC X(10).
               10  W-QU-PERC              PIC S9(3)V99 COMP-3.
      * ---
      * ACCUMULO PER CENTRO DI COSTO (STESSA TECNICA DELLA TABELLA
      * PER DIPARTIMENTO DI CW30DEMO)
      * ---
       01  W-NUM-CDC                      PIC S9(4)   COMP VALUE +0.
       01  W-IND-CDC-N                    PIC S9(4)   COMP VALUE +0.
       01  W-TAB-CDC.
           05  W-CENTRI OCCURS 500 TIMES INDEXED BY IND-CDC.
               10  W-CDC-COD              PIC X(8)    VALUE SPACES.
               10  W-CDC-CONTO            PIC X(10)   VALUE SPACES.
               10  W-CDC-NUM-DIP          PIC S9(5)   COMP-3 VALUE 0.
               10  W-CDC-IMPORTO          PIC S9(11)V99 COMP-3 VALUE 0.
      * CENTRO/CONTO/IMPORTO DA ACCUMULARE (VEDI 2600)
       01  W-ACC-CDC                      PIC X(8)    VALUE SPACES.
       01  W-ACC-CONTO                    PIC X(10)   VALUE SPACES.
       01  W-ACC-IMPORTO                  PIC S9(9)V99 COMP-3 VALUE 0.
      * SEGNO, CONTO E DESCRIZIONE DELLA RIGA DI GIORNALE (VEDI 2710)
       01  W-ACC-SEGNO                    PIC X(1)    VALUE SPACE.
       01  W-ACC-DESCRIZIONE              PIC X(30)   VALUE SPACES.
      * ---
      * TOTALI DEL GIORNALE E TOTALE DI CONTROLLO (CALCOLO DI CW87DEMO)
      * ---
       01  W-TOT-COSTO-DIP                PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-DARE                     PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-AVERE                    PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-CONTROLLO                PIC S9(11)V99 COMP-3 VALUE 0.
       01  SW-QUADRATURA                  PIC X(1)    VALUE 'N'.
           88  GIORNALE-QUADRA                        VALUE 'S'.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'GIORNALE DI CONTABILITA'' GENERALE - COSTO DEL PERSONALE'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(13)  VALUE
               'COMPETENZA: '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(14)  VALUE
               '   DATA RUN: '.
           05  RI-DATA-RUN                PIC X(10).
           05  FILLER                     PIC X(89)  VALUE SPACES.
       01  R-INTESTAZ-3                   PIC X(133) VALUE
           'ANOMALIE DI RIPARTIZIONE'.
       01  R-INTESTAZ-4.
           05  FILLER                     PIC X(9)   VALUE
               '  MATR.'.
           05  FILLER                     PIC X(22)  VALUE
               'COGNOME'.
           05  FILLER                     PIC X(12)  VALUE
               'DIPART.'.
           05  FILLER                     PIC X(16)  VALUE
               '   COSTO MESE'.
           05  FILLER                     PIC X(10)  VALUE
               'CENTRO'.
           05  FILLER                     PIC X(64)  VALUE
               'MOTIVO'.
       01  R-RIGA-ANOMALIA.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RA-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RA-COGNOME                 PIC X(20).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RA-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RA-COSTO                   PIC ZZZ.ZZ9,99.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RA-CDC                     PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RA-MOTIVO                  PIC X(45).
           05  FILLER                     PIC X(21)  VALUE SPACES.
       01  R-RIGA-NESSUNA                 PIC X(133) VALUE
           '  NESSUNA ANOMALIA'.
       01  R-INTESTAZ-5                   PIC X(133) VALUE
           'COSTO DEL MESE PER CENTRO DI COSTO'.
       01  R-INTESTAZ-6.
           05  FILLER                     PIC X(12)  VALUE
               '  CENTRO'.
           05  FILLER                     PIC X(12)  VALUE
               'CONTO DARE'.
           05  FILLER                     PIC X(12)  VALUE
               'CONTO AVERE'.
           05  FILLER                     PIC X(12)  VALUE
               'DIPENDENTI'.
           05  FILLER                     PIC X(85)  VALUE
               '         IMPORTO'.
       01  R-RIGA-CDC.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-CDC                     PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-CONTO-DARE              PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-CONTO-AVERE             PIC X(10).
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-NUM-DIP                 PIC ZZZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-IMPORTO                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(70)  VALUE SPACES.
       01  R-RIGA-TOT-1.
           05  FILLER                     PIC X(30)  VALUE
               'DIPENDENTI ELABORATI       : '.
           05  RT-LETTI                   PIC ZZZZZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TOT-2.
           05  FILLER                     PIC X(30)  VALUE
               '  CON RIPARTIZIONE         : '.
           05  RT-RIPARTITI               PIC ZZZZZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TOT-3.
           05  FILLER                     PIC X(30)  VALUE
               '  SU CENTRO DEL DIPART.    : '.
           05  RT-SU-DIPART               PIC ZZZZZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TOT-4.
           05  FILLER                     PIC X(30)  VALUE
               '  SU CENTRO DI SOSPESO     : '.
           05  RT-SU-SOSPESO              PIC ZZZZZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TOT-5.
           05  FILLER                     PIC X(30)  VALUE
               'RIGHE DEL GIORNALE         : '.
           05  RT-RIGHE                   PIC ZZZZZZ9.
           05  FILLER                     PIC X(96)  VALUE SPACES.
       01  R-RIGA-TOT-6.
           05  FILLER                     PIC X(30)  VALUE
               'TOTALE DARE                : '.
           05  RT-TOT-DARE                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(86)  VALUE SPACES.
       01  R-RIGA-TOT-7.
           05  FILLER                     PIC X(30)  VALUE
               'TOTALE AVERE               : '.
           05  RT-TOT-AVERE               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(86)  VALUE SPACES.
       01  R-RIGA-TOT-8.
           05  FILLER                     PIC X(30)  VALUE
               'TOTALE COSTO (CW87DEMO)    : '.
           05  RT-TOT-CONTROLLO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(86)  VALUE SPACES.
       01  R-RIGA-QUADRA                  PIC X(133) VALUE
           'QUADRATURA CON IL COSTO DEL LAVORO: OK'.
       01  R-RIGA-SQUADRA                 PIC X(133) VALUE
           '** SQUADRATURA CON IL COSTO DEL LAVORO: GIORNALE DA NON CONT
      -    'ABILIZZARE **'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWRETR  END-EXEC.

           EXEC SQL  INCLUDE CWRIPC  END-EXEC.

           EXEC SQL  INCLUDE CWCDCO  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

      * -------------------------------------------------------------- *
      * DIPENDENTI RETRIBUITI CON LA PERCENTUALE PART-TIME (100 SE     *
      * NON CENSITA): STESSA POPOLAZIONE DEL CURSORE DI CW87DEMO       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DIP73 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.DIPARTIMENTO,
                            R.RETRIB_BASE,
                            COALESCE(P.PERC_PARTTIME, 100)
                    FROM    CPS04.CWDIPENDENTI D
                            INNER JOIN CPS04.CWRETRIB R
                            ON  R.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            LEFT OUTER JOIN CPS04.CWPARTT P
                            ON  P.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                    ORDER BY D.DIPARTIMENTO,
                             D.COD_MATRICOLA_DIP
           END-EXEC.

      * -------------------------------------------------------------- *
      * RIGHE DELLA RIPARTIZIONE IN VIGORE DEL DIPENDENTE, CON IL      *
      * CONTO DI COSTO DEL CENTRO                                      *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-RIP73 CURSOR FOR
                    SELECT  R.COD_CDC,
                            C.CONTO_COSTO,
                            R.PERCENTUALE
                    FROM    CPS04.CWRIPCDC R,
                            CPS04.CWCDCOST C
                    WHERE   R.COD_MATRICOLA_DIP =
                            :DCL-CPSDIP.COD-MATRICOLA-DIP
                    AND     R.DATA_DECORRENZA   = :W-DECORR
                    AND     C.COD_CDC           = R.COD_CDC
                    ORDER BY R.COD_CDC
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
           PERFORM 1100-LEGGI-PARAMETRI.

           MOVE W-BR-DT-AAAA   TO W-CO-AAAA.
           MOVE W-BR-DT-MM     TO W-CO-MM.

           OPEN OUTPUT COGEJOUR.
           IF NOT FS-COGEJOUR-OK
              DISPLAY '** ERRORE OPEN COGEJOUR, FILE STATUS: '
                      W-FS-COGEJOUR
              STOP RUN
           END-IF.

           OPEN OUTPUT COGEREP.
           IF NOT FS-COGEREP-OK
              DISPLAY '** ERRORE OPEN COGEREP, FILE STATUS: '
                      W-FS-COGEREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           MOVE R-INTESTAZ-1   TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-COMPETENZA   TO RI-COMPETENZA.
           MOVE W-BR-DATA      TO RI-DATA-RUN.
           MOVE R-INTESTAZ-2   TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA   TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3   TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA   TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-4   TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

      * TESTATA DEL GIORNALE
           MOVE SPACES         TO COGEJOUR-TESTATA.
           MOVE 'H'            TO GH-TIPO-REC.
           MOVE W-COMPETENZA   TO GH-COMPETENZA.
           MOVE W-BR-DATA      TO GH-DATA-REG.
           MOVE W-NOME-PGM     TO GH-PROVENIENZA.
           MOVE 'COSTO DEL PERSONALE PER CDC' TO GH-DESCRIZIONE.
           PERFORM 2950-SCRIVI-GIORNALE.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * PARAMETRI DEL GIORNALE DA CPS04.CWPARAM, CON IL DEFAULT SE IL  *
      * PARAMETRO NON E' CENSITO                                       *
      ******************************************************************
       1100-LEGGI-PARAMETRI SECTION.
      *--------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE 'COSTOPERS' TO W-CONTO-COSTO-DEF.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :DCL-CWPARAM.VALORE-CHAR
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'COGECONTOC'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-CHAR OF DCL-CWPARAM TO W-CONTO-COSTO-DEF
           END-IF.

           MOVE 'DEBDIPEND' TO W-CONTO-AVERE.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :DCL-CWPARAM.VALORE-CHAR
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'COGECONTOA'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-CHAR OF DCL-CWPARAM TO W-CONTO-AVERE
           END-IF.

           MOVE 'SOSPESO'   TO W-CDC-SOSPESO.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :DCL-CWPARAM.VALORE-CHAR
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'COGECDCSOS'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-CHAR OF DCL-CWPARAM TO W-CDC-SOSPESO
           END-IF.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-DIP73 END-EXEC.

           PERFORM 2100-FETCH-DIPENDENTE UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-DIP73 END-EXEC.

           IF W-CONTA-ANOMALIE = 0
              MOVE R-RIGA-NESSUNA TO COGEREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.

      * SECONDA PARTE: RIGHE DEL GIORNALE E RIEPILOGO PER CENTRO
           MOVE R-RIGA-VUOTA   TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-5   TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA   TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-6   TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2700-SCRIVI-CENTRO
              VARYING W-IND-CDC-N FROM 1 BY 1
                UNTIL W-IND-CDC-N > W-NUM-CDC.

           PERFORM 2800-TOTALE-CONTROLLO.

       2000-EX. EXIT.
      *
      *
       2100-FETCH-DIPENDENTE SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-DIP73
                    INTO  :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CWRETRIB.RETRIB-BASE,
                          :W-PERC-PT
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-LETTI
              COMPUTE W-COSTO-DIP ROUNDED =
                      RETRIB-BASE OF DCL-CWRETRIB * W-PERC-PT / 100
              ADD W-COSTO-DIP TO W-TOT-COSTO-DIP
              PERFORM 2200-RIPARTISCI
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * RIPARTIZIONE DEL COSTO DEL DIPENDENTE: SULLE QUOTE DELLA       *
      * RIPARTIZIONE IN VIGORE SE VALIDA, ALTRIMENTI SUL CENTRO DEL    *
      * DIPARTIMENTO O SUL CENTRO DI SOSPESO                           *
      ******************************************************************
       2200-RIPARTISCI SECTION.
      *---------------*
           MOVE 'N' TO SW-RIPARTIZIONE.
           MOVE 0   TO W-NUM-QUOTE.

           EXEC SQL SELECT COALESCE(MAX(DATA_DECORRENZA), ' ')
                      INTO :W-DECORR
                      FROM  CPS04.CWRIPCDC
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   DATA_DECORRENZA  <= :W-BR-DATA
           END-EXEC.
           IF W-DECORR NOT = SPACES
              PERFORM 2300-CONTROLLA-RIPARTIZ
           END-IF.

           IF RIPARTIZIONE-VALIDA
              ADD 1 TO W-CONTA-RIPARTITI
              PERFORM 2400-DISTRIBUISCI
           ELSE
              PERFORM 2500-CDC-DIPARTIMENTO
           END-IF.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * CONTROLLO DELLA RIPARTIZIONE IN VIGORE: LE PERCENTUALI DEVONO  *
      * TOTALIZZARE 100 E I CENTRI CITATI DEVONO ESSERE CENSITI E      *
      * ATTIVI. SE VALIDA SE NE CARICANO LE QUOTE                      *
      ******************************************************************
       2300-CONTROLLA-RIPARTIZ SECTION.
      *-----------------------*
           EXEC SQL SELECT COUNT(*),
                           COALESCE(SUM(R.PERCENTUALE), 0),
                           COALESCE(SUM(CASE WHEN C.STATO_CDC = 'A'
                                             THEN 1 ELSE 0 END), 0)
                      INTO :W-NUM-RIGHE-RIP,
                           :W-TOT-PERC-RIP,
                           :W-NUM-CDC-ATTIVI
                      FROM  CPS04.CWRIPCDC R
                            LEFT OUTER JOIN CPS04.CWCDCOST C
                            ON  C.COD_CDC = R.COD_CDC
                     WHERE R.COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   R.DATA_DECORRENZA   = :W-DECORR
           END-EXEC.

           IF W-TOT-PERC-RIP NOT = 100
              MOVE 'RIPARTIZIONE CON TOTALE DIVERSO DA 100'
                                          TO W-MOTIVO-ANOMALIA
              MOVE SPACES                 TO RA-CDC
              PERFORM 2350-STAMPA-ANOMALIA
              GO TO 2300-EX
           END-IF.
           IF W-NUM-CDC-ATTIVI < W-NUM-RIGHE-RIP
              MOVE 'RIPARTIZIONE SU CENTRO NON CENSITO O DISATTIVATO'
                                          TO W-MOTIVO-ANOMALIA
              MOVE SPACES                 TO RA-CDC
              PERFORM 2350-STAMPA-ANOMALIA
              GO TO 2300-EX
           END-IF.
           IF W-NUM-RIGHE-RIP > 10
              MOVE 'RIPARTIZIONE CON PIU'' DI 10 CENTRI'
                                          TO W-MOTIVO-ANOMALIA
              MOVE SPACES                 TO RA-CDC
              PERFORM 2350-STAMPA-ANOMALIA
              GO TO 2300-EX
           END-IF.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-RIP73 END-EXEC.

           PERFORM 2320-FETCH-QUOTA UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-RIP73 END-EXEC.

           IF W-NUM-QUOTE > 0
              MOVE 'S' TO SW-RIPARTIZIONE
           END-IF.

       2300-EX. EXIT.
      *
      *
       2320-FETCH-QUOTA SECTION.
      *----------------*
           EXEC SQL FETCH CUR-RIP73
                    INTO  :DCL-CWRIPCDC.COD-CDC,
                          :DCL-CWCDCOST.CONTO-COSTO,
                          :DCL-CWRIPCDC.PERCENTUALE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-NUM-QUOTE
              MOVE COD-CDC OF DCL-CWRIPCDC
                                     TO W-QU-CDC   (W-NUM-QUOTE)
              MOVE CONTO-COSTO OF DCL-CWCDCOST
                                     TO W-QU-CONTO (W-NUM-QUOTE)
              MOVE PERCENTUALE OF DCL-CWRIPCDC
                                     TO W-QU-PERC  (W-NUM-QUOTE)
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2320-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGA DI ANOMALIA: IL CHIAMANTE PREDISPONE MOTIVO E CENTRO      *
      ******************************************************************
       2350-STAMPA-ANOMALIA SECTION.
      *--------------------*
           ADD 1 TO W-CONTA-ANOMALIE.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO RA-MATRICOLA.
           MOVE COGNOME OF DCL-CPSDIP           TO RA-COGNOME.
           MOVE DIPARTIMENTO OF DCL-CPSDIP      TO RA-DIPARTIMENTO.
           MOVE W-COSTO-DIP                     TO RA-COSTO.
           MOVE W-MOTIVO-ANOMALIA               TO RA-MOTIVO.
           MOVE R-RIGA-ANOMALIA TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2350-EX. EXIT.
      *
      *
      ******************************************************************
      * DISTRIBUZIONE SULLE QUOTE: OGNI QUOTA ARROTONDATA AL CENTESIMO *
      * E L'ULTIMA CON IL RESTO, COSI' LA SOMMA E' IL COSTO ESATTO     *
      ******************************************************************
       2400-DISTRIBUISCI SECTION.
      *-----------------*
           MOVE W-COSTO-DIP TO W-RESIDUO.
           PERFORM 2410-QUOTA
              VARYING W-IND-QUOTA FROM 1 BY 1
                UNTIL W-IND-QUOTA > W-NUM-QUOTE.

       2400-EX. EXIT.
      *
      *
       2410-QUOTA SECTION.
      *----------*
           IF W-IND-QUOTA = W-NUM-QUOTE
              MOVE W-RESIDUO TO W-QUOTA
           ELSE
              COMPUTE W-QUOTA ROUNDED =
                      W-COSTO-DIP * W-QU-PERC (W-IND-QUOTA) / 100
              SUBTRACT W-QUOTA FROM W-RESIDUO
           END-IF.
           MOVE W-QU-CDC   (W-IND-QUOTA) TO W-ACC-CDC.
           MOVE W-QU-CONTO (W-IND-QUOTA) TO W-ACC-CONTO.
           MOVE W-QUOTA                  TO W-ACC-IMPORTO.
           PERFORM 2600-ACCUMULA.

       2410-EX. EXIT.
      *
      *
      ******************************************************************
      * SENZA RIPARTIZIONE VALIDA: TUTTO IL COSTO SUL PRIMO CENTRO     *
      * ATTIVO DEL DIPARTIMENTO DEL DIPENDENTE O, SE NON CE N'E',      *
      * SUL CENTRO DI SOSPESO (SEGNALATO COME ANOMALIA)                *
      ******************************************************************
       2500-CDC-DIPARTIMENTO SECTION.
      *---------------------*
           EXEC SQL SELECT COALESCE(MIN(COD_CDC), ' ')
                      INTO :W-CDC-DIPART
                      FROM  CPS04.CWCDCOST
                     WHERE DIPARTIMENTO = :DCL-CPSDIP.DIPARTIMENTO
                     AND   STATO_CDC    = 'A'
           END-EXEC.

           IF W-CDC-DIPART = SPACES
              ADD 1 TO W-CONTA-SU-SOSPESO
              MOVE W-CDC-SOSPESO  TO W-ACC-CDC
              MOVE 'NESSUN CENTRO ATTIVO: COSTO SU CENTRO DI SOSPESO'
                                  TO W-MOTIVO-ANOMALIA
              MOVE W-CDC-SOSPESO  TO RA-CDC
              PERFORM 2350-STAMPA-ANOMALIA
           ELSE
              ADD 1 TO W-CONTA-SU-DIPART
              MOVE W-CDC-DIPART   TO W-ACC-CDC
           END-IF.

           MOVE SPACES TO W-CONTO-LETTO.
           EXEC SQL SELECT CONTO_COSTO
                      INTO :W-CONTO-LETTO
                      FROM  CPS04.CWCDCOST
                     WHERE COD_CDC = :W-ACC-CDC
           END-EXEC.
           MOVE W-CONTO-LETTO TO W-ACC-CONTO.
           MOVE W-COSTO-DIP   TO W-ACC-IMPORTO.
           PERFORM 2600-ACCUMULA.

       2500-EX. EXIT.
      *
      *
      ******************************************************************
      * ACCUMULO DELL'IMPORTO SUL CENTRO DI COSTO; SE LA TABELLA E'    *
      * PIENA IL GIORNALE NON QUADREREBBE E IL RUN SI INTERROMPE       *
      ******************************************************************
       2600-ACCUMULA SECTION.
      *-------------*
           SET IND-CDC TO 1.
           SEARCH W-CENTRI
              AT END
                 IF W-NUM-CDC < 500
                    ADD 1                    TO W-NUM-CDC
                    SET IND-CDC              TO W-NUM-CDC
                    MOVE W-ACC-CDC           TO W-CDC-COD     (IND-CDC)
                    MOVE W-ACC-CONTO         TO W-CDC-CONTO   (IND-CDC)
                    MOVE 1                   TO W-CDC-NUM-DIP (IND-CDC)
                    MOVE W-ACC-IMPORTO       TO W-CDC-IMPORTO (IND-CDC)
                 ELSE
                    DISPLAY '** TABELLA CENTRI DI COSTO PIENA, PGM: '
                            W-NOME-PGM
                    PERFORM 2990-ABEND
                 END-IF
              WHEN W-CDC-COD (IND-CDC) = W-ACC-CDC
                 ADD 1                       TO W-CDC-NUM-DIP (IND-CDC)
                 ADD W-ACC-IMPORTO           TO W-CDC-IMPORTO (IND-CDC)
           END-SEARCH.

       2600-EX. EXIT.
      *
      *
      ******************************************************************
      * CENTRO DI COSTO: RIGA IN DARE SUL CONTO DEL CENTRO (O SUL      *
      * CONTO DI DEFAULT) E RIGA IN AVERE SUL CONTO DI CONTROPARTITA;  *
      * I CENTRI A IMPORTO ZERO SONO SOLO STAMPATI                     *
      ******************************************************************
       2700-SCRIVI-CENTRO SECTION.
      *------------------*
           IF W-CDC-CONTO (W-IND-CDC-N) = SPACES
              MOVE W-CONTO-COSTO-DEF TO W-CDC-CONTO (W-IND-CDC-N)
           END-IF.

           MOVE W-CDC-COD     (W-IND-CDC-N) TO RD-CDC.
           MOVE W-CDC-CONTO   (W-IND-CDC-N) TO RD-CONTO-DARE.
           MOVE W-CONTO-AVERE               TO RD-CONTO-AVERE.
           MOVE W-CDC-NUM-DIP (W-IND-CDC-N) TO RD-NUM-DIP.
           MOVE W-CDC-IMPORTO (W-IND-CDC-N) TO RD-IMPORTO.
           MOVE R-RIGA-CDC TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           IF W-CDC-IMPORTO (W-IND-CDC-N) = 0
              GO TO 2700-EX
           END-IF.

           MOVE 'D'                         TO W-ACC-SEGNO.
           MOVE W-CDC-CONTO   (W-IND-CDC-N) TO W-ACC-CONTO.
           MOVE 'COSTO DEL PERSONALE'       TO W-ACC-DESCRIZIONE.
           PERFORM 2710-RIGA-GIORNALE.
           ADD W-CDC-IMPORTO (W-IND-CDC-N)  TO W-TOT-DARE.

           MOVE 'A'                         TO W-ACC-SEGNO.
           MOVE W-CONTO-AVERE               TO W-ACC-CONTO.
           MOVE 'RETRIBUZIONI DA LIQUIDARE' TO W-ACC-DESCRIZIONE.
           PERFORM 2710-RIGA-GIORNALE.
           ADD W-CDC-IMPORTO (W-IND-CDC-N)  TO W-TOT-AVERE.

       2700-EX. EXIT.
      *
      *
       2710-RIGA-GIORNALE SECTION.
      *------------------*
           MOVE SPACES                      TO COGEJOUR-REC.
           MOVE 'D'                         TO GJ-TIPO-REC.
           MOVE W-COMPETENZA                TO GJ-COMPETENZA.
           MOVE W-BR-DATA                   TO GJ-DATA-REG.
           ADD 1                            TO W-CONTA-RIGHE-GIORN.
           MOVE W-CONTA-RIGHE-GIORN         TO GJ-NUM-RIGA.
           MOVE W-ACC-SEGNO                 TO GJ-SEGNO.
           MOVE W-ACC-CONTO                 TO GJ-CONTO.
           MOVE W-CDC-COD     (W-IND-CDC-N) TO GJ-CDC.
           MOVE W-CDC-IMPORTO (W-IND-CDC-N) TO GJ-IMPORTO.
           MOVE W-ACC-DESCRIZIONE           TO GJ-DESCRIZIONE.
           PERFORM 2950-SCRIVI-GIORNALE.

       2710-EX. EXIT.
      *
      *
      ******************************************************************
      * TOTALE DI CONTROLLO: COSTO DEL LAVORO AZIENDALE CALCOLATO COME *
      * IN CW87DEMO; IL GIORNALE QUADRA SE DARE E AVERE LO UGUAGLIANO. *
      * CODA DEL GIORNALE CON L'ESITO DELLA QUADRATURA                 *
      ******************************************************************
       2800-TOTALE-CONTROLLO SECTION.
      *---------------------*
           EXEC SQL SELECT COALESCE(SUM(ROUND(R.RETRIB_BASE *
                                    COALESCE(P.PERC_PARTTIME, 100)
                                    / 100, 2)), 0)
                      INTO :W-TOT-CONTROLLO
                      FROM  CPS04.CWDIPENDENTI D
                            INNER JOIN CPS04.CWRETRIB R
                            ON  R.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            LEFT OUTER JOIN CPS04.CWPARTT P
                            ON  P.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
           END-EXEC.

           IF W-TOT-DARE  = W-TOT-CONTROLLO
           AND W-TOT-AVERE = W-TOT-CONTROLLO
              MOVE 'S' TO SW-QUADRATURA
           END-IF.

           MOVE SPACES              TO COGEJOUR-CODA.
           MOVE 'T'                 TO GT-TIPO-REC.
           MOVE W-COMPETENZA        TO GT-COMPETENZA.
           MOVE W-CONTA-RIGHE-GIORN TO GT-NUM-RIGHE.
           MOVE W-TOT-DARE          TO GT-TOT-DARE.
           MOVE W-TOT-AVERE         TO GT-TOT-AVERE.
           MOVE W-TOT-CONTROLLO     TO GT-TOT-CONTROLLO.
           MOVE SW-QUADRATURA       TO GT-QUADRATURA.
           PERFORM 2950-SCRIVI-GIORNALE.

       2800-EX. EXIT.
      *
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
           MOVE COGEREP-REC      TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE COGEREP-REC.

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
           MOVE 'GIORNALE COGE     ' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CX73DEMO'      TO SP-UTENTE-RUN.
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
      ******************************************************************
      * SCRITTURA DI UN RECORD DEL GIORNALE: UN ERRORE DI SCRITTURA    *
      * RENDEREBBE IL GIORNALE INCOMPLETO, QUINDI IL RUN SI INTERROMPE *
      ******************************************************************
       2950-SCRIVI-GIORNALE SECTION.
      *--------------------*
           WRITE COGEJOUR-REC.
           IF NOT FS-COGEJOUR-OK
              DISPLAY '** ERRORE WRITE COGEJOUR, FILE STATUS: '
                      W-FS-COGEJOUR
              PERFORM 2990-ABEND
           END-IF.

       2950-EX. EXIT.
      *
      *
      ******************************************************************
      * INTERRUZIONE DEL RUN PER ERRORE NON SQL: CHIUSURA DEI FILE E   *
      * ESITO 'E' SU CPS04.CWBATCHRUN                                  *
      ******************************************************************
       2990-ABEND SECTION.
      *----------*
           CLOSE COGEJOUR.
           CLOSE COGEREP.
           CLOSE SPOOL.
           MOVE W-CONTA-LETTI    TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'E'              TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.
           STOP RUN.

       2990-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE COGEJOUR.
           CLOSE COGEREP.
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
      *
      ******************************************************************
      * TOTALI E ESITO: SE IL GIORNALE NON QUADRA CON IL COSTO DEL     *
      * LAVORO IL RUN TERMINA IN ERRORE, PERCHE' IL FILE NON VA        *
      * CONTABILIZZATO                                                 *
      ******************************************************************
       3000-FINE-ELAB SECTION.
      *-----------------------
           MOVE R-RIGA-VUOTA        TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-LETTI       TO RT-LETTI.
           MOVE R-RIGA-TOT-1        TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-RIPARTITI   TO RT-RIPARTITI.
           MOVE R-RIGA-TOT-2        TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-SU-DIPART   TO RT-SU-DIPART.
           MOVE R-RIGA-TOT-3        TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-SU-SOSPESO  TO RT-SU-SOSPESO.
           MOVE R-RIGA-TOT-4        TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-RIGHE-GIORN TO RT-RIGHE.
           MOVE R-RIGA-TOT-5        TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-TOT-DARE          TO RT-TOT-DARE.
           MOVE R-RIGA-TOT-6        TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-TOT-AVERE         TO RT-TOT-AVERE.
           MOVE R-RIGA-TOT-7        TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-TOT-CONTROLLO     TO RT-TOT-CONTROLLO.
           MOVE R-RIGA-TOT-8        TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA        TO COGEREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           IF GIORNALE-QUADRA
              MOVE R-RIGA-QUADRA    TO COGEREP-REC
           ELSE
              MOVE R-RIGA-SQUADRA   TO COGEREP-REC
           END-IF.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CX73DEMO - DIPENDENTI ELABORATI       : '
                   W-CONTA-LETTI.
           DISPLAY 'CX73DEMO - ANOMALIE DI RIPARTIZIONE   : '
                   W-CONTA-ANOMALIE.
           DISPLAY 'CX73DEMO - RIGHE DEL GIORNALE         : '
                   W-CONTA-RIGHE-GIORN.
           DISPLAY 'CX73DEMO - QUADRATURA (S/N)           : '
                   SW-QUADRATURA.

           CLOSE COGEJOUR.
           CLOSE COGEREP.
           CLOSE SPOOL.

           MOVE W-CONTA-LETTI    TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           IF GIORNALE-QUADRA
              MOVE 'O'           TO W-BR-ESITO
           ELSE
              MOVE 'E'           TO W-BR-ESITO
           END-IF.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
