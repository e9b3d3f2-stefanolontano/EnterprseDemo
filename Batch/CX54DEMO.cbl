       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX54DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : TABULATO MENSILE DEL COSTO TRASFERTE PER     *
      *                   DIPARTIMENTO, A FIANCO DEL COSTO DEL LAVORO  *
      * TIPO OPERAZIONE : BATCH DI REPORTISTICA                        *
      * TABELLE USATE   : CPS04.CWTRASF, CPS04.CWSNAPSH, SPOOLF (VSAM) *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE COMPAGNO DI CW87DEMO: PER OGNI DIPARTIMENTO      *
      * STAMPA LE TRASFERTE LIQUIDATE NEL MESE DI COMPETENZA (IL MESE  *
      * SOLARE PRECEDENTE LA DATA DI LANCIO, COME CW82DEMO), CON       *
      * NUMERO TRASFERTE, GIORNI, DIARIA, SPESE, TOTALE E RIPARTIZIONE *
      * ESENTE/IMPONIBILE, PIU' IL COSTO DEL LAVORO MENSILE DELLO      *
      * STESSO DIPARTIMENTO (ULTIMA RIGA 'C' SCRITTA DA CW87DEMO SU    *
      * CPS04.CWSNAPSH) E IL TOTALE AZIENDALE DI CODA.                 *
      * UNA TRASFERTA E' DEL MESE QUANDO L'ESTRAZIONE PAGHE CW82DEMO   *
      * L'HA MARCATA 'L' CON QUEL MESE_PAGHE: VA QUINDI LANCIATO DOPO  *
      * CW82DEMO. IL TABULATO VIENE SCRITTO ANCHE SULLO SPOOL VSAM     *
      * SPOOLF, COSI' LA RAGIONERIA LO PRELEVA DA CW43DEMO.            *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRASFREP       ASSIGN TO TRASFREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-TRASFREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRASFREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  TRASFREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX54DEMO'.
       01  W-FS-TRASFREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-TRASFREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-DIPART                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-DIPART-CORR                  PIC X(10)   VALUE SPACES.
       01  W-CHIAVE-SNAP                  PIC X(11)   VALUE SPACES.
       01  W-NUM-TRASF                    PIC S9(5)   COMP-3 VALUE 0.
       01  W-NUM-GIORNI                   PIC S9(7)   COMP-3 VALUE 0.
       01  W-IMP-DIARIA                   PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-IMP-SPESE                    PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-IMP-ESENTE                   PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-IMP-IMPONIBILE               PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-IMP-TOTALE                   PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-COSTO-LAVORO                 PIC S9(9)   COMP VALUE +0.
       01  W-TOT-TRASF                    PIC S9(7)   COMP-3 VALUE 0.
       01  W-TOT-GIORNI                   PIC S9(7)   COMP-3 VALUE 0.
       01  W-TOT-DIARIA                   PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-SPESE                    PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-TOTALE                   PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-ESENTE                   PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-IMPONIBILE               PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-TOT-LAVORO                   PIC S9(11)  COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA: IL MESE SOLARE PRECEDENTE LA DATA DI    *
      *    LANCIO (AAAA-MM, COME MESE_PAGHE DI CWTRASF)                *
      * -------------------------------------------------------------- *
       01  W-COMP-AAAA                    PIC 9(4)    VALUE ZERO.
       01  W-COMP-MM                      PIC 9(2)    VALUE ZERO.
       01  W-COMPETENZA.
           05  W-CMP-AAAA                 PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-CMP-MM                   PIC X(2).

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'COSTO TRASFERTE MENSILE PER DIPARTIMENTO'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'COMPETENZA: '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(114) VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(12)  VALUE
               'DIPARTIMENT.'.
           05  FILLER                     PIC X(6)   VALUE
               'TRASF.'.
           05  FILLER                     PIC X(6)   VALUE
               'GIORNI'.
           05  FILLER                     PIC X(16)  VALUE
               '          DIARIA'.
           05  FILLER                     PIC X(16)  VALUE
               '           SPESE'.
           05  FILLER                     PIC X(16)  VALUE
               '          TOTALE'.
           05  FILLER                     PIC X(16)  VALUE
               '     DI CUI ES. '.
           05  FILLER                     PIC X(16)  VALUE
               '      IMPONIBILE'.
           05  FILLER                     PIC X(13)  VALUE
               ' COSTO LAVORO'.
           05  FILLER                     PIC X(16)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  RD-DIPART                  PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-NUM-TRASF               PIC ZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-GIORNI                  PIC ZZZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DIARIA                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-SPESE                   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-TOTALE                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ESENTE                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-IMPONIBILE              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COSTO-LAVORO            PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                     PIC X(16)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(12)  VALUE
               'AZIENDA     '.
           05  RT-NUM-TRASF               PIC ZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RT-GIORNI                  PIC ZZZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RT-DIARIA                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RT-SPESE                   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RT-TOTALE                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RT-ESENTE                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RT-IMPONIBILE              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RT-COSTO-LAVORO            PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                     PIC X(16)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWTRAS  END-EXEC.

           EXEC SQL  INCLUDE CWSNAP  END-EXEC.

           EXEC SQL  INCLUDE CWCONT  END-EXEC.

      * -------------------------------------------------------------- *
      * TRASFERTE LIQUIDATE NEL MESE PER DIPARTIMENTO (IL DIPARTIMENTO *
      * E' QUELLO REGISTRATO SULLA TRASFERTA DA CX52DEMO)              *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-TRA54 CURSOR FOR
                    SELECT  DIPARTIMENTO,
                            COUNT(*),
                            SUM(NUM_GIORNI),
                            SUM(IMP_DIARIA),
                            SUM(IMP_SPESE),
                            SUM(IMP_ESENTE),
                            SUM(IMP_IMPONIBILE)
                    FROM    CPS04.CWTRASF
                    WHERE   STATO_TRASFERTA = 'L'
                    AND     MESE_PAGHE      = :W-COMPETENZA
                    GROUP BY DIPARTIMENTO
                    ORDER BY DIPARTIMENTO
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

           OPEN OUTPUT TRASFREP.
           IF NOT FS-TRASFREP-OK
              DISPLAY '** ERRORE OPEN TRASFREP, FILE STATUS: '
                      W-FS-TRASFREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           MOVE R-INTESTAZ-1 TO TRASFREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-COMPETENZA TO RI-COMPETENZA.
           MOVE R-INTESTAZ-2 TO TRASFREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA TO TRASFREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3 TO TRASFREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

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
           MOVE W-COMP-AAAA TO W-CMP-AAAA.
           MOVE W-COMP-MM   TO W-CMP-MM.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-TRA54 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-TRA54 END-EXEC.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-TRA54
                    INTO  :W-DIPART-CORR,
                          :W-NUM-TRASF,
                          :W-NUM-GIORNI,
                          :W-IMP-DIARIA,
                          :W-IMP-SPESE,
                          :W-IMP-ESENTE,
                          :W-IMP-IMPONIBILE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2200-TRATTA-DIPART
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * UN DIPARTIMENTO: COSTO DEL LAVORO DALL'ULTIMA RIGA 'C' DI      *
      * CW87DEMO (ZERO SE IL DIPARTIMENTO NON VI COMPARE) E STAMPA     *
      * DELLA RIGA DI DETTAGLIO                                        *
      ******************************************************************
       2200-TRATTA-DIPART SECTION.
      *---------------*
           ADD 1 TO W-CONTA-DIPART.

           COMPUTE W-IMP-TOTALE = W-IMP-DIARIA + W-IMP-SPESE.

           MOVE W-DIPART-CORR TO W-CHIAVE-SNAP.
           EXEC SQL SELECT COALESCE(MAX(CONTEGGIO), 0)
                      INTO :W-COSTO-LAVORO
                      FROM CPS04.CWSNAPSH
                     WHERE TIPO_RIGA = 'C'
                     AND   CHIAVE    = :W-CHIAVE-SNAP
                     AND   DATA_SNAPSHOT =
                          (SELECT MAX(DATA_SNAPSHOT)
                             FROM CPS04.CWSNAPSH
                            WHERE TIPO_RIGA = 'C'
                            AND   CHIAVE    = :W-CHIAVE-SNAP
                            AND   DATA_SNAPSHOT <= :W-BR-DATA)
           END-EXEC.

           MOVE W-DIPART-CORR    TO RD-DIPART.
           MOVE W-NUM-TRASF      TO RD-NUM-TRASF.
           MOVE W-NUM-GIORNI     TO RD-GIORNI.
           MOVE W-IMP-DIARIA     TO RD-DIARIA.
           MOVE W-IMP-SPESE      TO RD-SPESE.
           MOVE W-IMP-TOTALE     TO RD-TOTALE.
           MOVE W-IMP-ESENTE     TO RD-ESENTE.
           MOVE W-IMP-IMPONIBILE TO RD-IMPONIBILE.
           MOVE W-COSTO-LAVORO   TO RD-COSTO-LAVORO.
           MOVE R-RIGA-DETT      TO TRASFREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           ADD W-NUM-TRASF       TO W-TOT-TRASF.
           ADD W-NUM-GIORNI      TO W-TOT-GIORNI.
           ADD W-IMP-DIARIA      TO W-TOT-DIARIA.
           ADD W-IMP-SPESE       TO W-TOT-SPESE.
           ADD W-IMP-TOTALE      TO W-TOT-TOTALE.
           ADD W-IMP-ESENTE      TO W-TOT-ESENTE.
           ADD W-IMP-IMPONIBILE  TO W-TOT-IMPONIBILE.
           ADD W-COSTO-LAVORO    TO W-TOT-LAVORO.

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
           MOVE TRASFREP-REC     TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE TRASFREP-REC.

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
           MOVE 'COSTO TRASFERTE   ' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CX54DEMO'      TO SP-UTENTE-RUN.
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
           CLOSE TRASFREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-DIPART   TO W-BR-LETTI
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
           MOVE R-RIGA-VUOTA     TO TRASFREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-TOT-TRASF      TO RT-NUM-TRASF.
           MOVE W-TOT-GIORNI     TO RT-GIORNI.
           MOVE W-TOT-DIARIA     TO RT-DIARIA.
           MOVE W-TOT-SPESE      TO RT-SPESE.
           MOVE W-TOT-TOTALE     TO RT-TOTALE.
           MOVE W-TOT-ESENTE     TO RT-ESENTE.
           MOVE W-TOT-IMPONIBILE TO RT-IMPONIBILE.
           MOVE W-TOT-LAVORO     TO RT-COSTO-LAVORO.
           MOVE R-RIGA-TOT       TO TRASFREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CX54DEMO - DIPARTIMENTI TRATTATI : '
                   W-CONTA-DIPART.

           CLOSE TRASFREP.
           CLOSE SPOOL.

           MOVE W-CONTA-DIPART   TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
