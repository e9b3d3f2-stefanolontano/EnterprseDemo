      *                   DIPARTIMENTO, CON PROGRESSIVO ANNUO          *
      * TIPO OPERAZIONE : BATCH DI REPORTISTICA                        *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWRETRIB,          *
      *                   CPS04.CWPARTT, CPS04.CWSNAPSH,               *
      *                   CPS04.CWSOCIETA, SPOOLF (VSAM)               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  COSTO PESATO CON LA PERCENTUALE PART-TIME       *
      *                CWPARTT (100 SE NON CENSITA), ARROTONDATO AL    *
      *                CENTESIMO PER MATRICOLA: IL TOTALE AZIENDALE E' *
      *                LO STESSO DI CONTROLLO DEL GIORNALE DI          *
      *                CONTABILITA' GENERALE CX73DEMO                  *
      * 02/09/2026 GM  RILANCIO IDEMPOTENTE: LE RIGHE 'C' DELLA DATA  *
      *                VENGONO CANCELLATE E RISCRITTE, NIENTE PIU'   *
      *                DOPPI CONTEGGI NEL PROGRESSIVO ANNUO          *
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      * 15/10/2026 GM  DIPARTIMENTI RAGGRUPPATI PER SOCIETA' DEL       *
      *                GRUPPO (CWSOCIETA), CON TESTATA E TOTALE DI     *
      *                SOCIETA' PRIMA DEL TOTALE DI GRUPPO             *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE CHE RISPONDE ALLA DOMANDA "QUANTO COSTA AL MESE  *
      * IL DIPARTIMENTO X": AGGREGA CPS04.CWRETRIB SU CWDIPENDENTI PER *
      * DIPARTIMENTO E STAMPA, PER OGNI UNITA', IL NUMERO DI POSIZIONI *
      * RETRIBUITE, IL COSTO DEL MESE E IL PROGRESSIVO DALL'INIZIO     *
      * DELL'ANNO. I DIPARTIMENTI SONO RAGGRUPPATI PER SOCIETA' DEL    *
      * GRUPPO (DATORE DI LAVORO), CON UN TOTALE PER SOCIETA' E IL     *
      * TOTALE DI GRUPPO DI CODA.                                      *
      * IL PROGRESSIVO ANNUO E' RICOSTRUITO DALLE RIGHE 'C' CHE QUESTO *
      * STESSO BATCH SCRIVE OGNI MESE SU CPS04.CWSNAPSH (COSTO DEL     *
      * MESE IN EURO INTERI, CHIAVE = DIPARTIMENTO), CON LO STESSO     *
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-DIPART                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-DIPART-CORR                  PIC X(10)   VALUE SPACES.
       01  W-SOCIETA-LETTA                PIC X(4)    VALUE SPACES.
       01  W-RAGSOC-LETTA                 PIC X(40)   VALUE SPACES.
       01  W-SOCIETA-CORR                 PIC X(4)    VALUE SPACES.
       01  W-CONTA-SOCIETA                PIC S9(5)   COMP-3 VALUE 0.
       01  W-SOC-POSIZIONI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-SOC-COSTO                    PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-SOC-PROGR                    PIC S9(11)  COMP-3 VALUE 0.
       01  W-NUM-POSIZIONI                PIC S9(5)   COMP-3 VALUE 0.
       01  W-COSTO-MESE                   PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-COSTO-INTERO                 PIC S9(9)   COMP VALUE +0.
               '  PROGR. ANNO: '.
           05  RD-PROGR                   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                     PIC X(51)  VALUE SPACES.
       01  R-TESTA-SOC.
           05  FILLER                     PIC X(9)   VALUE
               'SOCIETA'' '.
           05  RS-SOCIETA                 PIC X(4).
           05  FILLER                     PIC X(3)   VALUE ' - '.
           05  RS-RAGSOC                  PIC X(40).
           05  FILLER                     PIC X(77)  VALUE SPACES.
       01  R-RIGA-TOT-SOC.
           05  FILLER                     PIC X(8)   VALUE
               'TOTALE  '.
           05  RTS-SOCIETA                PIC X(4).
           05  FILLER                     PIC X(11)  VALUE
               'POSIZIONI: '.
           05  RTS-POSIZIONI              PIC ZZZZ9.
           05  FILLER                     PIC X(14)  VALUE
               '  COSTO MESE: '.
           05  RTS-COSTO                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(15)  VALUE
               '  PROGR. ANNO: '.
           05  RTS-PROGR                  PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                     PIC X(51)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(12)  VALUE
               'GRUPPO      '.
           05  FILLER                     PIC X(11)  VALUE
               'POSIZIONI: '.
           05  RT-POSIZIONI               PIC ZZZZ9.

      * -------------------------------------------------------------- *
      * COSTO MENSILE PER DIPARTIMENTO: POSIZIONI RETRIBUITE E SOMMA   *
      * DELLE RETRIBUZIONI BASE CORRENTI PESATE CON LA PERCENTUALE     *
      * PART-TIME (100 PER LE MATRICOLE SENZA RIGA CWPARTT). STESSO    *
      * CALCOLO, MATRICOLA PER MATRICOLA, DI CX73DEMO. I DIPARTIMENTI  *
      * ESCONO ORDINATI PER SOCIETA' DEL GRUPPO                        *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-COS87 CURSOR FOR
                    SELECT  D.COD_SOCIETA,
                            COALESCE(S.RAGIONE_SOCIALE, ' '),
                            D.DIPARTIMENTO,
                            COUNT(*),
                            SUM(ROUND(R.RETRIB_BASE *
                                COALESCE(P.PERC_PARTTIME, 100)
                                / 100, 2))
                    FROM    CPS04.CWDIPENDENTI D
                            INNER JOIN CPS04.CWRETRIB R
                            ON  R.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            LEFT OUTER JOIN CPS04.CWPARTT P
                            ON  P.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            LEFT OUTER JOIN CPS04.CWSOCIETA S
                            ON  S.COD_SOCIETA = D.COD_SOCIETA
                    GROUP BY D.COD_SOCIETA, S.RAGIONE_SOCIALE,
                             D.DIPARTIMENTO
                    ORDER BY D.COD_SOCIETA, D.DIPARTIMENTO
           END-EXEC.

       PROCEDURE DIVISION.

           EXEC SQL CLOSE CUR-COS87 END-EXEC.

           IF W-CONTA-SOCIETA > 0
              PERFORM 2250-TOTALE-SOCIETA
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-COS87
                    INTO  :W-SOCIETA-LETTA,
                          :W-RAGSOC-LETTA,
                          :W-DIPART-CORR,
                          :W-NUM-POSIZIONI,
                          :W-COSTO-MESE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF W-CONTA-SOCIETA = 0 OR
                 W-SOCIETA-LETTA NOT = W-SOCIETA-CORR
                 PERFORM 2240-CAMBIO-SOCIETA
              END-IF
              PERFORM 2200-TRATTA-DIPART
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND

           COMPUTE W-COSTO-INTERO = W-COSTO-MESE.

      * LA RIGA 'C' RESTA PER DIPARTIMENTO: SE LO STESSO DIPARTIMENTO
      * RICOMPARE SOTTO UN'ALTRA SOCIETA' (MATRICOLE NON ANCORA
      * RIALLINEATE) IL COSTO SI SOMMA A QUELLO GIA' SCRITTO
           EXEC SQL UPDATE CPS04.CWSNAPSH
                       SET CONTEGGIO = CONTEGGIO + :W-COSTO-INTERO
                     WHERE DATA_SNAPSHOT = :W-BR-DATA
                     AND   TIPO_RIGA = 'C'
                     AND   CHIAVE = :W-DIPART-CORR
           END-EXEC.
           IF SQLCODE = +100
              EXEC SQL INSERT INTO CPS04.CWSNAPSH
                            VALUES (:W-BR-DATA,
                                    'C',
                                    :W-DIPART-CORR,
                                    :W-COSTO-INTERO)
              END-EXEC
           END-IF.

           EXEC SQL SELECT COALESCE(SUM(CONTEGGIO), 0)
                      INTO :W-PROGR-ANNO
           MOVE R-RIGA-DETT     TO COSTIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           ADD W-NUM-POSIZIONI  TO W-TOT-POSIZIONI W-SOC-POSIZIONI.
           ADD W-COSTO-MESE     TO W-TOT-COSTO     W-SOC-COSTO.
           ADD W-PROGR-ANNO     TO W-TOT-PROGR     W-SOC-PROGR.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * CAMBIO DI SOCIETA': TOTALE DELLA SOCIETA' PRECEDENTE (SE C'E') *
      * E TESTATA DELLA NUOVA CON LA RAGIONE SOCIALE                   *
      ******************************************************************
       2240-CAMBIO-SOCIETA SECTION.
      *-------------------*
           IF W-CONTA-SOCIETA > 0
              PERFORM 2250-TOTALE-SOCIETA
           END-IF.

           ADD 1 TO W-CONTA-SOCIETA.
           MOVE W-SOCIETA-LETTA TO W-SOCIETA-CORR.
           MOVE 0               TO W-SOC-POSIZIONI
                                   W-SOC-COSTO
                                   W-SOC-PROGR.

           MOVE W-SOCIETA-LETTA TO RS-SOCIETA.
           MOVE W-RAGSOC-LETTA  TO RS-RAGSOC.
           MOVE R-TESTA-SOC     TO COSTIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2240-EX. EXIT.
      *
      *
       2250-TOTALE-SOCIETA SECTION.
      *-------------------*
           MOVE W-SOCIETA-CORR  TO RTS-SOCIETA.
           MOVE W-SOC-POSIZIONI TO RTS-POSIZIONI.
           MOVE W-SOC-COSTO     TO RTS-COSTO.
           MOVE W-SOC-PROGR     TO RTS-PROGR.
           MOVE R-RIGA-TOT-SOC  TO COSTIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA    TO COSTIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2250-EX. EXIT.
      *
      *
      ******************************************************************
      * SCRITTURA DI UNA RIGA DI TABULATO: SUL FILE DI STAMPA E, COME  *
      * RECORD DI DETTAGLIO, SUL RUN DI SPOOL (VEDI CW43DEMO)          *
      ******************************************************************
           END-READ.
           MOVE FD-SP-RECORD     TO SP-RECORD.
           MOVE 'P'              TO SP-STATO-RUN.
           MOVE 'D'              TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD
