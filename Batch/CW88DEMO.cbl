      *                   (CPS04.CWTFR)                                *
      * TIPO OPERAZIONE : BATCH DI ALIMENTAZIONE                       *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWRETRIB,          *
      *                   CPS04.CWRETSTO, CPS04.CWTFR, CPS04.CWPARAM,  *
      *                   CPS04.CWANTTFR, CPS04.CWDESTFR,              *
      *                   CPS04.CWPERLAV                               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  DEDOTTI DAL FONDO GLI ANTICIPI TFR CONCESSI     *
      *                (CPS04.CWANTTFR, CX76DEMO): L'ANTICIPO VIENE    *
      *                MARCATO CON L'ANNO DI DEDUZIONE E UN RILANCIO   *
      *                DELLO STESSO ANNO LO RIPRENDE                   *
      * 15/10/2026 GM  ACCANTONATA SOLO LA QUOTA DEI MESI CON TFR      *
      *                RIMASTO IN AZIENDA (SCELTE CPS04.CWDESTFR,      *
      *                CY03DEMO); LA QUOTA VERSATA A FONDI PENSIONE E  *
      *                TESORERIA INPS (CY04DEMO) ESCE SUL TABULATO     *
      * 15/10/2026 GM  MATRICOLE RIASSUNTE (PERIODI CHIUSI SU          *
      *                CPS04.CWPERLAV, CY26DEMO): IL TFR MATURA SUL    *
      *                SOLO PERIODO IN CORSO, SENZA I MESI PRECEDENTI  *
      *                E SENZA IL FONDO DI UN ANNO ANTERIORE           *
      ******************************************************************
      ******************************************************************
      * BATCH ANNUALE (LANCIATO A GENNAIO SULL'ANNO APPENA CHIUSO) CHE *
      *     DALLE DECORRENZE DI CWRETSTO + CWRETRIB (12 MENSILITA'     *
      *     PIU' TREDICESIMA = MENSILITA' DI DICEMBRE)                 *
      *   - QUOTA ANNUA = RETRIBUZIONE ANNUA / 13,5 (ART. 2120 C.C.)   *
      *     CONTANDO SOLO LE MENSILITA' IN CUI LA DESTINAZIONE DEL TFR *
      *     IN VIGORE A FINE MESE (CWDESTFR, CY03DEMO) E' L'AZIENDA:   *
      *     LA QUOTA DEGLI ALTRI MESI E' VERSATA OGNI MESE DA CY04DEMO *
      *     AL FONDO PENSIONE O ALLA TESORERIA INPS E COMPARE SUL      *
      *     TABULATO COME QUOTA ESTERNA (RETRIB_ANNUA RESTA INTERA)    *
      *   - RIVALUTAZIONE DEL FONDO PREGRESSO CON IL COEFFICIENTE      *
      *     CWPARAM 'TFRRIVAL' (PERCENTUALE, AGGIORNATA OGNI ANNO      *
      *     DALL'AMMINISTRAZIONE CON L'INDICE ISTAT)                   *
      *   - FONDO = FONDO ANNO PRECEDENTE + RIVALUTAZIONE + QUOTA      *
      *             - ANTICIPI TFR CONCESSI NON ANCORA DEDOTTI         *
      * IL TABULATO DI CONTROLLO TFRREP RIPORTA I VALORI CALCOLATI.    *
      * IL RILANCIO E' IDEMPOTENTE: LE RIGHE DELL'ANNO ELABORATO       *
      * VENGONO PRIMA CANCELLATE.                                      *
       01  W-RETRIB-MESE                  PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-RETRIB-DICEMBRE              PIC S9(7)V99 COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    SCELTE DI DESTINAZIONE DEL TFR DELLA MATRICOLA (CWDESTFR)   *
      *    IN ORDINE DI DECORRENZA; SENZA SCELTE IL TFR E' IN AZIENDA  *
      * -------------------------------------------------------------- *
       01  W-SQLCODE-DST                  PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-DST-OK      VALUE +0.
           88  W-SQLCODE-DST-NOTFND  VALUE +100.
       01  W-NUM-DEST                     PIC S9(3)   COMP-3 VALUE 0.
       01  W-TAB-DEST.
           05  W-DEST OCCURS 30 TIMES INDEXED BY IND-DST.
               10  W-DST-DATA             PIC X(10).
               10  W-DST-DESTINAZIONE     PIC X(1).
       01  W-IND-DEST                     PIC S9(3)   COMP-3 VALUE 0.
       01  W-DEST-MESE                    PIC X(1)    VALUE 'A'.
       01  W-DEST-DICEMBRE                PIC X(1)    VALUE 'A'.
       01  W-RETRIB-AZIENDA               PIC S9(9)V99 COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    VALORI CALCOLATI PER LA MATRICOLA CORRENTE                  *
      * -------------------------------------------------------------- *
       01  W-RETRIB-ANNUA                 PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-QUOTA-ANNUA                  PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-QUOTA-TOTALE                 PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-QUOTA-ESTERNA                PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-TOT-QUOTA-ESTERNA            PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-FONDO-PREC                   PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-RIVALUTAZIONE                PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-FONDO-NUOVO                  PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-ANTICIPI                     PIC S9(9)V99 COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    MATRICOLA RIASSUNTA (PERIODI CHIUSI SU CWPERLAV, CY26DEMO): *
      *    IL TFR MATURA SUL SOLO PERIODO IN CORSO                     *
      * -------------------------------------------------------------- *
       01  W-NUM-PERIODI-PREC             PIC S9(9)   COMP VALUE +0.
       01  SW-RIASSUNTO                   PIC X(1)    VALUE 'N'.
           88  MATRICOLA-RIASSUNTA                    VALUE 'S'.
       01  W-ANNO-INIZIO-PER              PIC 9(4)    VALUE ZERO.
       01  W-FINE-ANNO.
           05  W-FA-AAAA                  PIC 9(4).
           05  FILLER                     PIC X(6)    VALUE '-12-31'.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO DI CONTROLLO                             *
           05  RD-RIVAL                   PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-FONDO                   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ANTICIPO                PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-QUOTA-EST               PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(18)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(30)  VALUE
               'MATRICOLE ELABORATE        : '.
           05  RT-TOT                     PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-EST.
           05  FILLER                     PIC X(30)  VALUE
               'QUOTA TFR A FONDI/TESORERIA: '.
           05  RT-QUOTA-EST               PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(89)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

           EXEC SQL  INCLUDE CWANTT  END-EXEC.

           EXEC SQL  INCLUDE CWDTFR  END-EXEC.

           EXEC SQL  INCLUDE CWPERL  END-EXEC.

      * -------------------------------------------------------------- *
      * MATRICOLE CON RIGA RETRIBUTIVA, IN ORDINE DI MATRICOLA         *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-TFR88 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.DATA_ASSUNZIONE
                    FROM    CPS04.CWDIPENDENTI D,
                            CPS04.CWRETRIB     R
                    WHERE   R.COD_MATRICOLA_DIP =
                    ORDER BY 1
           END-EXEC.

      * -------------------------------------------------------------- *
      * SCELTE DI DESTINAZIONE DEL TFR DELLA MATRICOLA, ORDINATE PER   *
      * DATA DI DECORRENZA                                             *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DST88 CURSOR FOR
                    SELECT  DATA_DECORRENZA,
                            DESTINAZIONE
                    FROM    CPS04.CWDESTFR
                    WHERE   COD_MATRICOLA_DIP =
                            :DCL-CPSDIP.COD-MATRICOLA-DIP
                    AND     DATA_DECORRENZA <= :W-FINE-ANNO
                    ORDER BY DATA_DECORRENZA
           END-EXEC.

       PROCEDURE DIVISION.
      *---
       0000-MAIN SECTION.

           COMPUTE W-ANNO-COMP = W-BR-AAAA - 1.
           COMPUTE W-ANNO-PREC = W-ANNO-COMP - 1.
           MOVE W-ANNO-COMP TO W-FA-AAAA.

           OPEN OUTPUT TFRREP.
           IF NOT FS-TFRREP-OK
      *----------*
           EXEC SQL FETCH CUR-TFR88
                    INTO  :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.DATA-ASSUNZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
      *
       2200-TRATTA-MATRICOLA SECTION.
      *---------------*
           PERFORM 2205-CONTROLLA-RIASSUNTO.
           PERFORM 2210-CARICA-DECORRENZE.
           PERFORM 2212-CARICA-DESTINAZIONI.
           PERFORM 2220-RICOSTRUISCI-ANNUA.

      * ---
      * IN AZIENDA SI ACCANTONA SOLO LA QUOTA DEI MESI CON DESTINAZIONE
      * 'A'; IL RESTO E' GIA' STATO VERSATO FUORI DA CY04DEMO
      * ---
           COMPUTE W-QUOTA-TOTALE ROUNDED = W-RETRIB-ANNUA / 13,5.
           COMPUTE W-QUOTA-ANNUA  ROUNDED = W-RETRIB-AZIENDA / 13,5.
           COMPUTE W-QUOTA-ESTERNA = W-QUOTA-TOTALE - W-QUOTA-ANNUA.
           ADD W-QUOTA-ESTERNA TO W-TOT-QUOTA-ESTERNA.

           PERFORM 2230-LEGGI-FONDO-PREC.
           COMPUTE W-RIVALUTAZIONE ROUNDED =
           COMPUTE W-FONDO-NUOVO = W-FONDO-PREC
                                 + W-RIVALUTAZIONE
                                 + W-QUOTA-ANNUA.
           PERFORM 2240-DEDUCI-ANTICIPI.
           SUBTRACT W-ANTICIPI FROM W-FONDO-NUOVO.

           EXEC SQL INSERT INTO CPS04.CWTFR
                         VALUES (:DCL-CPSDIP.COD-MATRICOLA-DIP,
           MOVE W-QUOTA-ANNUA                   TO RD-QUOTA.
           MOVE W-RIVALUTAZIONE                 TO RD-RIVAL.
           MOVE W-FONDO-NUOVO                   TO RD-FONDO.
           MOVE W-ANTICIPI                      TO RD-ANTICIPO.
           MOVE W-QUOTA-ESTERNA                 TO RD-QUOTA-EST.
           MOVE R-RIGA-DETT TO TFRREP-REC.
           WRITE TFRREP-REC.
           ADD 1 TO W-CONTA-MATRICOLE.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * MATRICOLA RIASSUNTA: HA PERIODI DI LAVORO CHIUSI SU CWPERLAV E *
      * DATA_ASSUNZIONE E' L'INIZIO DEL PERIODO IN CORSO. IL TFR DEI   *
      * PERIODI CHIUSI E' GIA' STATO LIQUIDATO ALLA CESSAZIONE: NON SI *
      * RIPRENDE IL FONDO DI UN ANNO ANTERIORE AL PERIODO E NON SI     *
      * CONTANO I MESI CHE LO PRECEDONO                                *
      ******************************************************************
       2205-CONTROLLA-RIASSUNTO SECTION.
      *---------------*
           MOVE 'N' TO SW-RIASSUNTO.
           MOVE +0  TO W-NUM-PERIODI-PREC.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-NUM-PERIODI-PREC
                      FROM  CPS04.CWPERLAV
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.
           IF W-NUM-PERIODI-PREC > 0 AND
              DATA-ASSUNZIONE OF DCL-CPSDIP (1:4) NUMERIC
              SET MATRICOLA-RIASSUNTA TO TRUE
              MOVE DATA-ASSUNZIONE OF DCL-CPSDIP (1:4)
                                      TO W-ANNO-INIZIO-PER
           END-IF.

       2205-EX. EXIT.
      *
      *
       2210-CARICA-DECORRENZE SECTION.
      *---------------*

       2215-EX. EXIT.
      *
      *
       2212-CARICA-DESTINAZIONI SECTION.
      *---------------*
           MOVE 0 TO W-NUM-DEST.

           EXEC SQL OPEN CUR-DST88 END-EXEC.
           MOVE 0 TO W-SQLCODE-DST.

           PERFORM 2217-FETCH-DESTINAZIONE
                   UNTIL W-SQLCODE-DST-NOTFND.

           EXEC SQL CLOSE CUR-DST88 END-EXEC.

       2212-EX. EXIT.
      *
      *
       2217-FETCH-DESTINAZIONE SECTION.
      *---------------*
           EXEC SQL FETCH CUR-DST88
                    INTO  :DCL-CWDESTFR.DATA-DECORRENZA,
                          :DCL-CWDESTFR.DESTINAZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-DST.
           IF W-SQLCODE-DST-OK
              IF W-NUM-DEST < 30
                 ADD 1 TO W-NUM-DEST
                 SET IND-DST TO W-NUM-DEST
                 MOVE DATA-DECORRENZA OF DCL-CWDESTFR
                                      TO W-DST-DATA (IND-DST)
                 MOVE DESTINAZIONE    OF DCL-CWDESTFR
                                      TO W-DST-DESTINAZIONE (IND-DST)
              END-IF
           ELSE
              IF NOT W-SQLCODE-DST-NOTFND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2217-EX. EXIT.
      *
      *
      ******************************************************************
      * RETRIBUZIONE ANNUA: PER OGNI MESE DELL'ANNO DI COMPETENZA SI   *
      * PRENDE L'ULTIMA DECORRENZA NON SUCCESSIVA ALLA FINE DEL MESE;  *
      * LA TREDICESIMA E' LA MENSILITA' DI DICEMBRE. LA RETRIBUZIONE   *
      * DEI MESI CON TFR IN AZIENDA E' CUMULATA A PARTE                *
      ******************************************************************
       2220-RICOSTRUISCI-ANNUA SECTION.
      *---------------*
           MOVE 0 TO W-RETRIB-ANNUA W-RETRIB-DICEMBRE W-RETRIB-AZIENDA.
           MOVE W-ANNO-COMP TO W-FM-AAAA.

           PERFORM 2225-SOMMA-MESE
                   UNTIL W-IND-MESE > 12.

           ADD W-RETRIB-DICEMBRE TO W-RETRIB-ANNUA.
           IF W-DEST-DICEMBRE = 'A'
              ADD W-RETRIB-DICEMBRE TO W-RETRIB-AZIENDA
           END-IF.

       2220-EX. EXIT.
      *
              END-IF
           END-PERFORM.

           IF MATRICOLA-RIASSUNTA AND
              W-FINE-MESE < DATA-ASSUNZIONE OF DCL-CPSDIP
              MOVE 0 TO W-RETRIB-MESE
           END-IF.

           ADD W-RETRIB-MESE TO W-RETRIB-ANNUA.

           MOVE 'A' TO W-DEST-MESE.
           PERFORM 2227-DESTINAZIONE-MESE
                   VARYING W-IND-DEST FROM 1 BY 1
                   UNTIL W-IND-DEST > W-NUM-DEST.
           IF W-DEST-MESE = 'A'
              ADD W-RETRIB-MESE TO W-RETRIB-AZIENDA
           END-IF.

           IF W-IND-MESE = 12
              MOVE W-RETRIB-MESE TO W-RETRIB-DICEMBRE
              MOVE W-DEST-MESE   TO W-DEST-DICEMBRE
           END-IF.

       2225-EX. EXIT.
      *
      *
      ******************************************************************
      * DESTINAZIONE DEL TFR IN VIGORE A FINE MESE: L'ULTIMA SCELTA    *
      * CON DECORRENZA NON SUCCESSIVA                                  *
      ******************************************************************
       2227-DESTINAZIONE-MESE SECTION.
      *---------------*
           SET IND-DST TO W-IND-DEST.
           IF W-DST-DATA (IND-DST) <= W-FINE-MESE
              MOVE W-DST-DESTINAZIONE (IND-DST) TO W-DEST-MESE
           END-IF.

       2227-EX. EXIT.
      *
      *
       2230-LEGGI-FONDO-PREC SECTION.
      *---------------*
           MOVE 0 TO W-FONDO-PREC.
           IF MATRICOLA-RIASSUNTA AND
              W-ANNO-INIZIO-PER > W-ANNO-PREC
              GO TO 2230-EX
           END-IF.
           EXEC SQL SELECT FONDO_ACCUMULATO
                      INTO :DCL-CWTFR.FONDO-ACCUMULATO
                      FROM  CPS04.CWTFR

       2230-EX. EXIT.
      *
      *
      ******************************************************************
      * ANTICIPI TFR CONCESSI (CPS04.CWANTTFR STATO 'A', VEDI          *
      * CX76DEMO) ENTRO IL 31/12 DELL'ANNO DI COMPETENZA, NON ANCORA  *
      * DEDOTTI O DEDOTTI IN UN RUN PRECEDENTE DELLO STESSO ANNO: SI   *
      * SOTTRAGGONO DAL FONDO E VENGONO MARCATI CON L'ANNO DI          *
      * DEDUZIONE, COSI' UN RILANCIO LI RIPRENDE                       *
      ******************************************************************
       2240-DEDUCI-ANTICIPI SECTION.
      *---------------*
           MOVE 0 TO W-ANTICIPI.
           EXEC SQL SELECT COALESCE(SUM(IMPORTO), 0)
                      INTO :W-ANTICIPI
                      FROM  CPS04.CWANTTFR
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   STATO_ANTICIPO = 'A'
                     AND   DATA_ESITO <= :W-FINE-ANNO
                     AND  (ANNO_DEDUZIONE = 0
                           OR ANNO_DEDUZIONE = :W-ANNO-COMP)
           END-EXEC.

           EXEC SQL UPDATE CPS04.CWANTTFR
                       SET ANNO_DEDUZIONE = :W-ANNO-COMP
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   STATO_ANTICIPO = 'A'
                     AND   DATA_ESITO <= :W-FINE-ANNO
                     AND   ANNO_DEDUZIONE = 0
           END-EXEC.

       2240-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           MOVE W-CONTA-MATRICOLE TO RT-TOT.
           MOVE R-RIGA-TOT        TO TFRREP-REC.
           WRITE TFRREP-REC.
           MOVE W-TOT-QUOTA-ESTERNA TO RT-QUOTA-EST.
           MOVE R-RIGA-TOT-EST    TO TFRREP-REC.
           WRITE TFRREP-REC.

           DISPLAY 'CW88DEMO - MATRICOLE ELABORATE : '
                   W-CONTA-MATRICOLE.
