       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX79DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CALCOLO MENSILE DELLE RATE DI PIGNORAMENTI   *
      *                   E CESSIONI DEL QUINTO (CPS04.CWPIGNOR)       *
      * TIPO OPERAZIONE : BATCH DI AGGIORNAMENTO                       *
      * TABELLE USATE   : CPS04.CWPIGNOR, CPS04.CWRETRIB,              *
      *                   CPS04.CWDIPENDENTI                           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE, DA LANCIARE PRIMA DELL'ESTRAZIONE PER LO STUDIO *
      * PAGHE CW82DEMO SULLO STESSO MESE DI COMPETENZA (IL MESE SOLARE *
      * PRECEDENTE LA DATA DI LANCIO): PER OGNI DIPENDENTE IN SERVIZIO *
      * CON TRATTENUTE APERTE (REGISTRO CX78DEMO) INIZIATE ENTRO IL    *
      * MESE CALCOLA LA RATA DOVUTA NEI LIMITI DI LEGGE SULLA          *
      * RETRIBUZIONE BASE CWRETRIB:                                    *
      *   - CESSIONI DEL QUINTO, NEL COMPLESSO, ENTRO 1/5;             *
      *   - PIGNORAMENTI, NEL COMPLESSO, ENTRO 1/5;                    *
      *   - CESSIONI E PIGNORAMENTI INSIEME ENTRO LA META'.            *
      * LE TRATTENUTE SONO SERVITE IN ORDINE DI PRIORITA' (E DI DATA   *
      * DI INIZIO): OGNUNA PRENDE LA SUA RATA, AL PIU' IL RESIDUO, NEI *
      * MARGINI LASCIATI DALLE PRECEDENTI. IL RESIDUO VIENE SCALATO E  *
      * A ZERO LA TRATTENUTA E' ESTINTA. LA RATA DEL MESE RESTA SULLA  *
      * RIGA (ULTIMA_RATA, MESE_ULTIMA_RATA) E CW82DEMO LA INVIA ALLO  *
      * STUDIO PAGHE.                                                  *
      * IL RILANCIO SULLO STESSO MESE E' IDEMPOTENTE: LE RIGHE GIA'    *
      * CALCOLATE PER IL MESE VENGONO PRIMA RIPORTATE AL RESIDUO       *
      * PRECEDENTE (RESIDUO_PREC).                                     *
      * IL TABULATO PIGNREP RIPORTA PER OGNI TRATTENUTA RATA PREVISTA, *
      * RATA CALCOLATA (MARCATA 'R' SE RIDOTTA DAI LIMITI) E RESIDUO.  *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIGNREP        ASSIGN TO PIGNREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PIGNREP.

       DATA DIVISION.
       FILE SECTION.
       FD  PIGNREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  PIGNREP-REC                    PIC X(133).

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
      *    DEFINIZIONE VARIABILI HOST                                  *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX79DEMO'.
       01  W-FS-PIGNREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-PIGNREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-LETTE                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RIDOTTE                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-ESTINTE                PIC S9(7)   COMP-3 VALUE 0.
       01  W-TOTALE-RATE                  PIC S9(9)V99 COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA (AAAA-MM) E SUO ULTIMO GIORNO CONVENZIO- *
      *    NALE PER IL CONFRONTO CON LA DATA DI INIZIO                 *
      * -------------------------------------------------------------- *
       01  W-COMP-AAAA                    PIC 9(4)    VALUE ZERO.
       01  W-COMP-MM                      PIC 9(2)    VALUE ZERO.
       01  W-COMPETENZA.
           05  W-CMP-AAAA                 PIC 9(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-CMP-MM                   PIC 9(2).
       01  W-MESE-FINE.
           05  W-MFI-COMP                 PIC X(7).
           05  FILLER                     PIC X(3)    VALUE '-31'.
      * -------------------------------------------------------------- *
      *    MARGINI DI LEGGE DELLA MATRICOLA CORRENTE                   *
      * -------------------------------------------------------------- *
       01  W-MATR-CORR                    PIC S9(5)   COMP-3 VALUE 0.
       01  W-MARGINE-CESSIONI             PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-MARGINE-PIGNOR               PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-MARGINE-TOTALE               PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-RATA-DOVUTA                  PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-RATA-CALC                    PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-RESIDUO-NUOVO                PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-STATO-NUOVO                  PIC X(1)    VALUE SPACE.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO DI CONTROLLO                             *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(45)  VALUE
               'RATE PIGNORAMENTI E CESSIONI - MESE PAGHE : '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(81)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(20).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-ID                      PIC ZZZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-TIPO                    PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-PRIORITA                PIC 99.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-CREDITORE               PIC X(30).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-RETRIB                  PIC ZZZ.ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-RATA-PREVISTA           PIC ZZZ.ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-RATA-CALC               PIC ZZZ.ZZ9,99.
           05  RD-RIDOTTA                 PIC X(2).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-RESIDUO                 PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-STATO                   PIC X(1).
           05  FILLER                     PIC X(13)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(30)  VALUE
               'TRATTENUTE ELABORATE        : '.
           05  RT-LETTE                   PIC ZZZZ9.
           05  FILLER                     PIC X(14)  VALUE
               '  RIDOTTE  : '.
           05  RT-RIDOTTE                 PIC ZZZZ9.
           05  FILLER                     PIC X(14)  VALUE
               '  ESTINTE  : '.
           05  RT-ESTINTE                 PIC ZZZZ9.
           05  FILLER                     PIC X(14)  VALUE
               '  TOTALE   : '.
           05  RT-TOTALE                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(32)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWRETR  END-EXEC.

           EXEC SQL  INCLUDE CWPIGN  END-EXEC.

      * -------------------------------------------------------------- *
      * TRATTENUTE APERTE INIZIATE ENTRO IL MESE, DI DIPENDENTI IN     *
      * SERVIZIO CON RIGA RETRIBUTIVA, PER MATRICOLA E PRIORITA'       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-PIG79 CURSOR FOR
                    SELECT  P.ID_PIGNOR,
                            P.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            R.RETRIB_BASE,
                            P.TIPO_TRATTENUTA,
                            P.CREDITORE,
                            P.PRIORITA,
                            P.RATA_MENSILE,
                            P.RESIDUO
                    FROM    CPS04.CWPIGNOR     P,
                            CPS04.CWDIPENDENTI D,
                            CPS04.CWRETRIB     R
                    WHERE   D.COD_MATRICOLA_DIP =
                            P.COD_MATRICOLA_DIP
                    AND     R.COD_MATRICOLA_DIP =
                            P.COD_MATRICOLA_DIP
                    AND     D.STATO_DIPENDENTE  = 'A'
                    AND     P.STATO_PIGNOR      = 'A'
                    AND     P.DATA_INIZIO      <= :W-MESE-FINE
                    ORDER BY P.COD_MATRICOLA_DIP,
                             P.PRIORITA,
                             P.DATA_INIZIO,
                             P.ID_PIGNOR
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

           OPEN OUTPUT PIGNREP.
           IF NOT FS-PIGNREP-OK
              DISPLAY '** ERRORE OPEN PIGNREP, FILE STATUS: '
                      W-FS-PIGNREP
              STOP RUN
           END-IF.

           MOVE W-COMPETENZA TO RI-COMPETENZA.
           MOVE R-INTESTAZ-1 TO PIGNREP-REC.
           WRITE PIGNREP-REC.
           MOVE R-RIGA-VUOTA TO PIGNREP-REC.
           WRITE PIGNREP-REC.

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
           MOVE W-COMP-AAAA  TO W-CMP-AAAA.
           MOVE W-COMP-MM    TO W-CMP-MM.
           MOVE W-COMPETENZA TO W-MFI-COMP.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

      * RILANCIO IDEMPOTENTE: LE RATE GIA' CALCOLATE PER IL MESE
      * VENGONO ANNULLATE E LE TRATTENUTE TORNANO AL RESIDUO PRECEDENTE
           EXEC SQL UPDATE CPS04.CWPIGNOR
                       SET RESIDUO          = RESIDUO_PREC,
                           STATO_PIGNOR     = 'A',
                           ULTIMA_RATA      = 0,
                           MESE_ULTIMA_RATA = ' '
                     WHERE MESE_ULTIMA_RATA = :W-COMPETENZA
                     AND   STATO_PIGNOR IN ('A', 'E')
           END-EXEC.

           MOVE 0 TO W-MATR-CORR.
           EXEC SQL OPEN CUR-PIG79 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-PIG79 END-EXEC.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-PIG79
                    INTO  :DCL-CWPIGNOR.ID-PIGNOR,
                          :DCL-CWPIGNOR.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CWRETRIB.RETRIB-BASE,
                          :DCL-CWPIGNOR.TIPO-TRATTENUTA,
                          :DCL-CWPIGNOR.CREDITORE,
                          :DCL-CWPIGNOR.PRIORITA,
                          :DCL-CWPIGNOR.RATA-MENSILE,
                          :DCL-CWPIGNOR.RESIDUO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF COD-MATRICOLA-DIP OF DCL-CWPIGNOR NOT = W-MATR-CORR
                 PERFORM 2150-NUOVA-MATRICOLA
              END-IF
              PERFORM 2200-CALCOLA-RATA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * A OGNI NUOVA MATRICOLA SI RIPARTE DAI MARGINI PIENI: UN QUINTO *
      * PER LE CESSIONI, UN QUINTO PER I PIGNORAMENTI, META' IN TUTTO  *
      ******************************************************************
       2150-NUOVA-MATRICOLA SECTION.
      *--------------------*
           MOVE COD-MATRICOLA-DIP OF DCL-CWPIGNOR TO W-MATR-CORR.
           COMPUTE W-MARGINE-CESSIONI =
                   RETRIB-BASE OF DCL-CWRETRIB / 5.
           COMPUTE W-MARGINE-PIGNOR   =
                   RETRIB-BASE OF DCL-CWRETRIB / 5.
           COMPUTE W-MARGINE-TOTALE   =
                   RETRIB-BASE OF DCL-CWRETRIB / 2.

       2150-EX. EXIT.
      *
      *
      ******************************************************************
      * RATA DEL MESE: LA RATA PREVISTA, AL PIU' IL RESIDUO, RIDOTTA   *
      * AL MARGINE RIMASTO DEL SUO TIPO E AL MARGINE COMPLESSIVO       *
      ******************************************************************
       2200-CALCOLA-RATA SECTION.
      *-----------------*
           ADD 1 TO W-CONTA-LETTE.
           MOVE RATA-MENSILE OF DCL-CWPIGNOR TO W-RATA-DOVUTA.
           IF RESIDUO OF DCL-CWPIGNOR < W-RATA-DOVUTA
              MOVE RESIDUO OF DCL-CWPIGNOR TO W-RATA-DOVUTA
           END-IF.
           MOVE W-RATA-DOVUTA TO W-RATA-CALC.

           IF TRATTENUTA-CESSIONE
              IF W-RATA-CALC > W-MARGINE-CESSIONI
                 MOVE W-MARGINE-CESSIONI TO W-RATA-CALC
              END-IF
           ELSE
              IF W-RATA-CALC > W-MARGINE-PIGNOR
                 MOVE W-MARGINE-PIGNOR   TO W-RATA-CALC
              END-IF
           END-IF.
           IF W-RATA-CALC > W-MARGINE-TOTALE
              MOVE W-MARGINE-TOTALE TO W-RATA-CALC
           END-IF.

           IF TRATTENUTA-CESSIONE
              SUBTRACT W-RATA-CALC FROM W-MARGINE-CESSIONI
           ELSE
              SUBTRACT W-RATA-CALC FROM W-MARGINE-PIGNOR
           END-IF.
           SUBTRACT W-RATA-CALC FROM W-MARGINE-TOTALE.

           COMPUTE W-RESIDUO-NUOVO =
                   RESIDUO OF DCL-CWPIGNOR - W-RATA-CALC.
           IF W-RESIDUO-NUOVO = 0
              MOVE 'E' TO W-STATO-NUOVO
              ADD 1    TO W-CONTA-ESTINTE
           ELSE
              MOVE 'A' TO W-STATO-NUOVO
           END-IF.

           EXEC SQL UPDATE CPS04.CWPIGNOR
                       SET RESIDUO_PREC     = RESIDUO,
                           RESIDUO          = :W-RESIDUO-NUOVO,
                           ULTIMA_RATA      = :W-RATA-CALC,
                           MESE_ULTIMA_RATA = :W-COMPETENZA,
                           STATO_PIGNOR     = :W-STATO-NUOVO
                     WHERE ID_PIGNOR = :DCL-CWPIGNOR.ID-PIGNOR
           END-EXEC.

           ADD W-RATA-CALC TO W-TOTALE-RATE.
           PERFORM 2300-STAMPA-DETTAGLIO.

       2200-EX. EXIT.
      *
      *
       2300-STAMPA-DETTAGLIO SECTION.
      *---------------------*
           MOVE COD-MATRICOLA-DIP OF DCL-CWPIGNOR TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP   TO RD-COGNOME.
           MOVE ID-PIGNOR         OF DCL-CWPIGNOR TO RD-ID.
           MOVE TIPO-TRATTENUTA   OF DCL-CWPIGNOR TO RD-TIPO.
           MOVE PRIORITA          OF DCL-CWPIGNOR TO RD-PRIORITA.
           MOVE CREDITORE         OF DCL-CWPIGNOR TO RD-CREDITORE.
           MOVE RETRIB-BASE       OF DCL-CWRETRIB TO RD-RETRIB.
           MOVE RATA-MENSILE      OF DCL-CWPIGNOR TO RD-RATA-PREVISTA.
           MOVE W-RATA-CALC                       TO RD-RATA-CALC.
           IF W-RATA-CALC < W-RATA-DOVUTA
              MOVE ' R'   TO RD-RIDOTTA
              ADD 1       TO W-CONTA-RIDOTTE
           ELSE
              MOVE SPACES TO RD-RIDOTTA
           END-IF.
           MOVE W-RESIDUO-NUOVO                   TO RD-RESIDUO.
           MOVE W-STATO-NUOVO                     TO RD-STATO.
           MOVE R-RIGA-DETT TO PIGNREP-REC.
           WRITE PIGNREP-REC.

       2300-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE PIGNREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTE TO W-BR-LETTI
              MOVE W-CONTA-LETTE TO W-BR-SCRITTI
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
           MOVE R-RIGA-VUOTA      TO PIGNREP-REC.
           WRITE PIGNREP-REC.
           MOVE W-CONTA-LETTE     TO RT-LETTE.
           MOVE W-CONTA-RIDOTTE   TO RT-RIDOTTE.
           MOVE W-CONTA-ESTINTE   TO RT-ESTINTE.
           MOVE W-TOTALE-RATE     TO RT-TOTALE.
           MOVE R-RIGA-TOT        TO PIGNREP-REC.
           WRITE PIGNREP-REC.

           DISPLAY 'CX79DEMO - TRATTENUTE ELABORATE : '
                   W-CONTA-LETTE.
           DISPLAY 'CX79DEMO - RATE RIDOTTE DAI LIMITI : '
                   W-CONTA-RIDOTTE.

           CLOSE PIGNREP.

           MOVE W-CONTA-LETTE TO W-BR-LETTI.
           MOVE W-CONTA-LETTE TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
