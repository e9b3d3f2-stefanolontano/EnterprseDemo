      * TABELLE USATE   : CPS04.CWDIPENDENTI                           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  DOVE ESISTE L'ANZIANITA' CONVENZIONALE          *
      *                (CPS04.CWANZCON, VEDI CX12DEMO) LA PROIEZIONE   *
      *                (SEZIONI STANDARD 1900/1910): COSI' LA CATENA   *
      *                PUO' CITARLO IN CWBATDIP/CWRUNCAL E IL          *
      *                RIEPILOGO CX40DEMO NON SEGNALA FALSI MANCANTI   *
      * 15/10/2026 GM  PER LE MATRICOLE RIASSUNTE L'ANZIANITA'         *
      *                CONTRIBUTIVA SOMMA I PERIODI DI LAVORO GIA'     *
      *                CHIUSI (CPS04.CWPERLAV, VEDI CY26DEMO)          *
      ******************************************************************
      ******************************************************************
      * CW06DEMO SA DIRE A VIDEO SE UNA SINGOLA PERSONA E' IDONEA ALLA *
           05  W-OGGI-GG                  PIC 9(2).
       01  W-ANNO-NASCITA                 PIC 9(4)    VALUE ZERO.
       01  W-ANNO-ASSUNZIONE              PIC 9(4)    VALUE ZERO.
      * ANNI DEI PERIODI DI LAVORO PRECEDENTI (VEDI 2160)
       01  W-GG-PERIODI-PREC              PIC S9(9)   COMP VALUE +0.
       01  W-ANNI-PERIODI-PREC            PIC 9(3)    COMP-3 VALUE 0.
       01  W-ANNO-ETA                     PIC 9(4)    VALUE ZERO.
       01  W-ANNO-ANZIAN                  PIC 9(4)    VALUE ZERO.
       01  W-ANNO-IDONEO                  PIC 9(4)    VALUE ZERO.
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE CWANZC  END-EXEC.

           EXEC SQL  INCLUDE CWPERL  END-EXEC.

           EXEC SQL DECLARE CUR-DIP49 CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            COGNOME,
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.
           MOVE 0 TO W-ANNI-PERIODI-PREC.
           IF SQLCODE = 0 AND
              DATA-ANZIANITA OF DCL-CWANZCON (1:4) NUMERIC
              MOVE DATA-ANZIANITA OF DCL-CWANZCON
                   TO DATA-ASSUNZIONE OF DCL-CPSDIP
           ELSE
              PERFORM 2160-PERIODI-PRECEDENTI
           END-IF.
       2150-EX. EXIT.
      *
      *
      ******************************************************************
      * MATRICOLA RIASSUNTA (CY26DEMO): L'ANZIANITA' CONTRIBUTIVA      *
      * SOMMA I PERIODI DI LAVORO GIA' CHIUSI (CPS04.CWPERLAV) A       *
      * QUELLO IN CORSO (STESSO CALCOLO DI 2916 IN CW06DEMO: GIORNI    *
      * DEI PERIODI, ESTREMI COMPRESI, DIVISI PER 365)                 *
      ******************************************************************
       2160-PERIODI-PRECEDENTI SECTION.
      *---------------*
           MOVE 0 TO W-GG-PERIODI-PREC.
           EXEC SQL SELECT COALESCE(SUM(DAYS(DATE(DATA_FINE))
                                      - DAYS(DATE(DATA_INIZIO))
                                      + 1), 0)
                      INTO :W-GG-PERIODI-PREC
                      FROM  CPS04.CWPERLAV
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.
           IF SQLCODE = 0
              DIVIDE W-GG-PERIODI-PREC BY 365
                     GIVING W-ANNI-PERIODI-PREC
           END-IF.
       2160-EX. EXIT.
      *
      *
       2200-PROIETTA SECTION.
      *---------------*
                                      TO W-ANNO-ASSUNZIONE
              COMPUTE W-ANNO-ANZIAN = W-ANNO-ASSUNZIONE
                                    + W-ANZIANITA-PENSIONE
                                    - W-ANNI-PERIODI-PREC
           ELSE
              MOVE 9999 TO W-ANNO-ANZIAN
           END-IF.
