      * OGGETTO         : RAPPORTO ANNUALE DI CONFORMITA' ALLA QUOTA  *
      *                   DI ASSUNZIONI OBBLIGATORIE (L.68/99)         *
      * TIPO OPERAZIONE : BATCH DI REPORTISTICA                        *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWSOCIETA          *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  QUOTA CALCOLATA PER DATORE DI LAVORO: UNA       *
      *                SEZIONE DEL RAPPORTO PER OGNI SOCIETA' DEL      *
      *                GRUPPO (COD_SOCIETA DI CWDIPENDENTI), CON       *
      *                ORGANICO, QUOTA, ESITO E DETTAGLIO PER          *
      *                DIPARTIMENTO                                    *
      ******************************************************************
      ******************************************************************
      * RAPPORTO ANNUALE CHE CALCOLA LA QUOTA DI LAVORATORI DELLE     *
      * 15 DIPENDENTI, 1 DA 15 A 35, 2 DA 36 A 50, IL 7 PER CENTO      *
      * OLTRE I 50) E LA CONFRONTA CON LE CATEGORIE PROTETTE IN FORZA  *
      * (NUOVA COLONNA CAT_PROTETTA DI CWDIPENDENTI, RACCOLTA DA       *
      * CW04DEMO). L'OBBLIGO E' DEL SINGOLO DATORE DI LAVORO: IL       *
      * CONTEGGIO E' FATTO SEPARATAMENTE PER OGNI SOCIETA' DEL GRUPPO  *
      * SUL SUO ORGANICO ATTIVO, CON IN CODA A CIASCUNA IL DETTAGLIO   *
      * PER DIPARTIMENTO.                                              *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       01  W-SCOSTAMENTO                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-DIPART                       PIC X(10)   VALUE SPACES.
       01  W-PROT-DIP                     PIC S9(5)   COMP-3 VALUE 0.
       01  W-SOCIETA                      PIC X(4)    VALUE SPACES.
       01  W-RAGSOC                       PIC X(40)   VALUE SPACES.
       01  W-CONTA-SOCIETA                PIC S9(5)   COMP-3 VALUE 0.
       01  W-SQLCODE-SOC                  PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-SOC-OK      VALUE +0.
           88  W-SQLCODE-SOC-NOTFND  VALUE +100.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
           05  FILLER                     PIC X(2)   VALUE ': '.
           05  RI-ANNO                    PIC 9(4).
           05  FILLER                     PIC X(81)  VALUE SPACES.
       01  R-TESTA-SOC.
           05  FILLER                     PIC X(9)   VALUE
               'SOCIETA'' '.
           05  RS-SOCIETA                 PIC X(4).
           05  FILLER                     PIC X(3)   VALUE ' - '.
           05  RS-RAGSOC                  PIC X(40).
           05  FILLER                     PIC X(77)  VALUE SPACES.
       01  R-RIGA-TOTALI.
           05  FILLER                     PIC X(10)  VALUE
               'ORGANICO: '.
           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

      * -------------------------------------------------------------- *
      * SOCIETA' DEL GRUPPO CON ORGANICO ATTIVO                        *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-SOCX CURSOR FOR
                    SELECT  D.COD_SOCIETA,
                            COALESCE(MAX(S.RAGIONE_SOCIALE), ' ')
                    FROM    CPS04.CWDIPENDENTI D
                            LEFT OUTER JOIN CPS04.CWSOCIETA S
                            ON  S.COD_SOCIETA = D.COD_SOCIETA
                    WHERE   D.STATO_DIPENDENTE = 'A'
                    GROUP BY D.COD_SOCIETA
                    ORDER BY D.COD_SOCIETA
           END-EXEC.

      * -------------------------------------------------------------- *
      * CATEGORIE PROTETTE IN FORZA PER DIPARTIMENTO DELLA SOCIETA'    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-PRXO CURSOR FOR
                    SELECT  DIPARTIMENTO,
                    FROM    CPS04.CWDIPENDENTI
                    WHERE   STATO_DIPENDENTE = 'A'
                    AND     CAT_PROTETTA <> ' '
                    AND     COD_SOCIETA = :W-SOCIETA
                    GROUP BY DIPARTIMENTO
                    ORDER BY DIPARTIMENTO
           END-EXEC.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-SOCX END-EXEC.
           MOVE 0 TO W-SQLCODE-SOC.
           PERFORM 2010-FETCH-SOCIETA UNTIL W-SQLCODE-SOC-NOTFND.
           EXEC SQL CLOSE CUR-SOCX END-EXEC.

       2000-EX. EXIT.
      *
      *
       2010-FETCH-SOCIETA SECTION.
      *------------------*
           EXEC SQL FETCH CUR-SOCX
                    INTO  :W-SOCIETA,
                          :W-RAGSOC
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-SOC.
           IF W-SQLCODE-SOC-OK
              PERFORM 2020-TRATTA-SOCIETA
           ELSE
              IF NOT W-SQLCODE-SOC-NOTFND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2010-EX. EXIT.
      *
      *
      ******************************************************************
      * UNA SOCIETA': TESTATA, QUOTA DOVUTA SUL SUO ORGANICO E         *
      * DETTAGLIO DEI PROTETTI IN FORZA PER DIPARTIMENTO               *
      ******************************************************************
       2020-TRATTA-SOCIETA SECTION.
      *-------------------*
           ADD 1 TO W-CONTA-SOCIETA.
           MOVE W-SOCIETA    TO RS-SOCIETA.
           MOVE W-RAGSOC     TO RS-RAGSOC.
           MOVE R-TESTA-SOC  TO QUOTAREP-REC.
           WRITE QUOTAREP-REC.

           PERFORM 2050-CALCOLA-QUOTA.

           MOVE R-TESTA-DETT TO QUOTAREP-REC.
           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-PRXO END-EXEC.

           MOVE R-RIGA-VUOTA TO QUOTAREP-REC.
           WRITE QUOTAREP-REC.

       2020-EX. EXIT.
      *
      *
      ******************************************************************
      * QUOTA DOVUTA (L.68/99): 0 SOTTO I 15 DIPENDENTI, 1 DA 15 A 35, *
      * 2 DA 36 A 50, 7 PER CENTO (TRONCATO) OLTRE I 50, SULL'ORGANICO *
      * DELLA SOCIETA' CORRENTE                                        *
      ******************************************************************
       2050-CALCOLA-QUOTA SECTION.
      *---------------*
                      INTO :W-ORGANICO-ATT
                      FROM CPS04.CWDIPENDENTI
                     WHERE STATO_DIPENDENTE = 'A'
                     AND   COD_SOCIETA = :W-SOCIETA
           END-EXEC.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-PROTETTI
                      FROM CPS04.CWDIPENDENTI
                     WHERE STATO_DIPENDENTE = 'A'
                     AND   CAT_PROTETTA <> ' '
                     AND   COD_SOCIETA = :W-SOCIETA
           END-EXEC.

           EVALUATE TRUE
      *
       3000-FINE-ELAB SECTION.
      *-----------------------
           DISPLAY 'CX24DEMO - SOCIETA'' ELABORATE      : '
                   W-CONTA-SOCIETA.
           DISPLAY 'CX24DEMO - DIPARTIMENTI CON PROTETTI: '
                   W-CONTA-RIGHE.

