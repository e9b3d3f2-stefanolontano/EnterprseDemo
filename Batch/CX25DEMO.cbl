      *                   SPOOLF (VSAM)                                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      * 15/10/2026 GM  IL PREMIO MATURA SUL SOLO PERIODO DI LAVORO IN  *
      *                CORSO; LE MATRICOLE RIASSUNTE (PERIODI CHIUSI   *
      *                SU CPS04.CWPERLAV, CY26DEMO) SONO MARCATE SULLA *
      *                RIGA                                            *
      ******************************************************************
      ******************************************************************
      * BATCH ANNUALE (LANCIATO A FINE ANNO) CHE SELEZIONA I          *
       01  W-ANNO-PROSSIMO                PIC S9(4)   COMP-3 VALUE 0.
       01  W-ANNO-ASSUNZ                  PIC 9(4)    VALUE ZERO.
       01  W-ANNI-COMPIUTI                PIC S9(3)   COMP-3 VALUE 0.
       01  W-NUM-PERIODI-PREC             PIC S9(9)   COMP VALUE +0.
       01  W-PRIMA-VOLTA                  PIC X(1)    VALUE 'S'.
           88  PRIMA-VOLTA                            VALUE 'S'.
       01  W-DIPART-CORR                  PIC X(10)   VALUE SPACES.
           05  FILLER                     PIC X(13)  VALUE
               '  ASSUNZIONE '.
           05  RD-ASSUNZIONE              PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-NOTA                    PIC X(20).
           05  FILLER                     PIC X(18)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(30)  VALUE
               'PREMI IN MATURAZIONE       : '.

           EXEC SQL  INCLUDE CWANZC  END-EXEC.

           EXEC SQL  INCLUDE CWPERL  END-EXEC.

           EXEC SQL  INCLUDE CWCONT  END-EXEC.

      * -------------------------------------------------------------- *
      * PREMIO IN MATURAZIONE: ANNI DI SERVIZIO COMPIUTI NELL'ANNO     *
      * ENTRANTE, DALLA DATA DI ASSUNZIONE O DALL'ANZIANITA'           *
      * CONVENZIONALE CWANZCON SE PRESENTE (VEDI CX12DEMO). ENTRANO    *
      * NELLA LISTA I 10, 20 E 30 ANNI. PER UNA MATRICOLA RIASSUNTA    *
      * DATA_ASSUNZIONE E' L'INIZIO DEL PERIODO IN CORSO: IL PREMIO    *
      * NON SOMMA I PERIODI PRECEDENTI (CWPERLAV, VEDI CY26DEMO)       *
      ******************************************************************
       2200-VALUTA-PREMIO SECTION.
      *---------------*
           MOVE NOME              OF DCL-CPSDIP TO RD-NOME.
           MOVE W-ANNI-COMPIUTI                 TO RD-ANNI.
           MOVE DATA-ASSUNZIONE   OF DCL-CPSDIP TO RD-ASSUNZIONE.
      * ---
      * MATRICOLA RIASSUNTA (CY26DEMO): IL PREMIO MATURA SUL SOLO
      * PERIODO IN CORSO, I PERIODI CHIUSI DI CWPERLAV NON CONTANO;
      * LA RIGA LO SEGNALA A CHI CONTROLLA LA LISTA
      * ---
           MOVE +0     TO W-NUM-PERIODI-PREC.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-NUM-PERIODI-PREC
                      FROM CPS04.CWPERLAV
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.
           IF W-NUM-PERIODI-PREC > 0
              MOVE 'RIASSUNTO'           TO RD-NOTA
           ELSE
              MOVE SPACES                TO RD-NOTA
           END-IF.
           MOVE R-RIGA-DETT TO PREMIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           END-READ.
           MOVE FD-SP-RECORD     TO SP-RECORD.
           MOVE 'P'              TO SP-STATO-RUN.
           MOVE 'D'              TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD
