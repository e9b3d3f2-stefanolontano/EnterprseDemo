      *                   CPS04.CWCALEND, SPOOLF (VSAM)                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 03/09/2026 GM  CORRETTO IL CONTEGGIO DEI GIORNI BISESTILI NEL  *
      *                NUMERO ASSOLUTO DI GIORNI: FLOOR(ANNO/4)        *
      *                CHE NEGLI ANNI BISESTILI FACEVA SLITTARE DI UN  *
      *                GIORNO L'INTERO ANNO (E IL RESTO MODULO 7:      *
      *                0=SABATO DIVENTAVA VENERDI')                    *
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE (SUL MESE SOLARE PRECEDENTE) CHE PRODUCE LE      *
           END-READ.
           MOVE FD-SP-RECORD     TO SP-RECORD.
           MOVE 'P'              TO SP-STATO-RUN.
           MOVE 'D'              TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD
