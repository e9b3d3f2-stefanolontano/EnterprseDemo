      *                   CPS04.CWDIPENDENTI, SPOOLF (VSAM)            *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE DEL SOTTOSISTEMA TURNI (VEDI CX01/CX02DEMO):     *
           END-READ.
           MOVE FD-SP-RECORD     TO SP-RECORD.
           MOVE 'P'              TO SP-STATO-RUN.
           MOVE 'D'              TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD
