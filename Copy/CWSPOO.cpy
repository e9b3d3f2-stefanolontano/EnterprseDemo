      * STATO DEL RUN: C=IN CARICAMENTO  P=PRONTO  S=STAMPATO           *
      * PRODUTTORI: CW11DEMO (ON-LINE), CW22DEMO E CW30DEMO (BATCH).    *
      * CONSULTAZIONE/RILASCIO/RISTAMPA: CW43DEMO.                      *
      * DISTRIBUZIONE E-MAIL: I BATCH CHE CHIUDONO IL RUN IN STATO 'P'  *
      * LO MARCANO DA DISTRIBUIRE (SP-MAIL-RUN 'D'); CX93DEMO LO INVIA  *
      * AGLI ABBONATI DEL REPORT (CPS04.CWABBREP, EVENTUALMENTE DEL     *
      * SOLO DIPARTIMENTO SP-DIPART-RUN) E LO MARCA 'I' (INVIATO).      *
      *------------------------------------------------------------------
      * CREAZIONE        : 22/08/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      * 15/10/2026 GM  AGGIUNTI IN TESTATA IL DIPARTIMENTO A CUI IL RUN *
      *                E' RISERVATO E LO STATO DELLA DISTRIBUZIONE      *
      *                E-MAIL (CX93DEMO, REGISTRO INVII CWSPOINV)       *
      ******************************************************************
       01  SP-RECORD.
           05  SP-KEY.
                   88  SP-RUN-PRONTO      VALUE 'P'.
                   88  SP-RUN-STAMPATO    VALUE 'S'.
               10  SP-TOT-RIGHE           PIC 9(5).
               10  SP-DIPART-RUN          PIC X(10).
               10  SP-MAIL-RUN            PIC X(1).
                   88  SP-MAIL-NON-PREVISTA VALUE ' '.
                   88  SP-MAIL-DA-INVIARE VALUE 'D'.
                   88  SP-MAIL-INVIATA    VALUE 'I'.
               10  FILLER                 PIC X(71).
           05  SP-DATI-RIGA REDEFINES SP-DATI.
               10  SP-RIGA-STAMPA         PIC X(133).
               10  FILLER                 PIC X(1).
