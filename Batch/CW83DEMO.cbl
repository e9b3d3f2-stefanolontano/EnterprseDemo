      *                   DI RITORNO DELLO STUDIO PAGHE)               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTI*
      *                IBAN, TRATTENUTA SINDACALE E NUMERO FAMILIARI   *
      *                A CARICO E PREMIO DI ANZIANITA' IN CODA,        *
      *                130 BYTE)                                       *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTE*
      *                IN CODA LE ORE DI STRAORDINARIO AUTORIZZATE,    *
      *                148 BYTE)                                       *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTI*
      *                IN CODA NUMERO E VALORE DEI BUONI PASTO, 157    *
      *                BYTE)                                           *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTI*
      *                IN CODA I RIMBORSI TRASFERTA ESENTE E           *
      *                IMPONIBILE, 177 BYTE)                           *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTI*
      *                IN CODA I GIORNI DI PERMESSO LEGGE 104 E DI     *
      *                CONGEDO PARENTALE, 185 BYTE)                    *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTO*
      *                IN CODA L'ANTICIPO TFR APPROVATO, 195 BYTE)     *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTE*
      *                IN CODA LE RATE DI CESSIONI E PIGNORAMENTI, 215 *
      *                BYTE)                                           *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTE*
      *                IN CODA LE ORE DI SCIOPERO NON RETRIBUITE, 222  *
      *                BYTE)                                           *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTO*
      *                IN CODA IL PREMIO MBO APPROVATO, 232 BYTE)      *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTO*
      *                IN CODA IL TIPO RECORD, 234 BYTE): I RECORD     *
      *                ARRETRATO 'A' HANNO ANCH'ESSI UN RISCONTRO      *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTO*
      *                IL CODICE SOCIETA' PRIMA DEL TIPO RECORD, 239   *
      *                BYTE): IL RISCONTRO E' PER FILE, CIOE' PER      *
      *                SOCIETA'                                        *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTE*
      *                LE ORE DI CASSA INTEGRAZIONE PRIMA DEL CODICE   *
      *                SOCIETA', 245 BYTE)                             *
      ******************************************************************
      ******************************************************************
      * BATCH COMPAGNO DI CW82DEMO, SULLO STESSO IMPIANTO CON CUI      *
       FILE SECTION.
       FD  PAYROLX
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 245 CHARACTERS.
       01  PAYROLX-REC.
           05  PX-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PX-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1).
           05  PX-NOME                    PIC X(15).
           05  FILLER                     PIC X(193).

       FD  PAYROACK
           LABEL RECORDS ARE STANDARD
