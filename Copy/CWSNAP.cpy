      *                    FOTOGRAFIA CON MESE E ANNO PRECEDENTI)       *
      *------------------------------------------------------------------
      * CREAZIONE        : 22/08/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      * 02/09/2026 GM  NUOVO TIPO_RIGA 'C': COSTO MENSILE DEL LAVORO    *
      *                PER DIPARTIMENTO IN EURO INTERI (CHIAVE =        *
      *                DIPARTIMENTO), SCRITTO DAL BATCH MENSILE         *
      *                'E' = FTE PER DIPARTIMENTO, 'G' = FTE PER        *
      *                QUALIFICA. SCRITTI DA CW22DEMO ACCANTO AI        *
      *                CONTEGGI PER TESTE                               *
      * 15/10/2026 GM  NUOVI TIPO_RIGA 'A' = TESTE PER FASCIA DI        *
      *                ANZIANITA' DI SERVIZIO (CHIAVE = DESCRIZIONE     *
      *                DELLA FASCIA) E 'K' = TESTE PER TIPO DI          *
      *                CONTRATTO (CHIAVE = TI/TD/ND), SCRITTI DA        *
      *                CW22DEMO PER L'ORGANICO MEDIO DI CX88DEMO        *
      * 15/10/2026 GM  NUOVI TIPO_RIGA 'S' = TESTE PER SEDE DI LAVORO E *
      *                'V' = FTE PER SEDE (CHIAVE = CODICE SEDE CWSEDI, *
      *                'SENZA SEDE' PER LE MATRICOLE NON ASSEGNATE),    *
      *                SCRITTI DA CW22DEMO                              *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSNAPSH TABLE
           ( DATA_SNAPSHOT                 CHAR(10)     NOT NULL,
