      *------------------------------------------------------------------
      * DECODIFICA DI RC-CX48:                                          *
      * - 0            = LETTERA ACCODATA ALLO SPOOL                    *
      *                  E INDICIZZATA SU CPS04.CWINDDOC                *
      * - 4            = MODELLO NON CENSITO SU CWLETTER (NESSUNA       *
      *                  LETTERA: IL CHIAMANTE PUO' PROSEGUIRE)         *
      * - 8            = MATRICOLA NON TROVATA O ERRORE DI SCRITTURA    *
      *------------------------------------------------------------------
      * CREAZIONE        : 02/09/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
       01  AREA-CX48.
           05  LL-CX48                 PIC S9(4) COMP VALUE +24.
