      *                    SUL DETTAGLIO CW06DEMO)                      *
      *------------------------------------------------------------------
      * CREAZIONE        : 02/09/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      * 15/10/2026 GM  IL GIUDIZIO DELL'ANNO DETERMINA IL MOLTIPLICATORE*
      *                DEL PREMIO MBO (SCHEMA CWSCHPRE, CALCOLO         *
      *                CX96DEMO)                                        *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWVALUTA TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
