      ******************************************************************
      * COPY            : CWDMSC                                       *
      * OGGETTO          : TRACCIATO RECORD DEL FILE DMSCANC            *
      *                    (RICHIESTE DI CANCELLAZIONE AL SISTEMA DI    *
      *                    GESTIONE DOCUMENTALE - DMS - DEI DOCUMENTI   *
      *                    DEL FASCICOLO INDICIZZATI SU CWINDDOC,       *
      *                    SCRITTO DA CW55DEMO ALL'ANONIMIZZAZIONE E DA *
      *                    CX22DEMO ALL'ESPURGO DISCIPLINARE; 80 BYTE)  *
      *------------------------------------------------------------------
      * DC-MOTIVO     : A=ANONIMIZZAZIONE  E=ESPURGO DISCIPLINARE       *
      * IL DMS CONFERMA LA CANCELLAZIONE NEL SUO FLUSSO NOTTURNO        *
      * (AZIONE 'C', BATCH CY23DEMO), CHE ELIMINA LA RIGA DELL'INDICE   *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
       01  R-DMSCANC.
           05  DC-TIPO-REC                PIC X(1)   VALUE 'D'.
           05  DC-ID-DMS                  PIC X(20).
           05  DC-MATRICOLA               PIC 9(5).
           05  DC-CATEGORIA               PIC X(2).
           05  DC-CLASSE                  PIC X(1).
           05  DC-MOTIVO                  PIC X(1).
               88  DC-MOTIVO-ANONIMIZZ               VALUE 'A'.
               88  DC-MOTIVO-ESPURGO                 VALUE 'E'.
           05  DC-DATA-RICHIESTA          PIC X(10).
           05  DC-PROGRAMMA               PIC X(8).
           05  FILLER                     PIC X(32)  VALUE SPACES.
