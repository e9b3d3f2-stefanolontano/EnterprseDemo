      ******************************************************************
      * DCLGEN TABLE(CPS04.CWPIGNOR)                                    *
      * COPY            : CWPIGN                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWPIGNOR       *
      *                    (REGISTRO DEI PIGNORAMENTI E DELLE CESSIONI  *
      *                    DEL QUINTO: UNA RIGA PER ATTO E CREDITORE,   *
      *                    CON ID DA CWCONTAT 'IDPIGNOR'. GESTITA DA    *
      *                    CX78DEMO; LA RATA DEL MESE E IL RESIDUO SONO *
      *                    CALCOLATI DAL BATCH MENSILE CX79DEMO NEI     *
      *                    LIMITI DI LEGGE E IN ORDINE DI PRIORITA' E   *
      *                    VIAGGIANO SU PAYROLX (CW82DEMO))             *
      *------------------------------------------------------------------
      * TIPO_TRATTENUTA  : P = PIGNORAMENTO PRESSO TERZI                *
      *                    C = CESSIONE DEL QUINTO                      *
      * STATO_PIGNOR     : A = APERTA                                   *
      *                    E = ESTINTA (RESIDUO AZZERATO DA CX79DEMO)   *
      *                    C = CHIUSA DALL'OPERATORE (REVOCA, ESTINZIONE*
      *                        ANTICIPATA, REGOLAZIONE SUL TFR)         *
      * MESE_ULTIMA_RATA : MESE PAGHE AAAA-MM DELL'ULTIMA RATA CALCOLATA*
      *                    (ULTIMA_RATA), CON IL RESIDUO PRECEDENTE IN  *
      *                    RESIDUO_PREC PER IL RILANCIO DELLO STESSO    *
      *                    MESE                                         *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWPIGNOR TABLE
           ( ID_PIGNOR                     DECIMAL(7,0) NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             TIPO_TRATTENUTA               CHAR(1)      NOT NULL,
             CREDITORE                     CHAR(30)     NOT NULL,
             RIF_ATTO                      CHAR(20)     NOT NULL,
             IMPORTO_TOTALE                DECIMAL(9,2) NOT NULL,
             RATA_MENSILE                  DECIMAL(9,2) NOT NULL,
             PRIORITA                      DECIMAL(2,0) NOT NULL,
             DATA_INIZIO                   CHAR(10)     NOT NULL,
             RESIDUO                       DECIMAL(9,2) NOT NULL,
             STATO_PIGNOR                  CHAR(1)      NOT NULL,
             MESE_ULTIMA_RATA              CHAR(7)      NOT NULL,
             ULTIMA_RATA                   DECIMAL(9,2) NOT NULL,
             RESIDUO_PREC                  DECIMAL(9,2) NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWPIGNOR.
           10 ID-PIGNOR                    PIC S9(7)  USAGE COMP-3.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 TIPO-TRATTENUTA              PIC X(1).
               88 TRATTENUTA-PIGNORAMENTO             VALUE 'P'.
               88 TRATTENUTA-CESSIONE                 VALUE 'C'.
           10 CREDITORE                    PIC X(30).
           10 RIF-ATTO                     PIC X(20).
           10 IMPORTO-TOTALE               PIC S9(7)V99 USAGE COMP-3.
           10 RATA-MENSILE                 PIC S9(7)V99 USAGE COMP-3.
           10 PRIORITA                     PIC S9(2)  USAGE COMP-3.
           10 DATA-INIZIO                  PIC X(10).
           10 RESIDUO                      PIC S9(7)V99 USAGE COMP-3.
           10 STATO-PIGNOR                 PIC X(1).
               88 PIGNOR-APERTA                       VALUE 'A'.
               88 PIGNOR-ESTINTA                      VALUE 'E'.
               88 PIGNOR-CHIUSA                       VALUE 'C'.
           10 MESE-ULTIMA-RATA             PIC X(7).
           10 ULTIMA-RATA                  PIC S9(7)V99 USAGE COMP-3.
           10 RESIDUO-PREC                 PIC S9(7)V99 USAGE COMP-3.
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(10).
