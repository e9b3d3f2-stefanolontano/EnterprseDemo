      ******************************************************************
      * DCLGEN TABLE(CPS04.CWPREMIO)                                    *
      * COPY            : CWPREM                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWPREMIO       *
      *                    (PREMI MBO CALCOLATI: UNA RIGA PER MATRICOLA *
      *                    E ANNO, SCRITTA DAL BATCH CX96DEMO CON GLI   *
      *                    ELEMENTI DEL CALCOLO. I PREMI OLTRE LA       *
      *                    SOGLIA CWPARAM 'SOGLIAPRE' PASSANO DA        *
      *                    CWAPPROV (TIPO 'B', APPROVATI IN CW18DEMO);  *
      *                    QUELLI APPROVATI SONO PAGATI UNA TANTUM      *
      *                    DALL'ESTRAZIONE PAGHE CW82DEMO)              *
      *------------------------------------------------------------------
      * STATO_PREMIO     : P = IN ATTESA DI APPROVAZIONE (ID_RICHIESTA) *
      *                    A = APPROVATO (O SOTTO SOGLIA), PAGABILE     *
      *                    R = RIFIUTATO; IL CALCOLO SUCCESSIVO LO      *
      *                        CANCELLA E LO RICALCOLA                  *
      * ID_RICHIESTA     : RICHIESTA CWAPPROV, ZERO SE SOTTO SOGLIA     *
      * MESE_PAGHE       : AAAA-MM DELL'ESTRAZIONE CW82DEMO CHE LO HA   *
      *                    PAGATO, SPAZI SE NON ANCORA PAGATO           *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWPREMIO TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             ANNO                          DECIMAL(4,0) NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             QUALIFICA_INTERNA             CHAR(8)      NOT NULL,
             RETRIB_BASE                   DECIMAL(9,2) NOT NULL,
             PERC_TARGET                   DECIMAL(5,2) NOT NULL,
             PERC_RAGGIUNG                 DECIMAL(5,2) NOT NULL,
             COD_GIUDIZIO                  CHAR(1)      NOT NULL,
             MOLTIPLICATORE                DECIMAL(3,2) NOT NULL,
             IMPORTO                       DECIMAL(9,2) NOT NULL,
             STATO_PREMIO                  CHAR(1)      NOT NULL,
             ID_RICHIESTA                  DECIMAL(7,0) NOT NULL,
             DATA_CALCOLO                  CHAR(10)     NOT NULL,
             MESE_PAGHE                    CHAR(7)      NOT NULL
           ) END-EXEC.
       01  DCL-CWPREMIO.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 ANNO                         PIC S9(4)  USAGE COMP-3.
           10 DIPARTIMENTO                 PIC X(10).
           10 QUALIFICA-INTERNA            PIC X(8).
           10 RETRIB-BASE                  PIC S9(7)V99 USAGE COMP-3.
           10 PERC-TARGET                  PIC S9(3)V99 USAGE COMP-3.
           10 PERC-RAGGIUNG                PIC S9(3)V99 USAGE COMP-3.
           10 COD-GIUDIZIO                 PIC X(1).
           10 MOLTIPLICATORE               PIC S9(1)V99 USAGE COMP-3.
           10 IMPORTO                      PIC S9(7)V99 USAGE COMP-3.
           10 STATO-PREMIO                 PIC X(1).
               88 PREMIO-IN-APPROVAZIONE              VALUE 'P'.
               88 PREMIO-APPROVATO                    VALUE 'A'.
               88 PREMIO-RIFIUTATO                    VALUE 'R'.
           10 ID-RICHIESTA                 PIC S9(7)  USAGE COMP-3.
           10 DATA-CALCOLO                 PIC X(10).
           10 MESE-PAGHE                   PIC X(7).
