      ******************************************************************
      * DCLGEN TABLE(CPS04.CWOBIETT)                                    *
      * COPY            : CWOBIE                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWOBIETT       *
      *                    (OBIETTIVI ANNUALI MBO: UNA RIGA PER         *
      *                    MATRICOLA, ANNO E PROGRESSIVO CON PESO,      *
      *                    VALORE OBIETTIVO E CONSUNTIVO DI FINE ANNO.  *
      *                    GESTITA DA CX95DEMO; IL PREMIO DELL'ANNO E'  *
      *                    CALCOLATO DAL BATCH CX96DEMO SU CPS04.       *
      *                    CWPREMIO, DOPO IL QUALE GLI OBIETTIVI        *
      *                    DELL'ANNO NON SONO PIU' MODIFICABILI)        *
      *------------------------------------------------------------------
      * PESO             : PERCENTUALE 1-100; LA SOMMA DEI PESI DELLA   *
      *                    MATRICOLA NELL'ANNO NON SUPERA 100           *
      * VALORE_TARGET    : VALORE DA RAGGIUNGERE, MAGGIORE DI ZERO      *
      * VALORE_CONSUNTIVO: VALORE RAGGIUNTO; IL RAGGIUNGIMENTO E'       *
      *                    CONSUNTIVO / TARGET IN PERCENTUALE, LIMITATO *
      *                    DAL PARAMETRO CWPARAM 'PREMAXRAG'            *
      * DATA_CONSUNTIVO  : SPAZI FINCHE' IL CONSUNTIVO NON E' REGISTRATO*
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWOBIETT TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             ANNO                          DECIMAL(4,0) NOT NULL,
             PROGRESSIVO                   DECIMAL(2,0) NOT NULL,
             DESCRIZIONE                   CHAR(40)     NOT NULL,
             PESO                          DECIMAL(3,0) NOT NULL,
             VALORE_TARGET                 DECIMAL(11,2) NOT NULL,
             VALORE_CONSUNTIVO             DECIMAL(11,2) NOT NULL,
             DATA_CONSUNTIVO               CHAR(10)     NOT NULL,
             UTENTE_REGISTRAZIONE          CHAR(8)      NOT NULL,
             DATA_REGISTRAZIONE            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWOBIETT.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 ANNO                         PIC S9(4)  USAGE COMP-3.
           10 PROGRESSIVO                  PIC S9(2)  USAGE COMP-3.
           10 DESCRIZIONE                  PIC X(40).
           10 PESO                         PIC S9(3)  USAGE COMP-3.
           10 VALORE-TARGET                PIC S9(9)V99 USAGE COMP-3.
           10 VALORE-CONSUNTIVO            PIC S9(9)V99 USAGE COMP-3.
           10 DATA-CONSUNTIVO              PIC X(10).
           10 UTENTE-REGISTRAZIONE         PIC X(8).
           10 DATA-REGISTRAZIONE           PIC X(6).
