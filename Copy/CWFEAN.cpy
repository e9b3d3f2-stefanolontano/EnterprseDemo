      ******************************************************************
      * DCLGEN TABLE(CPS04.CWFERANN)                                    *
      * COPY            : CWFEAN                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWFERANN       *
      *                    (FERIE PER ANNO DI MATURAZIONE: UNA RIGA PER *
      *                    MATRICOLA E ANNO DI MATURAZIONE CON I GIORNI *
      *                    MATURATI, I GIORNI GODUTI IMPUTATI A QUEL    *
      *                    ANNO E LA SCADENZA LEGALE DI FRUIZIONE, 18   *
      *                    MESI DALLA FINE DELL'ANNO = 30/06 DEL        *
      *                    SECONDO ANNO SUCCESSIVO. LE REGISTRAZIONI    *
      *                    'FE' DI CW35DEMO E CW96DEMO SCALANO PRIMA    *
      *                    GLI ANNI PIU' VECCHI; LA CHIUSURA DELL'ANNO  *
      *                    E' FATTA DAL RIPORTO CW93DEMO; LE FERIE A    *
      *                    RISCHIO DI SCADENZA SONO STAMPATE OGNI       *
      *                    TRIMESTRE DA CY19DEMO)                       *
      *------------------------------------------------------------------
      * GG_MATURATI    : SPETTANTI DELL'ANNO (PRO-RATA NELL'ANNO DI     *
      *                  ASSUNZIONE); PER LA RIGA DI AVVIO DEL          *
      *                  SOTTOSISTEMA IL SALDO RIPORTATO DA CWFERIE     *
      * DATA_SCADENZA  : AAAA-MM-GG                                     *
      * DATA_AGG       : GGMMAA                                         *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWFERANN TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             ANNO_MATURAZIONE              DECIMAL(4,0) NOT NULL,
             GG_MATURATI                   DECIMAL(3,0) NOT NULL,
             GG_GODUTI                     DECIMAL(3,0) NOT NULL,
             DATA_SCADENZA                 CHAR(10)     NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL,
             DATA_AGG                      CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWFERANN.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 ANNO-MATURAZIONE             PIC S9(4)  USAGE COMP-3.
           10 GG-MATURATI                  PIC S9(3)  USAGE COMP-3.
           10 GG-GODUTI                    PIC S9(3)  USAGE COMP-3.
           10 DATA-SCADENZA                PIC X(10).
           10 UTENTE-AGG                   PIC X(8).
           10 DATA-AGG                     PIC X(6).
