      ******************************************************************
      * DCLGEN TABLE(CPS04.CWCOMPORTO)                                  *
      * COPY            : CWCMPT                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWCOMPORTO     *
      *                    (PERIODO DI COMPORTO PER MALATTIA: UNA RIGA  *
      *                    PER MATRICOLA CON I GIORNI DI MALATTIA 'MA'  *
      *                    DI CWASSENZE NELLA FINESTRA MOBILE. RISCRITTA*
      *                    OGNI NOTTE DAL BATCH CY01DEMO, MOSTRATA SUL  *
      *                    DETTAGLIO DEL DIPENDENTE CW06DEMO)           *
      *------------------------------------------------------------------
      * INIZIO_FINESTRA  : PRIMO GIORNO (AAAA-MM-GG) DELLA FINESTRA     *
      *                    MOBILE, CHE TERMINA A DATA_CALCOLO (CWPARAM  *
      *                    'COMPMESI', DEFAULT 36 MESI)                 *
      * GG_LIMITE        : GIORNI DI COMPORTO DEL CONTRATTO (CWPARAM    *
      *                    'COMPGGMAX', DEFAULT 180)                    *
      * GG_RESIDUI       : GG_LIMITE - GG_MALATTIA (NEGATIVO QUANDO IL  *
      *                    COMPORTO E' SUPERATO)                        *
      * SOGLIA_SEGNALATA : ULTIMA SOGLIA DI PREAVVISO RAGGIUNTA E GIA'  *
      *                    SEGNALATA AL PERSONALE (0 = NESSUNA, OPPURE  *
      *                    CWPARAM 'COMPSOGL1'/'COMPSOGL2' IN PERCENTO, *
      *                    100 = COMPORTO SUPERATO): UNA SOGLIA VIENE   *
      *                    SEGNALATA UNA SOLA VOLTA, FINCHE' I GIORNI   *
      *                    NON RIENTRANO SOTTO DI ESSA                  *
      * DATA_SEGNALAZIONE: DATA DELL'ULTIMA SEGNALAZIONE (SPAZI = MAI)  *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWCOMPORTO TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_CALCOLO                  CHAR(10)     NOT NULL,
             INIZIO_FINESTRA               CHAR(10)     NOT NULL,
             GG_MALATTIA                   DECIMAL(5,0) NOT NULL,
             GG_LIMITE                     DECIMAL(5,0) NOT NULL,
             GG_RESIDUI                    DECIMAL(5,0) NOT NULL,
             PERC_UTILIZZO                 DECIMAL(3,0) NOT NULL,
             SOGLIA_SEGNALATA              DECIMAL(3,0) NOT NULL,
             DATA_SEGNALAZIONE             CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWCOMPORTO.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-CALCOLO                 PIC X(10).
           10 INIZIO-FINESTRA              PIC X(10).
           10 GG-MALATTIA                  PIC S9(5)  USAGE COMP-3.
           10 GG-LIMITE                    PIC S9(5)  USAGE COMP-3.
           10 GG-RESIDUI                   PIC S9(5)  USAGE COMP-3.
           10 PERC-UTILIZZO                PIC S9(3)  USAGE COMP-3.
           10 SOGLIA-SEGNALATA             PIC S9(3)  USAGE COMP-3.
           10 DATA-SEGNALAZIONE            PIC X(10).
