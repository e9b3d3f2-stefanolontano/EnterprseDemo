      ******************************************************************
      * DCLGEN TABLE(CPS04.CWPERLAV)                                    *
      * COPY            : CWPERL                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWPERLAV       *
      *                    (PERIODI DI LAVORO PRECEDENTI: UNA RIGA PER  *
      *                    OGNI RAPPORTO DI LAVORO GIA' CHIUSO DI UNA   *
      *                    MATRICOLA RIASSUNTA, SCRITTA DA CY26DEMO     *
      *                    ALLA RIASSUNZIONE. IL PERIODO IN CORSO NON   *
      *                    E' QUI: DECORRE DA CWDIPENDENTI.             *
      *                    DATA_ASSUNZIONE. LA MATRICOLA RESTA UNICA    *
      *                    PER LA PERSONA IN TUTTI I PERIODI)           *
      *------------------------------------------------------------------
      * NUM_PERIODO      : 1 = PRIMO RAPPORTO, POI IN ORDINE CRONOLOGICO*
      * DATA_INIZIO      : DATA DI ASSUNZIONE DEL PERIODO               *
      * DATA_FINE        : DATA DI CESSAZIONE DEL PERIODO               *
      * CAUSA_CESSAZIONE : STESSA CODIFICA DI CWCESSAZ/CWAPPROV         *
      *                    (DV PE RC LG LE ST DE)                       *
      *------------------------------------------------------------------
      * ANZIANITA' CHE SOMMA I PERIODI (IDONEITA' PENSIONISTICA DI      *
      * CW06DEMO, CW49DEMO, CW73DEMO): GIORNI DI OGNI PERIODO CHIUSO    *
      * (ESTREMI COMPRESI) DIVISI PER 365, IN AGGIUNTA A QUELLA DEL     *
      * PERIODO IN CORSO. ANZIANITA' DEL SOLO PERIODO IN CORSO: PREMI   *
      * DI ANZIANITA' CX25DEMO E TFR CW88DEMO                           *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWPERLAV TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             NUM_PERIODO                   DECIMAL(3,0) NOT NULL,
             DATA_INIZIO                   CHAR(10)     NOT NULL,
             DATA_FINE                     CHAR(10)     NOT NULL,
             CAUSA_CESSAZIONE              CHAR(2)      NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWPERLAV.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 NUM-PERIODO                  PIC S9(3)  USAGE COMP-3.
           10 DATA-INIZIO                  PIC X(10).
           10 DATA-FINE                    PIC X(10).
           10 CAUSA-CESSAZIONE             PIC X(2).
               88 CAUSA-PER-VALIDA         VALUE 'DV' 'PE' 'RC'
                                                 'LG' 'LE' 'ST' 'DE'.
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(10).
