      ******************************************************************
      * DCLGEN TABLE(CPS04.CWVISRIE)                                    *
      * COPY            : CWVRIE                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWVISRIE       *
      *                    (VISITE MEDICHE DI RIENTRO DOPO UNA MALATTIA *
      *                    LUNGA: UNA RIGA PER MATRICOLA E PERIODO DI   *
      *                    MALATTIA CONTINUATIVO OLTRE LA SOGLIA        *
      *                    CWPARAM 'GGMALRIE'. CREATA IN ATTESA DAL     *
      *                    BATCH NOTTURNO CY20DEMO, CHIUSA DA CX16DEMO  *
      *                    ALLA REGISTRAZIONE DELLA VISITA CON ESITO    *
      *                    IDONEO (I/L). FINCHE' E' IN ATTESA CX02DEMO  *
      *                    AVVISA SULL'ASSEGNAZIONE DEI TURNI E         *
      *                    CW95DEMO SEGNALA LE TIMBRATURE)              *
      *------------------------------------------------------------------
      * DATA_INIZIO_MAL: PRIMO GIORNO DEI PERIODI 'MA' CONTIGUI         *
      * DATA_FINE_MAL  : ULTIMO GIORNO DI MALATTIA (AAAA-MM-GG)         *
      * STATO_VISITA   : P=IN ATTESA  E=ESEGUITA CON ESITO IDONEO       *
      * DATA_VISITA    : DATA DELLA VISITA (SPAZI FINCHE' IN ATTESA)    *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWVISRIE TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_INIZIO_MAL               CHAR(10)     NOT NULL,
             DATA_FINE_MAL                 CHAR(10)     NOT NULL,
             GG_MALATTIA                   DECIMAL(5,0) NOT NULL,
             STATO_VISITA                  CHAR(1)      NOT NULL,
             DATA_VISITA                   CHAR(10)     NOT NULL,
             DATA_RILEVAZIONE              CHAR(10)     NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL
           ) END-EXEC.
       01  DCL-CWVISRIE.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-INIZIO-MAL              PIC X(10).
           10 DATA-FINE-MAL                PIC X(10).
           10 GG-MALATTIA                  PIC S9(5)  USAGE COMP-3.
           10 STATO-VISITA                 PIC X(1).
               88 VISRIE-IN-ATTESA         VALUE 'P'.
               88 VISRIE-ESEGUITA          VALUE 'E'.
           10 DATA-VISITA                  PIC X(10).
           10 DATA-RILEVAZIONE             PIC X(10).
           10 UTENTE-AGG                   PIC X(8).
