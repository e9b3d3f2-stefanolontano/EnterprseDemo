      ******************************************************************
      * DCLGEN TABLE(CPS04.CWARRET)                                     *
      * COPY            : CWARRE                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWARRET        *
      *                    (ARRETRATI RETRIBUTIVI: UNA RIGA PER OGNI    *
      *                    MESE GIA' PAGATO ALLA VECCHIA RETRIBUZIONE   *
      *                    DA UN AUMENTO CON DECORRENZA RETROATTIVA.    *
      *                    SCRITTA DAL BATCH MENSILE CX97DEMO, CHE      *
      *                    RILEVA LE VARIAZIONI DALL'IMMAGINE           *
      *                    PRECEDENTE CWRETSTO, E PAGATA DALL'          *
      *                    ESTRAZIONE PAGHE CW82DEMO CON UN RECORD      *
      *                    ARRETRATO SEPARATO PER OGNI RIGA)            *
      *------------------------------------------------------------------
      * DATA_VARIAZIONE  : DATA (GGMMAA) E ORA DELLA RIGA CWRETSTO CHE *
      * ORA_VARIAZIONE     HA GENERATO L'ARRETRATO: UNA VARIAZIONE      *
      *                    GIA' PRESENTE NON VIENE RICALCOLATA          *
      * MESE_RIFERIMENTO : AAAA-MM DEL MESE RECUPERATO                  *
      * GG_RETRIBUITI    : GIORNI DEL MESE DALLA DECORRENZA, MENO I     *
      *                    GIORNI DI ASPETTATIVA NON RETRIBUITA 'AS'    *
      * IMPORTO          : (RETRIB_NUOVA - RETRIB_PRECEDENTE) X         *
      *                    PERC_PARTTIME / 100 X GG_RETRIBUITI / GG_MESE*
      * MESE_PAGHE       : AAAA-MM DELL'ESTRAZIONE CW82DEMO CHE LO HA   *
      *                    PAGATO, SPAZI SE NON ANCORA PAGATO           *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWARRET TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_VARIAZIONE               CHAR(6)      NOT NULL,
             ORA_VARIAZIONE                CHAR(6)      NOT NULL,
             MESE_RIFERIMENTO              CHAR(7)      NOT NULL,
             RETRIB_PRECEDENTE             DECIMAL(9,2) NOT NULL,
             RETRIB_NUOVA                  DECIMAL(9,2) NOT NULL,
             DATA_DECORRENZA               CHAR(10)     NOT NULL,
             PERC_PARTTIME                 DECIMAL(5,2) NOT NULL,
             GG_MESE                       DECIMAL(2,0) NOT NULL,
             GG_ASPETTATIVA                DECIMAL(2,0) NOT NULL,
             GG_RETRIBUITI                 DECIMAL(2,0) NOT NULL,
             IMPORTO                       DECIMAL(9,2) NOT NULL,
             DATA_CALCOLO                  CHAR(10)     NOT NULL,
             MESE_PAGHE                    CHAR(7)      NOT NULL
           ) END-EXEC.
       01  DCL-CWARRET.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-VARIAZIONE              PIC X(6).
           10 ORA-VARIAZIONE               PIC X(6).
           10 MESE-RIFERIMENTO             PIC X(7).
           10 RETRIB-PRECEDENTE            PIC S9(7)V99 USAGE COMP-3.
           10 RETRIB-NUOVA                 PIC S9(7)V99 USAGE COMP-3.
           10 DATA-DECORRENZA              PIC X(10).
           10 PERC-PARTTIME                PIC S9(3)V99 USAGE COMP-3.
           10 GG-MESE                      PIC S9(2)  USAGE COMP-3.
           10 GG-ASPETTATIVA               PIC S9(2)  USAGE COMP-3.
           10 GG-RETRIBUITI                PIC S9(2)  USAGE COMP-3.
           10 IMPORTO                      PIC S9(7)V99 USAGE COMP-3.
           10 DATA-CALCOLO                 PIC X(10).
           10 MESE-PAGHE                   PIC X(7).
