      ******************************************************************
      * DCLGEN TABLE(CPS04.CWLIMMED)                                    *
      * COPY            : CWLIMM                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWLIMMED       *
      *                    (LIMITAZIONI MEDICHE DI IDONEITA': UNA RIGA  *
      *                    PER MATRICOLA, CODICE LIMITAZIONE E INIZIO   *
      *                    VALIDITA'. REGISTRATE DA CX16DEMO CON LA     *
      *                    VISITA A ESITO L; CX02DEMO RIFIUTA I TURNI   *
      *                    CWTURNI INCOMPATIBILI E IL BATCH CX94DEMO    *
      *                    LE ELENCA PER DIPARTIMENTO AI PIANIFICATORI) *
      *------------------------------------------------------------------
      * COD_LIMITAZIONE  : NO = NO LAVORO NOTTURNO                      *
      *                         (TURNI CON FLAG_NOTTURNO 'S')           *
      *                    CA = NO MOVIMENTAZIONE MANUALE DI CARICHI    *
      *                         (TURNI CON FLAG_CARICHI 'S')            *
      *                    8H = NO TURNI OLTRE 8 ORE (DURATA CALCOLATA  *
      *                         DA ORA_INIZIO/ORA_FINE DEL TURNO)       *
      * DATA_INIZIO      : DATA DELLA VISITA CHE HA DISPOSTO IL LIMITE  *
      * DATA_FINE        : 9999-12-31 SE SENZA SCADENZA; UNA NUOVA      *
      *                    VISITA CHIUDE ALLA PROPRIA DATA I LIMITI     *
      *                    ANCORA APERTI DELLA MATRICOLA                *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWLIMMED TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             COD_LIMITAZIONE               CHAR(2)      NOT NULL,
             DATA_INIZIO                   CHAR(10)     NOT NULL,
             DATA_FINE                     CHAR(10)     NOT NULL,
             UTENTE_REGISTRAZIONE          CHAR(8)      NOT NULL,
             DATA_REGISTRAZIONE            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWLIMMED.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 COD-LIMITAZIONE              PIC X(2).
               88 LIMITE-NOTTURNO          VALUE 'NO'.
               88 LIMITE-CARICHI           VALUE 'CA'.
               88 LIMITE-OLTRE-8-ORE       VALUE '8H'.
               88 LIMITE-VALIDO            VALUE 'NO' 'CA' '8H'.
           10 DATA-INIZIO                  PIC X(10).
           10 DATA-FINE                    PIC X(10).
           10 UTENTE-REGISTRAZIONE         PIC X(8).
           10 DATA-REGISTRAZIONE           PIC X(6).
