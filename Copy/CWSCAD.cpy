      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSCIADE)                                    *
      * COPY            : CWSCAD                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSCIADE       *
      *                    (ADESIONI AGLI SCIOPERI: UNA RIGA PER        *
      *                    SCIOPERO E MATRICOLA ADERENTE CON I MINUTI   *
      *                    DI ASTENSIONE. REGISTRATA DAL RESPONSABILE   *
      *                    CON CX84DEMO; LE ORE NON RETRIBUITE          *
      *                    VIAGGIANO SULL'ESTRAZIONE PAGHE CW82DEMO,    *
      *                    CHE MARCA LA RIGA CON IL MESE PAGHE)         *
      *------------------------------------------------------------------
      * ORIGINE          : R = SPUNTATA DAL RESPONSABILE                *
      *                    P = PROPOSTA DALLE PRESENZE (NESSUNA         *
      *                        TIMBRATURA NE' GIUSTIFICATIVO NEL GIORNO)*
      * MESE_PAGHE       : AAAA-MM DELL'ESTRAZIONE CHE HA PASSATO LE ORE*
      *                    ALLO STUDIO PAGHE (SPAZI = NON ANCORA        *
      *                    PASSATE); LA RIGA NON E' PIU' MODIFICABILE   *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSCIADE TABLE
           ( ID_SCIOPERO                   DECIMAL(7,0) NOT NULL,
             COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             MIN_ADESIONE                  DECIMAL(4,0) NOT NULL,
             ORIGINE                       CHAR(1)      NOT NULL,
             MESE_PAGHE                    CHAR(7)      NOT NULL,
             UTENTE_INSERIMENTO            CHAR(8)      NOT NULL,
             DATA_INSERIMENTO              CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWSCIADE.
           10 ID-SCIOPERO                  PIC S9(7)  USAGE COMP-3.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 MIN-ADESIONE                 PIC S9(4)  USAGE COMP-3.
           10 ORIGINE                      PIC X(1).
               88 ORIGINE-RESPONSABILE                VALUE 'R'.
               88 ORIGINE-PRESENZE                    VALUE 'P'.
           10 MESE-PAGHE                   PIC X(7).
           10 UTENTE-INSERIMENTO           PIC X(8).
           10 DATA-INSERIMENTO             PIC X(10).
