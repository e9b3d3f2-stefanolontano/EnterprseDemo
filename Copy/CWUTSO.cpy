      ******************************************************************
      * DCLGEN TABLE(CPS04.CWUTESOC)                                    *
      * COPY            : CWUTSO                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWUTESOC       *
      *                    (SOCIETA' DEL GRUPPO SU CUI UN OPERATORE E'  *
      *                    AUTORIZZATO: UNA RIGA PER OPERATORE E        *
      *                    SOCIETA'. UN OPERATORE SENZA RIGHE VEDE      *
      *                    TUTTE LE SOCIETA'; CON ALMENO UNA RIGA, DI   *
      *                    QUALUNQUE PROFILO, VEDE SOLO LE MATRICOLE    *
      *                    DELLE SOCIETA' ELENCATE. LETTA AL LOGON DA   *
      *                    CW01DEMO IN COM-SOC-RISTRETTA, MANTENUTA DA  *
      *                    CX99DEMO)                                    *
      *------------------------------------------------------------------
      * UTENTE_INS       : OPERATORE E DATA (AAAA-MM-GG) DELLA          *
      * DATA_INS           CONCESSIONE                                  *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWUTESOC TABLE
           ( UTENTE                        CHAR(8)      NOT NULL,
             COD_SOCIETA                   CHAR(4)      NOT NULL,
             UTENTE_INS                    CHAR(8)      NOT NULL,
             DATA_INS                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWUTESOC.
           10 UTENTE                       PIC X(8).
           10 COD-SOCIETA                  PIC X(4).
           10 UTENTE-INS                   PIC X(8).
           10 DATA-INS                     PIC X(10).
