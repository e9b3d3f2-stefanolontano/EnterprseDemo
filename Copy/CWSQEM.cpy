      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSQEMER)                                    *
      * COPY            : CWSQEM                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSQEMER       *
      *                    (SQUADRE DI EMERGENZA: UNA RIGA PER NOMINA   *
      *                    DI UNA MATRICOLA A UN RUOLO DI EMERGENZA,    *
      *                    CON IL CORSO DI FORMAZIONE RICHIESTO. IL     *
      *                    RUOLO VALE SOLO FINCHE' LA CERTIFICAZIONE    *
      *                    DEL CORSO SU CPS04.CWISCRIZ NON E' SCADUTA.  *
      *                    MANTENUTA ON-LINE DA CX62DEMO; LA COPERTURA  *
      *                    DEI TURNI DELLA SETTIMANA SUCCESSIVA E' IL   *
      *                    BATCH NOTTURNO CX63DEMO)                     *
      *------------------------------------------------------------------
      * RUOLO_EMERG : AI=ADDETTO ANTINCENDIO  PS=ADDETTO PRIMO SOCCORSO *
      * COD_CORSO   : CORSO CWCORSI DEL RUOLO ALLA NOMINA (CWPARAM      *
      *               SQCORSAI / SQCORSPS)                              *
      * DATA_REVOCA : SPAZI = NOMINA IN CORSO                           *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSQEMER TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             RUOLO_EMERG                   CHAR(2)      NOT NULL,
             DATA_NOMINA                   CHAR(10)     NOT NULL,
             COD_CORSO                     CHAR(8)      NOT NULL,
             DATA_REVOCA                   CHAR(10)     NOT NULL,
             UTENTE_REGISTRAZIONE          CHAR(8)      NOT NULL,
             DATA_REGISTRAZIONE            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWSQEMER.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 RUOLO-EMERG                  PIC X(2).
               88 RUOLO-ANTINCENDIO        VALUE 'AI'.
               88 RUOLO-PRIMO-SOCCORSO     VALUE 'PS'.
               88 RUOLO-EMERG-VALIDO       VALUE 'AI' 'PS'.
           10 DATA-NOMINA                  PIC X(10).
           10 COD-CORSO                    PIC X(8).
           10 DATA-REVOCA                  PIC X(10).
           10 UTENTE-REGISTRAZIONE         PIC X(8).
           10 DATA-REGISTRAZIONE           PIC X(6).
