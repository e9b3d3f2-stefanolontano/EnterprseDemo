      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSMACC)                                     *
      * COPY            : CWSMAC                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSMACC        *
      *                    (ACCORDI INDIVIDUALI DI LAVORO AGILE: UNA    *
      *                    RIGA PER MATRICOLA E DATA DI DECORRENZA,     *
      *                    CON IL MASSIMO DI GIORNATE DA REMOTO PER     *
      *                    SETTIMANA. GESTITA DA CX80DEMO; LE GIORNATE  *
      *                    PIANIFICATE SONO SU CWSMPIAN)                *
      *------------------------------------------------------------------
      * MAX_GG_SETT      : GIORNATE DA REMOTO AMMESSE PER SETTIMANA     *
      *                    (DA 1 A 5)                                   *
      * STATO_ACCORDO    : A = ATTIVO                                   *
      *                    R = REVOCATO PRIMA DELLA DECORRENZA          *
      *                    LA CHIUSURA ANTICIPATA DI UN ACCORDO GIA'    *
      *                    DECORSO ANTICIPA SOLO LA DATA_FINE           *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSMACC TABLE
           ( COD_MATRICOLA_DIP             DECIMAL(5,0) NOT NULL,
             DATA_INIZIO                   CHAR(10)     NOT NULL,
             DATA_FINE                     CHAR(10)     NOT NULL,
             MAX_GG_SETT                   DECIMAL(1,0) NOT NULL,
             STATO_ACCORDO                 CHAR(1)      NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWSMACC.
           10 COD-MATRICOLA-DIP            PIC S9(5)  USAGE COMP-3.
           10 DATA-INIZIO                  PIC X(10).
           10 DATA-FINE                    PIC X(10).
           10 MAX-GG-SETT                  PIC S9(1)  USAGE COMP-3.
           10 STATO-ACCORDO                PIC X(1).
               88 ACCORDO-ATTIVO                      VALUE 'A'.
               88 ACCORDO-REVOCATO                    VALUE 'R'.
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(10).
