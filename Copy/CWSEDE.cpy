      ******************************************************************
      * DCLGEN TABLE(CPS04.CWSEDI)                                      *
      * COPY            : CWSEDE                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWSEDI         *
      *                    (ANAGRAFICA DELLE SEDI DI LAVORO: UN         *
      *                    DIPARTIMENTO PUO' ESSERE DISTRIBUITO SU PIU' *
      *                    SEDI, PER CUI LA SEDE E' ASSEGNATA ALLA      *
      *                    SINGOLA MATRICOLA (CWDIPENDENTI.COD_SEDE).   *
      *                    MANTENUTA ON-LINE DA CY25DEMO CON IL         *
      *                    CALENDARIO LOCALE DI SEDE CWCALSED)          *
      *------------------------------------------------------------------
      * COD_BELFIORE  : COMUNE DELLA SEDE, CENSITO SULL'ELENCO ISTAT    *
      *                 CPS04.CWCOMUNI (CODICE CATASTALE)               *
      * STATO_SEDE    : A=ATTIVA  B=BLOCCATA (NON PIU' ASSEGNABILE)     *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWSEDI TABLE
           ( COD_SEDE                      CHAR(4)      NOT NULL,
             DESCRIZIONE                   CHAR(30)     NOT NULL,
             INDIRIZZO                     CHAR(40)     NOT NULL,
             COD_BELFIORE                  CHAR(4)      NOT NULL,
             CAP                           CHAR(5)      NOT NULL,
             STATO_SEDE                    CHAR(1)      NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL,
             DATA_AGG                      CHAR(10)     NOT NULL
           ) END-EXEC.
       01  DCL-CWSEDI.
           10 COD-SEDE                     PIC X(4).
           10 DESCRIZIONE                  PIC X(30).
           10 INDIRIZZO                    PIC X(40).
           10 COD-BELFIORE                 PIC X(4).
           10 CAP                          PIC X(5).
           10 STATO-SEDE                   PIC X(1).
               88 SEDE-ATTIVA              VALUE 'A'.
               88 SEDE-BLOCCATA            VALUE 'B'.
           10 UTENTE-AGG                   PIC X(8).
           10 DATA-AGG                     PIC X(10).
