      ******************************************************************
      * DCLGEN TABLE(CPS04.CWPOSCHI)                                    *
      * COPY            : CWPCHI                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWPOSCHI       *
      *                    (POSIZIONI CHIAVE DA COPRIRE CON UN PIANO DI *
      *                    SUCCESSIONE: LA RESPONSABILITA' DI UN        *
      *                    DIPARTIMENTO, IL CUI TITOLARE E' IL          *
      *                    COD_RESPONSABILE DI CWDIPART, OPPURE UNA     *
      *                    POSIZIONE DI ORGANICO CWPOSORG, IL CUI       *
      *                    TITOLARE E' IL COD_MATRICOLA_DIP DELLA       *
      *                    POSIZIONE. MANTENUTA ON-LINE DA CX68DEMO;    *
      *                    I SUCCESSORI DESIGNATI SONO IN CWSUCCES E LA *
      *                    VERIFICA ANNUALE E' IL BATCH CX69DEMO)       *
      *------------------------------------------------------------------
      * ID_CHIAVE      : DAL CONTATORE CWCONTAT 'IDPCHIAV'              *
      * TIPO_CHIAVE    : R=RESPONSABILE DI DIPARTIMENTO (NUM_POSIZIONE  *
      *                    A ZERO)                                      *
      *                  P=POSIZIONE DI ORGANICO (DIPARTIMENTO QUELLO   *
      *                    DELLA POSIZIONE ALL'ISTITUZIONE)             *
      * STATO_CHIAVE   : A=ATTIVA  D=DISATTIVATA                        *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWPOSCHI TABLE
           ( ID_CHIAVE                     DECIMAL(5,0) NOT NULL,
             TIPO_CHIAVE                   CHAR(1)      NOT NULL,
             DIPARTIMENTO                  CHAR(10)     NOT NULL,
             NUM_POSIZIONE                 DECIMAL(5,0) NOT NULL,
             DESCRIZIONE                   CHAR(30)     NOT NULL,
             STATO_CHIAVE                  CHAR(1)      NOT NULL,
             UTENTE_AGGIORNAMENTO          CHAR(8)      NOT NULL,
             DATA_AGGIORNAMENTO            CHAR(6)      NOT NULL
           ) END-EXEC.
       01  DCL-CWPOSCHI.
           10 ID-CHIAVE                    PIC S9(5)  USAGE COMP-3.
           10 TIPO-CHIAVE                  PIC X(1).
               88 CHIAVE-RESPONSABILE      VALUE 'R'.
               88 CHIAVE-POSIZIONE         VALUE 'P'.
           10 DIPARTIMENTO                 PIC X(10).
           10 NUM-POSIZIONE                PIC S9(5)  USAGE COMP-3.
           10 DESCRIZIONE                  PIC X(30).
           10 STATO-CHIAVE                 PIC X(1).
               88 CHIAVE-ATTIVA            VALUE 'A'.
               88 CHIAVE-DISATTIVATA       VALUE 'D'.
           10 UTENTE-AGGIORNAMENTO         PIC X(8).
           10 DATA-AGGIORNAMENTO           PIC X(6).
