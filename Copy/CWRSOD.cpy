      ******************************************************************
      * DCLGEN TABLE(CPS04.CWREGSOD)                                    *
      * COPY            : CWRSOD                                       *
      * OGGETTO          : HOST VARIABLES PER LA TABELLA CWREGSOD       *
      *                    (REGOLE DI SEPARAZIONE DEI COMPITI: UNA RIGA *
      *                    PER COPPIA TRACCIA DI AGGIORNAMENTO / TIPO   *
      *                    DI CONFLITTO DA SEGNALARE. LETTA DAL BATCH   *
      *                    MENSILE CY24DEMO: UNA NUOVA COPPIA SI        *
      *                    ATTIVA INSERENDO LA RIGA, SENZA RILASCI.     *
      *                    LE COMBINAZIONI NON GESTITE SONO SEGNALATE   *
      *                    SUL TABULATO E IGNORATE)                     *
      *------------------------------------------------------------------
      * FONTE         : AN=VARIAZIONI ANAGRAFICHE CWSTORICO (CW07DEMO)  *
      *                 RE=RETRIBUZIONI CWRETSTO (CW33DEMO/CW85DEMO)    *
      *                 BA=COORDINATE BANCARIE CWBANCHE (CW89DEMO)      *
      *                 AS=REGISTRAZIONI DI ASSENZA CWASSENZE           *
      *                 AP=DECISIONI SULLE RICHIESTE CWAPPROV (ANCHE    *
      *                    IN DELEGA CWDELEGA)                          *
      * TIPO_CONFLITTO: S=L'OPERATORE AGISCE SUL PROPRIO RECORD         *
      *                 M=L'OPERATORE AGISCE SUL PROPRIO RESPONSABILE   *
      *                   DIRETTO (CWDIPART.COD_RESPONSABILE)           *
      *                 C=RICHIESTA E DECISIONE DELLO STESSO OPERATORE  *
      *                   (SOLO FONTE AP)                               *
      *                 D=DECISIONE DEL DELEGATO SU UNA RICHIESTA DEL   *
      *                   SUO DELEGANTE (SOLO FONTE AP)                 *
      * STATO_REGOLA  : A=ATTIVA  S=SOSPESA                             *
      *------------------------------------------------------------------
      * CREAZIONE        : 15/10/2026                                   *
      * ULTIMA MODIFICA  : 15/10/2026                                   *
      ******************************************************************
           EXEC SQL DECLARE CPS04.CWREGSOD TABLE
           ( COD_REGOLA                    CHAR(8)      NOT NULL,
             FONTE                         CHAR(2)      NOT NULL,
             TIPO_CONFLITTO                CHAR(1)      NOT NULL,
             DESCRIZIONE                   CHAR(40)     NOT NULL,
             STATO_REGOLA                  CHAR(1)      NOT NULL,
             DATA_AGG                      CHAR(10)     NOT NULL,
             UTENTE_AGG                    CHAR(8)      NOT NULL
           ) END-EXEC.
       01  DCL-CWREGSOD.
           10 COD-REGOLA                   PIC X(8).
           10 FONTE                        PIC X(2).
               88 FONTE-ANAGRAFICA         VALUE 'AN'.
               88 FONTE-RETRIBUZIONI       VALUE 'RE'.
               88 FONTE-BANCHE             VALUE 'BA'.
               88 FONTE-ASSENZE            VALUE 'AS'.
               88 FONTE-APPROVAZIONI       VALUE 'AP'.
               88 FONTE-VALIDA   VALUE 'AN' 'RE' 'BA' 'AS' 'AP'.
           10 TIPO-CONFLITTO               PIC X(1).
               88 CONFL-STESSO-DIP         VALUE 'S'.
               88 CONFL-RESPONSABILE       VALUE 'M'.
               88 CONFL-CATENA             VALUE 'C'.
               88 CONFL-CATENA-DELEGA      VALUE 'D'.
               88 CONFL-VALIDO             VALUE 'S' 'M' 'C' 'D'.
           10 DESCRIZIONE                  PIC X(40).
           10 STATO-REGOLA                 PIC X(1).
               88 REGOLA-ATTIVA            VALUE 'A'.
               88 REGOLA-SOSPESA           VALUE 'S'.
           10 DATA-AGG                     PIC X(10).
           10 UTENTE-AGG                   PIC X(8).
