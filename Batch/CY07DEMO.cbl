       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY07DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CONSEGNA NELLO SPOOL DEL RICHIEDENTE DEL     *
      *                   RISULTATO DI UN LAVORO SOTTOMESSO ON-LINE    *
      * TIPO OPERAZIONE : BATCH DI COPIA SU SPOOL                      *
      * TABELLE USATE   : CPS04.CWRICJOB, CPS04.CWBATCHRUN,            *
      *                   CPS04.CWCONTAT, SPOOLF (VSAM)                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * ULTIMO PASSO DEI LAVORI SOTTOMESSI CON CY06DEMO, ESEGUITO      *
      * ANCHE SE IL PASSO DEL PROGRAMMA E' TERMINATO IN ERRORE         *
      * (COND=EVEN). LA SCHEDA PARAMCON PORTA IL NUMERO DELLA          *
      * RICHIESTA CPS04.CWRICJOB; IL FILE USCITA E' QUELLO PRODOTTO    *
      * DAL PROGRAMMA (ESTRAZ DI CW48DEMO, MASSREP DI CW27DEMO,        *
      * ASOFEXT DI CX38DEMO).                                          *
      * L'ELABORAZIONE DEL PROGRAMMA E' LA PRIMA RIGA CWBATCHRUN       *
      * INIZIATA DOPO LA RICHIESTA (STESSO CRITERIO DI CY06DEMO): SE   *
      * E' TERMINATA CON ESITO 'O' IL FILE VIENE COPIATO IN UN NUOVO   *
      * RUN SPOOLF INTESTATO ALL'OPERATORE RICHIEDENTE (RITIRO CON     *
      * CW43DEMO), PRECEDUTO DA UNA TESTATA CON RICHIESTA, RICHIEDENTE *
      * E PARAMETRI; LE RIGHE PIU' LUNGHE DELLA RIGA DI STAMPA         *
      * PROSEGUONO SU UNA RIGA DI CONTINUAZIONE. ALTRIMENTI NEL RUN    *
      * VA SOLO L'AVVISO DEL MANCATO RISULTATO. IN ENTRAMBI I CASI LA  *
      * RICHIESTA E' CHIUSA ('C' CONSEGNATA, 'E' IN ERRORE) CON GLI    *
      * ESTREMI DELL'ELABORAZIONE E IL NUMERO DEL RUN. IL RUN NON E'   *
      * DISTRIBUITO PER E-MAIL (SP-MAIL-RUN A SPAZIO): E' PERSONALE.   *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMCON       ASSIGN TO PARAMCON
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PARAMCON.

           SELECT USCITA         ASSIGN TO USCITA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-USCITA.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMCON
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARAMCON-REC.
           05  PC-NUM-RICHIESTA           PIC X(9).
           05  FILLER                     PIC X(71).

       FD  USCITA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  USCITA-REC.
           05  US-PRIMA-PARTE             PIC X(133).
           05  US-CONTINUAZIONE           PIC X(67).

       FD  SPOOL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS.
       01  FD-SP-RECORD.
           05  FD-SP-KEY                  PIC X(10).
           05  FILLER                     PIC X(134).

       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
      *    REGISTRAZIONE DEL RUN SU CPS04.CWBATCHRUN (VEDI COPY CWBRUN *
      *    E LA CONSULTAZIONE OPERATIVA CW44DEMO)                      *
      * -------------------------------------------------------------- *
       01  W-BR-DATA-8.
           05  W-BR-AAAA                  PIC 9(4).
           05  W-BR-MM                    PIC 9(2).
           05  W-BR-GG                    PIC 9(2).
       01  W-BR-DATA.
           05  W-BR-DT-AAAA               PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-BR-DT-MM                 PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-BR-DT-GG                 PIC X(2).
       01  W-BR-ORA-NUM                   PIC 9(8)    VALUE ZEROES.
       01  W-BR-ORA-INIZIO                PIC X(6)    VALUE SPACES.
       01  W-BR-ORA-FINE                  PIC X(6)    VALUE SPACES.
       01  W-BR-LETTI                     PIC S9(9)   COMP VALUE +0.
       01  W-BR-SCRITTI                   PIC S9(9)   COMP VALUE +0.
       01  W-BR-ESITO                     PIC X(1)    VALUE SPACE.
       01  SW-BR-ERRORE                   PIC X(1)    VALUE 'N'.
           88  BR-GIA-IN-ERRORE                       VALUE 'S'.
      * -------------------------------------------------------------- *
      *    SPOOL DI STAMPA (VEDI COPY CWSPOO E CW30DEMO)               *
      * -------------------------------------------------------------- *
           COPY CWSPOO.
       01  W-FS-SPOOL                     PIC  X(2)   VALUE ZEROES.
           88  FS-SPOOL-OK                            VALUE '00'.
       01  W-NUM-RUN                      PIC S9(9)   COMP VALUE +0.
       01  W-NUM-RIGA-SPOOL               PIC 9(5)    VALUE ZEROES.
       01  W-ORA-ODIERNA                  PIC 9(8)    VALUE ZEROES.
       01  W-DATA-SPOOL-8.
           05  W-SPOOL-AAAA               PIC 9(4).
           05  W-SPOOL-MM                 PIC 9(2).
           05  W-SPOOL-GG                 PIC 9(2).
       01  W-DATA-SPOOL.
           05  W-DT-SPOOL-GG              PIC X(2).
           05  FILLER                     PIC X       VALUE '/'.
           05  W-DT-SPOOL-MM              PIC X(2).
           05  FILLER                     PIC X       VALUE '/'.
           05  W-DT-SPOOL-AAAA            PIC X(4).
       01  W-RIGA-STAMPA                  PIC X(133)  VALUE SPACES.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE VARIABILI HOST                                  *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY07DEMO'.
       01  W-FS-PARAMCON                  PIC  X(2)   VALUE ZEROES.
           88  FS-PARAMCON-OK                         VALUE '00'.
       01  W-FS-USCITA                    PIC  X(2)   VALUE ZEROES.
           88  FS-USCITA-OK                           VALUE '00'.
           88  FS-USCITA-FINE                         VALUE '10'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCRITTI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-NUM-RICH                     PIC S9(9)   COMP VALUE +0.
       01  W-NUM-RICH-ED                  PIC 9(9)    VALUE ZEROES.
      * ---
      * ELABORAZIONE DEL PROGRAMMA ABBINATA ALLA RICHIESTA
      * ---
       01  W-DATA-RUN                     PIC X(10)   VALUE SPACES.
       01  W-ORA-RUN                      PIC X(6)    VALUE SPACES.
       01  W-ESITO-RUN                    PIC X(1)    VALUE SPACE.
           88  RUN-TERMINATO-OK                       VALUE 'O'.
       01  W-STATO-RICH                   PIC X(1)    VALUE 'E'.
       01  SW-USCITA                      PIC X(1)    VALUE 'N'.
           88  USCITA-APERTA                          VALUE 'S'.

      * -------------------------------------------------------------- *
      *    RIGHE DELLA TESTATA DI CONSEGNA                             *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(31)  VALUE
               'RISULTATO DEL LAVORO RICHIESTO '.
           05  FILLER                     PIC X(10)  VALUE
               'ON-LINE - '.
           05  RI-PGM                     PIC X(8).
           05  FILLER                     PIC X(16)  VALUE
               '  RICHIESTA N. '.
           05  RI-NUM                     PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(59)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(17)  VALUE
               'RICHIESTA DA   : '.
           05  RI-UTENTE                  PIC X(8).
           05  FILLER                     PIC X(6)   VALUE ' TERM '.
           05  RI-TERM                    PIC X(4).
           05  FILLER                     PIC X(4)   VALUE ' IL '.
           05  RI-DATA-RICH               PIC X(10).
           05  FILLER                     PIC X(5)   VALUE ' ORE '.
           05  RI-ORA-RICH                PIC X(6).
           05  FILLER                     PIC X(73)  VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(17)  VALUE
               'ELABORAZIONE   : '.
           05  RI-DATA-RUN                PIC X(10).
           05  FILLER                     PIC X(5)   VALUE ' ORE '.
           05  RI-ORA-RUN                 PIC X(6).
           05  FILLER                     PIC X(9)   VALUE
               '  ESITO '.
           05  RI-ESITO                   PIC X(1).
           05  FILLER                     PIC X(85)  VALUE SPACES.
       01  R-INTESTAZ-4.
           05  FILLER                     PIC X(17)  VALUE
               'PARAMETRI      : '.
           05  RI-PARAMETRI               PIC X(80).
           05  FILLER                     PIC X(36)  VALUE SPACES.
       01  R-RIGA-CONT.
           05  FILLER                     PIC X(4)   VALUE
               '... '.
           05  RC-CONTINUAZIONE           PIC X(67).
           05  FILLER                     PIC X(62)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(24)  VALUE
               'RECORD CONSEGNATI    : '.
           05  RT-LETTI                   PIC ZZZZZZ9.
           05  FILLER                     PIC X(102) VALUE SPACES.
       01  R-RIGA-NESSUNO                 PIC X(133) VALUE
           'ELABORAZIONE NON ESEGUITA O TERMINATA IN ERRORE: NESSUN RISU
      -    'LTATO DA CONSEGNARE'.
       01  R-RIGA-NO-FILE                 PIC X(133) VALUE
           'FILE PRODOTTO DAL LAVORO NON DISPONIBILE: NESSUN RISULTATO D
      -    'A CONSEGNARE'.
       01  R-RIGA-TRATTINI                PIC X(133) VALUE ALL '-'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWRJOB  END-EXEC.

       PROCEDURE DIVISION.
      *---
       0000-MAIN SECTION.
      *---------*
           PERFORM 1000-INIZIO-ELAB.
           PERFORM 2000-CORPO-ELAB.
           PERFORM 3000-FINE-ELAB.
           STOP RUN.

       0000-EX. EXIT.
      *
      *
       1000-INIZIO-ELAB SECTION.
      *----------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 1900-REGISTRA-INIZIO.

           PERFORM 1100-LEGGI-RICHIESTA.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              PERFORM 2990-TERMINA-IN-ERRORE
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * NUMERO DELLA RICHIESTA DALLA SCHEDA PARAMCON E LETTURA DELLA   *
      * RICHIESTA SU CPS04.CWRICJOB                                    *
      ******************************************************************
       1100-LEGGI-RICHIESTA SECTION.
      *--------------------*
           OPEN INPUT PARAMCON.
           IF NOT FS-PARAMCON-OK
              DISPLAY '** ERRORE OPEN PARAMCON, FILE STATUS: '
                      W-FS-PARAMCON
              PERFORM 2990-TERMINA-IN-ERRORE
           END-IF.
           READ PARAMCON.
           IF NOT FS-PARAMCON-OK OR PC-NUM-RICHIESTA NOT NUMERIC
              DISPLAY '** SCHEDA PARAMCON MANCANTE O NON VALIDA'
              CLOSE PARAMCON
              PERFORM 2990-TERMINA-IN-ERRORE
           END-IF.
           CLOSE PARAMCON.
           MOVE PC-NUM-RICHIESTA TO W-NUM-RICH-ED.
           MOVE W-NUM-RICH-ED    TO W-NUM-RICH.

           EXEC SQL SELECT NOME_PGM,
                           PARAMETRI,
                           UTENTE_RICH,
                           TERMINALE_RICH,
                           DATA_RICH,
                           ORA_RICH,
                           STATO_RICH
                      INTO :DCL-CWRICJOB.NOME-PGM,
                           :DCL-CWRICJOB.PARAMETRI,
                           :DCL-CWRICJOB.UTENTE-RICH,
                           :DCL-CWRICJOB.TERMINALE-RICH,
                           :DCL-CWRICJOB.DATA-RICH,
                           :DCL-CWRICJOB.ORA-RICH,
                           :DCL-CWRICJOB.STATO-RICH
                      FROM  CPS04.CWRICJOB
                     WHERE NUM_RICHIESTA = :W-NUM-RICH
           END-EXEC.
           IF SQLCODE = +100
              DISPLAY '** RICHIESTA NON TROVATA SU CWRICJOB: '
                      W-NUM-RICH-ED
              PERFORM 2990-TERMINA-IN-ERRORE
           END-IF.
           IF NOT RICH-SOTTOMESSA
              DISPLAY '** RICHIESTA GIA'' CONSEGNATA: '
                      W-NUM-RICH-ED
              PERFORM 2990-TERMINA-IN-ERRORE
           END-IF.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           PERFORM 2100-CERCA-ELABORAZIONE.

           MOVE NOME-PGM       OF DCL-CWRICJOB TO RI-PGM.
           MOVE W-NUM-RICH                     TO RI-NUM.
           MOVE R-INTESTAZ-1                   TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE UTENTE-RICH    OF DCL-CWRICJOB TO RI-UTENTE.
           MOVE TERMINALE-RICH OF DCL-CWRICJOB TO RI-TERM.
           MOVE DATA-RICH      OF DCL-CWRICJOB TO RI-DATA-RICH.
           MOVE ORA-RICH       OF DCL-CWRICJOB TO RI-ORA-RICH.
           MOVE R-INTESTAZ-2                   TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-DATA-RUN                     TO RI-DATA-RUN.
           MOVE W-ORA-RUN                      TO RI-ORA-RUN.
           MOVE W-ESITO-RUN                    TO RI-ESITO.
           MOVE R-INTESTAZ-3                   TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE PARAMETRI      OF DCL-CWRICJOB TO RI-PARAMETRI.
           MOVE R-INTESTAZ-4                   TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-TRATTINI                TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.

           IF NOT RUN-TERMINATO-OK
              MOVE R-RIGA-NESSUNO TO W-RIGA-STAMPA
              PERFORM 2900-SCRIVI-RIGA
              GO TO 2000-EX
           END-IF.

           OPEN INPUT USCITA.
           IF NOT FS-USCITA-OK
              DISPLAY '** ERRORE OPEN USCITA, FILE STATUS: '
                      W-FS-USCITA
              MOVE R-RIGA-NO-FILE TO W-RIGA-STAMPA
              PERFORM 2900-SCRIVI-RIGA
              GO TO 2000-EX
           END-IF.
           SET USCITA-APERTA TO TRUE.
           MOVE 'C' TO W-STATO-RICH.

           PERFORM 2200-COPIA-RECORD UNTIL NOT FS-USCITA-OK.

           IF NOT FS-USCITA-FINE
              DISPLAY '** ERRORE READ USCITA, FILE STATUS: '
                      W-FS-USCITA
           END-IF.
           CLOSE USCITA.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * ELABORAZIONE DEL PROGRAMMA ABBINATA ALLA RICHIESTA: LA PRIMA   *
      * RIGA CWBATCHRUN INIZIATA DALLA DATA/ORA DELLA RICHIESTA IN POI *
      ******************************************************************
       2100-CERCA-ELABORAZIONE SECTION.
      *-----------------------*
           MOVE SPACES TO W-DATA-RUN W-ORA-RUN W-ESITO-RUN.
           EXEC SQL SELECT DATA_ELABORAZIONE,
                           ORA_INIZIO,
                           ESITO
                      INTO :W-DATA-RUN,
                           :W-ORA-RUN,
                           :W-ESITO-RUN
                      FROM  CPS04.CWBATCHRUN
                     WHERE NOME_PGM = :DCL-CWRICJOB.NOME-PGM
                     AND  (DATA_ELABORAZIONE > :DCL-CWRICJOB.DATA-RICH
                           OR (DATA_ELABORAZIONE =
                               :DCL-CWRICJOB.DATA-RICH
                               AND ORA_INIZIO >=
                               :DCL-CWRICJOB.ORA-RICH))
                     ORDER BY DATA_ELABORAZIONE, ORA_INIZIO
                     FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = +100
              DISPLAY 'CY07DEMO - NESSUNA ELABORAZIONE REGISTRATA PER '
                      NOME-PGM OF DCL-CWRICJOB
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * COPIA DI UN RECORD DEL FILE PRODOTTO: LA PARTE OLTRE LA RIGA   *
      * DI STAMPA VA SU UNA RIGA DI CONTINUAZIONE                      *
      ******************************************************************
       2200-COPIA-RECORD SECTION.
      *-----------------*
           MOVE SPACES TO USCITA-REC.
           READ USCITA.
           IF NOT FS-USCITA-OK
              GO TO 2200-EX
           END-IF.
           ADD 1 TO W-CONTA-LETTI.
           MOVE US-PRIMA-PARTE TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           IF US-CONTINUAZIONE NOT = SPACES
              MOVE US-CONTINUAZIONE TO RC-CONTINUAZIONE
              MOVE R-RIGA-CONT      TO W-RIGA-STAMPA
              PERFORM 2900-SCRIVI-RIGA
           END-IF.

       2200-EX. EXIT.
      *
      *
       2900-SCRIVI-RIGA SECTION.
      *---------------*
           ADD 1                 TO W-NUM-RIGA-SPOOL.
           MOVE SPACES           TO SP-RECORD.
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-NUM-RIGA.
           MOVE W-RIGA-STAMPA    TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           ADD 1                 TO W-CONTA-SCRITTI.

       2900-EX. EXIT.
      *
      *
      ******************************************************************
      * APERTURA DEL RUN DI SPOOL: NUMERO RUN DAL CONTATORE CWCONTAT   *
      * 'SPOOLRUN' E TESTATA IN STATO 'C' (IN CARICAMENTO), INTESTATA  *
      * ALL'OPERATORE CHE HA RICHIESTO IL LAVORO                       *
      ******************************************************************
       2910-APRI-RUN-SPOOL SECTION.
      *-------------------*
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'SPOOLRUN'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-NUM-RUN
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'SPOOLRUN'
           END-EXEC.

           ACCEPT W-ORA-ODIERNA FROM TIME.
           ACCEPT W-DATA-SPOOL-8 FROM DATE YYYYMMDD.
           MOVE W-SPOOL-GG   TO W-DT-SPOOL-GG.
           MOVE W-SPOOL-MM   TO W-DT-SPOOL-MM.
           MOVE W-SPOOL-AAAA TO W-DT-SPOOL-AAAA.

           MOVE SPACES           TO SP-RECORD.
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE ZEROES           TO SP-NUM-RIGA.
           STRING 'LAVORO ' NOME-PGM OF DCL-CWRICJOB
                  DELIMITED BY SIZE INTO SP-NOME-REPORT
           END-STRING.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE UTENTE-RICH OF DCL-CWRICJOB TO SP-UTENTE-RUN.
           MOVE SPACES           TO SP-STAMPANTE.
           MOVE 'C'              TO SP-STATO-RUN.
           MOVE ZEROES           TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE TESTATA SPOOLF: ' SP-KEY
           END-WRITE.

       2910-EX. EXIT.
      *
      *
      ******************************************************************
      * CHIUSURA DEL RUN DI SPOOL: TESTATA PORTATA A 'P' (PRONTO) CON  *
      * IL TOTALE RIGHE SCRITTE, SENZA DISTRIBUZIONE E-MAIL            *
      ******************************************************************
       2920-CHIUDI-RUN-SPOOL SECTION.
      *---------------------*
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE ZEROES           TO SP-NUM-RIGA.
           MOVE SP-KEY           TO FD-SP-KEY.
           READ SPOOL
              INVALID KEY
                 DISPLAY '** ERRORE READ TESTATA SPOOLF: ' SP-KEY
           END-READ.
           MOVE FD-SP-RECORD     TO SP-RECORD.
           MOVE 'P'              TO SP-STATO-RUN.
           MOVE SPACE            TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE REWRITE TESTATA SPOOLF: ' SP-KEY
           END-REWRITE.

       2920-EX. EXIT.
      *
      *
      ******************************************************************
      * CHIUSURA DELLA RICHIESTA: STATO, ESTREMI DELL'ELABORAZIONE E   *
      * RUN DI SPOOL CON IL RISULTATO                                  *
      ******************************************************************
       2930-CHIUDI-RICHIESTA SECTION.
      *---------------------*
           EXEC SQL UPDATE CPS04.CWRICJOB
                       SET STATO_RICH    = :W-STATO-RICH,
                           DATA_RUN      = :W-DATA-RUN,
                           ORA_RUN       = :W-ORA-RUN,
                           ESITO_RUN     = :W-ESITO-RUN,
                           NUM_RUN_SPOOL = :W-NUM-RUN,
                           DATA_CONSEGNA = :W-BR-DATA
                     WHERE NUM_RICHIESTA = :W-NUM-RICH
           END-EXEC.

       2930-EX. EXIT.
      *
      *
      ******************************************************************
      * SCHEDA O RICHIESTA NON UTILIZZABILI: RUN REGISTRATO IN ERRORE  *
      ******************************************************************
       2990-TERMINA-IN-ERRORE SECTION.
      *----------------------*
           MOVE W-CONTA-LETTI   TO W-BR-LETTI.
           MOVE W-CONTA-SCRITTI TO W-BR-SCRITTI.
           MOVE 'E' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.
           STOP RUN.

       2990-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           IF USCITA-APERTA
              CLOSE USCITA
           END-IF.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI   TO W-BR-LETTI
              MOVE W-CONTA-SCRITTI TO W-BR-SCRITTI
              MOVE 'E' TO W-BR-ESITO
              PERFORM 1910-REGISTRA-FINE
           END-IF.
           STOP RUN.

       2998-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRA SU CPS04.CWBATCHRUN L'INIZIO DEL RUN (ESITO 'I')      *
      ******************************************************************
       1900-REGISTRA-INIZIO SECTION.
      *--------------------*
           ACCEPT W-BR-DATA-8 FROM DATE YYYYMMDD.
           MOVE W-BR-AAAA TO W-BR-DT-AAAA.
           MOVE W-BR-MM   TO W-BR-DT-MM.
           MOVE W-BR-GG   TO W-BR-DT-GG.
           ACCEPT W-BR-ORA-NUM FROM TIME.
           MOVE W-BR-ORA-NUM(1:6) TO W-BR-ORA-INIZIO.

           EXEC SQL INSERT INTO CPS04.CWBATCHRUN
                         VALUES (:W-NOME-PGM,
                                 :W-BR-DATA,
                                 :W-BR-ORA-INIZIO,
                                 '      ',
                                 0,
                                 0,
                                 'I')
           END-EXEC.

       1900-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRA SU CPS04.CWBATCHRUN LA FINE DEL RUN CON I CONTATORI   *
      * E L'ESITO PREDISPOSTI DAL CHIAMANTE                            *
      ******************************************************************
       1910-REGISTRA-FINE SECTION.
      *------------------*
           ACCEPT W-BR-ORA-NUM FROM TIME.
           MOVE W-BR-ORA-NUM(1:6) TO W-BR-ORA-FINE.

           EXEC SQL UPDATE CPS04.CWBATCHRUN
                       SET ORA_FINE       = :W-BR-ORA-FINE,
                           RECORD_LETTI   = :W-BR-LETTI,
                           RECORD_SCRITTI = :W-BR-SCRITTI,
                           ESITO          = :W-BR-ESITO
                     WHERE NOME_PGM          = :W-NOME-PGM
                     AND   DATA_ELABORAZIONE = :W-BR-DATA
                     AND   ORA_INIZIO        = :W-BR-ORA-INIZIO
           END-EXEC.

       1910-EX. EXIT.
      *
      *
       3000-FINE-ELAB SECTION.
      *-----------------------
           MOVE R-RIGA-VUOTA         TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-LETTI        TO RT-LETTI.
           MOVE R-RIGA-TOT           TO W-RIGA-STAMPA.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.
           PERFORM 2930-CHIUDI-RICHIESTA.

           MOVE W-NUM-RUN TO W-NUM-RICH-ED.
           DISPLAY 'CY07DEMO - RECORD CONSEGNATI         : '
                   W-CONTA-LETTI.
           DISPLAY 'CY07DEMO - RUN DI SPOOL              : '
                   W-NUM-RICH-ED.
           DISPLAY 'CY07DEMO - STATO DELLA RICHIESTA     : '
                   W-STATO-RICH.

           CLOSE SPOOL.

           MOVE W-CONTA-LETTI   TO W-BR-LETTI.
           MOVE W-CONTA-SCRITTI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
