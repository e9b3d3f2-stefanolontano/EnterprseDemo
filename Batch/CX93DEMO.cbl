       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX93DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : DISTRIBUZIONE E-MAIL DEI RUN DI SPOOL AGLI   *
      *                   ABBONATI DEI REPORT                          *
      * TIPO OPERAZIONE : BATCH DI DISTRIBUZIONE                       *
      * TABELLE USATE   : CPS04.CWABBREP, CPS04.CWSPOINV,              *
      *                   CPS04.CWMAILOG, SPOOLF (VSAM)                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * I BATCH CHE CHIUDONO UN RUN DI SPOOL IN STATO 'P' LO MARCANO   *
      * DA DISTRIBUIRE (SP-MAIL-RUN 'D', VEDI COPY CWSPOO). QUESTO     *
      * BATCH, IN CODA ALLA CATENA, SCORRE LE TESTATE DI SPOOLF E PER  *
      * OGNI RUN DA DISTRIBUIRE (PRONTO O GIA' STAMPATO DA CX44DEMO)   *
      * CERCA GLI ABBONATI DEL REPORT SU CPS04.CWABBREP (CX92DEMO):    *
      *   - RUN NON RISERVATO     : TUTTI GLI ABBONATI DEL REPORT;     *
      *   - RUN RISERVATO A UN    : SOLO GLI ABBONATI DI QUEL          *
      *     DIPARTIMENTO            DIPARTIMENTO (SP-DIPART-RUN).      *
      * A OGNI DESTINATARIO IL RUN VIENE ACCODATO AL GATEWAY DI POSTA  *
      * SUL FILE MAILOUT (RECORD 'H'/'B'/'E' COME CW64DEMO E CW66DEMO, *
      * UNA RIGA 'B' PER RIGA DI STAMPA), CON REGISTRAZIONE SUL        *
      * REGISTRO GENERALE CPS04.CWMAILOG E SUL REGISTRO DEGLI INVII    *
      * DEL RUN CPS04.CWSPOINV, CONSULTABILE DA CW43DEMO. LA TESTATA   *
      * VIENE POI MARCATA 'I' (INVIATO), ANCHE SE IL REPORT NON HA     *
      * ABBONATI, COSI' IL RUN NON VIENE PIU' RIPRESO.                 *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS DYNAMIC
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

           SELECT MAILOUT        ASSIGN TO MAILOUT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-MAILOUT.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS.
       01  FD-SP-RECORD.
           05  FD-SP-KEY                  PIC X(10).
           05  FILLER                     PIC X(134).

       FD  MAILOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  MAILOUT-REC                    PIC X(133).

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
      *    SPOOL DI STAMPA (VEDI COPY CWSPOO)                          *
      * -------------------------------------------------------------- *
           COPY CWSPOO.
       01  W-TESTATA-RUN                  PIC X(144)  VALUE SPACES.
      * -------------------------------------------------------------- *
      *    PONTE E-MAIL: MESSAGGIO STANDARD SUL FILE MAILOUT (RECORD   *
      *    'H' DESTINATARIO+OGGETTO, 'B' RIGHE DI TESTO, 'E' FINE) E   *
      *    REGISTRO DEGLI INVII SU CPS04.CWMAILOG                      *
      * -------------------------------------------------------------- *
       01  W-FS-MAILOUT                   PIC  X(2)   VALUE ZEROES.
           88  FS-MAILOUT-OK                          VALUE '00'.
       01  W-MAIL-DEST                    PIC X(60)   VALUE SPACES.
       01  W-MAIL-OGGETTO                 PIC X(60)   VALUE SPACES.
       01  W-MAIL-ORA-NUM                 PIC 9(8)    VALUE ZEROES.
       01  W-MAIL-ORA                     PIC X(6)    VALUE SPACES.
       01  R-MAIL-H.
           05  FILLER                     PIC X(1)   VALUE 'H'.
           05  RMH-DESTINATARIO           PIC X(60).
           05  RMH-OGGETTO                PIC X(60).
           05  FILLER                     PIC X(12)  VALUE SPACES.
       01  R-MAIL-B.
           05  FILLER                     PIC X(1)   VALUE 'B'.
           05  RMB-TESTO                  PIC X(132).
       01  R-MAIL-E.
           05  FILLER                     PIC X(1)   VALUE 'E'.
           05  FILLER                     PIC X(132) VALUE SPACES.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE VARIABILI DI LAVORO                             *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX93DEMO'.
       01  W-FS-SPOOL                     PIC  X(2)   VALUE ZEROES.
           88  FS-SPOOL-OK                            VALUE '00'.
           88  FS-SPOOL-FINE                          VALUE '10'.
       01  SW-FINE-SPOOL                  PIC  X(1)   VALUE 'N'.
           88  FINE-SPOOL                             VALUE 'S'.
       01  SW-FINE-RIGHE                  PIC  X(1)   VALUE 'N'.
           88  FINE-RIGHE                             VALUE 'S'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-NOME-REPORT                  PIC X(18)   VALUE SPACES.
       01  W-DIPART-RUN                   PIC X(10)   VALUE SPACES.
       01  W-NUM-RUN                      PIC S9(5)   COMP-3 VALUE +0.
       01  W-NUM-RUN-ED                   PIC 9(5)    VALUE ZEROES.
       01  W-RIGA-CORR                    PIC 9(5)    VALUE ZEROES.
       01  W-NUM-RIGHE                    PIC S9(5)   COMP-3 VALUE +0.
       01  W-CONTA-TESTATE                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RUN                    PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SENZA-ABB              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-MAIL                   PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * DESTINATARI DEL RUN CORRENTE (CURSORE CUR-ABB93): IL RUN VIENE
      * RILETTO DA SPOOLF UNA VOLTA PER DESTINATARIO
      * ---
       01  W-MAX-DEST                     PIC S9(4)   COMP VALUE +50.
       01  W-TOT-DEST                     PIC S9(4)   COMP VALUE +0.
       01  W-IND-DEST                     PIC S9(4)   COMP VALUE +0.
       01  W-TAB-DEST.
           05  W-DEST                     PIC X(60)   OCCURS 50.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWABBR  END-EXEC.

           EXEC SQL  INCLUDE CWSPIN  END-EXEC.

           EXEC SQL  INCLUDE CWMLOG  END-EXEC.

      * -------------------------------------------------------------- *
      * ABBONATI DEL REPORT: SE IL RUN E' RISERVATO A UN DIPARTIMENTO  *
      * SOLO GLI ABBONATI DI QUEL DIPARTIMENTO, ALTRIMENTI TUTTI (UN   *
      * INDIRIZZO ABBONATO PIU' VOLTE RICEVE UN SOLO MESSAGGIO)        *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-ABB93 CURSOR FOR
                    SELECT  DISTINCT A.DESTINATARIO
                    FROM    CPS04.CWABBREP A
                    WHERE   A.NOME_REPORT = :W-NOME-REPORT
                    AND    (:W-DIPART-RUN = ' '
                            OR A.DIPARTIMENTO = :W-DIPART-RUN)
                    ORDER BY 1
           END-EXEC.

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

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.

           OPEN OUTPUT MAILOUT.
           IF NOT FS-MAILOUT-OK
              DISPLAY '** ERRORE OPEN MAILOUT, FILE STATUS: '
                      W-FS-MAILOUT
              STOP RUN
           END-IF.

      * POSIZIONAMENTO ALL'INIZIO DEL FILE DI SPOOL
           MOVE LOW-VALUES TO FD-SP-KEY.
           START SPOOL KEY NOT < FD-SP-KEY
              INVALID KEY SET FINE-SPOOL TO TRUE
           END-START.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           PERFORM 2100-LEGGI-SPOOL UNTIL FINE-SPOOL.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * LETTURA SEQUENZIALE DELLO SPOOL: CONTANO SOLO LE TESTATE (RIGA *
      * 00000) DEI RUN PRONTI O STAMPATI MARCATI DA DISTRIBUIRE        *
      ******************************************************************
       2100-LEGGI-SPOOL SECTION.
      *---------------*
           READ SPOOL NEXT
              AT END SET FINE-SPOOL TO TRUE
           END-READ.
           IF FINE-SPOOL
              GO TO 2100-EX
           END-IF.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE READ SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              SET FINE-SPOOL TO TRUE
              GO TO 2100-EX
           END-IF.

           MOVE FD-SP-RECORD TO SP-RECORD.
           IF SP-NUM-RIGA NOT = ZEROES
              GO TO 2100-EX
           END-IF.
           ADD 1 TO W-CONTA-TESTATE.

           IF SP-MAIL-DA-INVIARE AND
              (SP-RUN-PRONTO OR SP-RUN-STAMPATO)
              PERFORM 2200-DISTRIBUISCI-RUN
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * DISTRIBUZIONE DEL RUN CORRENTE: DESTINATARI, UN MESSAGGIO PER  *
      * DESTINATARIO, MARCATURA DELLA TESTATA E RIPOSIZIONAMENTO DEL   *
      * BROWSE DOPO L'ULTIMA RIGA DEL RUN (LE LETTURE DIRETTE DELLE    *
      * RIGHE HANNO SPOSTATO LA POSIZIONE)                             *
      ******************************************************************
       2200-DISTRIBUISCI-RUN SECTION.
      *---------------------*
           MOVE SP-RECORD      TO W-TESTATA-RUN.
           MOVE SP-NUM-RUN     TO W-NUM-RUN W-NUM-RUN-ED.
           MOVE SP-NOME-REPORT TO W-NOME-REPORT.
           MOVE SP-DIPART-RUN  TO W-DIPART-RUN.
           MOVE SP-TOT-RIGHE   TO W-NUM-RIGHE.
           ADD 1 TO W-CONTA-RUN.

           PERFORM 2300-CARICA-DESTINATARI.
           IF W-TOT-DEST = 0
              ADD 1 TO W-CONTA-SENZA-ABB
           END-IF.

           MOVE SPACES TO W-MAIL-OGGETTO.
           STRING 'REPORT ' W-NOME-REPORT
                  ' - RUN ' W-NUM-RUN-ED
                  ' DEL ' SP-DATA-RUN
                  DELIMITED BY SIZE INTO W-MAIL-OGGETTO
           END-STRING.

           PERFORM 2400-INVIA-MAIL
                   VARYING W-IND-DEST FROM 1 BY 1
                   UNTIL W-IND-DEST > W-TOT-DEST.

           PERFORM 2600-MARCA-INVIATO.

           MOVE W-TESTATA-RUN  TO SP-RECORD.
           MOVE 99999          TO SP-NUM-RIGA.
           MOVE SP-KEY         TO FD-SP-KEY.
           START SPOOL KEY > FD-SP-KEY
              INVALID KEY SET FINE-SPOOL TO TRUE
           END-START.

       2200-EX. EXIT.
      *
      *
       2300-CARICA-DESTINATARI SECTION.
      *-----------------------*
           MOVE +0 TO W-TOT-DEST.
           MOVE SPACES TO W-TAB-DEST.
           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-ABB93 END-EXEC.
           PERFORM 2350-FETCH-DESTINATARIO
                   UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-ABB93 END-EXEC.

       2300-EX. EXIT.
      *
      *
       2350-FETCH-DESTINATARIO SECTION.
      *-----------------------*
           EXEC SQL FETCH CUR-ABB93
                    INTO  :DCL-CWABBREP.DESTINATARIO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              GO TO 2350-EX
           END-IF.
           IF W-TOT-DEST NOT < W-MAX-DEST
              DISPLAY '** CX93DEMO - RUN ' W-NUM-RUN-ED
                      ': OLTRE 50 ABBONATI, ESCLUSO '
                      DESTINATARIO OF DCL-CWABBREP
              GO TO 2350-EX
           END-IF.
           ADD 1 TO W-TOT-DEST.
           MOVE DESTINATARIO OF DCL-CWABBREP TO W-DEST (W-TOT-DEST).

       2350-EX. EXIT.
      *
      *
      ******************************************************************
      * MESSAGGIO AL DESTINATARIO CORRENTE: TESTATA 'H', UNA RIGA 'B'  *
      * PER OGNI RIGA DEL RUN (LETTURA DIRETTA DA 00001), CODA 'E'     *
      ******************************************************************
       2400-INVIA-MAIL SECTION.
      *---------------*
           MOVE W-DEST (W-IND-DEST) TO W-MAIL-DEST.
           MOVE W-MAIL-DEST    TO RMH-DESTINATARIO.
           MOVE W-MAIL-OGGETTO TO RMH-OGGETTO.
           MOVE R-MAIL-H       TO MAILOUT-REC.
           WRITE MAILOUT-REC.

           MOVE ZEROES TO W-RIGA-CORR.
           MOVE 'N'    TO SW-FINE-RIGHE.
           PERFORM 2450-RIGA-MAIL
                   UNTIL FINE-RIGHE OR W-RIGA-CORR NOT < W-NUM-RIGHE.

           MOVE R-MAIL-E TO MAILOUT-REC.
           WRITE MAILOUT-REC.

           ADD 1 TO W-CONTA-MAIL.
           PERFORM 2500-REGISTRA-INVIO.

       2400-EX. EXIT.
      *
      *
       2450-RIGA-MAIL SECTION.
      *--------------*
           ADD 1 TO W-RIGA-CORR.
           MOVE W-NUM-RUN   TO SP-NUM-RUN.
           MOVE W-RIGA-CORR TO SP-NUM-RIGA.
           MOVE SP-KEY      TO FD-SP-KEY.
           READ SPOOL
              INVALID KEY SET FINE-RIGHE TO TRUE
           END-READ.
           IF FINE-RIGHE
              GO TO 2450-EX
           END-IF.
           MOVE FD-SP-RECORD TO SP-RECORD.
           MOVE SP-RIGA-STAMPA TO RMB-TESTO.
           MOVE R-MAIL-B TO MAILOUT-REC.
           WRITE MAILOUT-REC.

       2450-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRO GENERALE DEI MESSAGGI (CWMAILOG, MATRICOLA ZERO: NON  *
      * RIGUARDA UN DIPENDENTE) E REGISTRO DEGLI INVII DEL RUN         *
      * (CWSPOINV, CONSULTATO DA CW43DEMO)                             *
      ******************************************************************
       2500-REGISTRA-INVIO SECTION.
      *-------------------*
           ACCEPT W-MAIL-ORA-NUM FROM TIME.
           MOVE W-MAIL-ORA-NUM (1:6) TO W-MAIL-ORA.
           EXEC SQL INSERT INTO CPS04.CWMAILOG
                         VALUES ('CX93DEMO',
                                 0,
                                 :W-MAIL-DEST,
                                 :W-MAIL-OGGETTO,
                                 :W-BR-DATA,
                                 :W-MAIL-ORA)
           END-EXEC.
           EXEC SQL INSERT INTO CPS04.CWSPOINV
                         VALUES (:W-NUM-RUN,
                                 :W-NOME-REPORT,
                                 :W-DIPART-RUN,
                                 :W-MAIL-DEST,
                                 :W-NUM-RIGHE,
                                 :W-BR-DATA,
                                 :W-MAIL-ORA)
           END-EXEC.

       2500-EX. EXIT.
      *
      *
      ******************************************************************
      * TESTATA DEL RUN MARCATA 'I' (INVIATO): RILETTA PRIMA DELLA     *
      * RISCRITTURA, PERCHE' CX44DEMO PUO' AVERLA PORTATA A 'S' NEL    *
      * FRATTEMPO                                                      *
      ******************************************************************
       2600-MARCA-INVIATO SECTION.
      *------------------*
           MOVE W-NUM-RUN    TO SP-NUM-RUN.
           MOVE ZEROES       TO SP-NUM-RIGA.
           MOVE SP-KEY       TO FD-SP-KEY.
           READ SPOOL
              INVALID KEY
                 DISPLAY '** ERRORE READ TESTATA SPOOLF: ' SP-KEY
                 GO TO 2600-EX
           END-READ.
           MOVE FD-SP-RECORD TO SP-RECORD.
           MOVE 'I'          TO SP-MAIL-RUN.
           MOVE SP-RECORD    TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE REWRITE TESTATA SPOOLF: ' SP-KEY
           END-REWRITE.

       2600-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE SPOOL MAILOUT.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-TESTATE TO W-BR-LETTI
              MOVE W-CONTA-MAIL    TO W-BR-SCRITTI
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
           DISPLAY 'CX93DEMO - TESTATE ESAMINATE      : '
                   W-CONTA-TESTATE.
           DISPLAY 'CX93DEMO - RUN DISTRIBUITI        : '
                   W-CONTA-RUN.
           DISPLAY 'CX93DEMO - DI CUI SENZA ABBONATI  : '
                   W-CONTA-SENZA-ABB.
           DISPLAY 'CX93DEMO - MESSAGGI ACCODATI      : '
                   W-CONTA-MAIL.

           CLOSE SPOOL MAILOUT.

           MOVE W-CONTA-TESTATE TO W-BR-LETTI.
           MOVE W-CONTA-MAIL    TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
