       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX57DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CARICAMENTO DELLE RICEVUTE DEL PORTALE CO    *
      *                   (PROTOCOLLO O RIFIUTO DELLE COMUNICAZIONI    *
      *                   UNILAV INVIATE DA CX56DEMO)                  *
      * TIPO OPERAZIONE : BATCH DI AGGIORNAMENTO                       *
      * TABELLE USATE   : CPS04.CWCOMOBB, RICEVCO (FILE DI RITORNO)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH COMPAGNO DI CX56DEMO, COME CW83DEMO LO E' PER CW82DEMO:  *
      * LEGGE IL FILE DELLE RICEVUTE SCARICATO DAL PORTALE (RICEVCO,   *
      * UN RECORD PER COMUNICAZIONE CON IL CODICE TIPO + MATRICOLA +   *
      * DATA EVENTO DEL FILE UNILAV, L'ESITO 'A' ACCETTATA O 'R'       *
      * RIFIUTATA, IL NUMERO DI PROTOCOLLO E IL MOTIVO DEL RIFIUTO) E  *
      * AGGIORNA LA RIGA CPS04.CWCOMOBB CON ESITO, PROTOCOLLO, MOTIVO  *
      * E DATA DI ESITO. UNA COMUNICAZIONE GIA' ACCETTATA NON VIENE    *
      * PIU' TOCCATA; UNA RIFIUTATA E POI REINVIATA DAL PORTALE VIENE  *
      * AGGIORNATA DALLA NUOVA RICEVUTA. I RECORD NON VALIDI O SENZA   *
      * COMUNICAZIONE CORRISPONDENTE SONO SEGNALATI A CONSOLE.         *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RICEVCO        ASSIGN TO RICEVCO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-RICEVCO.

       DATA DIVISION.
       FILE SECTION.
       FD  RICEVCO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS.
       01  RICEVCO-REC.
           05  RC-CODICE-CO.
               10  RC-TIPO-CO             PIC X(2).
               10  RC-MATRICOLA           PIC X(5).
               10  RC-DATA-EVENTO         PIC X(10).
           05  FILLER                     PIC X(1).
           05  RC-ESITO                   PIC X(1).
               88  RC-ACCETTATA                       VALUE 'A'.
               88  RC-RIFIUTATA                       VALUE 'R'.
           05  FILLER                     PIC X(1).
           05  RC-PROTOCOLLO              PIC X(20).
           05  FILLER                     PIC X(1).
           05  RC-MOTIVO                  PIC X(60).

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
      *    DEFINIZIONE VARIABILI HOST                                  *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX57DEMO'.
       01  W-FS-RICEVCO                   PIC  X(2)   VALUE ZEROES.
           88  FS-RICEVCO-OK                          VALUE '00'.
       01  SW-FINE-RICEVCO                PIC  X(1)   VALUE 'N'.
           88  FINE-RICEVCO                           VALUE 'S'.
       01  W-MATR-NUM                     PIC 9(5)    VALUE ZEROES.
       01  W-CONTA-LETTE                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-ACCETTATE              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RIFIUTATE              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCARTATE               PIC S9(7)   COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWCOBB  END-EXEC.

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
           PERFORM 1900-REGISTRA-INIZIO.

           OPEN INPUT RICEVCO.
           IF NOT FS-RICEVCO-OK
              DISPLAY '** ERRORE OPEN RICEVCO, FILE STATUS: '
                      W-FS-RICEVCO
              MOVE 'E' TO W-BR-ESITO
              PERFORM 1910-REGISTRA-FINE
              STOP RUN
           END-IF.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2100-LEGGI-RICEVUTA UNTIL FINE-RICEVCO.

       2000-EX. EXIT.
      *
      *
       2100-LEGGI-RICEVUTA SECTION.
      *-------------------*
           READ RICEVCO
              AT END
                 SET FINE-RICEVCO TO TRUE
                 GO TO 2100-EX
           END-READ.
           ADD 1 TO W-CONTA-LETTE.

           IF RC-MATRICOLA NOT NUMERIC
              OR NOT (RC-ACCETTATA OR RC-RIFIUTATA)
              DISPLAY '** RICEVUTA NON VALIDA, SCARTATA: ' RC-CODICE-CO
                      ' ESITO ' RC-ESITO
              ADD 1 TO W-CONTA-SCARTATE
              GO TO 2100-EX
           END-IF.

           PERFORM 2200-AGGIORNA-COMUNICAZIONE.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * ESITO DELLA COMUNICAZIONE: PROTOCOLLO PER LE ACCETTATE, MOTIVO *
      * PER LE RIFIUTATE; LE GIA' ACCETTATE RESTANO COME SONO          *
      ******************************************************************
       2200-AGGIORNA-COMUNICAZIONE SECTION.
      *---------------------------*
           MOVE RC-MATRICOLA   TO W-MATR-NUM.
           MOVE W-MATR-NUM     TO COD-MATRICOLA-DIP OF DCL-CWCOMOBB.
           MOVE RC-TIPO-CO     TO TIPO-CO           OF DCL-CWCOMOBB.
           MOVE RC-DATA-EVENTO TO DATA-EVENTO       OF DCL-CWCOMOBB.
           MOVE RC-ESITO       TO STATO-CO          OF DCL-CWCOMOBB.
           MOVE RC-PROTOCOLLO  TO PROTOCOLLO        OF DCL-CWCOMOBB.
           IF RC-RIFIUTATA
              MOVE RC-MOTIVO   TO MOTIVO-RIFIUTO    OF DCL-CWCOMOBB
           ELSE
              MOVE SPACES      TO MOTIVO-RIFIUTO    OF DCL-CWCOMOBB
           END-IF.

           EXEC SQL UPDATE CPS04.CWCOMOBB
                       SET STATO_CO       = :DCL-CWCOMOBB.STATO-CO,
                           PROTOCOLLO     = :DCL-CWCOMOBB.PROTOCOLLO,
                           MOTIVO_RIFIUTO =
                                     :DCL-CWCOMOBB.MOTIVO-RIFIUTO,
                           DATA_ESITO     = :W-BR-DATA
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWCOMOBB.COD-MATRICOLA-DIP
                     AND   TIPO_CO     = :DCL-CWCOMOBB.TIPO-CO
                     AND   DATA_EVENTO = :DCL-CWCOMOBB.DATA-EVENTO
                     AND   STATO_CO   <> 'A'
           END-EXEC.
           IF SQLCODE = +100
              DISPLAY '** RICEVUTA SENZA COMUNICAZIONE DA AGGIORNARE: '
                      RC-CODICE-CO
              ADD 1 TO W-CONTA-SCARTATE
              GO TO 2200-EX
           END-IF.

           IF RC-ACCETTATA
              ADD 1 TO W-CONTA-ACCETTATE
           ELSE
              ADD 1 TO W-CONTA-RIFIUTATE
           END-IF.

       2200-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE RICEVCO.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTE TO W-BR-LETTI
              COMPUTE W-BR-SCRITTI = W-CONTA-ACCETTATE
                                   + W-CONTA-RIFIUTATE
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
           DISPLAY 'CX57DEMO - RICEVUTE LETTE   : ' W-CONTA-LETTE.
           DISPLAY 'CX57DEMO - ACCETTATE        : ' W-CONTA-ACCETTATE.
           DISPLAY 'CX57DEMO - RIFIUTATE        : ' W-CONTA-RIFIUTATE.
           DISPLAY 'CX57DEMO - SCARTATE         : ' W-CONTA-SCARTATE.

           CLOSE RICEVCO.

           MOVE W-CONTA-LETTE TO W-BR-LETTI.
           COMPUTE W-BR-SCRITTI = W-CONTA-ACCETTATE
                                + W-CONTA-RIFIUTATE.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
