      * RIFERIMENTO P.E.: APERTA A TUTTI I RUOLI                       *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  ACCANTO ALLO STATO DI STAMPA IL RUN MOSTRA LO   *
      *                STATO DELLA DISTRIBUZIONE E-MAIL AGLI ABBONATI  *
      *                (CX93DEMO); NUOVA AZIONE 'M' CON IL REGISTRO    *
      *                DEGLI INVII DEL RUN (CPS04.CWSPOINV)            *
      ******************************************************************
      ******************************************************************
      * SCORRE CON PF7/PF8 LE TESTATE DEI RUN DI SPOOL SCRITTI DA      *
      *                  CON LA STESSA BUFFERIZZAZIONE TD A 14 RIGHE   *
      *                  E CARATTERI EOM/ENDP CHE USAVA CW11DEMO; UN   *
      *                  RUN GIA' STAMPATO VIENE COSI' RISTAMPATO      *
      *   - AZIONE 'M' : MOSTRA A VIDEO, CON LE STESSE PAGINE, GLI     *
      *                  INVII E-MAIL DEL RUN AGLI ABBONATI DEL REPORT *
      *                  (REGISTRO CPS04.CWSPOINV SCRITTO DA CX93DEMO) *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       01  W-AZIONE                        PIC  X(1)   VALUE SPACE.
           88  W-AZIONE-VIDEO              VALUE 'V'.
           88  W-AZIONE-STAMPA             VALUE 'S'.
           88  W-AZIONE-MAIL               VALUE 'M'.
       01  W-STAMP                         PIC  X(4)   VALUE SPACES.
       01  W-IND                           PIC  9(2)   VALUE ZERO.
       01  W-RIGA-CORR                     PIC  9(5)   VALUE ZEROES.
       01  W-NUM-ED                        PIC  9(5)   VALUE ZEROES.
      * -------------------------------------------------------------- *
      *    DISTRIBUZIONE E-MAIL DEL RUN (CX93DEMO, REGISTRO CWSPOINV)  *
      * -------------------------------------------------------------- *
       01  W-NUM-RUN                       PIC S9(5)   COMP-3 VALUE +0.
       01  W-CONTA-INVII                   PIC S9(5)   COMP-3 VALUE +0.
       01  W-CONTA-INVII-ED                PIC ZZZZ9.
       01  W-STATO-MAIL                    PIC X(20)   VALUE SPACES.
       01  W-SQLCODE                       PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK                            VALUE +0.
           88  W-SQLCODE-NOT-FOUND                     VALUE +100.
       01  W-RIGA-INVIO.
           05  WI-DESTINATARIO             PIC X(60).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  WI-DIPART                   PIC X(10).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  WI-DATA                     PIC X(10).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  WI-ORA                      PIC X(6).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  WI-RIGHE                    PIC ZZZZ9.
           05  FILLER                      PIC X(38)   VALUE SPACES.
       01  W-TITOLO-INVII.
           05  FILLER                      PIC X(61)   VALUE
               'DESTINATARIO'.
           05  FILLER                      PIC X(11)   VALUE
               'DIPARTIM.'.
           05  FILLER                      PIC X(11)   VALUE
               'DATA'.
           05  FILLER                      PIC X(7)    VALUE
               'ORA'.
           05  FILLER                      PIC X(43)   VALUE
               'RIGHE'.
      * -------------------------------------------------------------- *
      *    TRACCIATO RECORD DELLO SPOOL VSAM                           *
      * -------------------------------------------------------------- *
           COPY CWSPOO.
           02  FILLER                      PIC XXX     VALUE 'CPS'.
           02  CPS-TERM-TES                PIC X(4)    VALUE SPACES.
           02  FILLER                      PIC X       VALUE '7'.
       01  CPS-LEN-TES                     PIC S9(4)   COMP VALUE +53.
       01  CPS-ITEM-TES                    PIC S9(4)   COMP VALUE +0.
       01  CPS-TESTATA.
         03  CPS-NUM-RUN                   PIC 9(5)    VALUE 0.
         03  CPS-UTENTE-RUN                PIC X(8)    VALUE SPACE.
         03  CPS-STAMPANTE                 PIC X(4)    VALUE SPACE.
         03  CPS-STATO-RUN                 PIC X(1)    VALUE SPACE.
         03  CPS-MAIL-RUN                  PIC X(1)    VALUE SPACE.
      * -------------------------------------------------------------- *
      *  CODA TS DELLE PAGINE VIDEO (16 RIGHE PER ITEM)                *
      * -------------------------------------------------------------- *
           02  NOME-PGM-CICS               PIC X(8).
           02  FILLER                      PIC X(8).
      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA          END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWSPIN         END-EXEC.
      * ---
      * INVII E-MAIL DEL RUN CORRENTE, NELL'ORDINE IN CUI SONO STATI
      * ACCODATI AL GATEWAY DI POSTA
      * ---
           EXEC SQL DECLARE CUR-INV43 CURSOR FOR
                    SELECT  I.DESTINATARIO,
                            I.DIPARTIMENTO,
                            I.DATA_INVIO,
                            I.ORA_INVIO,
                            I.NUM_RIGHE
                    FROM    CPS04.CWSPOINV I
                    WHERE   I.NUM_RUN = :W-NUM-RUN
                    ORDER BY I.DATA_INVIO, I.ORA_INVIO,
                             I.DESTINATARIO
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MF43MAP.

      *----------------------------------------------------------------*
      * ENTER SULLE TESTATE: ESEGUE L'AZIONE DIGITATA SUL RUN CORRENTE *
      * ('V' = VISUALIZZAZIONE A VIDEO, 'S' = RILASCIO/RISTAMPA,       *
      * 'M' = INVII E-MAIL DEL RUN)                                    *
      *----------------------------------------------------------------*
       1239-TASTO-ENTER SECTION.
      *----------------*
                 PERFORM 2300-CARICA-PAGINE
              WHEN W-AZIONE-STAMPA
                 PERFORM 2400-RILASCIA-STAMPA
              WHEN W-AZIONE-MAIL
                 PERFORM 2350-CARICA-INVII
              WHEN OTHER
                 MOVE '086'   TO W-COD-MSG-HOST
                 MOVE -1      TO M-AZIONEL
           MOVE SP-UTENTE-RUN   TO CPS-UTENTE-RUN.
           MOVE SP-STAMPANTE    TO CPS-STAMPANTE.
           MOVE SP-STATO-RUN    TO CPS-STATO-RUN.
           MOVE SP-MAIL-RUN     TO CPS-MAIL-RUN.

           ADD 1 TO CPS-ITEM-TES.
           EXEC CICS HANDLE CONDITION QIDERR (1700-EX) END-EXEC.
           ELSE
              MOVE 'PRONTO  ' TO M-STATOO
           END-IF.
           PERFORM 1855-STATO-MAIL.
           MOVE W-STATO-MAIL     TO M-MAILO.
           MOVE CPS-ITEM-TES     TO W-NUM-ED.
           MOVE W-NUM-ED         TO M-NUM-RUNO.
           MOVE COM-TOT-PAG      TO W-NUM-ED.
           MOVE W-NUM-ED         TO M-TOT-RUNO.
       1850-EX. EXIT.

      *----------------------------------------------------------------*
      * STATO DELLA DISTRIBUZIONE E-MAIL DEL RUN: NON PREVISTA (RUN    *
      * ON-LINE O ANTERIORI ALLA DISTRIBUZIONE), DA INVIARE, OPPURE    *
      * INVIATO CON IL NUMERO DI DESTINATARI REGISTRATI SU CWSPOINV    *
      *----------------------------------------------------------------*
       1855-STATO-MAIL SECTION.
      *---------------*
           EVALUATE CPS-MAIL-RUN
              WHEN 'D'
                 MOVE 'E-MAIL DA INVIARE'  TO W-STATO-MAIL
              WHEN 'I'
                 MOVE CPS-NUM-RUN TO W-NUM-RUN
                 MOVE +0          TO W-CONTA-INVII
                 EXEC SQL SELECT COUNT(*)
                            INTO :W-CONTA-INVII
                            FROM  CPS04.CWSPOINV
                           WHERE NUM_RUN = :W-NUM-RUN
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE +0       TO W-CONTA-INVII
                 END-IF
                 MOVE W-CONTA-INVII TO W-CONTA-INVII-ED
                 MOVE SPACES        TO W-STATO-MAIL
                 STRING 'E-MAIL INVIATA A' W-CONTA-INVII-ED
                        DELIMITED BY SIZE INTO W-STATO-MAIL
                 END-STRING
              WHEN OTHER
                 MOVE 'E-MAIL NON PREVISTA' TO W-STATO-MAIL
           END-EVALUATE.
       1855-EX. EXIT.

       1810-LEGGI-PAGINA SECTION.
      *-----------------*
           EXEC CICS HANDLE CONDITION QIDERR (1810-EX) END-EXEC.
           MOVE ZERO   TO W-RIGA-PAG.
       2320-EX. EXIT.

      * -------------------------------------------------------------- *
      * AZIONE 'M': GLI INVII E-MAIL DEL RUN CORRENTE (CWSPOINV)       *
      * VENGONO IMPAGINATI IN CODA TS COME LE RIGHE DELL'AZIONE 'V',   *
      * CON UNA RIGA DI TITOLO IN TESTA                                *
      * -------------------------------------------------------------- *
       2350-CARICA-INVII SECTION.
      *-----------------*
           MOVE '2350-CARICA-INV' TO W-ULT-LABEL.
           EXEC CICS HANDLE CONDITION QIDERR (2350-CONT) END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (CPSCODA-PAG) END-EXEC.
       2350-CONT.
           MOVE +0     TO CPS-ITEM-PAG.
           MOVE +0     TO COM-TOT-SEL.
           MOVE 1      TO W-RIGA-PAG.
           MOVE SPACES TO CPS-PAGINA.
           MOVE W-TITOLO-INVII TO CPS-RIGA-PAG (1).
           MOVE +0     TO W-CONTA-INVII.
           MOVE CPS-NUM-RUN TO W-NUM-RUN.
      *
           EXEC SQL OPEN CUR-INV43 END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2360-FETCH-INVIO
                   UNTIL NOT W-SQLCODE-OK.
           EXEC SQL CLOSE CUR-INV43 END-EXEC.
      *
           IF W-RIGA-PAG > ZERO
              PERFORM 2320-SCRIVI-PAGINA
           END-IF.
      *
           IF W-CONTA-INVII = 0
              MOVE '344'    TO W-COD-MSG-HOST
              MOVE -1       TO M-AZIONEL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE COM-ITEM TO COM-PAG.
           MOVE 1 TO CPS-ITEM-PAG.
           MOVE 1 TO COM-ITEM.
           PERFORM 1810-LEGGI-PAGINA.
           MOVE '3'   TO COM-GIRO.
           MOVE '030' TO W-COD-MSG-HOST.
           PERFORM 2999-CERCA-ERR.
       2350-EX. EXIT.

       2360-FETCH-INVIO SECTION.
      *----------------*
           EXEC SQL FETCH   CUR-INV43
           INTO   :DCL-CWSPOINV.DESTINATARIO,
                  :DCL-CWSPOINV.DIPARTIMENTO,
                  :DCL-CWSPOINV.DATA-INVIO,
                  :DCL-CWSPOINV.ORA-INVIO,
                  :DCL-CWSPOINV.NUM-RIGHE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2360-EX
           END-IF.
           ADD 1 TO W-CONTA-INVII.
           MOVE DESTINATARIO OF DCL-CWSPOINV TO WI-DESTINATARIO.
           MOVE DIPARTIMENTO OF DCL-CWSPOINV TO WI-DIPART.
           MOVE DATA-INVIO   OF DCL-CWSPOINV TO WI-DATA.
           MOVE ORA-INVIO    OF DCL-CWSPOINV TO WI-ORA.
           MOVE NUM-RIGHE    OF DCL-CWSPOINV TO WI-RIGHE.
           ADD 1 TO W-RIGA-PAG.
           MOVE W-RIGA-INVIO TO CPS-RIGA-PAG (W-RIGA-PAG).
           IF W-RIGA-PAG = 16
              PERFORM 2320-SCRIVI-PAGINA
           END-IF.
       2360-EX. EXIT.

      * -------------------------------------------------------------- *
      * AZIONE 'S': RILASCIO DEL RUN ALLA CODA TD DELLA STAMPANTE      *
      * (QUELLA DI TESTATA O QUELLA DIGITATA), CON LA BUFFERIZZAZIONE  *
