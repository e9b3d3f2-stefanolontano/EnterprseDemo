       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX61DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : INDICI ANNUALI DI FREQUENZA E DI GRAVITA'    *
      *                   DEGLI INFORTUNI PER DIPARTIMENTO E QUALIFICA *
      * TIPO OPERAZIONE : BATCH DI STAMPA SU SPOOL                     *
      * TABELLE USATE   : CPS04.CWINFORT, CPS04.CWPRESEN,              *
      *                   CPS04.CWDIPENDENTI, SPOOLF (VSAM)            *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      ******************************************************************
      ******************************************************************
      * PER L'ANNO SOLARE PRECEDENTE QUELLO DI ELABORAZIONE, E PER     *
      * OGNI DIPARTIMENTO E QUALIFICA INTERNA, STAMPA LE ORE LAVORATE  *
      * (DALLE PRESENZE CWPRESEN), IL NUMERO DI INFORTUNI E I GIORNI   *
      * DI PROGNOSI DEL REGISTRO CWINFORT (CX59DEMO), CON GLI INDICI:  *
      *   FREQUENZA = INFORTUNI * 1.000.000 / ORE LAVORATE             *
      *   GRAVITA'  = GIORNI PERSI * 1.000 / ORE LAVORATE              *
      * E LA RIGA DEI TOTALI AZIENDALI. IL TABULATO E' PER IL          *
      * RESPONSABILE DEL SERVIZIO DI PREVENZIONE E PROTEZIONE E VA     *
      * ANCHE SUL VSAM SPOOLF (RITIRO CON CW43DEMO).                   *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFIDREP       ASSIGN TO INFIDREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-INFIDREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFIDREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  INFIDREP-REC                   PIC X(133).

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
      * -------------------------------------------------------------- *
      *    DEFINIZIONE VARIABILI HOST                                  *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX61DEMO'.
       01  W-FS-INFIDREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-INFIDREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-GRUPPI                 PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * ANNO DI RIFERIMENTO (PRECEDENTE QUELLO DI ELABORAZIONE)
      * ---
       01  W-ANNO-RIF                     PIC 9(4)    VALUE ZEROES.
       01  W-DATA-DA.
           05  W-DA-AAAA                  PIC 9(4).
           05  FILLER                     PIC X(6)    VALUE '-01-01'.
       01  W-DATA-A.
           05  W-A-AAAA                   PIC 9(4).
           05  FILLER                     PIC X(6)    VALUE '-12-31'.
      * ---
      * VALORI DEL GRUPPO DIPARTIMENTO/QUALIFICA E TOTALI AZIENDALI
      * ---
       01  W-DIPARTIMENTO                 PIC X(10)   VALUE SPACES.
       01  W-QUALIFICA                    PIC X(8)    VALUE SPACES.
       01  W-MINUTI                       PIC S9(11)  COMP-3 VALUE 0.
       01  W-NUM-INFORTUNI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-GG-PERSI                     PIC S9(9)   COMP-3 VALUE 0.
       01  W-TOT-MINUTI                   PIC S9(13)  COMP-3 VALUE 0.
       01  W-TOT-INFORTUNI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-TOT-GG-PERSI                 PIC S9(9)   COMP-3 VALUE 0.
       01  W-ORE                          PIC S9(11)  COMP-3 VALUE 0.
       01  W-IND-FREQ                     PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-IND-GRAV                     PIC S9(5)V999 COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'INDICI DI FREQUENZA E DI GRAVITA'' DEGLI INFORTUNI SUL LAVO
      -    'RO'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'ANNO      : '.
           05  RI-ANNO                    PIC 9(4).
           05  FILLER                     PIC X(117) VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(12)  VALUE
               'DIPART.'.
           05  FILLER                     PIC X(10)  VALUE
               'QUALIFICA'.
           05  FILLER                     PIC X(13)  VALUE
               '  ORE LAVOR.'.
           05  FILLER                     PIC X(6)   VALUE
               ' INF.'.
           05  FILLER                     PIC X(8)   VALUE
               'GG.PERSI'.
           05  FILLER                     PIC X(12)  VALUE
               '   IND.FREQ.'.
           05  FILLER                     PIC X(72)  VALUE
               '  IND.GRAV.'.
       01  R-RIGA-DETT.
           05  RD-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ORE                     PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-INFORTUNI               PIC ZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-GG-PERSI                PIC ZZ.ZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-IND-FREQ                PIC ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-IND-GRAV                PIC ZZ9,999.
           05  FILLER                     PIC X(65)  VALUE SPACES.
       01  R-RIGA-NESSUNA                 PIC X(133) VALUE
           'NESSUNA PRESENZA NE'' INFORTUNIO REGISTRATO NELL''ANNO'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

      * -------------------------------------------------------------- *
      * MINUTI LAVORATI NELL'ANNO (PRESENZE CON USCITA SUCCESSIVA      *
      * ALL'ENTRATA) E INFORTUNI DELL'ANNO CON I GIORNI DI PROGNOSI,   *
      * PER DIPARTIMENTO E QUALIFICA. IL FULL OUTER JOIN TIENE ANCHE   *
      * I GRUPPI CON INFORTUNI MA SENZA PRESENZE REGISTRATE E VICEVERSA*
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-IND61 CURSOR FOR
                    SELECT  COALESCE(H.DIPART, F.DIPART),
                            COALESCE(H.QUALIF, F.QUALIF),
                            COALESCE(H.MINUTI, 0),
                            COALESCE(F.NUM_INF, 0),
                            COALESCE(F.GG_PERSI, 0)
                    FROM   (SELECT D.DIPARTIMENTO      AS DIPART,
                                   D.QUALIFICA_INTERNA AS QUALIF,
                                   SUM(DEC(
                                   INT(SUBSTR(P.ORA_USCITA, 1, 2)) * 60
                                 + INT(SUBSTR(P.ORA_USCITA, 3, 2))
                                 - INT(SUBSTR(P.ORA_ENTRATA, 1, 2)) * 60
                                 - INT(SUBSTR(P.ORA_ENTRATA, 3, 2)),
                                   11, 0))             AS MINUTI
                            FROM   CPS04.CWPRESEN     P,
                                   CPS04.CWDIPENDENTI D
                            WHERE  D.COD_MATRICOLA_DIP =
                                   P.COD_MATRICOLA_DIP
                            AND    P.DATA_PRESENZA BETWEEN :W-DATA-DA
                                                       AND :W-DATA-A
                            AND    P.ORA_USCITA > P.ORA_ENTRATA
                            GROUP BY D.DIPARTIMENTO,
                                     D.QUALIFICA_INTERNA) AS H
                    FULL OUTER JOIN
                           (SELECT D.DIPARTIMENTO      AS DIPART,
                                   D.QUALIFICA_INTERNA AS QUALIF,
                                   COUNT(*)            AS NUM_INF,
                                   SUM(I.GG_PROGNOSI)  AS GG_PERSI
                            FROM   CPS04.CWINFORT     I,
                                   CPS04.CWDIPENDENTI D
                            WHERE  D.COD_MATRICOLA_DIP =
                                   I.COD_MATRICOLA_DIP
                            AND    I.DATA_INFORTUNIO BETWEEN :W-DATA-DA
                                                         AND :W-DATA-A
                            GROUP BY D.DIPARTIMENTO,
                                     D.QUALIFICA_INTERNA) AS F
                    ON      H.DIPART = F.DIPART
                    AND     H.QUALIF = F.QUALIF
                    ORDER BY 1, 2
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
           PERFORM 1900-REGISTRA-INIZIO.

           COMPUTE W-ANNO-RIF = W-BR-AAAA - 1.
           MOVE W-ANNO-RIF TO W-DA-AAAA
                              W-A-AAAA.

           OPEN OUTPUT INFIDREP.
           IF NOT FS-INFIDREP-OK
              DISPLAY '** ERRORE OPEN INFIDREP, FILE STATUS: '
                      W-FS-INFIDREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           MOVE R-INTESTAZ-1   TO INFIDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-ANNO-RIF     TO RI-ANNO.
           MOVE R-INTESTAZ-2   TO INFIDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA   TO INFIDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3   TO INFIDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-IND61 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-IND61 END-EXEC.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-IND61
                    INTO  :W-DIPARTIMENTO,
                          :W-QUALIFICA,
                          :W-MINUTI,
                          :W-NUM-INFORTUNI,
                          :W-GG-PERSI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2200-STAMPA-GRUPPO
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
       2200-STAMPA-GRUPPO SECTION.
      *------------------*
           ADD 1               TO W-CONTA-GRUPPI.
           ADD W-MINUTI        TO W-TOT-MINUTI.
           ADD W-NUM-INFORTUNI TO W-TOT-INFORTUNI.
           ADD W-GG-PERSI      TO W-TOT-GG-PERSI.

           MOVE SPACES         TO R-RIGA-DETT.
           MOVE W-DIPARTIMENTO TO RD-DIPARTIMENTO.
           MOVE W-QUALIFICA    TO RD-QUALIFICA.
           PERFORM 2300-CALCOLA-INDICI.
           MOVE R-RIGA-DETT    TO INFIDREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * INDICI DEL GRUPPO (O DEL TOTALE) DA MINUTI, INFORTUNI E GIORNI *
      * PERSI: SENZA ORE LAVORATE GLI INDICI RESTANO A ZERO            *
      ******************************************************************
       2300-CALCOLA-INDICI SECTION.
      *-------------------*
           MOVE 0 TO W-IND-FREQ
                     W-IND-GRAV.
           COMPUTE W-ORE ROUNDED = W-MINUTI / 60.
           IF W-MINUTI > 0
              COMPUTE W-IND-FREQ ROUNDED =
                      W-NUM-INFORTUNI * 60000000 / W-MINUTI
              COMPUTE W-IND-GRAV ROUNDED =
                      W-GG-PERSI * 60000 / W-MINUTI
           END-IF.

           MOVE W-ORE           TO RD-ORE.
           MOVE W-NUM-INFORTUNI TO RD-INFORTUNI.
           MOVE W-GG-PERSI      TO RD-GG-PERSI.
           MOVE W-IND-FREQ      TO RD-IND-FREQ.
           MOVE W-IND-GRAV      TO RD-IND-GRAV.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * SCRITTURA DI UNA RIGA DI TABULATO: SUL FILE DI STAMPA E, COME  *
      * RECORD DI DETTAGLIO, SUL RUN DI SPOOL (VEDI CW43DEMO)          *
      ******************************************************************
       2900-SCRIVI-RIGA SECTION.
      *---------------*
           ADD 1                 TO W-NUM-RIGA-SPOOL.
           MOVE SPACES           TO SP-RECORD.
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-NUM-RIGA.
           MOVE INFIDREP-REC    TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE INFIDREP-REC.

       2900-EX. EXIT.
      *
      *
      ******************************************************************
      * APERTURA DEL RUN DI SPOOL: NUMERO RUN DAL CONTATORE CWCONTAT   *
      * 'SPOOLRUN' E TESTATA IN STATO 'C' (IN CARICAMENTO)             *
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
           MOVE 'INDICI INFORTUNI  ' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CX61DEMO'      TO SP-UTENTE-RUN.
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
      * IL TOTALE RIGHE SCRITTE                                        *
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
           MOVE 'D'              TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE REWRITE TESTATA SPOOLF: ' SP-KEY
           END-REWRITE.

       2920-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE INFIDREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-GRUPPI   TO W-BR-LETTI
              MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI
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
           IF W-CONTA-GRUPPI = 0
              MOVE R-RIGA-NESSUNA TO INFIDREP-REC
              PERFORM 2900-SCRIVI-RIGA
           ELSE
              MOVE R-RIGA-VUOTA    TO INFIDREP-REC
              PERFORM 2900-SCRIVI-RIGA
              MOVE W-TOT-MINUTI    TO W-MINUTI
              MOVE W-TOT-INFORTUNI TO W-NUM-INFORTUNI
              MOVE W-TOT-GG-PERSI  TO W-GG-PERSI
              MOVE SPACES          TO R-RIGA-DETT
              MOVE 'TOTALE'        TO RD-DIPARTIMENTO
              MOVE 'AZIENDA'       TO RD-QUALIFICA
              PERFORM 2300-CALCOLA-INDICI
              MOVE R-RIGA-DETT     TO INFIDREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CX61DEMO - ANNO DI RIFERIMENTO : ' W-ANNO-RIF.
           DISPLAY 'CX61DEMO - INFORTUNI DELL''ANNO : ' W-TOT-INFORTUNI.

           CLOSE INFIDREP.
           CLOSE SPOOL.

           MOVE W-CONTA-GRUPPI   TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
