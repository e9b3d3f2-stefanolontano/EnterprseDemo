       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX65DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : ELENCO DEI CANDIDATI DEI BANDI DI MOBILITA'  *
      *                   INTERNA CHIUSI                               *
      * TIPO OPERAZIONE : BATCH DI STAMPA SU SPOOL                     *
      * TABELLE USATE   : CPS04.CWBANDOI, CPS04.CWCANDIN,              *
      *                   CPS04.CWDIPENDENTI, CPS04.CWANZCON,          *
      *                   CPS04.CWVALUTA, SPOOLF (VSAM)                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      ******************************************************************
      ******************************************************************
      * BATCH GIORNALIERO: PER OGNI BANDO DI MOBILITA' INTERNA ANCORA  *
      * APERTO (CX64DEMO) LA CUI DATA DI CHIUSURA E' TRASCORSA ELENCA  *
      * LE CANDIDATURE RICEVUTE DAL CHIOSCO CW76DEMO, CON QUALIFICA E  *
      * DIPARTIMENTO ATTUALI DEL CANDIDATO, ANZIANITA' IN ANNI (DALLA  *
      * DATA DI ASSUNZIONE O DALL'ANZIANITA' CONVENZIONALE CWANZCON,   *
      * COME CW49DEMO) E ULTIMO GIUDIZIO DI VALUTAZIONE CWVALUTA. I    *
      * BANDI SENZA CANDIDATI SONO STAMPATI COMUNQUE. DOPO LA STAMPA   *
      * I BANDI PASSANO IN SELEZIONE ('S'): L'ESITO SI REGISTRA CON    *
      * CX64DEMO (MODO 3). IL TABULATO VA ANCHE SUL VSAM SPOOLF        *
      * (RITIRO CON CW43DEMO).                                         *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANDIREP       ASSIGN TO BANDIREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-BANDIREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANDIREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  BANDIREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX65DEMO'.
       01  W-FS-BANDIREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-BANDIREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-BANDI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-CANDIDATI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CANDIDATI-BANDO              PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * ROTTURA DI CONTROLLO PER BANDO
      * ---
       01  W-BANDO-PREC                   PIC S9(5)   COMP-3 VALUE 0.
      * ---
      * RIGA LETTA DAL CURSORE: BANDO E CANDIDATO (MATRICOLA ZERO PER
      * I BANDI SENZA CANDIDATURE)
      * ---
       01  W-MATRICOLA                    PIC S9(5)   COMP-3 VALUE 0.
       01  W-DATA-CANDIDATURA             PIC X(10)   VALUE SPACES.
       01  W-GIUDIZIO                     PIC X(1)    VALUE SPACE.
       01  W-ANNO-GIUDIZIO                PIC S9(4)   COMP-3 VALUE 0.
       01  W-ANNO-GIUDIZIO-ED             PIC 9(4)    VALUE ZEROES.
      * ---
      * ANZIANITA' IN ANNI COMPIUTI ALLA DATA DEL RUN
      * ---
       01  W-DATA-ANZ.
           05  W-ANZ-AAAA                 PIC 9(4).
           05  FILLER                     PIC X.
           05  W-ANZ-MM                   PIC 9(2).
           05  FILLER                     PIC X.
           05  W-ANZ-GG                   PIC 9(2).
       01  W-ANNI-ANZIANITA               PIC S9(3)   COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'CANDIDATI DEI BANDI DI MOBILITA'' INTERNA CHIUSI'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'DATA RUN : '.
           05  RI-DATA-RUN                PIC X(10).
           05  FILLER                     PIC X(111) VALUE SPACES.
       01  R-RIGA-BANDO.
           05  FILLER                     PIC X(6)   VALUE
               'BANDO '.
           05  RB-ID-BANDO                PIC 9(5).
           05  FILLER                     PIC X(9)   VALUE
               '  DIPART.'.
           05  RB-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(12)  VALUE
               '  QUALIFICA '.
           05  RB-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(12)  VALUE
               '  CHIUSO IL '.
           05  RB-DATA-CHIUSURA           PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RB-DESCRIZIONE             PIC X(40).
           05  FILLER                     PIC X(19)  VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(8)   VALUE
               '  MATR.'.
           05  FILLER                     PIC X(31)  VALUE
               'COGNOME E NOME'.
           05  FILLER                     PIC X(10)  VALUE
               'QUALIFICA'.
           05  FILLER                     PIC X(12)  VALUE
               'DIPART.ATT.'.
           05  FILLER                     PIC X(6)   VALUE
               ' ANNI'.
           05  FILLER                     PIC X(13)  VALUE
               'ULT.GIUDIZIO'.
           05  FILLER                     PIC X(53)  VALUE
               'CANDIDATO IL'.
       01  R-RIGA-DETT.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(15).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-NOME                    PIC X(15).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ANNI                    PIC ZZ9.
           05  FILLER                     PIC X(5)   VALUE SPACES.
           05  RD-GIUDIZIO                PIC X(1).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ANNO-GIUDIZIO           PIC X(4).
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-DATA-CANDIDATURA        PIC X(10).
           05  FILLER                     PIC X(42)  VALUE SPACES.
       01  R-RIGA-NESSUN-CANDIDATO        PIC X(133) VALUE
           '  NESSUNA CANDIDATURA RICEVUTA PER IL BANDO'.
       01  R-RIGA-TOT-1.
           05  FILLER                     PIC X(30)  VALUE
               'BANDI CHIUSI               : '.
           05  RT-BANDI                   PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-2.
           05  FILLER                     PIC X(30)  VALUE
               'CANDIDATURE ELENCATE       : '.
           05  RT-CANDIDATI               PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-NESSUNO                 PIC X(133) VALUE
           'NESSUN BANDO DI MOBILITA'' INTERNA CHIUSO DA ELENCARE'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWBINT  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWANZC  END-EXEC.

      * -------------------------------------------------------------- *
      * BANDI APERTI CON CHIUSURA TRASCORSA E LORO CANDIDATURE (LEFT   *
      * JOIN: I BANDI SENZA CANDIDATI RESTITUISCONO UNA SOLA RIGA CON  *
      * MATRICOLA ZERO), CON I DATI ATTUALI DEL CANDIDATO E L'ULTIMO   *
      * GIUDIZIO CWVALUTA IN ORDINE DI ANNO                            *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-BAN65 CURSOR FOR
                    SELECT  B.ID_BANDO,
                            B.DIPARTIMENTO,
                            B.QUALIFICA_INTERNA,
                            B.DESCRIZIONE,
                            B.DATA_CHIUSURA,
                            COALESCE(C.COD_MATRICOLA_DIP, 0),
                            COALESCE(C.DATA_CANDIDATURA, ' '),
                            COALESCE(D.COGNOME, ' '),
                            COALESCE(D.NOME, ' '),
                            COALESCE(D.QUALIFICA_INTERNA, ' '),
                            COALESCE(D.DIPARTIMENTO, ' '),
                            COALESCE(D.DATA_ASSUNZIONE, ' '),
                            COALESCE((SELECT V.COD_GIUDIZIO
                                      FROM  CPS04.CWVALUTA V
                                      WHERE V.COD_MATRICOLA_DIP =
                                            C.COD_MATRICOLA_DIP
                                      AND   V.ANNO =
                                           (SELECT MAX(V2.ANNO)
                                            FROM  CPS04.CWVALUTA V2
                                            WHERE V2.COD_MATRICOLA_DIP =
                                                  C.COD_MATRICOLA_DIP)),
                                     ' '),
                            COALESCE((SELECT MAX(V.ANNO)
                                      FROM  CPS04.CWVALUTA V
                                      WHERE V.COD_MATRICOLA_DIP =
                                            C.COD_MATRICOLA_DIP), 0)
                    FROM  CPS04.CWBANDOI B
                          LEFT OUTER JOIN CPS04.CWCANDIN C
                            ON  C.ID_BANDO = B.ID_BANDO
                          LEFT OUTER JOIN CPS04.CWDIPENDENTI D
                            ON  D.COD_MATRICOLA_DIP =
                                C.COD_MATRICOLA_DIP
                    WHERE B.STATO_BANDO    = 'A'
                    AND   B.DATA_CHIUSURA  < :W-BR-DATA
                    ORDER BY B.ID_BANDO,
                             C.DATA_CANDIDATURA,
                             C.COD_MATRICOLA_DIP
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

           OPEN OUTPUT BANDIREP.
           IF NOT FS-BANDIREP-OK
              DISPLAY '** ERRORE OPEN BANDIREP, FILE STATUS: '
                      W-FS-BANDIREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           MOVE R-INTESTAZ-1   TO BANDIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-BR-DATA      TO RI-DATA-RUN.
           MOVE R-INTESTAZ-2   TO BANDIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE 0 TO W-BANDO-PREC.
           EXEC SQL OPEN CUR-BAN65 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-BAN65 END-EXEC.

           IF W-CONTA-BANDI > 0
              PERFORM 2400-CHIUDI-BANDO
           END-IF.

      * ---
      * I BANDI ELENCATI PASSANO IN SELEZIONE: NON RICEVONO PIU'
      * CANDIDATURE E NON VENGONO RISTAMPATI DAI RUN SUCCESSIVI
      * ---
           EXEC SQL UPDATE CPS04.CWBANDOI
                       SET STATO_BANDO   = 'S'
                     WHERE STATO_BANDO   = 'A'
                     AND   DATA_CHIUSURA < :W-BR-DATA
           END-EXEC.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-BAN65
                    INTO  :DCL-CWBANDOI.ID-BANDO,
                          :DCL-CWBANDOI.DIPARTIMENTO,
                          :DCL-CWBANDOI.QUALIFICA-INTERNA,
                          :DCL-CWBANDOI.DESCRIZIONE,
                          :DCL-CWBANDOI.DATA-CHIUSURA,
                          :W-MATRICOLA,
                          :W-DATA-CANDIDATURA,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.NOME,
                          :DCL-CPSDIP.QUALIFICA-INTERNA,
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CPSDIP.DATA-ASSUNZIONE,
                          :W-GIUDIZIO,
                          :W-ANNO-GIUDIZIO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF ID-BANDO OF DCL-CWBANDOI NOT = W-BANDO-PREC
                 IF W-CONTA-BANDI > 0
                    PERFORM 2400-CHIUDI-BANDO
                 END-IF
                 PERFORM 2200-STAMPA-BANDO
              END-IF
              IF W-MATRICOLA NOT = 0
                 PERFORM 2300-STAMPA-CANDIDATO
              END-IF
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * TESTATA DEL BANDO E INTESTAZIONE DELLE COLONNE DEI CANDIDATI   *
      ******************************************************************
       2200-STAMPA-BANDO SECTION.
      *-----------------*
           ADD 1 TO W-CONTA-BANDI.
           MOVE 0 TO W-CANDIDATI-BANDO.
           MOVE ID-BANDO OF DCL-CWBANDOI TO W-BANDO-PREC.

           MOVE R-RIGA-VUOTA     TO BANDIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE ID-BANDO          OF DCL-CWBANDOI TO RB-ID-BANDO.
           MOVE DIPARTIMENTO      OF DCL-CWBANDOI TO RB-DIPARTIMENTO.
           MOVE QUALIFICA-INTERNA OF DCL-CWBANDOI TO RB-QUALIFICA.
           MOVE DATA-CHIUSURA     OF DCL-CWBANDOI TO RB-DATA-CHIUSURA.
           MOVE DESCRIZIONE       OF DCL-CWBANDOI TO RB-DESCRIZIONE.
           MOVE R-RIGA-BANDO     TO BANDIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3     TO BANDIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2200-EX. EXIT.
      *
      *
       2300-STAMPA-CANDIDATO SECTION.
      *---------------------*
           ADD 1 TO W-CANDIDATI-BANDO.
           ADD 1 TO W-CONTA-CANDIDATI.
           PERFORM 2350-CALCOLA-ANZIANITA.

           MOVE W-MATRICOLA       TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP TO RD-COGNOME.
           MOVE NOME              OF DCL-CPSDIP TO RD-NOME.
           MOVE QUALIFICA-INTERNA OF DCL-CPSDIP TO RD-QUALIFICA.
           MOVE DIPARTIMENTO      OF DCL-CPSDIP TO RD-DIPARTIMENTO.
           MOVE W-ANNI-ANZIANITA  TO RD-ANNI.
           MOVE W-GIUDIZIO        TO RD-GIUDIZIO.
           IF W-ANNO-GIUDIZIO = 0
              MOVE SPACES          TO RD-ANNO-GIUDIZIO
           ELSE
              MOVE W-ANNO-GIUDIZIO    TO W-ANNO-GIUDIZIO-ED
              MOVE W-ANNO-GIUDIZIO-ED TO RD-ANNO-GIUDIZIO
           END-IF.
           MOVE W-DATA-CANDIDATURA TO RD-DATA-CANDIDATURA.
           MOVE R-RIGA-DETT       TO BANDIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * ANZIANITA' IN ANNI COMPIUTI ALLA DATA DEL RUN: DALLA DATA DI   *
      * ASSUNZIONE O, DOVE PRESENTE, DALL'ANZIANITA' CONVENZIONALE     *
      * CPS04.CWANZCON (VEDI 2150-ANZIANITA-EFFETTIVA DI CW49DEMO)     *
      ******************************************************************
       2350-CALCOLA-ANZIANITA SECTION.
      *----------------------*
           MOVE 0 TO W-ANNI-ANZIANITA.
           EXEC SQL SELECT DATA_ANZIANITA
                      INTO :DCL-CWANZCON.DATA-ANZIANITA
                      FROM CPS04.CWANZCON
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = 0
              IF DATA-ANZIANITA OF DCL-CWANZCON (1:4) NUMERIC
                 MOVE DATA-ANZIANITA OF DCL-CWANZCON
                      TO DATA-ASSUNZIONE OF DCL-CPSDIP
              END-IF
           END-IF.

           MOVE DATA-ASSUNZIONE OF DCL-CPSDIP TO W-DATA-ANZ.
           IF W-ANZ-AAAA NOT NUMERIC OR
              W-ANZ-MM   NOT NUMERIC OR
              W-ANZ-GG   NOT NUMERIC
              GO TO 2350-EX
           END-IF.
           COMPUTE W-ANNI-ANZIANITA = W-BR-AAAA - W-ANZ-AAAA.
           IF W-BR-MM < W-ANZ-MM OR
             (W-BR-MM = W-ANZ-MM AND W-BR-GG < W-ANZ-GG)
              SUBTRACT 1 FROM W-ANNI-ANZIANITA
           END-IF.
           IF W-ANNI-ANZIANITA < 0
              MOVE 0 TO W-ANNI-ANZIANITA
           END-IF.

       2350-EX. EXIT.
      *
      *
      ******************************************************************
      * CHIUSURA DEL BANDO PRECEDENTE ALLA ROTTURA: RIGA DI AVVISO SE  *
      * NON HA RICEVUTO CANDIDATURE                                    *
      ******************************************************************
       2400-CHIUDI-BANDO SECTION.
      *-----------------*
           IF W-CANDIDATI-BANDO = 0
              MOVE R-RIGA-NESSUN-CANDIDATO TO BANDIREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.

       2400-EX. EXIT.
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
           MOVE BANDIREP-REC    TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE BANDIREP-REC.

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
           MOVE 'CANDIDATI BANDI   ' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CX65DEMO'      TO SP-UTENTE-RUN.
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
           CLOSE BANDIREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-BANDI    TO W-BR-LETTI
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
           IF W-CONTA-BANDI = 0
              MOVE R-RIGA-NESSUNO TO BANDIREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.
           MOVE R-RIGA-VUOTA      TO BANDIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-BANDI     TO RT-BANDI.
           MOVE R-RIGA-TOT-1      TO BANDIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-CANDIDATI TO RT-CANDIDATI.
           MOVE R-RIGA-TOT-2      TO BANDIREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CX65DEMO - BANDI CHIUSI ELENCATI : ' W-CONTA-BANDI.
           DISPLAY 'CX65DEMO - CANDIDATURE ELENCATE  : '
                   W-CONTA-CANDIDATI.

           CLOSE BANDIREP.
           CLOSE SPOOL.

           MOVE W-CONTA-BANDI    TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
