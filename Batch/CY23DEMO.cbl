       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY23DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : ALIMENTAZIONE NOTTURNA DELL'INDICE DEL       *
      *                   FASCICOLO DOCUMENTALE DAL FLUSSO DEL SISTEMA *
      *                   DI GESTIONE DOCUMENTALE (DMS)                *
      * TIPO OPERAZIONE : BATCH DI AGGIORNAMENTO                       *
      * TABELLE USATE   : CPS04.CWINDDOC, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWSTORICO, CPS04.CWBLOLEG,             *
      *                   DMSIN (FLUSSO DEL DMS),                      *
      *                   DMSREP (TABULATO)                            *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * IL DMS AZIENDALE CONSEGNA OGNI NOTTE IL FILE DMSIN CON I       *
      * DOCUMENTI DEL FASCICOLO PERSONALE ARCHIVIATI, VARIATI O        *
      * ELIMINATI NELLA GIORNATA (TRACCIATO FISSO DI 80 BYTE, VEDI     *
      * FD). PER OGNI RECORD:                                          *
      * - AZIONE 'I': IL DOCUMENTO VIENE INDICIZZATO SU CPS04.CWINDDOC *
      *   (AGGIORNATO SE L'IDENTIFICATIVO DMS E' GIA' PRESENTE,        *
      *   ALTRIMENTI INSERITO CON ORIGINE 'D' E STATO 'A'; LO STATO DI *
      *   UNA RIGA ESISTENTE NON VIENE TOCCATO);                       *
      * - AZIONE 'C': IL DOCUMENTO NON ESISTE PIU' SUL DMS (ANCHE A    *
      *   SEGUITO DELLE RICHIESTE DI CANCELLAZIONE DI CW55DEMO E       *
      *   CX22DEMO) E LA RIGA DELL'INDICE VIENE ELIMINATA, SALVO CHE   *
      *   LA MATRICOLA SIA IN BLOCCO LEGALE (CPS04.CWBLOLEG): IN TAL   *
      *   CASO LA RIGA E' CONSERVATA E SEGNALATA SUL TABULATO.         *
      * LA MATRICOLA DEVE ESISTERE SU CWDIPENDENTI O SU CWSTORICO;     *
      * CATEGORIA, CLASSE DI CONSERVAZIONE E DATA (AAAA-MM-GG) DEVONO  *
      * ESSERE VALIDE. I RECORD ERRATI SONO SCARTATI SUL TABULATO      *
      * DMSREP CON IL MOTIVO, SEGUITO DAI TOTALI DEL RUN.              *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMSIN          ASSIGN TO DMSIN
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-DMSIN.

           SELECT DMSREP         ASSIGN TO DMSREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-DMSREP.

       DATA DIVISION.
       FILE SECTION.
      * ---
      * FLUSSO DEL DMS: UN RECORD PER DOCUMENTO (AZIONE I=INDICIZZA,
      * C=DOCUMENTO ELIMINATO SUL DMS)
      * ---
       FD  DMSIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DMSIN-REC.
           05  DI-ID-DMS                  PIC X(20).
           05  DI-MATRICOLA               PIC X(5).
           05  DI-MATRICOLA-N REDEFINES DI-MATRICOLA
                                          PIC 9(5).
           05  DI-CATEGORIA               PIC X(2).
           05  DI-DATA-DOC.
               10  DI-DATA-AAAA           PIC X(4).
               10  DI-DATA-SEP1           PIC X(1).
               10  DI-DATA-MM             PIC X(2).
               10  DI-DATA-SEP2           PIC X(1).
               10  DI-DATA-GG             PIC X(2).
           05  DI-CLASSE                  PIC X(1).
           05  DI-DESCRIZIONE             PIC X(40).
           05  DI-AZIONE                  PIC X(1).
               88  DI-AZIONE-INDICIZZA               VALUE 'I'.
               88  DI-AZIONE-CANCELLA                VALUE 'C'.
           05  FILLER                     PIC X(1).

       FD  DMSREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  DMSREP-REC                     PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY23DEMO'.
       01  W-FS-DMSIN                     PIC  X(2)   VALUE ZEROES.
           88  FS-DMSIN-OK                            VALUE '00'.
       01  W-FS-DMSREP                    PIC  X(2)   VALUE ZEROES.
           88  FS-DMSREP-OK                           VALUE '00'.
       01  SW-FINE-DMSIN                  PIC X(1)    VALUE 'N'.
           88  FINE-DMSIN                             VALUE 'S'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-INSERITI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-AGGIORNATI             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-CANCELLATI             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCARTATI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-CONSERVATI             PIC S9(7)   COMP-3 VALUE 0.
       01  W-MATRICOLA                    PIC S9(5)   COMP-3 VALUE +0.
       01  W-NUM-TROVATI                  PIC S9(9)   COMP VALUE +0.
       01  W-MOTIVO-SCARTO                PIC X(50)   VALUE SPACES.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(48)  VALUE
               'FLUSSO DMS - INDICE DEL FASCICOLO DOCUMENTALE - '.
           05  FILLER                     PIC X(11)  VALUE
               'RUN DEL '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(64)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(10)  VALUE
               ' RECORD'.
           05  FILLER                     PIC X(22)  VALUE
               'ID DOCUMENTO DMS'.
           05  FILLER                     PIC X(7)   VALUE
               'MATR.'.
           05  FILLER                     PIC X(4)   VALUE
               'AZ.'.
           05  FILLER                     PIC X(90)  VALUE
               'MOTIVO DELLO SCARTO'.
       01  R-RIGA-SCARTO.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RS-NUM-RECORD              PIC ZZZZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-ID-DMS                  PIC X(20).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-MATRICOLA               PIC X(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-AZIONE                  PIC X(1).
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RS-MOTIVO                  PIC X(50).
           05  FILLER                     PIC X(40)  VALUE SPACES.
       01  R-RIGA-TOT-1.
           05  FILLER                     PIC X(24)  VALUE
               'RECORD LETTI         : '.
           05  RT-LETTI                   PIC ZZZZZZ9.
           05  FILLER                     PIC X(19)  VALUE
               '   SCARTATI      : '.
           05  RT-SCARTATI                PIC ZZZZZZ9.
           05  FILLER                     PIC X(19)  VALUE
               '   CONSERVATI    : '.
           05  RT-CONSERVATI              PIC ZZZZZZ9.
           05  FILLER                     PIC X(50)  VALUE SPACES.
       01  R-RIGA-TOT-2.
           05  FILLER                     PIC X(24)  VALUE
               'DOCUMENTI INSERITI   : '.
           05  RT-INSERITI                PIC ZZZZZZ9.
           05  FILLER                     PIC X(19)  VALUE
               '   AGGIORNATI    : '.
           05  RT-AGGIORNATI              PIC ZZZZZZ9.
           05  FILLER                     PIC X(19)  VALUE
               '   ELIMINATI     : '.
           05  RT-CANCELLATI              PIC ZZZZZZ9.
           05  FILLER                     PIC X(50)  VALUE SPACES.
       01  R-RIGA-NESSUNO                 PIC X(133) VALUE
           'NESSUN RECORD SCARTATO'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWIDOC  END-EXEC.

           EXEC SQL  INCLUDE CWBLEG  END-EXEC.

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

           OPEN INPUT DMSIN.
           IF NOT FS-DMSIN-OK
              DISPLAY '** ERRORE OPEN DMSIN, FILE STATUS: '
                      W-FS-DMSIN
              STOP RUN
           END-IF.

           OPEN OUTPUT DMSREP.
           IF NOT FS-DMSREP-OK
              DISPLAY '** ERRORE OPEN DMSREP, FILE STATUS: '
                      W-FS-DMSREP
              STOP RUN
           END-IF.

           MOVE W-BR-DATA         TO RI-DATA.
           MOVE R-INTESTAZ-1      TO DMSREP-REC.
           WRITE DMSREP-REC.
           MOVE R-RIGA-VUOTA      TO DMSREP-REC.
           WRITE DMSREP-REC.
           MOVE R-INTESTAZ-2      TO DMSREP-REC.
           WRITE DMSREP-REC.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2100-LEGGI-DMSIN.
           PERFORM 2200-ELABORA-RECORD UNTIL FINE-DMSIN.

           IF W-CONTA-SCARTATI = 0 AND W-CONTA-CONSERVATI = 0
              MOVE R-RIGA-NESSUNO TO DMSREP-REC
              WRITE DMSREP-REC
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-LEGGI-DMSIN SECTION.
      *----------------*
           READ DMSIN
              AT END
                 SET FINE-DMSIN TO TRUE
                 GO TO 2100-EX
           END-READ.
           IF NOT FS-DMSIN-OK
              DISPLAY '** ERRORE READ DMSIN, FILE STATUS: '
                      W-FS-DMSIN
              SET FINE-DMSIN TO TRUE
              GO TO 2100-EX
           END-IF.
           ADD 1 TO W-CONTA-LETTI.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * CONTROLLO DEL RECORD E AGGIORNAMENTO DELL'INDICE SECONDO       *
      * L'AZIONE; UN RECORD ERRATO VA SUL TABULATO CON IL MOTIVO       *
      ******************************************************************
       2200-ELABORA-RECORD SECTION.
      *-------------------*
           MOVE SPACES TO W-MOTIVO-SCARTO.
           PERFORM 2210-CONTROLLA-RECORD.

           IF W-MOTIVO-SCARTO NOT = SPACES
              PERFORM 2290-SCRIVI-SCARTO
           ELSE
              IF DI-AZIONE-CANCELLA
                 PERFORM 2400-ELIMINA-DOCUMENTO
              ELSE
                 PERFORM 2300-INDICIZZA-DOCUMENTO
              END-IF
           END-IF.

           PERFORM 2100-LEGGI-DMSIN.

       2200-EX. EXIT.
      *
      *
       2210-CONTROLLA-RECORD SECTION.
      *---------------------*
           IF NOT DI-AZIONE-INDICIZZA AND NOT DI-AZIONE-CANCELLA
              MOVE 'AZIONE NON VALIDA (AMMESSE I, C)'
                TO W-MOTIVO-SCARTO
              GO TO 2210-EX
           END-IF.

           IF DI-ID-DMS = SPACES
              MOVE 'IDENTIFICATIVO DMS MANCANTE' TO W-MOTIVO-SCARTO
              GO TO 2210-EX
           END-IF.

      * PER L'ELIMINAZIONE BASTA L'IDENTIFICATIVO DMS
           IF DI-AZIONE-CANCELLA
              GO TO 2210-EX
           END-IF.

           IF DI-MATRICOLA NOT NUMERIC
              MOVE 'MATRICOLA NON NUMERICA' TO W-MOTIVO-SCARTO
              GO TO 2210-EX
           END-IF.
           MOVE DI-MATRICOLA-N TO W-MATRICOLA.

           MOVE DI-CATEGORIA TO CATEGORIA-DOC OF DCL-CWINDDOC.
           IF NOT CATDOC-VALIDA
              MOVE 'CATEGORIA NON VALIDA (AMMESSE CO CE DI LE AL)'
                TO W-MOTIVO-SCARTO
              GO TO 2210-EX
           END-IF.

           MOVE DI-CLASSE TO CLASSE-CONSERV OF DCL-CWINDDOC.
           IF NOT CLASSE-VALIDA
              MOVE 'CLASSE DI CONSERVAZIONE NON VALIDA (AMMESSE P C D)'
                TO W-MOTIVO-SCARTO
              GO TO 2210-EX
           END-IF.

           IF DI-DATA-AAAA NOT NUMERIC
              OR DI-DATA-SEP1 NOT = '-'
              OR DI-DATA-MM   NOT NUMERIC
              OR DI-DATA-MM   < '01'
              OR DI-DATA-MM   > '12'
              OR DI-DATA-SEP2 NOT = '-'
              OR DI-DATA-GG   NOT NUMERIC
              OR DI-DATA-GG   < '01'
              OR DI-DATA-GG   > '31'
              MOVE 'DATA DOCUMENTO NON VALIDA (AAAA-MM-GG)'
                TO W-MOTIVO-SCARTO
              GO TO 2210-EX
           END-IF.

      * LA MATRICOLA DEVE ESSERE IN FORZA O CESSATA (STORICO)
           MOVE +0 TO W-NUM-TROVATI.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-NUM-TROVATI
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF W-NUM-TROVATI = +0
              EXEC SQL SELECT COUNT(*)
                         INTO :W-NUM-TROVATI
                         FROM  CPS04.CWSTORICO
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
              END-EXEC
           END-IF.
           IF W-NUM-TROVATI = +0
              MOVE 'MATRICOLA INESISTENTE (CWDIPENDENTI/CWSTORICO)'
                TO W-MOTIVO-SCARTO
           END-IF.

       2210-EX. EXIT.
      *
      *
       2290-SCRIVI-SCARTO SECTION.
      *------------------*
           ADD 1 TO W-CONTA-SCARTATI.
           PERFORM 2295-SCRIVI-RIGA.

       2290-EX. EXIT.
      *
      *
       2295-SCRIVI-RIGA SECTION.
      *----------------*
           MOVE W-CONTA-LETTI   TO RS-NUM-RECORD.
           MOVE DI-ID-DMS       TO RS-ID-DMS.
           MOVE DI-MATRICOLA    TO RS-MATRICOLA.
           MOVE DI-AZIONE       TO RS-AZIONE.
           MOVE W-MOTIVO-SCARTO TO RS-MOTIVO.
           MOVE R-RIGA-SCARTO   TO DMSREP-REC.
           WRITE DMSREP-REC.

       2295-EX. EXIT.
      *
      *
      ******************************************************************
      * INDICIZZAZIONE: AGGIORNA LA RIGA DELL'IDENTIFICATIVO DMS SE    *
      * ESISTE (LO STATO RESTA QUELLO CORRENTE), ALTRIMENTI LA         *
      * INSERISCE ATTIVA CON ORIGINE 'D'                               *
      ******************************************************************
       2300-INDICIZZA-DOCUMENTO SECTION.
      *------------------------*
           MOVE W-MATRICOLA    TO COD-MATRICOLA-DIP OF DCL-CWINDDOC.
           MOVE DI-ID-DMS      TO ID-DOC-DMS        OF DCL-CWINDDOC.
           MOVE DI-DATA-DOC    TO DATA-DOC          OF DCL-CWINDDOC.
           MOVE DI-DESCRIZIONE TO DESCRIZIONE       OF DCL-CWINDDOC.
           MOVE 'D'            TO ORIGINE           OF DCL-CWINDDOC.
           MOVE 'A'            TO STATO-DOC         OF DCL-CWINDDOC.
           MOVE W-BR-DATA      TO DATA-AGG          OF DCL-CWINDDOC.
           MOVE W-NOME-PGM     TO UTENTE-AGG        OF DCL-CWINDDOC.

           EXEC SQL UPDATE CPS04.CWINDDOC
                       SET COD_MATRICOLA_DIP =
                                :DCL-CWINDDOC.COD-MATRICOLA-DIP,
                           CATEGORIA_DOC  = :DCL-CWINDDOC.CATEGORIA-DOC,
                           DATA_DOC       = :DCL-CWINDDOC.DATA-DOC,
                           CLASSE_CONSERV =
                                :DCL-CWINDDOC.CLASSE-CONSERV,
                           DESCRIZIONE    = :DCL-CWINDDOC.DESCRIZIONE,
                           DATA_AGG       = :DCL-CWINDDOC.DATA-AGG,
                           UTENTE_AGG     = :DCL-CWINDDOC.UTENTE-AGG
                     WHERE ID_DOC_DMS     = :DCL-CWINDDOC.ID-DOC-DMS
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-AGGIORNATI
              GO TO 2300-EX
           END-IF.

           EXEC SQL INSERT INTO CPS04.CWINDDOC
                         VALUES (:DCL-CWINDDOC.COD-MATRICOLA-DIP,
                                 :DCL-CWINDDOC.ID-DOC-DMS,
                                 :DCL-CWINDDOC.CATEGORIA-DOC,
                                 :DCL-CWINDDOC.DATA-DOC,
                                 :DCL-CWINDDOC.CLASSE-CONSERV,
                                 :DCL-CWINDDOC.DESCRIZIONE,
                                 :DCL-CWINDDOC.ORIGINE,
                                 :DCL-CWINDDOC.STATO-DOC,
                                 :DCL-CWINDDOC.DATA-AGG,
                                 :DCL-CWINDDOC.UTENTE-AGG)
           END-EXEC.
           ADD 1 TO W-CONTA-INSERITI.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * IL DOCUMENTO NON ESISTE PIU' SUL DMS: LA RIGA DELL'INDICE VIENE*
      * ELIMINATA (UN IDENTIFICATIVO NON INDICIZZATO E' SCARTATO).     *
      * SE LA MATRICOLA DELLA RIGA E' IN BLOCCO LEGALE ALLA DATA DEL   *
      * RUN LA RIGA E' CONSERVATA E SEGNALATA SUL TABULATO             *
      ******************************************************************
       2400-ELIMINA-DOCUMENTO SECTION.
      *----------------------*
           MOVE DI-ID-DMS TO ID-DOC-DMS OF DCL-CWINDDOC.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-NUM-TROVATI
                      FROM CPS04.CWINDDOC D,
                           CPS04.CWBLOLEG B
                     WHERE D.ID_DOC_DMS        =
                                :DCL-CWINDDOC.ID-DOC-DMS
                       AND B.COD_MATRICOLA_DIP = D.COD_MATRICOLA_DIP
                       AND B.DATA_INIZIO      <= :W-BR-DATA
                       AND B.DATA_RILASCIO    >  :W-BR-DATA
           END-EXEC.
           IF W-NUM-TROVATI > 0
              MOVE 'MATRICOLA IN BLOCCO LEGALE: RIGA CONSERVATA'
                TO W-MOTIVO-SCARTO
              ADD 1 TO W-CONTA-CONSERVATI
              PERFORM 2295-SCRIVI-RIGA
              GO TO 2400-EX
           END-IF.

           EXEC SQL DELETE FROM CPS04.CWINDDOC
                     WHERE ID_DOC_DMS = :DCL-CWINDDOC.ID-DOC-DMS
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE 'DOCUMENTO NON PRESENTE NELL''INDICE'
                TO W-MOTIVO-SCARTO
              PERFORM 2290-SCRIVI-SCARTO
           ELSE
              ADD 1 TO W-CONTA-CANCELLATI
           END-IF.

       2400-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE DMSIN.
           CLOSE DMSREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI TO W-BR-LETTI
              COMPUTE W-BR-SCRITTI = W-CONTA-INSERITI
                                   + W-CONTA-AGGIORNATI
                                   + W-CONTA-CANCELLATI
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
           MOVE R-RIGA-VUOTA       TO DMSREP-REC.
           WRITE DMSREP-REC.
           MOVE W-CONTA-LETTI      TO RT-LETTI.
           MOVE W-CONTA-SCARTATI   TO RT-SCARTATI.
           MOVE W-CONTA-CONSERVATI TO RT-CONSERVATI.
           MOVE R-RIGA-TOT-1       TO DMSREP-REC.
           WRITE DMSREP-REC.
           MOVE W-CONTA-INSERITI   TO RT-INSERITI.
           MOVE W-CONTA-AGGIORNATI TO RT-AGGIORNATI.
           MOVE W-CONTA-CANCELLATI TO RT-CANCELLATI.
           MOVE R-RIGA-TOT-2       TO DMSREP-REC.
           WRITE DMSREP-REC.

           DISPLAY 'CY23DEMO - RECORD DMS LETTI              : '
                   W-CONTA-LETTI.
           DISPLAY 'CY23DEMO - DOCUMENTI INSERITI            : '
                   W-CONTA-INSERITI.
           DISPLAY 'CY23DEMO - DOCUMENTI AGGIORNATI          : '
                   W-CONTA-AGGIORNATI.
           DISPLAY 'CY23DEMO - DOCUMENTI ELIMINATI           : '
                   W-CONTA-CANCELLATI.
           DISPLAY 'CY23DEMO - RECORD SCARTATI               : '
                   W-CONTA-SCARTATI.
           DISPLAY 'CY23DEMO - RIGHE CONSERVATE (BLOCCO)     : '
                   W-CONTA-CONSERVATI.

           CLOSE DMSIN.
           CLOSE DMSREP.

           MOVE W-CONTA-LETTI TO W-BR-LETTI.
           COMPUTE W-BR-SCRITTI = W-CONTA-INSERITI
                                + W-CONTA-AGGIORNATI
                                + W-CONTA-CANCELLATI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
