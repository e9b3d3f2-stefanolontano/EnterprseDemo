       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX91DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : TABULATO SETTIMANALE PER IL DPO DELLE        *
      *                   ISTANZE GDPR SCADUTE O IN SCADENZA           *
      * TIPO OPERAZIONE : BATCH DI STAMPA                              *
      * TABELLE USATE   : CPS04.CWRICGDP, CPS04.CWPARAM                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH SETTIMANALE SUL REGISTRO DELLE ISTANZE DEGLI INTERESSATI *
      * (CWRICGDP, CX90DEMO). PER LE ISTANZE ANCORA APERTE O ACCOLTE   *
      * (CANCELLAZIONI IN ATTESA DI CW55DEMO) CONFRONTA LA SCADENZA    *
      * EFFETTIVA (QUELLA PROROGATA, SE C'E') CON LA DATA DI LANCIO:   *
      *   1 - ISTANZE CON SCADENZA GIA' SUPERATA, DALLA PIU' VECCHIA;  *
      *   2 - ISTANZE CHE SCADONO ENTRO I GIORNI DI PREAVVISO          *
      *       (PARAMETRO CWPARAM 'GDPRGGPRE', DEFAULT 7).              *
      * IN CODA IL RIEPILOGO DELLE ISTANZE APERTE IN TOTALE.           *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GDPRREP        ASSIGN TO GDPRREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-GDPRREP.

       DATA DIVISION.
       FILE SECTION.
       FD  GDPRREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  GDPRREP-REC                    PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX91DEMO'.
       01  W-FS-GDPRREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-GDPRREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-RIGHE                  PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * GIORNI DI PREAVVISO (CWPARAM GDPRGGPRE) E GIORNI ALLA SCADENZA
      * ---
       01  W-GG-PREAVVISO                 PIC S9(5)   COMP-3 VALUE 7.
       01  W-GIORNI                       PIC S9(7)   COMP-3 VALUE 0.
       01  W-SCADENZA-EFF                 PIC X(10)   VALUE SPACES.
       01  W-GESTORE                      PIC X(8)    VALUE SPACES.
      * ---
      * SEZIONE IN STAMPA (1 = SCADUTE, 2 = IN SCADENZA) E CONTATORI
      * ---
       01  W-SEZIONE                      PIC X(1)    VALUE SPACE.
           88  W-SEZ-SCADUTE                          VALUE '1'.
           88  W-SEZ-IN-SCADENZA                      VALUE '2'.
       01  W-SCADUTE                      PIC S9(7)   COMP-3 VALUE 0.
       01  W-IN-SCADENZA                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-APERTE-TOT                   PIC S9(7)   COMP-3 VALUE 0.
       01  W-ACCOLTE-TOT                  PIC S9(7)   COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(40)  VALUE
               'ISTANZE GDPR SCADUTE O IN SCADENZA'.
           05  FILLER                     PIC X(8)   VALUE
               ' - AL : '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(22)  VALUE
               ' - PREAVVISO GIORNI : '.
           05  RI-PREAVVISO               PIC ZZZZ9.
           05  FILLER                     PIC X(48)  VALUE SPACES.
       01  R-TITOLO-SCADUTE.
           05  FILLER                     PIC X(44)  VALUE
               '1 - ISTANZE CON SCADENZA SUPERATA'.
           05  FILLER                     PIC X(89)  VALUE SPACES.
       01  R-TITOLO-IN-SCADENZA.
           05  FILLER                     PIC X(44)  VALUE
               '2 - ISTANZE IN SCADENZA ENTRO IL PREAVVISO'.
           05  FILLER                     PIC X(89)  VALUE SPACES.
       01  R-INTESTAZ-COLONNE.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(18)  VALUE
               '     ID T S MATR. '.
           05  FILLER                     PIC X(31)  VALUE
               'RICHIEDENTE'.
           05  FILLER                     PIC X(11)  VALUE
               'RICEZIONE'.
           05  FILLER                     PIC X(11)  VALUE
               'SCADENZA'.
           05  FILLER                     PIC X(7)   VALUE
               '   GG  '.
           05  FILLER                     PIC X(8)   VALUE
               'GESTORE'.
           05  FILLER                     PIC X(43)  VALUE SPACES.
       01  R-RIGA-ISTANZA.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-ID                      PIC ZZZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-TIPO                    PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-STATO                   PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-MATRICOLA               PIC ZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-RICHIEDENTE             PIC X(30).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-DATA-RIC                PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-SCADENZA                PIC X(10).
           05  RD-PROROGATA               PIC X(1).
           05  RD-GIORNI                  PIC ----9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-GESTORE                 PIC X(8).
           05  FILLER                     PIC X(43)  VALUE SPACES.
       01  R-RIGA-SUBTOT.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RS-TESTO                   PIC X(45).
           05  RS-NUMERO                  PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(75)  VALUE SPACES.
       01  R-RIGA-NESSUNA.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(45)  VALUE
               'NESSUNA ISTANZA'.
           05  FILLER                     PIC X(84)  VALUE SPACES.
       01  R-RIGA-LEGENDA.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(60)  VALUE
               'T: A=ACCESSO R=RETTIFICA C=CANCELLAZIONE L=LIMITAZIONE'.
           05  FILLER                     PIC X(69)  VALUE SPACES.
       01  R-RIGA-LEGENDA-2.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(60)  VALUE
               'S: A=APERTA P=CANCELLAZIONE ACCOLTA  * = SCADENZA PROROG
      -        'ATA'.
           05  FILLER                     PIC X(69)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

           EXEC SQL  INCLUDE CWGDPR  END-EXEC.

      * -------------------------------------------------------------- *
      * ISTANZE APERTE O ACCOLTE CHE SCADONO ENTRO IL PREAVVISO (O     *
      * GIA' SCADUTE), DALLA SCADENZA EFFETTIVA PIU' VECCHIA; IL       *
      * GESTORE E' L'ULTIMO OPERATORE CHE L'HA TRATTATA                *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-GDP91 CURSOR FOR
                    SELECT  G.ID_RICGDP,
                            G.TIPO_RICHIESTA,
                            G.STATO_RICHIESTA,
                            G.COD_MATRICOLA_DIP,
                            G.RICHIEDENTE,
                            G.DATA_RICEZIONE,
                            G.DATA_PROROGA,
                            CASE WHEN G.DATA_PROROGA = ' '
                                 THEN G.DATA_SCADENZA
                                 ELSE G.DATA_PROROGA
                            END,
                            CASE WHEN G.UTENTE_GESTIONE = ' '
                                 THEN G.UTENTE_REGISTRAZIONE
                                 ELSE G.UTENTE_GESTIONE
                            END,
                            DAYS(DATE(CASE WHEN G.DATA_PROROGA = ' '
                                           THEN G.DATA_SCADENZA
                                           ELSE G.DATA_PROROGA
                                      END))
                              - DAYS(DATE(:W-BR-DATA))
                    FROM    CPS04.CWRICGDP G
                    WHERE   G.STATO_RICHIESTA IN ('A', 'P')
                    AND     DAYS(DATE(CASE WHEN G.DATA_PROROGA = ' '
                                           THEN G.DATA_SCADENZA
                                           ELSE G.DATA_PROROGA
                                      END))
                              - DAYS(DATE(:W-BR-DATA))
                              <= :W-GG-PREAVVISO
                    ORDER BY 10, 1
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
           PERFORM 1100-LEGGI-PARAMETRI.

           OPEN OUTPUT GDPRREP.
           IF NOT FS-GDPRREP-OK
              DISPLAY '** ERRORE OPEN GDPRREP, FILE STATUS: '
                      W-FS-GDPRREP
              STOP RUN
           END-IF.

           MOVE W-BR-DATA      TO RI-DATA.
           MOVE W-GG-PREAVVISO TO RI-PREAVVISO.
           MOVE R-INTESTAZ-1   TO GDPRREP-REC.
           WRITE GDPRREP-REC.
           MOVE R-RIGA-VUOTA   TO GDPRREP-REC.
           WRITE GDPRREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * GIORNI DI PREAVVISO DA CPS04.CWPARAM, 7 SE IL PARAMETRO NON E' *
      * CENSITO                                                        *
      ******************************************************************
       1100-LEGGI-PARAMETRI SECTION.
      *--------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'GDPRGGPRE'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-GG-PREAVVISO
           END-IF.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2100-STAMPA-ISTANZE.
           PERFORM 2500-CONTA-APERTE.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * LE ISTANZE ARRIVANO IN ORDINE DI GIORNI ALLA SCADENZA: PRIMA   *
      * LE SCADUTE (GIORNI NEGATIVI), POI QUELLE NEL PREAVVISO. OGNI   *
      * SEZIONE HA LA SUA TESTATA E IL SUO CONTEGGIO                   *
      ******************************************************************
       2100-STAMPA-ISTANZE SECTION.
      *-------------------*
           MOVE R-TITOLO-SCADUTE   TO GDPRREP-REC.
           WRITE GDPRREP-REC.
           MOVE R-INTESTAZ-COLONNE TO GDPRREP-REC.
           WRITE GDPRREP-REC.
           SET W-SEZ-SCADUTE       TO TRUE.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-GDP91 END-EXEC.

           PERFORM 2150-FETCH-ISTANZA UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-GDP91 END-EXEC.

           IF W-SEZ-SCADUTE
              PERFORM 2300-CHIUDI-SCADUTE
              PERFORM 2350-APRI-IN-SCADENZA
           END-IF.
           IF W-IN-SCADENZA = 0
              MOVE R-RIGA-NESSUNA TO GDPRREP-REC
              WRITE GDPRREP-REC
           END-IF.
           MOVE 'ISTANZE IN SCADENZA NEL PREAVVISO' TO RS-TESTO.
           MOVE W-IN-SCADENZA                      TO RS-NUMERO.
           MOVE R-RIGA-SUBTOT TO GDPRREP-REC.
           WRITE GDPRREP-REC.
           MOVE R-RIGA-VUOTA  TO GDPRREP-REC.
           WRITE GDPRREP-REC.

       2100-EX. EXIT.
      *
      *
       2150-FETCH-ISTANZA SECTION.
      *------------------*
           EXEC SQL FETCH CUR-GDP91
                    INTO  :DCL-CWRICGDP.ID-RICGDP,
                          :DCL-CWRICGDP.TIPO-RICHIESTA,
                          :DCL-CWRICGDP.STATO-RICHIESTA,
                          :DCL-CWRICGDP.COD-MATRICOLA-DIP,
                          :DCL-CWRICGDP.RICHIEDENTE,
                          :DCL-CWRICGDP.DATA-RICEZIONE,
                          :DCL-CWRICGDP.DATA-PROROGA,
                          :W-SCADENZA-EFF,
                          :W-GESTORE,
                          :W-GIORNI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF W-GIORNI >= 0 AND W-SEZ-SCADUTE
                 PERFORM 2300-CHIUDI-SCADUTE
                 PERFORM 2350-APRI-IN-SCADENZA
              END-IF
              PERFORM 2200-STAMPA-ISTANZA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2150-EX. EXIT.
      *
      *
       2200-STAMPA-ISTANZA SECTION.
      *-------------------*
           ADD 1 TO W-CONTA-RIGHE.
           IF W-SEZ-SCADUTE
              ADD 1 TO W-SCADUTE
           ELSE
              ADD 1 TO W-IN-SCADENZA
           END-IF.

           MOVE ID-RICGDP         OF DCL-CWRICGDP TO RD-ID.
           MOVE TIPO-RICHIESTA    OF DCL-CWRICGDP TO RD-TIPO.
           MOVE STATO-RICHIESTA   OF DCL-CWRICGDP TO RD-STATO.
           MOVE COD-MATRICOLA-DIP OF DCL-CWRICGDP TO RD-MATRICOLA.
           MOVE RICHIEDENTE       OF DCL-CWRICGDP TO RD-RICHIEDENTE.
           MOVE DATA-RICEZIONE    OF DCL-CWRICGDP TO RD-DATA-RIC.
           MOVE W-SCADENZA-EFF                    TO RD-SCADENZA.
           IF DATA-PROROGA OF DCL-CWRICGDP = SPACES
              MOVE SPACE                          TO RD-PROROGATA
           ELSE
              MOVE '*'                            TO RD-PROROGATA
           END-IF.
           MOVE W-GIORNI                          TO RD-GIORNI.
           MOVE W-GESTORE                         TO RD-GESTORE.
           MOVE R-RIGA-ISTANZA TO GDPRREP-REC.
           WRITE GDPRREP-REC.

       2200-EX. EXIT.
      *
      *
       2300-CHIUDI-SCADUTE SECTION.
      *-------------------*
           IF W-SCADUTE = 0
              MOVE R-RIGA-NESSUNA TO GDPRREP-REC
              WRITE GDPRREP-REC
           END-IF.
           MOVE 'ISTANZE CON SCADENZA SUPERATA' TO RS-TESTO.
           MOVE W-SCADUTE                       TO RS-NUMERO.
           MOVE R-RIGA-SUBTOT TO GDPRREP-REC.
           WRITE GDPRREP-REC.
           MOVE R-RIGA-VUOTA  TO GDPRREP-REC.
           WRITE GDPRREP-REC.

       2300-EX. EXIT.
      *
      *
       2350-APRI-IN-SCADENZA SECTION.
      *---------------------*
           SET W-SEZ-IN-SCADENZA    TO TRUE.
           MOVE R-TITOLO-IN-SCADENZA TO GDPRREP-REC.
           WRITE GDPRREP-REC.
           MOVE R-INTESTAZ-COLONNE   TO GDPRREP-REC.
           WRITE GDPRREP-REC.

       2350-EX. EXIT.
      *
      *
      ******************************************************************
      * RIEPILOGO: ISTANZE ANCORA DA EVADERE IN TOTALE, DI CUI LE      *
      * CANCELLAZIONI GIA' ACCOLTE IN ATTESA DELL'ANONIMIZZAZIONE      *
      ******************************************************************
       2500-CONTA-APERTE SECTION.
      *-----------------*
           EXEC SQL SELECT COUNT(*)
                      INTO :W-APERTE-TOT
                      FROM CPS04.CWRICGDP
                     WHERE STATO_RICHIESTA IN ('A', 'P')
           END-EXEC.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-ACCOLTE-TOT
                      FROM CPS04.CWRICGDP
                     WHERE STATO_RICHIESTA = 'P'
           END-EXEC.

       2500-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE GDPRREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-RIGHE TO W-BR-LETTI
              MOVE W-CONTA-RIGHE TO W-BR-SCRITTI
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
           MOVE 'ISTANZE APERTE O ACCOLTE IN TOTALE' TO RS-TESTO.
           MOVE W-APERTE-TOT                        TO RS-NUMERO.
           MOVE R-RIGA-SUBTOT TO GDPRREP-REC.
           WRITE GDPRREP-REC.
           MOVE 'DI CUI CANCELLAZIONI IN ATTESA DI CW55DEMO'
                                                    TO RS-TESTO.
           MOVE W-ACCOLTE-TOT                       TO RS-NUMERO.
           MOVE R-RIGA-SUBTOT TO GDPRREP-REC.
           WRITE GDPRREP-REC.
           MOVE R-RIGA-VUOTA     TO GDPRREP-REC.
           WRITE GDPRREP-REC.
           MOVE R-RIGA-LEGENDA   TO GDPRREP-REC.
           WRITE GDPRREP-REC.
           MOVE R-RIGA-LEGENDA-2 TO GDPRREP-REC.
           WRITE GDPRREP-REC.

           DISPLAY 'CX91DEMO - ISTANZE SCADUTE        : '
                   W-SCADUTE.
           DISPLAY 'CX91DEMO - ISTANZE IN SCADENZA    : '
                   W-IN-SCADENZA.

           CLOSE GDPRREP.

           MOVE W-CONTA-RIGHE TO W-BR-LETTI.
           MOVE W-CONTA-RIGHE TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
