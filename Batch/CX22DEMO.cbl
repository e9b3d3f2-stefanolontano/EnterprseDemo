      * OGGETTO         : ESPURGO PERIODICO DEI PROVVEDIMENTI         *
      *                   DISCIPLINARI OLTRE IL PERIODO DI LEGGE       *
      * TIPO OPERAZIONE : BATCH DI CANCELLAZIONE                       *
      * TABELLE USATE   : CPS04.CWPROVV, CPS04.CWPARAM,                *
      *                   CPS04.CWINDDOC, CPS04.CWBLOLEG,              *
      *                   DMSCANC (RICHIESTE AL DMS)                   *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  OLTRE AI PROVVEDIMENTI, I DOCUMENTI DEL         *
      *                FASCICOLO INDICIZZATI SU CWINDDOC CON CLASSE DI *
      *                CONSERVAZIONE 'D' PIU' VECCHI DELLA STESSA      *
      *                SOGLIA VENGONO RICHIESTI IN CANCELLAZIONE AL    *
      *                DMS (FILE DMSCANC, COPY CWDMSC) E MARCATI CON   *
      *                STATO 'C'                                       *
      * 15/10/2026 GM  PROVVEDIMENTI E DOCUMENTI DISCIPLINARI DELLE    *
      *                MATRICOLE IN BLOCCO LEGALE (CWBLOLEG, VEDI      *
      *                CY34DEMO) NON VENGONO ESPUNTI NE' RICHIESTI AL  *
      *                DMS E SONO ELENCATI PER MATRICOLA SUL LOG       *
      ******************************************************************
      ******************************************************************
      * BATCH PERIODICO, NELLO SPIRITO DELL'ANONIMIZZAZIONE CW55DEMO: *
      * IL PERIODO E' IL PARAMETRO CWPARAM 'MESIPRVV' (MESI, DEFAULT   *
      * 24): OLTRE QUEL TERMINE LA LEGGE NON CONSENTE PIU' DI TENERLI  *
      * AGLI ATTI E L'ARMADIETTO CHIUSO A CHIAVE NON FA ECCEZIONE.     *
      * LO STESSO VALE PER I DOCUMENTI DISCIPLINARI ARCHIVIATI SUL DMS *
      * (CLASSE 'D' DELL'INDICE CWINDDOC): NE VIENE RICHIESTA LA       *
      * CANCELLAZIONE SUL FILE DMSCANC, CON LO STESSO TRACCIATO DI     *
      * CW55DEMO (MOTIVO 'E').                                         *
      * PROVVEDIMENTI E DOCUMENTI DELLE MATRICOLE IN BLOCCO LEGALE     *
      * (CPS04.CWBLOLEG, CY34DEMO) RESTANO AGLI ATTI: SONO ELENCATI    *
      * PER MATRICOLA SUL LOG DEL JOB (VEDI 2200) E VENGONO ESPUNTI AL *
      * PRIMO RUN DOPO IL RILASCIO DEL BLOCCO.                         *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMSCANC        ASSIGN TO DMSCANC
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-DMSCANC.

       DATA DIVISION.
       FILE SECTION.
      * RICHIESTE DI CANCELLAZIONE AL DMS (STESSO TRACCIATO DI CW55DEMO)
       FD  DMSCANC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DMSCANC-REC                    PIC X(80).

       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
      *      TRACCIATO RECORD DEL FILE DMSCANC (RICHIESTE AL DMS)      *
      * -------------------------------------------------------------- *
           COPY CWDMSC.
      * -------------------------------------------------------------- *
      *    REGISTRAZIONE DEL RUN SU CPS04.CWBATCHRUN (VEDI COPY CWBRUN *
      *    E LA CONSULTAZIONE OPERATIVA CW44DEMO)                      *
      * -------------------------------------------------------------- *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX22DEMO'.
       01  W-CONTA-ESPURGHI               PIC S9(5)   COMP-3 VALUE 0.
       01  W-FS-DMSCANC                   PIC  X(2)   VALUE ZEROES.
           88  FS-DMSCANC-OK                          VALUE '00'.
       01  W-SQLCODE-DMS                  PIC S9(3)   COMP VALUE +0.
           88  W-DMS-OK              VALUE +0.
           88  W-DMS-FINE            VALUE +100.
       01  W-CONTA-DMS                    PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * RIGHE NON ESPUNTE PER BLOCCO LEGALE (VEDI 2200)
      * ---
       01  W-SQLCODE-BLO                  PIC S9(3)   COMP VALUE +0.
           88  W-BLO-OK              VALUE +0.
           88  W-BLO-FINE            VALUE +100.
       01  W-BLO-OGGETTO                  PIC X(13)   VALUE SPACES.
       01  W-BLO-MATRICOLA                PIC S9(5)   COMP-3 VALUE 0.
       01  W-BLO-RIGHE                    PIC S9(9)   COMP VALUE +0.
       01  W-BLO-MATR-ED                  PIC 9(5)    VALUE ZERO.
       01  W-BLO-RIGHE-ED                 PIC ZZZ.ZZ9.
       01  W-CONTA-BLOCCATI               PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * DATA SOGLIA = OGGI MENO I MESI DI CONSERVAZIONE (CWPARAM
      * 'MESIPRVV', DEFAULT 24)

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

           EXEC SQL  INCLUDE CWIDOC  END-EXEC.

           EXEC SQL  INCLUDE CWBLEG  END-EXEC.

      * -------------------------------------------------------------- *
      * DOCUMENTI DISCIPLINARI DEL FASCICOLO ANCORA ATTIVI E PIU'      *
      * VECCHI DELLA DATA SOGLIA, DA RICHIEDERE IN CANCELLAZIONE AL DMS*
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DMS22 CURSOR FOR
                    SELECT  D.ID_DOC_DMS,
                            D.COD_MATRICOLA_DIP,
                            D.CATEGORIA_DOC,
                            D.CLASSE_CONSERV
                    FROM CPS04.CWINDDOC D
                    WHERE D.CLASSE_CONSERV = 'D'
                    AND   D.STATO_DOC      = 'A'
                    AND   D.DATA_DOC       < :W-DATA-SOGLIA
                    AND   NOT EXISTS
                         (SELECT 1
                          FROM  CPS04.CWBLOLEG B
                          WHERE B.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                          AND   B.DATA_INIZIO   <= :W-BR-DATA
                          AND   B.DATA_RILASCIO >  :W-BR-DATA)
                    ORDER BY D.ID_DOC_DMS
           END-EXEC.

      * -------------------------------------------------------------- *
      * PROVVEDIMENTI E DOCUMENTI DISCIPLINARI OLTRE LA SOGLIA DELLE   *
      * MATRICOLE IN BLOCCO LEGALE ALLA DATA DEL RUN, PER MATRICOLA    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-BLO22 CURSOR FOR
                    SELECT  'PROVVEDIMENTI',
                            P.COD_MATRICOLA_DIP,
                            COUNT(*)
                    FROM CPS04.CWPROVV P
                    WHERE P.DATA_PROVV < :W-DATA-SOGLIA
                    AND   EXISTS
                         (SELECT 1
                          FROM  CPS04.CWBLOLEG B
                          WHERE B.COD_MATRICOLA_DIP =
                                P.COD_MATRICOLA_DIP
                          AND   B.DATA_INIZIO   <= :W-BR-DATA
                          AND   B.DATA_RILASCIO >  :W-BR-DATA)
                    GROUP BY P.COD_MATRICOLA_DIP
                    UNION ALL
                    SELECT  'DOCUMENTI DMS',
                            D.COD_MATRICOLA_DIP,
                            COUNT(*)
                    FROM CPS04.CWINDDOC D
                    WHERE D.CLASSE_CONSERV = 'D'
                    AND   D.STATO_DOC      = 'A'
                    AND   D.DATA_DOC       < :W-DATA-SOGLIA
                    AND   EXISTS
                         (SELECT 1
                          FROM  CPS04.CWBLOLEG B
                          WHERE B.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                          AND   B.DATA_INIZIO   <= :W-BR-DATA
                          AND   B.DATA_RILASCIO >  :W-BR-DATA)
                    GROUP BY D.COD_MATRICOLA_DIP
                    ORDER BY 2, 1
           END-EXEC.

       PROCEDURE DIVISION.
      *---
       0000-MAIN SECTION.
       1000-INIZIO-ELAB SECTION.
      *----------------*
           PERFORM 1900-REGISTRA-INIZIO.

           OPEN OUTPUT DMSCANC.
           IF NOT FS-DMSCANC-OK
              DISPLAY '** ERRORE OPEN DMSCANC, FILE STATUS: '
                      W-FS-DMSCANC
              STOP RUN
           END-IF.
       1000-EX. EXIT.
      *
      *
           ADD 1 TO W-SOG-MM.
           MOVE W-BR-GG TO W-SOG-GG.

           PERFORM 2200-ELENCA-BLOCCATI.

           EXEC SQL DELETE FROM CPS04.CWPROVV P
                     WHERE P.DATA_PROVV < :W-DATA-SOGLIA
                     AND   NOT EXISTS
                          (SELECT 1
                           FROM  CPS04.CWBLOLEG B
                           WHERE B.COD_MATRICOLA_DIP =
                                 P.COD_MATRICOLA_DIP
                           AND   B.DATA_INIZIO   <= :W-BR-DATA
                           AND   B.DATA_RILASCIO >  :W-BR-DATA)
           END-EXEC.
           MOVE SQLERRD(3) TO W-CONTA-ESPURGHI.

           PERFORM 2100-RICHIEDI-CANC-DMS.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * I DOCUMENTI DISCIPLINARI DEL FASCICOLO (CLASSE 'D' DI          *
      * CWINDDOC) PIU' VECCHI DELLA SOGLIA VENGONO RICHIESTI IN        *
      * CANCELLAZIONE AL DMS SUL FILE DMSCANC (MOTIVO 'E') E MARCATI   *
      * CON STATO 'C'; LA RIGA SPARISCE QUANDO IL DMS NE CONFERMA LA   *
      * CANCELLAZIONE (CY23DEMO)                                       *
      ******************************************************************
       2100-RICHIEDI-CANC-DMS SECTION.
      *----------------------*
           EXEC SQL OPEN CUR-DMS22 END-EXEC.
           MOVE 0 TO W-SQLCODE-DMS.
           PERFORM 2110-DOCUMENTO-DMS UNTIL W-DMS-FINE.
           EXEC SQL CLOSE CUR-DMS22 END-EXEC.

           EXEC SQL UPDATE CPS04.CWINDDOC D
                       SET STATO_DOC  = 'C',
                           DATA_AGG   = :W-BR-DATA,
                           UTENTE_AGG = :W-NOME-PGM
                     WHERE D.CLASSE_CONSERV = 'D'
                     AND   D.STATO_DOC      = 'A'
                     AND   D.DATA_DOC       < :W-DATA-SOGLIA
                     AND   NOT EXISTS
                          (SELECT 1
                           FROM  CPS04.CWBLOLEG B
                           WHERE B.COD_MATRICOLA_DIP =
                                 D.COD_MATRICOLA_DIP
                           AND   B.DATA_INIZIO   <= :W-BR-DATA
                           AND   B.DATA_RILASCIO >  :W-BR-DATA)
           END-EXEC.

       2100-EX. EXIT.
      *
      *
       2110-DOCUMENTO-DMS SECTION.
      *------------------*
           EXEC SQL FETCH CUR-DMS22
                    INTO :DCL-CWINDDOC.ID-DOC-DMS,
                         :DCL-CWINDDOC.COD-MATRICOLA-DIP,
                         :DCL-CWINDDOC.CATEGORIA-DOC,
                         :DCL-CWINDDOC.CLASSE-CONSERV
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-DMS.
           IF W-DMS-OK
              MOVE ID-DOC-DMS     OF DCL-CWINDDOC TO DC-ID-DMS
              MOVE COD-MATRICOLA-DIP OF DCL-CWINDDOC
                                                  TO DC-MATRICOLA
              MOVE CATEGORIA-DOC  OF DCL-CWINDDOC TO DC-CATEGORIA
              MOVE CLASSE-CONSERV OF DCL-CWINDDOC TO DC-CLASSE
              SET DC-MOTIVO-ESPURGO               TO TRUE
              MOVE W-BR-DATA                      TO DC-DATA-RICHIESTA
              MOVE W-NOME-PGM                     TO DC-PROGRAMMA
              WRITE DMSCANC-REC FROM R-DMSCANC
              ADD 1 TO W-CONTA-DMS
           END-IF.

       2110-EX. EXIT.
      *
      *
      ******************************************************************
      * MATRICOLE IN BLOCCO LEGALE: PROVVEDIMENTI E DOCUMENTI OLTRE LA *
      * SOGLIA NON VENGONO ESPUNTI E SONO ELENCATI SUL LOG DEL JOB     *
      ******************************************************************
       2200-ELENCA-BLOCCATI SECTION.
      *--------------------*
           EXEC SQL OPEN CUR-BLO22 END-EXEC.
           MOVE 0 TO W-SQLCODE-BLO.
           PERFORM 2210-BLOCCATO UNTIL W-BLO-FINE.
           EXEC SQL CLOSE CUR-BLO22 END-EXEC.

       2200-EX. EXIT.
      *
      *
       2210-BLOCCATO SECTION.
      *-------------*
           EXEC SQL FETCH CUR-BLO22
                    INTO :W-BLO-OGGETTO,
                         :W-BLO-MATRICOLA,
                         :W-BLO-RIGHE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-BLO.
           IF W-BLO-OK
              MOVE W-BLO-MATRICOLA TO W-BLO-MATR-ED
              MOVE W-BLO-RIGHE     TO W-BLO-RIGHE-ED
              DISPLAY 'CX22DEMO - BLOCCO LEGALE, MATRICOLA '
                      W-BLO-MATR-ED ': ' W-BLO-RIGHE-ED ' '
                      W-BLO-OGGETTO ' NON ESPUNTI'
              ADD W-BLO-RIGHE TO W-CONTA-BLOCCATI
           END-IF.

       2210-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE DMSCANC.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-ESPURGHI TO W-BR-LETTI
      *-----------------------
           DISPLAY 'CX22DEMO - PROVVEDIMENTI ESPUNTI: '
                   W-CONTA-ESPURGHI.
           DISPLAY 'CX22DEMO - DOCUMENTI DMS DA CANCELLARE: '
                   W-CONTA-DMS.
           DISPLAY 'CX22DEMO - RIGHE IN BLOCCO LEGALE: '
                   W-CONTA-BLOCCATI.

           CLOSE DMSCANC.

           MOVE W-CONTA-ESPURGHI TO W-BR-LETTI.
           MOVE W-CONTA-ESPURGHI TO W-BR-SCRITTI.
