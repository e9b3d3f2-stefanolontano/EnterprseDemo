       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY04DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : FILE MENSILE DEI CONTRIBUTI AI FONDI DI      *
      *                   PREVIDENZA COMPLEMENTARE (TFR E CONTRIBUTI)  *
      * TIPO OPERAZIONE : BATCH DI INTERFACCIA E STAMPA                *
      * TABELLE USATE   : CPS04.CWDESTFR, CPS04.CWFONDPE,              *
      *                   CPS04.CWDIPENDENTI, CPS04.CWCESSAZ,          *
      *                   CPS04.CWRETRIB, CPS04.CWRETSTO               *
      * FILE PRODOTTI   : PREVFOND (FILE PER I FONDI), PREVREP         *
      *                   (TABULATO DI QUADRATURA)                     *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE (LANCIATO A INIZIO MESE SUL MESE APPENA CHIUSO)  *
      * CHE CALCOLA, PER OGNI MATRICOLA IN SERVIZIO NEL MESE LA CUI    *
      * DESTINAZIONE DEL TFR IN VIGORE A FINE MESE (CWDESTFR, VEDI     *
      * CY03DEMO) E' UN FONDO PENSIONE ('F') O LA TESORERIA INPS ('T'):*
      *   - RETRIBUZIONE DEL MESE = RETRIB_BASE IN VIGORE A FINE MESE  *
      *     (CWRETRIB/CWRETSTO), DOPPIA A DICEMBRE PER LA TREDICESIMA  *
      *     (STESSO CRITERIO DI CW88DEMO)                              *
      *   - QUOTA TFR = RETRIBUZIONE DEL MESE / 13,5                   *
      *   - CONTRIBUTO DEL DIPENDENTE E DEL DATORE = RETRIBUZIONE DEL  *
      *     MESE PER LE PERCENTUALI DELLA SCELTA                       *
      * IL FILE PREVFOND HA PER OGNI FONDO UNA TESTATA 'H' CON IL      *
      * CODICE DI ADESIONE DELL'AZIENDA, UNA RIGA 'D' PER ADERENTE E   *
      * UNA CODA 'T' CON NUMERO RIGHE, TOTALI PER VOCE E TOTALE DI     *
      * CONTROLLO DA RICONCILIARE CON LA DISTINTA DEL FONDO. LE QUOTE  *
      * DELLA TESORERIA INPS NON VANNO SUL FILE (SI VERSANO CON LA     *
      * DENUNCIA CONTRIBUTIVA) E SONO SOLO TOTALIZZATE SUL TABULATO.   *
      * IL TABULATO PREVREP RIPORTA IL DETTAGLIO, I TOTALI PER FONDO,  *
      * IL TOTALE DEL FILE E L'ESITO DELLA QUADRATURA TRA RIGHE 'D' E  *
      * CODE 'T'. IL RILANCIO E' IDEMPOTENTE (NESSUN AGGIORNAMENTO).   *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVFOND       ASSIGN TO PREVFOND
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PREVFOND.

           SELECT PREVREP        ASSIGN TO PREVREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PREVREP.

       DATA DIVISION.
       FILE SECTION.
      * ---
      * FILE PER I FONDI PENSIONE: TESTATA 'H', RIGHE 'D' E CODA 'T'
      * PER OGNI FONDO, SULLO STESSO TRACCIATO DI 112 CARATTERI
      * ---
       FD  PREVFOND
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  PREVFOND-REC.
           05  PF-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1).
           05  PF-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(1).
           05  PF-COD-FONDO               PIC X(8).
           05  FILLER                     PIC X(1).
           05  PF-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PF-COD-FISC                PIC X(16).
           05  FILLER                     PIC X(1).
           05  PF-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1).
           05  PF-RETRIB                  PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  PF-QUOTA-TFR               PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  PF-CONTR-DIP               PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  PF-CONTR-DAT               PIC 9(7)V99.
       01  PREVFOND-TESTATA.
           05  PH-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1).
           05  PH-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(1).
           05  PH-COD-FONDO               PIC X(8).
           05  FILLER                     PIC X(1).
           05  PH-COD-ADESIONE            PIC X(12).
           05  FILLER                     PIC X(1).
           05  PH-DESCRIZIONE             PIC X(40).
           05  FILLER                     PIC X(1).
           05  PH-DATA-CREAZIONE          PIC X(10).
           05  FILLER                     PIC X(29).
       01  PREVFOND-CODA.
           05  PT-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1).
           05  PT-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(1).
           05  PT-COD-FONDO               PIC X(8).
           05  FILLER                     PIC X(1).
           05  PT-NUM-RIGHE               PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PT-TOT-TFR                 PIC 9(11)V99.
           05  FILLER                     PIC X(1).
           05  PT-TOT-DIP                 PIC 9(11)V99.
           05  FILLER                     PIC X(1).
           05  PT-TOT-DAT                 PIC 9(11)V99.
           05  FILLER                     PIC X(1).
           05  PT-TOT-CONTROLLO           PIC 9(11)V99.
           05  FILLER                     PIC X(31).

       FD  PREVREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  PREVREP-REC                    PIC X(133).

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
      *    CONTROLLO STANDARD DI PROPEDEUTICITA' E CALENDARIO DI       *
      *    ESECUZIONE (CPS04.CWBATDIP / CPS04.CWRUNCAL - SEZIONI       *
      *    1905/1906, UGUALI IN TUTTI I BATCH DELLA CATENA)            *
      * -------------------------------------------------------------- *
       01  W-PC-DATA-8.
           05  W-PC-AAAA                  PIC 9(4).
           05  W-PC-MM                    PIC 9(2).
           05  W-PC-GG                    PIC 9(2).
       01  W-PC-DATA.
           05  W-PC-DT-AAAA               PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-PC-DT-MM                 PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-PC-DT-GG                 PIC X(2).
       01  W-PC-PROPEDEUTICO              PIC X(8)    VALUE SPACES.
       01  W-PC-ESITO-RICH                PIC X(1)    VALUE SPACE.
       01  W-PC-CONTA                     PIC S9(9)   COMP VALUE +0.
       01  W-PC-SQLCODE                   PIC S9(3)   COMP VALUE +0.
           88  W-PC-SQLCODE-OK                        VALUE +0.
           88  W-PC-SQLCODE-FINE                      VALUE +100.
       01  W-PC-GIORNI                    PIC X(7)    VALUE SPACES.
       01  W-PC-SALTA-FESTIVI             PIC X(1)    VALUE SPACE.
       01  W-PC-GIORNO-SETT               PIC S9(9)   COMP VALUE +0.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE VARIABILI HOST                                  *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY04DEMO'.
       01  W-FS-PREVFOND                  PIC  X(2)   VALUE ZEROES.
           88  FS-PREVFOND-OK                         VALUE '00'.
       01  W-FS-PREVREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-PREVREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SENZA-RETRIB           PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RIGHE-D                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-FONDI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RECORD                 PIC S9(7)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA (AAAA-MM), SUO PRIMO GIORNO E SUO ULTIMO *
      *    GIORNO CONVENZIONALE PER IL CONFRONTO CON LE DECORRENZE     *
      * -------------------------------------------------------------- *
       01  W-COMP-AAAA                    PIC 9(4)    VALUE ZERO.
       01  W-COMP-MM                      PIC 9(2)    VALUE ZERO.
       01  W-COMPETENZA.
           05  W-CMP-AAAA                 PIC 9(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-CMP-MM                   PIC 9(2).
       01  W-MESE-INIZIO.
           05  W-MIN-COMP                 PIC X(7).
           05  FILLER                     PIC X(3)    VALUE '-01'.
       01  W-MESE-FINE.
           05  W-MFI-COMP                 PIC X(7).
           05  FILLER                     PIC X(3)    VALUE '-31'.
      * ---
      * MENSILITA' DEL MESE: DUE A DICEMBRE (TREDICESIMA)
      * ---
       01  W-MENSILITA                    PIC S9(1)   COMP-3 VALUE 1.
      * -------------------------------------------------------------- *
      *    ADERENTE CORRENTE LETTO DA CUR-PRV04                        *
      * -------------------------------------------------------------- *
       01  W-DEST-LETTA                   PIC X(1)    VALUE SPACE.
       01  W-FONDO-LETTO                  PIC X(8)    VALUE SPACES.
       01  W-PERC-DIP                     PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-PERC-DAT                     PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-RETRIB-DECOR                 PIC X(10)   VALUE SPACES.
       01  W-RETSTO-DECOR                 PIC X(10)   VALUE SPACES.
       01  W-RETRIB-MESE                  PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-QUOTA-TFR                    PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-CONTR-DIP                    PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-CONTR-DAT                    PIC S9(7)V99 COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    ROTTURA PER DESTINAZIONE E FONDO: GRUPPO IN CORSO E SUOI    *
      *    TOTALI                                                      *
      * -------------------------------------------------------------- *
       01  SW-GRUPPO                      PIC X(1)    VALUE 'N'.
           88  GRUPPO-APERTO                          VALUE 'S'.
       01  W-DEST-CORR                    PIC X(1)    VALUE SPACE.
       01  W-FONDO-CORR                   PIC X(8)    VALUE SPACES.
       01  W-GR-NUM                       PIC S9(7)   COMP-3 VALUE 0.
       01  W-GR-TFR                       PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-GR-DIP                       PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-GR-DAT                       PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-GR-TOTALE                    PIC S9(11)V99 COMP-3 VALUE 0.
      * ---
      * TOTALI DEL FILE (RIGHE 'D' E CODE 'T') E DELLA TESORERIA
      * ---
       01  W-FILE-NUM                     PIC S9(7)   COMP-3 VALUE 0.
       01  W-FILE-TFR                     PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-FILE-DIP                     PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-FILE-DAT                     PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-FILE-TOTALE                  PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-CODE-TOTALE                  PIC S9(11)V99 COMP-3 VALUE 0.
       01  W-CODE-NUM                     PIC S9(7)   COMP-3 VALUE 0.
       01  W-TES-NUM                      PIC S9(7)   COMP-3 VALUE 0.
       01  W-TES-TFR                      PIC S9(11)V99 COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO DI QUADRATURA                            *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(44)  VALUE
               'CONTRIBUTI A FONDI PENSIONE - COMPETENZA: '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(82)  VALUE SPACES.
       01  R-INTESTAZ-FONDO.
           05  FILLER                     PIC X(7)   VALUE 'FONDO: '.
           05  RF-COD-FONDO               PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RF-DESCRIZIONE             PIC X(40).
           05  FILLER                     PIC X(12)  VALUE
               '  ADESIONE: '.
           05  RF-COD-ADESIONE            PIC X(12).
           05  FILLER                     PIC X(52)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-RETRIB                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-QUOTA-TFR               PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-CONTR-DIP               PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-CONTR-DAT               PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-TOTALE                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(22)  VALUE SPACES.
       01  R-RIGA-TOT-GRUPPO.
           05  RG-DESCRIZIONE             PIC X(21).
           05  FILLER                     PIC X(11)  VALUE
               '  ADERENTI '.
           05  RG-NUM                     PIC ZZZZ9.
           05  FILLER                     PIC X(6)   VALUE '  TFR '.
           05  RG-TFR                     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(7)   VALUE '  DIP. '.
           05  RG-DIP                     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(7)   VALUE '  DAT. '.
           05  RG-DAT                     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(9)   VALUE '  TOTALE '.
           05  RG-TOTALE                  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(11)  VALUE SPACES.
       01  R-RIGA-QUADRATURA.
           05  FILLER                     PIC X(38)  VALUE
               'QUADRATURA RIGHE D / CODE T DEL FILE: '.
           05  RQ-ESITO                   PIC X(2).
           05  FILLER                     PIC X(93)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(30)  VALUE
               'MATRICOLE SENZA RETRIBUZIONE: '.
           05  RT-SENZA-RETRIB            PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWBDIP  END-EXEC.

           EXEC SQL  INCLUDE CWRCAL  END-EXEC.

      * -------------------------------------------------------------- *
      * PREREQUISITI CENSITI PER QUESTO PROGRAMMA (SEZIONE 1905)       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-BDIP CURSOR FOR
                    SELECT  PGM_PROPEDEUTICO,
                            ESITO_RICHIESTO
                    FROM CPS04.CWBATDIP
                    WHERE NOME_PGM = :W-NOME-PGM
           END-EXEC.

           EXEC SQL  INCLUDE CWDTFR  END-EXEC.

           EXEC SQL  INCLUDE CWFOND  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWRETR  END-EXEC.

           EXEC SQL  INCLUDE CWRETS  END-EXEC.

      * -------------------------------------------------------------- *
      * MATRICOLE IN SERVIZIO NEL MESE (ATTIVE O CESSATE DA CW39DEMO   *
      * NEL MESE STESSO) CON TFR A UN FONDO O ALLA TESORERIA SECONDO   *
      * LA SCELTA IN VIGORE A FINE MESE, IN ORDINE DI DESTINAZIONE,    *
      * FONDO E MATRICOLA                                              *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-PRV04 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.COD_FISC,
                            S.DESTINAZIONE,
                            S.COD_FONDO,
                            S.PERC_DIPENDENTE,
                            S.PERC_DATORE
                    FROM    CPS04.CWDIPENDENTI D,
                            CPS04.CWDESTFR     S
                    WHERE   S.COD_MATRICOLA_DIP = D.COD_MATRICOLA_DIP
                    AND     S.DESTINAZIONE IN ('F', 'T')
                    AND     S.DATA_DECORRENZA =
                           (SELECT MAX(X.DATA_DECORRENZA)
                              FROM CPS04.CWDESTFR X
                             WHERE X.COD_MATRICOLA_DIP =
                                   D.COD_MATRICOLA_DIP
                               AND X.DATA_DECORRENZA <= :W-MESE-FINE)
                    AND    (D.STATO_DIPENDENTE = 'A'
                            OR EXISTS
                           (SELECT 1
                              FROM CPS04.CWCESSAZ C
                             WHERE C.COD_MATRICOLA_DIP =
                                   D.COD_MATRICOLA_DIP
                               AND C.STATO_CESSAZIONE = 'E'
                               AND C.DATA_CESSAZIONE >= :W-MESE-INIZIO))
                    ORDER BY S.DESTINAZIONE,
                             S.COD_FONDO,
                             D.COD_MATRICOLA_DIP
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
      * ---
      * CONTROLLI STANDARD DI AVVIABILITA' (PROPEDEUTICITA' E
      * CALENDARIO DI ESECUZIONE)
      * ---
           PERFORM 1905-CONTROLLA-PROPEDEUTICO.
           PERFORM 1906-CONTROLLA-CALENDARIO.
           PERFORM 1900-REGISTRA-INIZIO.
           PERFORM 1100-CALCOLA-COMPETENZA.

           OPEN OUTPUT PREVFOND.
           IF NOT FS-PREVFOND-OK
              DISPLAY '** ERRORE OPEN PREVFOND, FILE STATUS: '
                      W-FS-PREVFOND
              STOP RUN
           END-IF.

           OPEN OUTPUT PREVREP.
           IF NOT FS-PREVREP-OK
              DISPLAY '** ERRORE OPEN PREVREP, FILE STATUS: '
                      W-FS-PREVREP
              STOP RUN
           END-IF.

           MOVE W-COMPETENZA TO RI-COMPETENZA.
           MOVE R-INTESTAZ-1 TO PREVREP-REC.
           WRITE PREVREP-REC.
           MOVE R-RIGA-VUOTA TO PREVREP-REC.
           WRITE PREVREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * MESE DI COMPETENZA = MESE SOLARE PRECEDENTE IL LANCIO          *
      ******************************************************************
       1100-CALCOLA-COMPETENZA SECTION.
      *-----------------------*
           MOVE W-BR-AAAA TO W-COMP-AAAA.
           MOVE W-BR-MM   TO W-COMP-MM.
           IF W-COMP-MM = 01
              MOVE 12 TO W-COMP-MM
              SUBTRACT 1 FROM W-COMP-AAAA
           ELSE
              SUBTRACT 1 FROM W-COMP-MM
           END-IF.
           MOVE W-COMP-AAAA  TO W-CMP-AAAA.
           MOVE W-COMP-MM    TO W-CMP-MM.
           MOVE W-COMPETENZA TO W-MIN-COMP.
           MOVE W-COMPETENZA TO W-MFI-COMP.
           IF W-COMP-MM = 12
              MOVE 2 TO W-MENSILITA
           ELSE
              MOVE 1 TO W-MENSILITA
           END-IF.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-PRV04 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-PRV04 END-EXEC.

           IF GRUPPO-APERTO
              PERFORM 2400-CHIUDI-GRUPPO
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-PRV04
                    INTO  :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.COD-FISC,
                          :DCL-CWDESTFR.DESTINAZIONE,
                          :DCL-CWDESTFR.COD-FONDO,
                          :DCL-CWDESTFR.PERC-DIPENDENTE,
                          :DCL-CWDESTFR.PERC-DATORE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2100-EX
           END-IF.
           ADD 1 TO W-CONTA-LETTI.

           MOVE DESTINAZIONE OF DCL-CWDESTFR TO W-DEST-LETTA.
           MOVE COD-FONDO    OF DCL-CWDESTFR TO W-FONDO-LETTO.
           IF W-DEST-LETTA = 'T'
              MOVE 0 TO W-PERC-DIP W-PERC-DAT
           ELSE
              MOVE PERC-DIPENDENTE OF DCL-CWDESTFR TO W-PERC-DIP
              MOVE PERC-DATORE     OF DCL-CWDESTFR TO W-PERC-DAT
           END-IF.

      * ---
      * ROTTURA DI DESTINAZIONE O DI FONDO
      * ---
           IF NOT GRUPPO-APERTO OR
              W-DEST-LETTA  NOT = W-DEST-CORR OR
              W-FONDO-LETTO NOT = W-FONDO-CORR
              IF GRUPPO-APERTO
                 PERFORM 2400-CHIUDI-GRUPPO
              END-IF
              PERFORM 2300-APRI-GRUPPO
           END-IF.

           PERFORM 2200-CALCOLA-ADERENTE.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * ADERENTE: RETRIBUZIONE IN VIGORE A FINE MESE (LA DECORRENZA    *
      * PIU' RECENTE TRA CWRETRIB E CWRETSTO), QUOTA TFR E CONTRIBUTI; *
      * PER UN FONDO LA RIGA 'D' SUL FILE                              *
      ******************************************************************
       2200-CALCOLA-ADERENTE SECTION.
      *---------------------*
           MOVE 0      TO W-RETRIB-MESE.
           MOVE SPACES TO W-RETRIB-DECOR W-RETSTO-DECOR.
           EXEC SQL SELECT RETRIB_BASE,
                           DATA_DECORRENZA
                      INTO :DCL-CWRETRIB.RETRIB-BASE,
                           :DCL-CWRETRIB.DATA-DECORRENZA
                      FROM  CPS04.CWRETRIB
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   DATA_DECORRENZA <= :W-MESE-FINE
           END-EXEC.
           IF SQLCODE = 0
              MOVE DATA-DECORRENZA OF DCL-CWRETRIB TO W-RETRIB-DECOR
           END-IF.
           EXEC SQL SELECT RETRIB_BASE,
                           DATA_DECORRENZA
                      INTO :DCL-CWRETSTO.RETRIB-BASE,
                           :DCL-CWRETSTO.DATA-DECORRENZA
                      FROM  CPS04.CWRETSTO
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   DATA_DECORRENZA <= :W-MESE-FINE
                     ORDER BY DATA_DECORRENZA DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
              MOVE DATA-DECORRENZA OF DCL-CWRETSTO TO W-RETSTO-DECOR
           END-IF.
           IF W-RETSTO-DECOR > W-RETRIB-DECOR
              MOVE RETRIB-BASE OF DCL-CWRETSTO TO W-RETRIB-MESE
           ELSE
              IF W-RETRIB-DECOR NOT = SPACES
                 MOVE RETRIB-BASE OF DCL-CWRETRIB TO W-RETRIB-MESE
              END-IF
           END-IF.

           IF W-RETRIB-DECOR = SPACES AND W-RETSTO-DECOR = SPACES
              DISPLAY 'CY04DEMO - MATRICOLA '
                      COD-MATRICOLA-DIP OF DCL-CPSDIP
                      ' SENZA RETRIBUZIONE AL ' W-MESE-FINE
              ADD 1 TO W-CONTA-SENZA-RETRIB
              GO TO 2200-EX
           END-IF.

           COMPUTE W-RETRIB-MESE = W-RETRIB-MESE * W-MENSILITA.
           COMPUTE W-QUOTA-TFR ROUNDED = W-RETRIB-MESE / 13,5.
           COMPUTE W-CONTR-DIP ROUNDED =
                   W-RETRIB-MESE * W-PERC-DIP / 100.
           COMPUTE W-CONTR-DAT ROUNDED =
                   W-RETRIB-MESE * W-PERC-DAT / 100.

           ADD 1           TO W-GR-NUM.
           ADD W-QUOTA-TFR TO W-GR-TFR.
           ADD W-CONTR-DIP TO W-GR-DIP.
           ADD W-CONTR-DAT TO W-GR-DAT.

           IF W-DEST-CORR = 'F'
              MOVE SPACES                          TO PREVFOND-REC
              MOVE 'D'                             TO PF-TIPO-REC
              MOVE W-COMPETENZA                    TO PF-COMPETENZA
              MOVE W-FONDO-CORR                    TO PF-COD-FONDO
              MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO PF-MATRICOLA
              MOVE COD-FISC          OF DCL-CPSDIP TO PF-COD-FISC
              MOVE COGNOME           OF DCL-CPSDIP TO PF-COGNOME
              MOVE W-RETRIB-MESE                   TO PF-RETRIB
              MOVE W-QUOTA-TFR                     TO PF-QUOTA-TFR
              MOVE W-CONTR-DIP                     TO PF-CONTR-DIP
              MOVE W-CONTR-DAT                     TO PF-CONTR-DAT
              WRITE PREVFOND-REC
              ADD 1 TO W-CONTA-RECORD
              ADD 1 TO W-FILE-NUM
              ADD W-QUOTA-TFR TO W-FILE-TFR
              ADD W-CONTR-DIP TO W-FILE-DIP
              ADD W-CONTR-DAT TO W-FILE-DAT
           END-IF.

           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP TO RD-COGNOME.
           MOVE W-RETRIB-MESE                   TO RD-RETRIB.
           MOVE W-QUOTA-TFR                     TO RD-QUOTA-TFR.
           MOVE W-CONTR-DIP                     TO RD-CONTR-DIP.
           MOVE W-CONTR-DAT                     TO RD-CONTR-DAT.
           COMPUTE RD-TOTALE = W-QUOTA-TFR + W-CONTR-DIP + W-CONTR-DAT.
           MOVE R-RIGA-DETT TO PREVREP-REC.
           WRITE PREVREP-REC.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * APERTURA DEL GRUPPO: PER UN FONDO TESTATA 'H' SUL FILE CON IL  *
      * CODICE DI ADESIONE DA CWFONDPE, E INTESTAZIONE SUL TABULATO    *
      ******************************************************************
       2300-APRI-GRUPPO SECTION.
      *----------------*
           SET GRUPPO-APERTO TO TRUE.
           MOVE W-DEST-LETTA  TO W-DEST-CORR.
           MOVE W-FONDO-LETTO TO W-FONDO-CORR.
           MOVE 0 TO W-GR-NUM W-GR-TFR W-GR-DIP W-GR-DAT.

           MOVE SPACES TO DESCRIZIONE     OF DCL-CWFONDPE
                          COD-ADESIONE-AZ OF DCL-CWFONDPE.
           IF W-DEST-CORR = 'F'
              EXEC SQL SELECT DESCRIZIONE,
                              COD_ADESIONE_AZ
                         INTO :DCL-CWFONDPE.DESCRIZIONE,
                              :DCL-CWFONDPE.COD-ADESIONE-AZ
                         FROM  CPS04.CWFONDPE
                        WHERE COD_FONDO = :W-FONDO-CORR
              END-EXEC
              IF SQLCODE = +100
                 DISPLAY 'CY04DEMO - ATTENZIONE: FONDO '
                         W-FONDO-CORR ' NON CENSITO SU CWFONDPE'
              END-IF
              MOVE SPACES                          TO PREVFOND-TESTATA
              MOVE 'H'                             TO PH-TIPO-REC
              MOVE W-COMPETENZA                    TO PH-COMPETENZA
              MOVE W-FONDO-CORR                    TO PH-COD-FONDO
              MOVE COD-ADESIONE-AZ OF DCL-CWFONDPE TO PH-COD-ADESIONE
              MOVE DESCRIZIONE     OF DCL-CWFONDPE TO PH-DESCRIZIONE
              MOVE W-BR-DATA                       TO PH-DATA-CREAZIONE
              WRITE PREVFOND-TESTATA
              ADD 1 TO W-CONTA-RECORD
              MOVE W-FONDO-CORR                    TO RF-COD-FONDO
              MOVE DESCRIZIONE     OF DCL-CWFONDPE TO RF-DESCRIZIONE
              MOVE COD-ADESIONE-AZ OF DCL-CWFONDPE TO RF-COD-ADESIONE
           ELSE
              MOVE 'INPS'                          TO RF-COD-FONDO
              MOVE 'FONDO DI TESORERIA (NON VA SU PREVFOND)'
                                                   TO RF-DESCRIZIONE
              MOVE SPACES                          TO RF-COD-ADESIONE
           END-IF.

           MOVE R-INTESTAZ-FONDO TO PREVREP-REC.
           WRITE PREVREP-REC.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * CHIUSURA DEL GRUPPO: PER UN FONDO CODA 'T' CON IL TOTALE DI    *
      * CONTROLLO, E TOTALE DEL GRUPPO SUL TABULATO                    *
      ******************************************************************
       2400-CHIUDI-GRUPPO SECTION.
      *------------------*
           COMPUTE W-GR-TOTALE = W-GR-TFR + W-GR-DIP + W-GR-DAT.

           IF W-DEST-CORR = 'F'
              MOVE SPACES        TO PREVFOND-CODA
              MOVE 'T'           TO PT-TIPO-REC
              MOVE W-COMPETENZA  TO PT-COMPETENZA
              MOVE W-FONDO-CORR  TO PT-COD-FONDO
              MOVE W-GR-NUM      TO PT-NUM-RIGHE
              MOVE W-GR-TFR      TO PT-TOT-TFR
              MOVE W-GR-DIP      TO PT-TOT-DIP
              MOVE W-GR-DAT      TO PT-TOT-DAT
              MOVE W-GR-TOTALE   TO PT-TOT-CONTROLLO
              WRITE PREVFOND-CODA
              ADD 1 TO W-CONTA-RECORD
              ADD 1 TO W-CONTA-FONDI
              ADD W-GR-NUM    TO W-CODE-NUM
              ADD W-GR-TOTALE TO W-CODE-TOTALE
              MOVE 'TOTALE FONDO'   TO RG-DESCRIZIONE
              MOVE W-FONDO-CORR     TO RG-DESCRIZIONE (14:8)
           ELSE
              ADD W-GR-NUM TO W-TES-NUM
              ADD W-GR-TFR TO W-TES-TFR
              MOVE 'TOTALE TESORERIA'  TO RG-DESCRIZIONE
           END-IF.

           MOVE W-GR-NUM     TO RG-NUM.
           MOVE W-GR-TFR     TO RG-TFR.
           MOVE W-GR-DIP     TO RG-DIP.
           MOVE W-GR-DAT     TO RG-DAT.
           MOVE W-GR-TOTALE  TO RG-TOTALE.
           MOVE R-RIGA-TOT-GRUPPO TO PREVREP-REC.
           WRITE PREVREP-REC.
           MOVE R-RIGA-VUOTA TO PREVREP-REC.
           WRITE PREVREP-REC.

           MOVE 'N' TO SW-GRUPPO.

       2400-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE PREVFOND.
           CLOSE PREVREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI  TO W-BR-LETTI
              MOVE W-CONTA-RECORD TO W-BR-SCRITTI
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
      ******************************************************************
      * CONTROLLO STANDARD DI AVVIABILITA', UGUALE IN TUTTI I BATCH    *
      * DELLA CATENA NOTTURNA: LE PROPEDEUTICITA' VENGONO DALLA        *
      * TABELLA CPS04.CWBATDIP (PREREQUISITO ED ESITO CWBATCHRUN       *
      * RICHIESTO NELLA STESSA DATA) E IL CALENDARIO DI ESECUZIONE     *
      * DALLA TABELLA CPS04.CWRUNCAL (GIORNI AMMESSI E SALTO DELLE     *
      * FESTIVITA' CWCALEND). SENZA RIGHE CENSITE IL BATCH PARTE.      *
      * VISTA DI PIANIFICAZIONE DELLA CATENA: CX39DEMO                 *
      ******************************************************************
       1905-CONTROLLA-PROPEDEUTICO SECTION.
      *---------------------------*
           ACCEPT W-PC-DATA-8 FROM DATE YYYYMMDD.
           MOVE W-PC-AAAA TO W-PC-DT-AAAA.
           MOVE W-PC-MM   TO W-PC-DT-MM.
           MOVE W-PC-GG   TO W-PC-DT-GG.

           EXEC SQL OPEN CUR-BDIP END-EXEC.
           MOVE 0 TO W-PC-SQLCODE.
           PERFORM 1907-VERIFICA-PREREQUISITO
                   UNTIL W-PC-SQLCODE-FINE.
           EXEC SQL CLOSE CUR-BDIP END-EXEC.

       1905-EX. EXIT.
      *
      *
       1907-VERIFICA-PREREQUISITO SECTION.
      *--------------------------*
           EXEC SQL FETCH CUR-BDIP
                    INTO :W-PC-PROPEDEUTICO,
                         :W-PC-ESITO-RICH
           END-EXEC.
           MOVE SQLCODE TO W-PC-SQLCODE.
           IF W-PC-SQLCODE-OK
              EXEC SQL SELECT COUNT(*)
                         INTO :W-PC-CONTA
                         FROM CPS04.CWBATCHRUN
                        WHERE NOME_PGM          = :W-PC-PROPEDEUTICO
                        AND   DATA_ELABORAZIONE = :W-PC-DATA
                        AND   ESITO             = :W-PC-ESITO-RICH
              END-EXEC
              IF W-PC-CONTA = 0
                 DISPLAY '** ' W-NOME-PGM ' NON AVVIABILE: '
                         'PREREQUISITO ' W-PC-PROPEDEUTICO
                         ' NON COMPLETATO PER LA DATA ' W-PC-DATA
                 STOP RUN
              END-IF
           END-IF.

       1907-EX. EXIT.
      *
      *
       1906-CONTROLLA-CALENDARIO SECTION.
      *-------------------------*
           EXEC SQL SELECT GIORNI_SETTIMANA, SALTA_FESTIVI
                      INTO :W-PC-GIORNI,
                           :W-PC-SALTA-FESTIVI
                      FROM CPS04.CWRUNCAL
                     WHERE NOME_PGM = :W-NOME-PGM
           END-EXEC.
           IF SQLCODE = +100
              GO TO 1906-EX
           END-IF.

           EXEC SQL SELECT DAYOFWEEK_ISO(DATE(:W-PC-DATA))
                      INTO :W-PC-GIORNO-SETT
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF W-PC-GIORNI (W-PC-GIORNO-SETT:1) NOT = 'S'
              DISPLAY '** ' W-NOME-PGM ' NON PREVISTO OGGI DAL '
                      'CALENDARIO DI ESECUZIONE (CWRUNCAL)'
              STOP RUN
           END-IF.

           IF W-PC-SALTA-FESTIVI = 'S'
              EXEC SQL SELECT COUNT(*)
                         INTO :W-PC-CONTA
                         FROM CPS04.CWCALEND
                        WHERE DATA_FESTA = :W-PC-DATA
              END-EXEC
              IF W-PC-CONTA > 0
                 DISPLAY '** ' W-NOME-PGM ' NON ESEGUITO: GIORNO '
                         'FESTIVO DA CALENDARIO (CWCALEND)'
                 STOP RUN
              END-IF
           END-IF.

       1906-EX. EXIT.
      *
      *
      ******************************************************************
      * TOTALE DEL FILE PREVFOND E QUADRATURA: LA SOMMA DELLE RIGHE    *
      * 'D' SCRITTE DEVE COINCIDERE CON QUELLA DELLE CODE 'T'          *
      ******************************************************************
       3000-FINE-ELAB SECTION.
      *-----------------------
           COMPUTE W-FILE-TOTALE = W-FILE-TFR + W-FILE-DIP + W-FILE-DAT.
           MOVE 'TOTALE FILE PREVFOND' TO RG-DESCRIZIONE.
           MOVE W-FILE-NUM    TO RG-NUM.
           MOVE W-FILE-TFR    TO RG-TFR.
           MOVE W-FILE-DIP    TO RG-DIP.
           MOVE W-FILE-DAT    TO RG-DAT.
           MOVE W-FILE-TOTALE TO RG-TOTALE.
           MOVE R-RIGA-TOT-GRUPPO TO PREVREP-REC.
           WRITE PREVREP-REC.

           IF W-FILE-TOTALE = W-CODE-TOTALE AND
              W-FILE-NUM    = W-CODE-NUM
              MOVE 'OK' TO RQ-ESITO
           ELSE
              MOVE 'KO' TO RQ-ESITO
           END-IF.
           MOVE R-RIGA-QUADRATURA TO PREVREP-REC.
           WRITE PREVREP-REC.
           MOVE W-CONTA-SENZA-RETRIB TO RT-SENZA-RETRIB.
           MOVE R-RIGA-TOT           TO PREVREP-REC.
           WRITE PREVREP-REC.

           DISPLAY 'CY04DEMO - COMPETENZA            : ' W-COMPETENZA.
           DISPLAY 'CY04DEMO - ADERENTI LETTI        : ' W-CONTA-LETTI.
           DISPLAY 'CY04DEMO - FONDI SUL FILE        : ' W-CONTA-FONDI.
           DISPLAY 'CY04DEMO - RIGHE D SUL FILE      : ' W-FILE-NUM.
           DISPLAY 'CY04DEMO - ADERENTI TESORERIA    : ' W-TES-NUM.
           DISPLAY 'CY04DEMO - SENZA RETRIBUZIONE    : '
                   W-CONTA-SENZA-RETRIB.
           DISPLAY 'CY04DEMO - QUADRATURA FILE       : ' RQ-ESITO.

           CLOSE PREVFOND.
           CLOSE PREVREP.

           MOVE W-CONTA-LETTI  TO W-BR-LETTI.
           MOVE W-CONTA-RECORD TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
