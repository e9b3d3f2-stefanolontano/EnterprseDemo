       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX96DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CALCOLO ANNUALE DEI PREMI MBO E RIEPILOGO    *
      *                   PER DIPARTIMENTO AL CONTROLLO DI GESTIONE    *
      * TIPO OPERAZIONE : BATCH DI CALCOLO E REPORTISTICA              *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWOBIETT,          *
      *                   CPS04.CWSCHPRE, CPS04.CWVALUTA,              *
      *                   CPS04.CWRETRIB, CPS04.CWPREMIO,              *
      *                   CPS04.CWAPPROV, CPS04.CWCONTAT,              *
      *                   CPS04.CWPARAM                                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH ANNUALE, DA ESEGUIRE A INIZIO ANNO DOPO LA CHIUSURA      *
      * DELLE VALUTAZIONI (CX19DEMO) E DEI CONSUNTIVI DEGLI OBIETTIVI  *
      * (CX95DEMO): PER OGNI DIPENDENTE ATTIVO CON OBIETTIVI NELL'ANNO *
      * PRECEDENTE CALCOLA IL PREMIO MBO                               *
      *   RETRIB_BASE X PERC_TARGET DELLO SCHEMA DELLA QUALIFICA / 100 *
      *   X RAGGIUNGIMENTO PESATO DEGLI OBIETTIVI / 100                *
      *   X MOLTIPLICATORE DEL GIUDIZIO CWVALUTA DELL'ANNO             *
      * DOVE IL RAGGIUNGIMENTO DI OGNI OBIETTIVO (CONSUNTIVO / TARGET) *
      * E' LIMITATO AL PARAMETRO CWPARAM 'PREMAXRAG' (DEFAULT 100).    *
      * IL PREMIO E' REGISTRATO SU CPS04.CWPREMIO; SE SUPERA LA SOGLIA *
      * CWPARAM 'SOGLIAPRE' (DEFAULT 0 = TUTTI) VIENE APERTA UNA       *
      * RICHIESTA CWAPPROV DI TIPO 'B' PER L'APPROVAZIONE DI UN        *
      * SECONDO OPERATORE (CW18DEMO), ALTRIMENTI NASCE GIA' APPROVATO. *
      * I PREMI APPROVATI SONO PAGATI UNA TANTUM DALL'ESTRAZIONE PAGHE *
      * CW82DEMO. I PREMI GIA' CALCOLATI DA UN RUN PRECEDENTE VENGONO  *
      * SOLO RIPORTATI; QUELLI RIFIUTATI VENGONO CANCELLATI E          *
      * RICALCOLATI (GLI OBIETTIVI TORNANO MODIFICABILI IN CX95DEMO).  *
      * IL TABULATO PREMIREP ELENCA, RAGGRUPPATI PER DIPARTIMENTO, I   *
      * PREMI E LE ANOMALIE CHE NE IMPEDISCONO IL CALCOLO (RETRIBUZIONE*
      * O SCHEMA O VALUTAZIONE MANCANTI, CONSUNTIVI INCOMPLETI) E      *
      * CHIUDE CON IL RIEPILOGO PER DIPARTIMENTO PER IL CONTROLLO DI   *
      * GESTIONE.                                                      *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMIREP       ASSIGN TO PREMIREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PREMIREP.

       DATA DIVISION.
       FILE SECTION.
       FD  PREMIREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  PREMIREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX96DEMO'.
       01  W-FS-PREMIREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-PREMIREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-SQLCODE-OBI                  PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OBI-OK      VALUE +0.
           88  W-SQLCODE-OBI-NOT-FOUND VALUE +100.
       01  W-ANNO-PREMIO                  PIC S9(4)   COMP-3 VALUE 0.
       01  W-ANNO-ED                      PIC 9(4)    VALUE ZEROES.
      * PARAMETRI CWPARAM 'SOGLIAPRE' E 'PREMAXRAG' (VEDI COPY CWPARA)
       01  W-SOGLIA-PREMIO                PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-MAX-RAGG                     PIC S9(3)V99 COMP-3
                                                      VALUE 100.
      * APERTURA DELLE RICHIESTE CWAPPROV (VEDI 2400 DI CW73DEMO)
       01  W-ID-RICHIESTA                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-RUN-DATE                     PIC S9(6)   COMP-3 VALUE 0.
       01  W-DATA-ODIERNA-6               PIC 9(6)    VALUE ZEROES.
       01  W-MOTIVAZIONE.
           05  FILLER                     PIC X(16)   VALUE
               'PREMIO MBO ANNO '.
           05  W-MOT-ANNO                 PIC 9(4).
           05  FILLER                     PIC X(40)   VALUE SPACES.
      * CALCOLO DEL RAGGIUNGIMENTO PESATO E DEL PREMIO
       01  W-SOMMA-PESI                   PIC S9(5)   COMP-3 VALUE 0.
       01  W-SOMMA-PONDERATA              PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-RAGG-OBIETTIVO               PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-RAGG-PESATO                  PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-CONTA-APERTI                 PIC S9(3)   COMP-3 VALUE 0.
       01  W-ANOMALIA                     PIC X(50)   VALUE SPACES.
       01  W-PREMIO-GIA                   PIC X(1)    VALUE SPACE.
      * CONTATORI E TOTALI
       01  W-CONTA-ESAMINATI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-CALCOLATI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RICHIESTE              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-ANOMALIE               PIC S9(7)   COMP-3 VALUE 0.
       01  W-PRIMA-VOLTA                  PIC X(1)    VALUE 'S'.
           88  PRIMA-VOLTA                            VALUE 'S'.
       01  W-DIPART-CORR                  PIC X(10)   VALUE SPACES.
       01  W-TOT-DIPART.
           05  W-TD-PREMI                 PIC S9(5)   COMP-3 VALUE 0.
           05  W-TD-IMPORTO               PIC S9(11)V99 COMP-3
                                                      VALUE 0.
           05  W-TD-APPROVATO             PIC S9(11)V99 COMP-3
                                                      VALUE 0.
           05  W-TD-IN-APPROV             PIC S9(11)V99 COMP-3
                                                      VALUE 0.
           05  W-TD-ANOMALIE              PIC S9(5)   COMP-3 VALUE 0.
       01  W-TOT-GENERALE.
           05  W-TG-PREMI                 PIC S9(5)   COMP-3 VALUE 0.
           05  W-TG-IMPORTO               PIC S9(11)V99 COMP-3
                                                      VALUE 0.
           05  W-TG-APPROVATO             PIC S9(11)V99 COMP-3
                                                      VALUE 0.
           05  W-TG-IN-APPROV             PIC S9(11)V99 COMP-3
                                                      VALUE 0.
           05  W-TG-ANOMALIE              PIC S9(5)   COMP-3 VALUE 0.
      * ---
      * RIEPILOGO PER DIPARTIMENTO, CARICATO A OGNI STRAPPO E STAMPATO
      * IN CODA AL TABULATO (IL CURSORE E' IN ORDINE DI DIPARTIMENTO,
      * QUINDI OGNI DIPARTIMENTO OCCUPA UNA SOLA RIGA)
      * ---
       01  W-MAX-DIPART                   PIC S9(4)   COMP VALUE +200.
       01  W-NUM-DIPART                   PIC S9(4)   COMP VALUE +0.
       01  W-IND-DIPART                   PIC S9(4)   COMP VALUE +0.
       01  W-TAB-RIEPILOGO.
           05  W-RIEP-ELEM                OCCURS 200.
               10  W-RIEP-DIPART          PIC X(10).
               10  W-RIEP-PREMI           PIC S9(5)   COMP-3.
               10  W-RIEP-IMPORTO         PIC S9(11)V99 COMP-3.
               10  W-RIEP-APPROVATO       PIC S9(11)V99 COMP-3.
               10  W-RIEP-IN-APPROV       PIC S9(11)V99 COMP-3.
               10  W-RIEP-ANOMALIE        PIC S9(5)   COMP-3.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(21)  VALUE
               'PREMI MBO DELL''ANNO '.
           05  RI-ANNO                    PIC 9(4).
           05  FILLER                     PIC X(17)  VALUE
               ' - CALCOLO DEL '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(81)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(33)  VALUE
               'MATR.  COGNOME'.
           05  FILLER                     PIC X(16)  VALUE 'NOME'.
           05  FILLER                     PIC X(9)   VALUE 'QUALIF.'.
           05  FILLER                     PIC X(11)  VALUE
               'RETRIB.BASE'.
           05  FILLER                     PIC X(14)  VALUE
               '%TARG. %RAGG.'.
           05  FILLER                     PIC X(7)   VALUE 'G MOLT'.
           05  FILLER                     PIC X(14)  VALUE
               '     IMPORTO'.
           05  FILLER                     PIC X(29)  VALUE 'STATO'.
       01  R-TESTA-DIPART.
           05  FILLER                     PIC X(14)  VALUE
               'DIPARTIMENTO: '.
           05  TD-DIPART                  PIC X(10).
           05  FILLER                     PIC X(109) VALUE SPACES.
       01  R-RIGA-DETT.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(25).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-NOME                    PIC X(15).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-RETRIB                  PIC ZZZ.ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-PERC-TARGET             PIC ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-PERC-RAGG               PIC ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-GIUDIZIO                PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-MOLT                    PIC 9,99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-IMPORTO                 PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-GIA                     PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-STATO                   PIC X(24).
           05  FILLER                     PIC X(4)   VALUE SPACES.
       01  R-RIGA-ANOM.
           05  RA-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RA-COGNOME                 PIC X(25).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RA-NOME                    PIC X(15).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RA-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(11)  VALUE
               ' ANOMALIA: '.
           05  RA-ANOMALIA                PIC X(50).
           05  FILLER                     PIC X(15)  VALUE SPACES.
       01  R-RIGA-TOT-DIPART.
           05  FILLER                     PIC X(20)  VALUE
               'TOTALE DIPARTIMENTO '.
           05  RTD-DIPART                 PIC X(10).
           05  FILLER                     PIC X(8)   VALUE ' PREMI: '.
           05  RTD-PREMI                  PIC ZZZZ9.
           05  FILLER                     PIC X(10)  VALUE
               ' IMPORTO: '.
           05  RTD-IMPORTO                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(19)  VALUE
               ' IN APPROVAZIONE: '.
           05  RTD-IN-APPROV              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(12)  VALUE
               ' ANOMALIE: '.
           05  RTD-ANOMALIE               PIC ZZZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(30)  VALUE
               'DIPENDENTI ESAMINATI       : '.
           05  RT-ESAMINATI               PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-CALC.
           05  FILLER                     PIC X(30)  VALUE
               'PREMI CALCOLATI DAL RUN    : '.
           05  RT-CALCOLATI               PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-RICH.
           05  FILLER                     PIC X(30)  VALUE
               'RICHIESTE DI APPROVAZIONE  : '.
           05  RT-RICHIESTE               PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-LEGENDA.
           05  FILLER                     PIC X(60)  VALUE
               '* = PREMIO GIA'' CALCOLATO DA UN RUN PRECEDENTE'.
           05  FILLER                     PIC X(73)  VALUE SPACES.
       01  R-TESTA-RIEP.
           05  FILLER                     PIC X(27)  VALUE
               'RIEPILOGO PER DIPARTIMENTO '.
           05  FILLER                     PIC X(33)  VALUE
               'PER IL CONTROLLO DI GESTIONE'.
           05  FILLER                     PIC X(73)  VALUE SPACES.
       01  R-INTESTAZ-RIEP.
           05  FILLER                     PIC X(13)  VALUE
               'DIPARTIMENTO'.
           05  FILLER                     PIC X(7)   VALUE 'PREMI'.
           05  FILLER                     PIC X(19)  VALUE
               '    IMPORTO TOTALE'.
           05  FILLER                     PIC X(19)  VALUE
               '         APPROVATO'.
           05  FILLER                     PIC X(19)  VALUE
               '   IN APPROVAZIONE'.
           05  FILLER                     PIC X(56)  VALUE
               ' ANOMALIE'.
       01  R-RIGA-RIEP.
           05  RR-DIPART                  PIC X(10).
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RR-PREMI                   PIC ZZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RR-IMPORTO                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RR-APPROVATO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RR-IN-APPROV               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(5)   VALUE SPACES.
           05  RR-ANOMALIE                PIC ZZZZ9.
           05  FILLER                     PIC X(48)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWOBIE  END-EXEC.

           EXEC SQL  INCLUDE CWSCHP  END-EXEC.

           EXEC SQL  INCLUDE CWPREM  END-EXEC.

           EXEC SQL  INCLUDE CWVALU  END-EXEC.

           EXEC SQL  INCLUDE CWRETR  END-EXEC.

           EXEC SQL  INCLUDE CWAPPR  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

      * -------------------------------------------------------------- *
      * DIPENDENTI ATTIVI CON OBIETTIVI NELL'ANNO DEL PREMIO, IN       *
      * ORDINE DI DIPARTIMENTO PER LO STRAPPO                          *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-PREM CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME,
                            D.DATA_NASCITA,
                            D.QUALIFICA_INTERNA,
                            D.COD_FISC,
                            D.DIPARTIMENTO,
                            D.DATA_ASSUNZIONE
                    FROM    CPS04.CWDIPENDENTI D
                    WHERE   D.STATO_DIPENDENTE  = 'A'
                    AND     EXISTS
                           (SELECT 1
                            FROM   CPS04.CWOBIETT O
                            WHERE  O.COD_MATRICOLA_DIP =
                                   D.COD_MATRICOLA_DIP
                            AND    O.ANNO = :W-ANNO-PREMIO)
                    ORDER BY D.DIPARTIMENTO, D.COGNOME,
                             D.COD_MATRICOLA_DIP
           END-EXEC.

      * -------------------------------------------------------------- *
      * OBIETTIVI DEL DIPENDENTE NELL'ANNO DEL PREMIO                  *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-OBI96 CURSOR FOR
                    SELECT  O.PESO,
                            O.VALORE_TARGET,
                            O.VALORE_CONSUNTIVO,
                            O.DATA_CONSUNTIVO
                    FROM    CPS04.CWOBIETT O
                    WHERE   O.COD_MATRICOLA_DIP =
                            :DCL-CPSDIP.COD-MATRICOLA-DIP
                    AND     O.ANNO = :W-ANNO-PREMIO
                    ORDER BY O.PROGRESSIVO
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

      * IL PREMIO SI CALCOLA SULL'ANNO CHIUSO, PRECEDENTE AL LANCIO
           COMPUTE W-ANNO-PREMIO = W-BR-AAAA - 1.
           MOVE W-ANNO-PREMIO TO W-ANNO-ED.
           MOVE W-BR-DATA-8(3:6) TO W-DATA-ODIERNA-6.
           MOVE W-DATA-ODIERNA-6 TO W-RUN-DATE.

           PERFORM 1100-LEGGI-PARAMETRI.

           OPEN OUTPUT PREMIREP.
           IF NOT FS-PREMIREP-OK
              DISPLAY '** ERRORE OPEN PREMIREP, FILE STATUS: '
                      W-FS-PREMIREP
              STOP RUN
           END-IF.

           MOVE W-ANNO-ED    TO RI-ANNO.
           MOVE W-BR-DATA    TO RI-DATA.
           MOVE R-INTESTAZ-1 TO PREMIREP-REC.
           WRITE PREMIREP-REC.
           MOVE R-RIGA-VUOTA TO PREMIREP-REC.
           WRITE PREMIREP-REC.
           MOVE R-INTESTAZ-2 TO PREMIREP-REC.
           WRITE PREMIREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * SOGLIA DI APPROVAZIONE E LIMITE DEL RAGGIUNGIMENTO PER         *
      * OBIETTIVO; SE IL PARAMETRO MANCA RESTA IL DEFAULT              *
      ******************************************************************
       1100-LEGGI-PARAMETRI SECTION.
      *--------------------*
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'SOGLIAPRE'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-SOGLIA-PREMIO
           END-IF.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'PREMAXRAG'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-MAX-RAGG
           END-IF.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-PREM END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-PREM END-EXEC.

           IF NOT PRIMA-VOLTA
              PERFORM 2215-TOTALE-DIPART
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-PREM
                    INTO  :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.NOME,
                          :DCL-CPSDIP.DATA-NASCITA,
                          :DCL-CPSDIP.QUALIFICA-INTERNA,
                          :DCL-CPSDIP.COD-FISC,
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CPSDIP.DATA-ASSUNZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-ESAMINATI
              PERFORM 2200-ELABORA-DIPENDENTE
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * PREMIO DI UN DIPENDENTE: SE GIA' CALCOLATO (E NON RIFIUTATO)   *
      * VIENE SOLO RIPORTATO; ALTRIMENTI SI RACCOLGONO GLI ELEMENTI    *
      * DEL CALCOLO E OGNI ELEMENTO MANCANTE DIVENTA UNA RIGA DI       *
      * ANOMALIA SENZA PREMIO                                          *
      ******************************************************************
       2200-ELABORA-DIPENDENTE SECTION.
      *-----------------------*
           PERFORM 2210-CTL-STRAPPO.

           MOVE SPACES TO W-ANOMALIA.
           MOVE SPACE  TO W-PREMIO-GIA.
           PERFORM 2220-PREMIO-ESISTENTE.
           IF W-PREMIO-GIA = '*'
              PERFORM 2290-SCRIVI-DETTAGLIO
              GO TO 2200-EX
           END-IF.

           PERFORM 2230-RAGGIUNGIMENTO.
           IF W-ANOMALIA = SPACES
              PERFORM 2240-LEGGI-ELEMENTI
           END-IF.
           IF W-ANOMALIA NOT = SPACES
              PERFORM 2280-SCRIVI-ANOMALIA
              GO TO 2200-EX
           END-IF.

           PERFORM 2250-CALCOLA-PREMIO.
           IF IMPORTO OF DCL-CWPREMIO > W-SOGLIA-PREMIO
              PERFORM 2260-APRI-RICHIESTA
              MOVE W-ID-RICHIESTA TO ID-RICHIESTA OF DCL-CWPREMIO
              MOVE 'P'            TO STATO-PREMIO OF DCL-CWPREMIO
           ELSE
              MOVE 0              TO ID-RICHIESTA OF DCL-CWPREMIO
              MOVE 'A'            TO STATO-PREMIO OF DCL-CWPREMIO
           END-IF.
           PERFORM 2270-INSERISCI-PREMIO.
           PERFORM 2290-SCRIVI-DETTAGLIO.

       2200-EX. EXIT.
      *
      *
       2210-CTL-STRAPPO SECTION.
      *---------------*
           IF PRIMA-VOLTA
              MOVE 'N' TO W-PRIMA-VOLTA
           ELSE
              IF DIPARTIMENTO OF DCL-CPSDIP = W-DIPART-CORR
                 GO TO 2210-EX
              END-IF
              PERFORM 2215-TOTALE-DIPART
              MOVE R-RIGA-VUOTA TO PREMIREP-REC
              WRITE PREMIREP-REC
           END-IF.
           MOVE DIPARTIMENTO OF DCL-CPSDIP TO W-DIPART-CORR.
           MOVE W-DIPART-CORR  TO TD-DIPART.
           MOVE R-TESTA-DIPART TO PREMIREP-REC.
           WRITE PREMIREP-REC.
           INITIALIZE W-TOT-DIPART.
       2210-EX. EXIT.
      *
      *
      ******************************************************************
      * TOTALE DEL DIPARTIMENTO CHIUSO: RIGA DEL TABULATO, RIGA DEL    *
      * RIEPILOGO FINALE E TOTALI GENERALI                             *
      ******************************************************************
       2215-TOTALE-DIPART SECTION.
      *------------------*
           MOVE W-DIPART-CORR     TO RTD-DIPART.
           MOVE W-TD-PREMI        TO RTD-PREMI.
           MOVE W-TD-IMPORTO      TO RTD-IMPORTO.
           MOVE W-TD-IN-APPROV    TO RTD-IN-APPROV.
           MOVE W-TD-ANOMALIE     TO RTD-ANOMALIE.
           MOVE R-RIGA-TOT-DIPART TO PREMIREP-REC.
           WRITE PREMIREP-REC.

           IF W-NUM-DIPART < W-MAX-DIPART
              ADD 1 TO W-NUM-DIPART
              MOVE W-DIPART-CORR  TO W-RIEP-DIPART    (W-NUM-DIPART)
              MOVE W-TD-PREMI     TO W-RIEP-PREMI     (W-NUM-DIPART)
              MOVE W-TD-IMPORTO   TO W-RIEP-IMPORTO   (W-NUM-DIPART)
              MOVE W-TD-APPROVATO TO W-RIEP-APPROVATO (W-NUM-DIPART)
              MOVE W-TD-IN-APPROV TO W-RIEP-IN-APPROV (W-NUM-DIPART)
              MOVE W-TD-ANOMALIE  TO W-RIEP-ANOMALIE  (W-NUM-DIPART)
           ELSE
              DISPLAY 'CX96DEMO - RIEPILOGO PIENO, DIPARTIMENTO '
                      W-DIPART-CORR ' SOLO NEL DETTAGLIO'
           END-IF.

           ADD W-TD-PREMI         TO W-TG-PREMI.
           ADD W-TD-IMPORTO       TO W-TG-IMPORTO.
           ADD W-TD-APPROVATO     TO W-TG-APPROVATO.
           ADD W-TD-IN-APPROV     TO W-TG-IN-APPROV.
           ADD W-TD-ANOMALIE      TO W-TG-ANOMALIE.
       2215-EX. EXIT.
      *
      *
      ******************************************************************
      * PREMIO GIA' PRESENTE PER MATRICOLA E ANNO: SE RIFIUTATO IN     *
      * CW18DEMO VIENE CANCELLATO PER ESSERE RICALCOLATO               *
      ******************************************************************
       2220-PREMIO-ESISTENTE SECTION.
      *---------------------*
           EXEC SQL SELECT QUALIFICA_INTERNA,
                           RETRIB_BASE,
                           PERC_TARGET,
                           PERC_RAGGIUNG,
                           COD_GIUDIZIO,
                           MOLTIPLICATORE,
                           IMPORTO,
                           STATO_PREMIO,
                           ID_RICHIESTA,
                           MESE_PAGHE
                      INTO :DCL-CWPREMIO.QUALIFICA-INTERNA,
                           :DCL-CWPREMIO.RETRIB-BASE,
                           :DCL-CWPREMIO.PERC-TARGET,
                           :DCL-CWPREMIO.PERC-RAGGIUNG,
                           :DCL-CWPREMIO.COD-GIUDIZIO,
                           :DCL-CWPREMIO.MOLTIPLICATORE,
                           :DCL-CWPREMIO.IMPORTO,
                           :DCL-CWPREMIO.STATO-PREMIO,
                           :DCL-CWPREMIO.ID-RICHIESTA,
                           :DCL-CWPREMIO.MESE-PAGHE
                      FROM  CPS04.CWPREMIO
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   ANNO = :W-ANNO-PREMIO
           END-EXEC.
           IF SQLCODE = +100
              GO TO 2220-EX
           END-IF.

           IF PREMIO-RIFIUTATO
              EXEC SQL DELETE FROM CPS04.CWPREMIO
                        WHERE COD_MATRICOLA_DIP =
                              :DCL-CPSDIP.COD-MATRICOLA-DIP
                        AND   ANNO = :W-ANNO-PREMIO
              END-EXEC
           ELSE
              MOVE '*' TO W-PREMIO-GIA
           END-IF.

       2220-EX. EXIT.
      *
      *
      ******************************************************************
      * RAGGIUNGIMENTO PESATO: MEDIA DEI RAGGIUNGIMENTI DEI SINGOLI    *
      * OBIETTIVI (CONSUNTIVO / TARGET IN PERCENTUALE, LIMITATO A      *
      * PREMAXRAG) PESATA CON IL PESO DI CIASCUNO. TUTTI GLI OBIETTIVI *
      * DELL'ANNO DEVONO AVERE IL CONSUNTIVO REGISTRATO                *
      ******************************************************************
       2230-RAGGIUNGIMENTO SECTION.
      *-------------------*
           MOVE 0 TO W-SOMMA-PESI W-SOMMA-PONDERATA W-CONTA-APERTI.

           EXEC SQL OPEN CUR-OBI96 END-EXEC.
           MOVE 0 TO W-SQLCODE-OBI.
           PERFORM 2235-FETCH-OBIETTIVO UNTIL W-SQLCODE-OBI-NOT-FOUND.
           EXEC SQL CLOSE CUR-OBI96 END-EXEC.

           IF W-CONTA-APERTI > 0
              MOVE 'CONSUNTIVI DEGLI OBIETTIVI NON COMPLETI'
                                               TO W-ANOMALIA
              GO TO 2230-EX
           END-IF.

           COMPUTE W-RAGG-PESATO ROUNDED =
                   W-SOMMA-PONDERATA / W-SOMMA-PESI.

       2230-EX. EXIT.
      *
      *
       2235-FETCH-OBIETTIVO SECTION.
      *--------------------*
           EXEC SQL FETCH CUR-OBI96
                    INTO  :DCL-CWOBIETT.PESO,
                          :DCL-CWOBIETT.VALORE-TARGET,
                          :DCL-CWOBIETT.VALORE-CONSUNTIVO,
                          :DCL-CWOBIETT.DATA-CONSUNTIVO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-OBI.
           IF NOT W-SQLCODE-OBI-OK
              GO TO 2235-EX
           END-IF.

           IF DATA-CONSUNTIVO OF DCL-CWOBIETT = SPACES
              ADD 1 TO W-CONTA-APERTI
              GO TO 2235-EX
           END-IF.

           COMPUTE W-RAGG-OBIETTIVO ROUNDED =
                   VALORE-CONSUNTIVO OF DCL-CWOBIETT * 100
                 / VALORE-TARGET     OF DCL-CWOBIETT.
           IF W-RAGG-OBIETTIVO > W-MAX-RAGG
              MOVE W-MAX-RAGG TO W-RAGG-OBIETTIVO
           END-IF.
           ADD PESO OF DCL-CWOBIETT TO W-SOMMA-PESI.
           COMPUTE W-SOMMA-PONDERATA = W-SOMMA-PONDERATA
                 + PESO OF DCL-CWOBIETT * W-RAGG-OBIETTIVO.

       2235-EX. EXIT.
      *
      *
      ******************************************************************
      * RETRIBUZIONE BASE, SCHEMA PREMIO DELLA QUALIFICA E GIUDIZIO    *
      * DELLA VALUTAZIONE ANNUALE CON IL RELATIVO MOLTIPLICATORE       *
      ******************************************************************
       2240-LEGGI-ELEMENTI SECTION.
      *-------------------*
           EXEC SQL SELECT RETRIB_BASE
                      INTO :DCL-CWRETRIB.RETRIB-BASE
                      FROM  CPS04.CWRETRIB
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'RETRIBUZIONE BASE NON PRESENTE SU CWRETRIB'
                                               TO W-ANOMALIA
              GO TO 2240-EX
           END-IF.

           EXEC SQL SELECT PERC_TARGET,
                           MOLT_GIUDIZIO_A,
                           MOLT_GIUDIZIO_B,
                           MOLT_GIUDIZIO_C,
                           MOLT_GIUDIZIO_D,
                           MOLT_GIUDIZIO_E
                      INTO :DCL-CWSCHPRE.PERC-TARGET,
                           :DCL-CWSCHPRE.MOLT-GIUDIZIO-A,
                           :DCL-CWSCHPRE.MOLT-GIUDIZIO-B,
                           :DCL-CWSCHPRE.MOLT-GIUDIZIO-C,
                           :DCL-CWSCHPRE.MOLT-GIUDIZIO-D,
                           :DCL-CWSCHPRE.MOLT-GIUDIZIO-E
                      FROM  CPS04.CWSCHPRE
                     WHERE QUALIFICA_INTERNA =
                           :DCL-CPSDIP.QUALIFICA-INTERNA
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'SCHEMA PREMIO NON CENSITO PER LA QUALIFICA'
                                               TO W-ANOMALIA
              GO TO 2240-EX
           END-IF.

           EXEC SQL SELECT COD_GIUDIZIO
                      INTO :DCL-CWVALUTA.COD-GIUDIZIO
                      FROM  CPS04.CWVALUTA
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   ANNO = :W-ANNO-PREMIO
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'VALUTAZIONE ANNUALE NON REGISTRATA SU CWVALUTA'
                                               TO W-ANOMALIA
              GO TO 2240-EX
           END-IF.

           MOVE COD-GIUDIZIO OF DCL-CWVALUTA
                                  TO COD-GIUDIZIO OF DCL-CWPREMIO.
           EVALUATE COD-GIUDIZIO OF DCL-CWVALUTA
              WHEN 'A'
                 MOVE MOLT-GIUDIZIO-A OF DCL-CWSCHPRE
                                  TO MOLTIPLICATORE OF DCL-CWPREMIO
              WHEN 'B'
                 MOVE MOLT-GIUDIZIO-B OF DCL-CWSCHPRE
                                  TO MOLTIPLICATORE OF DCL-CWPREMIO
              WHEN 'C'
                 MOVE MOLT-GIUDIZIO-C OF DCL-CWSCHPRE
                                  TO MOLTIPLICATORE OF DCL-CWPREMIO
              WHEN 'D'
                 MOVE MOLT-GIUDIZIO-D OF DCL-CWSCHPRE
                                  TO MOLTIPLICATORE OF DCL-CWPREMIO
              WHEN 'E'
                 MOVE MOLT-GIUDIZIO-E OF DCL-CWSCHPRE
                                  TO MOLTIPLICATORE OF DCL-CWPREMIO
              WHEN OTHER
                 MOVE 'GIUDIZIO DELLA VALUTAZIONE NON PREVISTO'
                                               TO W-ANOMALIA
           END-EVALUATE.

       2240-EX. EXIT.
      *
      *
       2250-CALCOLA-PREMIO SECTION.
      *-------------------*
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP
                               TO COD-MATRICOLA-DIP OF DCL-CWPREMIO.
           MOVE W-ANNO-PREMIO  TO ANNO              OF DCL-CWPREMIO.
           MOVE DIPARTIMENTO OF DCL-CPSDIP
                               TO DIPARTIMENTO      OF DCL-CWPREMIO.
           MOVE QUALIFICA-INTERNA OF DCL-CPSDIP
                               TO QUALIFICA-INTERNA OF DCL-CWPREMIO.
           MOVE RETRIB-BASE OF DCL-CWRETRIB
                               TO RETRIB-BASE       OF DCL-CWPREMIO.
           MOVE PERC-TARGET OF DCL-CWSCHPRE
                               TO PERC-TARGET       OF DCL-CWPREMIO.
           MOVE W-RAGG-PESATO  TO PERC-RAGGIUNG     OF DCL-CWPREMIO.
           COMPUTE IMPORTO OF DCL-CWPREMIO ROUNDED =
                   RETRIB-BASE    OF DCL-CWPREMIO
                 * PERC-TARGET    OF DCL-CWPREMIO / 100
                 * W-RAGG-PESATO / 100
                 * MOLTIPLICATORE OF DCL-CWPREMIO.
           MOVE W-BR-DATA      TO DATA-CALCOLO      OF DCL-CWPREMIO.
           MOVE SPACES         TO MESE-PAGHE        OF DCL-CWPREMIO.

       2250-EX. EXIT.
      *
      *
      ******************************************************************
      * PREMIO OLTRE SOGLIA: RICHIESTA CWAPPROV DI TIPO 'B' CON        *
      * L'IMPORTO IN RETRIB_PROPOSTA (VEDI 2400 DI CW73DEMO)           *
      ******************************************************************
       2260-APRI-RICHIESTA SECTION.
      *---------------*
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDRICH'
           END-EXEC.

           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-RICHIESTA
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDRICH'
           END-EXEC.

           MOVE W-ID-RICHIESTA TO ID-RICHIESTA OF DCL-CWAPPROV.
           MOVE 'B'            TO TIPO-RICHIESTA OF DCL-CWAPPROV.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP
                          TO COD-MATRICOLA-DIP OF DCL-CWAPPROV.
           MOVE COGNOME OF DCL-CPSDIP
                          TO COGNOME           OF DCL-CWAPPROV.
           MOVE NOME    OF DCL-CPSDIP
                          TO NOME              OF DCL-CWAPPROV.
           MOVE DATA-NASCITA OF DCL-CPSDIP
                          TO DATA-NASCITA      OF DCL-CWAPPROV.
           MOVE QUALIFICA-INTERNA OF DCL-CPSDIP
                          TO QUALIFICA-INTERNA OF DCL-CWAPPROV.
           MOVE COD-FISC OF DCL-CPSDIP
                          TO COD-FISC          OF DCL-CWAPPROV.
           MOVE W-RUN-DATE TO RUN-DATE         OF DCL-CWAPPROV.
           MOVE W-NOME-PGM TO UTENTE-RICHIEDENTE OF DCL-CWAPPROV.
           MOVE 'P'        TO STATO-RICHIESTA  OF DCL-CWAPPROV.
           MOVE W-ANNO-ED  TO W-MOT-ANNO.
           MOVE W-MOTIVAZIONE TO MOTIVAZIONE   OF DCL-CWAPPROV.
           MOVE DIPARTIMENTO OF DCL-CPSDIP
                          TO DIPARTIMENTO      OF DCL-CWAPPROV.
           MOVE DATA-ASSUNZIONE OF DCL-CPSDIP
                          TO DATA-ASSUNZIONE   OF DCL-CWAPPROV.
           MOVE IMPORTO OF DCL-CWPREMIO
                          TO RETRIB-PROPOSTA   OF DCL-CWAPPROV.

           EXEC SQL INSERT INTO CPS04.CWAPPROV
                         VALUES (:DCL-CWAPPROV.ID-RICHIESTA,
                                 :DCL-CWAPPROV.TIPO-RICHIESTA,
                                 :DCL-CWAPPROV.COD-MATRICOLA-DIP,
                                 :DCL-CWAPPROV.COGNOME,
                                 :DCL-CWAPPROV.NOME,
                                 :DCL-CWAPPROV.DATA-NASCITA,
                                 :DCL-CWAPPROV.QUALIFICA-INTERNA,
                                 :DCL-CWAPPROV.COD-FISC,
                                 :DCL-CWAPPROV.RUN-DATE,
                                 :DCL-CWAPPROV.UTENTE-RICHIEDENTE,
                                 :DCL-CWAPPROV.STATO-RICHIESTA,
                                 :DCL-CWAPPROV.MOTIVAZIONE,
                                 :DCL-CWAPPROV.DIPARTIMENTO,
                                 :DCL-CWAPPROV.DATA-ASSUNZIONE,
                                 '  ',
                                 '          ',
                                 '        ',
                                 :DCL-CWAPPROV.RETRIB-PROPOSTA,
                                 0,
                                 '          ',
                                 ' ',
                                 '  ')
           END-EXEC.

           ADD 1 TO W-CONTA-RICHIESTE.

       2260-EX. EXIT.
      *
      *
       2270-INSERISCI-PREMIO SECTION.
      *---------------------*
           EXEC SQL INSERT INTO CPS04.CWPREMIO
                         VALUES (:DCL-CWPREMIO.COD-MATRICOLA-DIP,
                                 :DCL-CWPREMIO.ANNO,
                                 :DCL-CWPREMIO.DIPARTIMENTO,
                                 :DCL-CWPREMIO.QUALIFICA-INTERNA,
                                 :DCL-CWPREMIO.RETRIB-BASE,
                                 :DCL-CWPREMIO.PERC-TARGET,
                                 :DCL-CWPREMIO.PERC-RAGGIUNG,
                                 :DCL-CWPREMIO.COD-GIUDIZIO,
                                 :DCL-CWPREMIO.MOLTIPLICATORE,
                                 :DCL-CWPREMIO.IMPORTO,
                                 :DCL-CWPREMIO.STATO-PREMIO,
                                 :DCL-CWPREMIO.ID-RICHIESTA,
                                 :DCL-CWPREMIO.DATA-CALCOLO,
                                 :DCL-CWPREMIO.MESE-PAGHE)
           END-EXEC.

           ADD 1 TO W-CONTA-CALCOLATI.

       2270-EX. EXIT.
      *
      *
       2280-SCRIVI-ANOMALIA SECTION.
      *--------------------*
           ADD 1 TO W-CONTA-ANOMALIE.
           ADD 1 TO W-TD-ANOMALIE.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO RA-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP TO RA-COGNOME.
           MOVE NOME              OF DCL-CPSDIP TO RA-NOME.
           MOVE QUALIFICA-INTERNA OF DCL-CPSDIP TO RA-QUALIFICA.
           MOVE W-ANOMALIA                      TO RA-ANOMALIA.
           MOVE R-RIGA-ANOM TO PREMIREP-REC.
           WRITE PREMIREP-REC.

       2280-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGA DEL PREMIO (CALCOLATO ORA O DA UN RUN PRECEDENTE) E       *
      * TOTALI DEL DIPARTIMENTO PER STATO                              *
      ******************************************************************
       2290-SCRIVI-DETTAGLIO SECTION.
      *---------------------*
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP   TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP   TO RD-COGNOME.
           MOVE NOME              OF DCL-CPSDIP   TO RD-NOME.
           MOVE QUALIFICA-INTERNA OF DCL-CWPREMIO TO RD-QUALIFICA.
           MOVE RETRIB-BASE       OF DCL-CWPREMIO TO RD-RETRIB.
           MOVE PERC-TARGET       OF DCL-CWPREMIO TO RD-PERC-TARGET.
           MOVE PERC-RAGGIUNG     OF DCL-CWPREMIO TO RD-PERC-RAGG.
           MOVE COD-GIUDIZIO      OF DCL-CWPREMIO TO RD-GIUDIZIO.
           MOVE MOLTIPLICATORE    OF DCL-CWPREMIO TO RD-MOLT.
           MOVE IMPORTO           OF DCL-CWPREMIO TO RD-IMPORTO.
           MOVE W-PREMIO-GIA                      TO RD-GIA.
           EVALUATE TRUE
              WHEN MESE-PAGHE OF DCL-CWPREMIO NOT = SPACES
                 MOVE SPACES TO RD-STATO
                 STRING 'PAGATO CON LE PAGHE ' MESE-PAGHE
                        OF DCL-CWPREMIO
                        DELIMITED BY SIZE INTO RD-STATO
              WHEN PREMIO-IN-APPROVAZIONE
                 MOVE 'IN APPROVAZIONE'          TO RD-STATO
              WHEN ID-RICHIESTA OF DCL-CWPREMIO = 0
                 MOVE 'APPROVATO (SOTTO SOGLIA)' TO RD-STATO
              WHEN OTHER
                 MOVE 'APPROVATO'                TO RD-STATO
           END-EVALUATE.
           MOVE R-RIGA-DETT TO PREMIREP-REC.
           WRITE PREMIREP-REC.

           ADD 1                          TO W-TD-PREMI.
           ADD IMPORTO OF DCL-CWPREMIO    TO W-TD-IMPORTO.
           IF PREMIO-IN-APPROVAZIONE
              ADD IMPORTO OF DCL-CWPREMIO TO W-TD-IN-APPROV
           ELSE
              ADD IMPORTO OF DCL-CWPREMIO TO W-TD-APPROVATO
           END-IF.

       2290-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE PREMIREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-ESAMINATI TO W-BR-LETTI
              MOVE W-CONTA-CALCOLATI TO W-BR-SCRITTI
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
           MOVE R-RIGA-VUOTA      TO PREMIREP-REC.
           WRITE PREMIREP-REC.
           MOVE R-RIGA-LEGENDA    TO PREMIREP-REC.
           WRITE PREMIREP-REC.
           MOVE R-RIGA-VUOTA      TO PREMIREP-REC.
           WRITE PREMIREP-REC.
           MOVE W-CONTA-ESAMINATI TO RT-ESAMINATI.
           MOVE R-RIGA-TOT        TO PREMIREP-REC.
           WRITE PREMIREP-REC.
           MOVE W-CONTA-CALCOLATI TO RT-CALCOLATI.
           MOVE R-RIGA-TOT-CALC   TO PREMIREP-REC.
           WRITE PREMIREP-REC.
           MOVE W-CONTA-RICHIESTE TO RT-RICHIESTE.
           MOVE R-RIGA-TOT-RICH   TO PREMIREP-REC.
           WRITE PREMIREP-REC.

      * ---
      * RIEPILOGO PER DIPARTIMENTO E TOTALE GENERALE
      * ---
           MOVE R-RIGA-VUOTA      TO PREMIREP-REC.
           WRITE PREMIREP-REC.
           MOVE R-TESTA-RIEP      TO PREMIREP-REC.
           WRITE PREMIREP-REC.
           MOVE R-INTESTAZ-RIEP   TO PREMIREP-REC.
           WRITE PREMIREP-REC.
           PERFORM 3100-RIGA-RIEPILOGO
                   VARYING W-IND-DIPART FROM 1 BY 1
                   UNTIL W-IND-DIPART > W-NUM-DIPART.
           MOVE 'TOTALE'          TO RR-DIPART.
           MOVE W-TG-PREMI        TO RR-PREMI.
           MOVE W-TG-IMPORTO      TO RR-IMPORTO.
           MOVE W-TG-APPROVATO    TO RR-APPROVATO.
           MOVE W-TG-IN-APPROV    TO RR-IN-APPROV.
           MOVE W-TG-ANOMALIE     TO RR-ANOMALIE.
           MOVE R-RIGA-RIEP       TO PREMIREP-REC.
           WRITE PREMIREP-REC.

           DISPLAY 'CX96DEMO - ANNO DEL PREMIO        : '
                   W-ANNO-ED.
           DISPLAY 'CX96DEMO - DIPENDENTI ESAMINATI   : '
                   W-CONTA-ESAMINATI.
           DISPLAY 'CX96DEMO - PREMI CALCOLATI        : '
                   W-CONTA-CALCOLATI.
           DISPLAY 'CX96DEMO - RICHIESTE APPROVAZIONE : '
                   W-CONTA-RICHIESTE.
           DISPLAY 'CX96DEMO - ANOMALIE               : '
                   W-CONTA-ANOMALIE.

           CLOSE PREMIREP.

           MOVE W-CONTA-ESAMINATI TO W-BR-LETTI.
           MOVE W-CONTA-CALCOLATI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
      *
       3100-RIGA-RIEPILOGO SECTION.
      *-------------------*
           MOVE W-RIEP-DIPART    (W-IND-DIPART) TO RR-DIPART.
           MOVE W-RIEP-PREMI     (W-IND-DIPART) TO RR-PREMI.
           MOVE W-RIEP-IMPORTO   (W-IND-DIPART) TO RR-IMPORTO.
           MOVE W-RIEP-APPROVATO (W-IND-DIPART) TO RR-APPROVATO.
           MOVE W-RIEP-IN-APPROV (W-IND-DIPART) TO RR-IN-APPROV.
           MOVE W-RIEP-ANOMALIE  (W-IND-DIPART) TO RR-ANOMALIE.
           MOVE R-RIGA-RIEP TO PREMIREP-REC.
           WRITE PREMIREP-REC.
       3100-EX. EXIT.
      *
