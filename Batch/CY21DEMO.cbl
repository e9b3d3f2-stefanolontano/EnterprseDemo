       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY21DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : VERIFICA MENSILE DEI LIMITI DI LEGGE         *
      *                   SULL'ORARIO DI LAVORO DALLE TIMBRATURE       *
      * TIPO OPERAZIONE : BATCH DI CONTROLLO CON TABULATO              *
      * TABELLE USATE   : CPS04.CWPRESEN, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWPARAM, ORALREP (TABULATO)            *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * DA LANCIARE IL PRIMO GIORNO DEL MESE: VERIFICA SULLE           *
      * TIMBRATURE EFFETTIVE (CPS04.CWPRESEN) DEL MESE SOLARE          *
      * PRECEDENTE GLI STESSI LIMITI DI LEGGE CHE CX02DEMO CONTROLLA   *
      * SUI TURNI ASSEGNATI, CON LE SOGLIE DI CWPARAM:                 *
      *   - RIPOSO GIORNALIERO TRA DUE PRESENZE (RIPOGIORN, DEF. 11 H) *
      *   - RIPOSO SETTIMANALE CONSECUTIVO NELLE SETTIMANE DA LUNEDI'  *
      *     A DOMENICA CHE TERMINANO NEL MESE (RIPOSETT, DEF. 24 H)    *
      *   - MEDIA SETTIMANALE SULLE SETTRIFER SETTIMANE (DEFAULT 17)   *
      *     CHE TERMINANO CON IL MESE (OREMEDSET, DEFAULT 48 H)        *
      *   - DURATA DELLA PRESENZA NOTTURNA, CHE TOCCA LA FASCIA        *
      *     22:00-06:00 (ORENOTMAX, DEFAULT 8 H)                       *
      * CWPRESEN HA UNA RIGA PER GIORNO CON PRIMA ENTRATA E ULTIMA     *
      * USCITA: L'USCITA NON SUCCESSIVA ALL'ENTRATA E' DEL GIORNO      *
      * DOPO (PRESENZA A CAVALLO DELLA MEZZANOTTE); LA TIMBRATURA      *
      * SENZA USCITA (ENTRATA = USCITA) NON E' UNA PRESENZA MISURABILE *
      * E VIENE IGNORATA (LA SEGNALA GIA' CY14DEMO).                   *
      * LE VIOLAZIONI SONO STAMPATE PER DIPARTIMENTO, CON TOTALI DI    *
      * DIPARTIMENTO E GENERALE, PER IL FASCICOLO DELL'ISPETTORATO DEL *
      * LAVORO.                                                        *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORALREP        ASSIGN TO ORALREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-ORALREP.

       DATA DIVISION.
       FILE SECTION.
       FD  ORALREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  ORALREP-REC                    PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY21DEMO'.
       01  W-FS-ORALREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-ORALREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-MATRICOLE              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-VIOLAZIONI             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RIP-GG                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RIP-SETT               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-MEDIA                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NOTTE                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-VIOL-DIP               PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * LIMITI DI LEGGE DA CWPARAM (IN ORE, SETTIMANE PER SETTRIFER)
      * ---
       01  W-ORE-RIP-GG                   PIC S9(3)   COMP-3 VALUE +11.
       01  W-ORE-RIP-SETT                 PIC S9(3)   COMP-3 VALUE +24.
       01  W-ORE-MEDIA-MAX                PIC S9(3)   COMP-3 VALUE +48.
       01  W-SETT-RIFER                   PIC S9(3)   COMP-3 VALUE +17.
       01  W-ORE-NOTTE-MAX                PIC S9(3)   COMP-3 VALUE +8.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA: IL MESE SOLARE PRECEDENTE LA DATA DI    *
      *    LANCIO (VEDI CY14DEMO), CON I NUMERI ASSOLUTI DEI GIORNI    *
      *    (DAYS) E LA FINESTRA DI LETTURA DELLE TIMBRATURE            *
      * -------------------------------------------------------------- *
       01  W-COMP-AAAA                    PIC 9(4)    VALUE ZERO.
       01  W-COMP-MM                      PIC 9(2)    VALUE ZERO.
       01  W-COMPETENZA.
           05  W-CMP-AAAA                 PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-CMP-MM                   PIC X(2).
       01  W-MESE-INIZIO.
           05  W-MIN-AAAA                 PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-MIN-MM                   PIC X(2).
           05  FILLER                     PIC X(3)    VALUE '-01'.
       01  W-MESE-FINE                    PIC X(10)   VALUE SPACES.
       01  W-DATA-DA                      PIC X(10)   VALUE SPACES.
       01  W-GG-MESE-INIZIO               PIC S9(9)   COMP VALUE +0.
       01  W-GG-MESE-FINE                 PIC S9(9)   COMP VALUE +0.
       01  W-GG-DA                        PIC S9(9)   COMP VALUE +0.
       01  W-GG-RIFER                     PIC S9(9)   COMP VALUE +0.
      * ---
      * MINUTI ASSOLUTI ((DAYS - 1) * 1440 + ORE * 60 + MINUTI): INIZIO
      * DEL MESE, FINE DEL MESE (MEZZANOTTE DEL GIORNO DOPO), INIZIO
      * DELLA LETTURA E DEL PERIODO DI RIFERIMENTO DELLA MEDIA
      * ---
       01  W-MIN-MESE-INIZIO              PIC S9(11)  COMP-3 VALUE +0.
       01  W-MIN-MESE-FINE                PIC S9(11)  COMP-3 VALUE +0.
       01  W-MIN-DA                       PIC S9(11)  COMP-3 VALUE +0.
       01  W-MIN-RIFER                    PIC S9(11)  COMP-3 VALUE +0.
      * ---
      * SETTIMANE (DA LUNEDI') CHE TERMINANO NEL MESE: NUMERO ASSOLUTO
      * (DAYS - 1) / 7 DELLA PRIMA E DELL'ULTIMA E RIPOSO CONSECUTIVO
      * MASSIMO IN MINUTI DI CIASCUNA PER LA MATRICOLA IN ESAME
      * ---
       01  W-SETT-PRIMA                   PIC S9(7)   COMP-3 VALUE +0.
       01  W-SETT-ULTIMA                  PIC S9(7)   COMP-3 VALUE +0.
       01  W-SETT-NUM                     PIC S9(7)   COMP-3 VALUE +0.
       01  W-SETT-DA                      PIC S9(7)   COMP-3 VALUE +0.
       01  W-SETT-A                       PIC S9(7)   COMP-3 VALUE +0.
       01  W-IND-SETT                     PIC S9(4)   COMP VALUE +0.
       01  W-TAB-SETTIMANE.
           05  W-MAX-RIP-SETT   OCCURS 6  PIC S9(7)   COMP-3.
       01  W-GG-LUNEDI                    PIC S9(9)   COMP VALUE +0.
       01  W-DATA-LUNEDI                  PIC X(10)   VALUE SPACES.
      * ---
      * TIMBRATURA LETTA
      * ---
       01  W-F-DIPARTIMENTO               PIC X(10)   VALUE SPACES.
       01  W-F-MATRICOLA                  PIC S9(5)   COMP-3 VALUE +0.
       01  W-F-COGNOME                    PIC X(30)   VALUE SPACES.
       01  W-F-NOME                       PIC X(15)   VALUE SPACES.
       01  W-F-DATA                       PIC X(10)   VALUE SPACES.
       01  W-F-GIORNO                     PIC S9(9)   COMP VALUE +0.
       01  W-F-ENTRATA                    PIC X(4)    VALUE SPACES.
       01  W-F-USCITA                     PIC X(4)    VALUE SPACES.
       01  W-ORA-TIMB.
           05  W-ORA-TIMB-HH              PIC 9(2).
           05  W-ORA-TIMB-MI              PIC 9(2).
      * ---
      * PRESENZA IN ESAME E PRECEDENTE DELLA STESSA MATRICOLA
      * ---
       01  W-MIN-INIZIO                   PIC S9(11)  COMP-3 VALUE +0.
       01  W-MIN-FINE                     PIC S9(11)  COMP-3 VALUE +0.
       01  W-MIN-ORA                      PIC S9(5)   COMP-3 VALUE +0.
       01  W-DURATA                       PIC S9(7)   COMP-3 VALUE +0.
       01  W-FINE-PREC                    PIC S9(11)  COMP-3 VALUE +0.
       01  W-DATA-PREC                    PIC X(10)   VALUE SPACES.
       01  W-RIPOSO                       PIC S9(11)  COMP-3 VALUE +0.
       01  W-MIN-PERIODO                  PIC S9(9)   COMP-3 VALUE +0.
       01  W-MEDIA-SETT                   PIC S9(7)   COMP-3 VALUE +0.
       01  W-ORE-EDIT                     PIC ZZZ9.
       01  W-MIN-EDIT                     PIC 99.
       01  W-LIM-EDIT                     PIC ZZ9.
       01  SW-PRIMA                       PIC X(1)    VALUE 'S'.
           88  PRIMA-PRESENZA                         VALUE 'S'.
      * ---
      * ROTTURE DI CODICE: DIPARTIMENTO E MATRICOLA IN CORSO
      * ---
       01  W-DIP-CORR                     PIC X(10)   VALUE SPACES.
       01  W-MATR-CORR                    PIC S9(5)   COMP-3 VALUE +0.
       01  W-NOME-CORR                    PIC X(30)   VALUE SPACES.
       01  SW-DIP-STAMPATO                PIC X(1)    VALUE 'N'.
           88  DIP-STAMPATO                           VALUE 'S'.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(35)  VALUE
               'FASCICOLO ISPETTORATO DEL LAVORO - '.
           05  FILLER                     PIC X(25)  VALUE
               'ORARIO DI LAVORO - MESE '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(14)  VALUE
               '  ELABORATO IL'.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(41)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(24)  VALUE
               'LIMITI: RIPOSO GIORN. H '.
           05  RI-RIP-GG                  PIC ZZ9.
           05  FILLER                     PIC X(16)  VALUE
               '  RIPOSO SETT. H'.
           05  RI-RIP-SETT                PIC ZZ9.
           05  FILLER                     PIC X(14)  VALUE
               '  MEDIA SETT. '.
           05  RI-MEDIA                   PIC ZZ9.
           05  FILLER                     PIC X(5)   VALUE
               ' H SU'.
           05  RI-SETT-RIFER              PIC ZZ9.
           05  FILLER                     PIC X(17)  VALUE
               ' SETT.  NOTTE H  '.
           05  RI-NOTTE                   PIC ZZ9.
           05  FILLER                     PIC X(42)  VALUE SPACES.
       01  R-INTESTAZ-DIP.
           05  FILLER                     PIC X(14)  VALUE
               'DIPARTIMENTO: '.
           05  RID-DIPARTIMENTO           PIC X(10).
           05  FILLER                     PIC X(109) VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(9)   VALUE
               '  MATR.  '.
           05  FILLER                     PIC X(32)  VALUE
               'COGNOME E NOME'.
           05  FILLER                     PIC X(12)  VALUE
               'DATA'.
           05  FILLER                     PIC X(24)  VALUE
               'LIMITE VIOLATO'.
           05  FILLER                     PIC X(56)  VALUE
               'RILEVATO'.
       01  R-RIGA-DETT.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DATA                    PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-LIMITE                  PIC X(22).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-RILEVATO                PIC X(56).
       01  R-RIGA-TOT-DIP.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  FILLER                     PIC X(32)  VALUE
               'VIOLAZIONI DEL DIPARTIMENTO   : '.
           05  RTD-VIOLAZIONI             PIC ZZZZ9.
           05  FILLER                     PIC X(94)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(24)  VALUE
               'MATRICOLE ESAMINATE   : '.
           05  RT-MATRICOLE               PIC ZZZZ9.
           05  FILLER                     PIC X(19)  VALUE
               '   VIOLAZIONI    : '.
           05  RT-VIOLAZIONI              PIC ZZZZ9.
           05  FILLER                     PIC X(80)  VALUE SPACES.
       01  R-RIGA-NESSUNA                 PIC X(133) VALUE
           'NESSUNA VIOLAZIONE DEI LIMITI DI LEGGE SULL''ORARIO'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

           EXEC SQL  INCLUDE CWPRES  END-EXEC.

      * -------------------------------------------------------------- *
      * TIMBRATURE CON ENTRATA E USCITA DALL'INIZIO DELLA FINESTRA DI  *
      * LETTURA ALLA FINE DEL MESE, PER DIPARTIMENTO E MATRICOLA       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-PRE21 CURSOR FOR
                    SELECT  D.DIPARTIMENTO,
                            P.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME,
                            P.DATA_PRESENZA,
                            DAYS(DATE(P.DATA_PRESENZA)),
                            P.ORA_ENTRATA,
                            P.ORA_USCITA
                    FROM    CPS04.CWPRESEN     P,
                            CPS04.CWDIPENDENTI D
                    WHERE   P.DATA_PRESENZA >= :W-DATA-DA
                    AND     P.DATA_PRESENZA <= :W-MESE-FINE
                    AND     P.ORA_ENTRATA   <> P.ORA_USCITA
                    AND     D.COD_MATRICOLA_DIP =
                            P.COD_MATRICOLA_DIP
                    ORDER BY D.DIPARTIMENTO,
                             P.COD_MATRICOLA_DIP,
                             P.DATA_PRESENZA
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

           OPEN OUTPUT ORALREP.
           IF NOT FS-ORALREP-OK
              DISPLAY '** ERRORE OPEN ORALREP, FILE STATUS: '
                      W-FS-ORALREP
              STOP RUN
           END-IF.

           PERFORM 1100-LEGGI-PARAMETRI.
           PERFORM 1200-CALCOLA-COMPETENZA.

           MOVE W-COMPETENZA      TO RI-COMPETENZA.
           MOVE W-BR-DATA         TO RI-DATA.
           MOVE R-INTESTAZ-1      TO ORALREP-REC.
           WRITE ORALREP-REC.
           MOVE W-ORE-RIP-GG      TO RI-RIP-GG.
           MOVE W-ORE-RIP-SETT    TO RI-RIP-SETT.
           MOVE W-ORE-MEDIA-MAX   TO RI-MEDIA.
           MOVE W-SETT-RIFER      TO RI-SETT-RIFER.
           MOVE W-ORE-NOTTE-MAX   TO RI-NOTTE.
           MOVE R-INTESTAZ-2      TO ORALREP-REC.
           WRITE ORALREP-REC.
           MOVE R-RIGA-VUOTA      TO ORALREP-REC.
           WRITE ORALREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * LIMITI DI LEGGE DA CWPARAM, CON I DEFAULT SE NON CENSITI (GLI  *
      * STESSI PARAMETRI USATI DA CX02DEMO SUI TURNI)                  *
      ******************************************************************
       1100-LEGGI-PARAMETRI SECTION.
      *--------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'RIPOGIORN'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORE-RIP-GG
           END-IF.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'RIPOSETT'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORE-RIP-SETT
           END-IF.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'OREMEDSET'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORE-MEDIA-MAX
           END-IF.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'SETTRIFER'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-SETT-RIFER
           END-IF.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'ORENOTMAX'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORE-NOTTE-MAX
           END-IF.

       1100-EX. EXIT.
      *
      *
      ******************************************************************
      * MESE DI COMPETENZA (IL MESE SOLARE PRECEDENTE LA DATA DI       *
      * LANCIO), SETTIMANE CHE TERMINANO NEL MESE E FINESTRA DI        *
      * LETTURA: DALLA PRIMA TRA LA SETTIMANA PRECEDENTE IL MESE E     *
      * L'INIZIO DEL PERIODO DI RIFERIMENTO DELLA MEDIA                *
      ******************************************************************
       1200-CALCOLA-COMPETENZA SECTION.
      *-----------------------*
           MOVE W-BR-AAAA TO W-COMP-AAAA.
           MOVE W-BR-MM   TO W-COMP-MM.
           IF W-COMP-MM = 01
              MOVE 12 TO W-COMP-MM
              SUBTRACT 1 FROM W-COMP-AAAA
           ELSE
              SUBTRACT 1 FROM W-COMP-MM
           END-IF.
           MOVE W-COMP-AAAA TO W-CMP-AAAA W-MIN-AAAA.
           MOVE W-COMP-MM   TO W-CMP-MM   W-MIN-MM.

           EXEC SQL SELECT CHAR(DATE(:W-MESE-INIZIO) + 1 MONTH
                                - 1 DAY, ISO),
                           DAYS(DATE(:W-MESE-INIZIO)),
                           DAYS(DATE(:W-MESE-INIZIO) + 1 MONTH - 1 DAY)
                      INTO :W-MESE-FINE,
                           :W-GG-MESE-INIZIO,
                           :W-GG-MESE-FINE
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           COMPUTE W-MIN-MESE-INIZIO = (W-GG-MESE-INIZIO - 1) * 1440.
           COMPUTE W-MIN-MESE-FINE   = W-GG-MESE-FINE * 1440.
      * ---
      * LA SETTIMANA NUMERO N VA DAL GIORNO 7N+1 (LUNEDI') AL GIORNO
      * 7N+7 (DOMENICA): LA PRIMA CHE TERMINA NEL MESE CONTIENE IL
      * PRIMO DEL MESE, L'ULTIMA HA LA DOMENICA ENTRO FINE MESE
      * ---
           COMPUTE W-SETT-PRIMA  = (W-GG-MESE-INIZIO - 1) / 7.
           COMPUTE W-SETT-ULTIMA = (W-GG-MESE-FINE - 7) / 7.

           COMPUTE W-GG-RIFER = W-GG-MESE-FINE - W-SETT-RIFER * 7 + 1.
           COMPUTE W-MIN-RIFER = (W-GG-RIFER - 1) * 1440.
           COMPUTE W-GG-DA = W-SETT-PRIMA * 7 + 1 - 7.
           IF W-GG-RIFER < W-GG-DA
              MOVE W-GG-RIFER TO W-GG-DA
           END-IF.
           COMPUTE W-MIN-DA = (W-GG-DA - 1) * 1440.
           EXEC SQL SELECT CHAR(DATE(:W-GG-DA), ISO)
                      INTO :W-DATA-DA
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       1200-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-PRE21 END-EXEC.
           MOVE 0 TO W-SQLCODE.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-PRE21 END-EXEC.

           IF W-MATR-CORR NOT = 0
              PERFORM 2400-CHIUDI-MATRICOLA
              PERFORM 2450-CHIUDI-DIPARTIMENTO
           END-IF.

           IF W-CONTA-VIOLAZIONI = 0
              MOVE R-RIGA-NESSUNA TO ORALREP-REC
              WRITE ORALREP-REC
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-PRE21
                    INTO  :W-F-DIPARTIMENTO,
                          :W-F-MATRICOLA,
                          :W-F-COGNOME,
                          :W-F-NOME,
                          :W-F-DATA,
                          :W-F-GIORNO,
                          :W-F-ENTRATA,
                          :W-F-USCITA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-LETTI
              PERFORM 2200-ROTTURA
              PERFORM 2300-ESAMINA-PRESENZA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * ROTTURA DI MATRICOLA E DI DIPARTIMENTO: CHIUDE I CONTROLLI     *
      * DELLA MATRICOLA PRECEDENTE E PREPARA QUELLI DELLA NUOVA        *
      ******************************************************************
       2200-ROTTURA SECTION.
      *------------*
           IF W-F-MATRICOLA = W-MATR-CORR
              GO TO 2200-EX
           END-IF.

           IF W-MATR-CORR NOT = 0
              PERFORM 2400-CHIUDI-MATRICOLA
              IF W-F-DIPARTIMENTO NOT = W-DIP-CORR
                 PERFORM 2450-CHIUDI-DIPARTIMENTO
              END-IF
           END-IF.

           MOVE W-F-DIPARTIMENTO TO W-DIP-CORR.
           MOVE W-F-MATRICOLA    TO W-MATR-CORR.
           MOVE SPACES           TO W-NOME-CORR.
           STRING W-F-COGNOME DELIMITED BY '  '
                  ' '         DELIMITED BY SIZE
                  W-F-NOME    DELIMITED BY '  '
                  INTO W-NOME-CORR
           END-STRING.
           ADD 1 TO W-CONTA-MATRICOLE.

           MOVE 'S'      TO SW-PRIMA.
           MOVE W-MIN-DA TO W-FINE-PREC.
           MOVE +0       TO W-MIN-PERIODO.
           PERFORM 2210-AZZERA-SETTIMANA
                   VARYING W-IND-SETT FROM 1 BY 1
                   UNTIL W-IND-SETT > 6.

       2200-EX. EXIT.
      *
      *
       2210-AZZERA-SETTIMANA SECTION.
      *---------------------*
           MOVE +0 TO W-MAX-RIP-SETT (W-IND-SETT).

       2210-EX. EXIT.
      *
      *
      ******************************************************************
      * PRESENZA DEL GIORNO: MINUTI ASSOLUTI DI ENTRATA E USCITA (CON  *
      * L'USCITA DEL GIORNO DOPO SE NON SUCCESSIVA ALL'ENTRATA),       *
      * RIPOSO DALLA PRESENZA PRECEDENTE, DURATA NOTTURNA E ORE DEL    *
      * PERIODO DI RIFERIMENTO                                         *
      ******************************************************************
       2300-ESAMINA-PRESENZA SECTION.
      *---------------------*
           IF W-F-ENTRATA NOT NUMERIC OR W-F-USCITA NOT NUMERIC
              GO TO 2300-EX
           END-IF.

           MOVE W-F-ENTRATA TO W-ORA-TIMB.
           COMPUTE W-MIN-ORA = W-ORA-TIMB-HH * 60 + W-ORA-TIMB-MI.
           COMPUTE W-MIN-INIZIO = (W-F-GIORNO - 1) * 1440 + W-MIN-ORA.
           MOVE W-F-USCITA  TO W-ORA-TIMB.
           COMPUTE W-MIN-FINE = (W-F-GIORNO - 1) * 1440
                              + W-ORA-TIMB-HH * 60 + W-ORA-TIMB-MI.
           IF W-MIN-FINE NOT > W-MIN-INIZIO
              ADD 1440 TO W-MIN-FINE
           END-IF.
           COMPUTE W-DURATA = W-MIN-FINE - W-MIN-INIZIO.
      * ---
      * RIPOSO GIORNALIERO DALLA PRESENZA PRECEDENTE
      * ---
           COMPUTE W-RIPOSO = W-MIN-INIZIO - W-FINE-PREC.
           IF NOT PRIMA-PRESENZA AND
              W-MIN-INIZIO NOT < W-MIN-MESE-INIZIO AND
              W-RIPOSO < W-ORE-RIP-GG * 60
              PERFORM 2310-VIOLA-RIPOSO-GG
           END-IF.
           PERFORM 2350-RIPOSO-SETTIMANALE.
           MOVE 'N'          TO SW-PRIMA.
           MOVE W-F-DATA     TO W-DATA-PREC.
           IF W-MIN-FINE > W-FINE-PREC
              MOVE W-MIN-FINE TO W-FINE-PREC
           END-IF.
      * ---
      * PRESENZA NOTTURNA (TOCCA LA FASCIA 22:00-06:00) OLTRE IL LIMITE
      * ---
           IF W-MIN-INIZIO NOT < W-MIN-MESE-INIZIO AND
              W-DURATA > W-ORE-NOTTE-MAX * 60
              IF W-MIN-ORA NOT < 1320 OR W-MIN-ORA < 360 OR
                 W-MIN-ORA + W-DURATA > 1320
                 PERFORM 2320-VIOLA-NOTTE
              END-IF
           END-IF.
      * ---
      * ORE LAVORATE NEL PERIODO DI RIFERIMENTO DELLA MEDIA
      * ---
           IF W-MIN-INIZIO NOT < W-MIN-RIFER
              ADD W-DURATA TO W-MIN-PERIODO
           END-IF.

       2300-EX. EXIT.
      *
      *
       2310-VIOLA-RIPOSO-GG SECTION.
      *--------------------*
           ADD 1 TO W-CONTA-RIP-GG.
           MOVE W-F-DATA TO RD-DATA.
           MOVE 'RIPOSO GIORNALIERO' TO RD-LIMITE.
           PERFORM 2380-EDITA-RIPOSO.
           MOVE SPACES TO RD-RILEVATO.
           STRING 'RIPOSO DI ORE ' W-ORE-EDIT ',' W-MIN-EDIT
                  ' DOPO LA PRESENZA DEL ' W-DATA-PREC
                  DELIMITED BY SIZE INTO RD-RILEVATO
           END-STRING.
           PERFORM 2390-STAMPA-VIOLAZIONE.

       2310-EX. EXIT.
      *
      *
       2320-VIOLA-NOTTE SECTION.
      *----------------*
           ADD 1 TO W-CONTA-NOTTE.
           MOVE W-F-DATA TO RD-DATA.
           MOVE 'LAVORO NOTTURNO' TO RD-LIMITE.
           MOVE W-DURATA TO W-RIPOSO.
           PERFORM 2380-EDITA-RIPOSO.
           MOVE SPACES TO RD-RILEVATO.
           STRING 'PRESENZA DI ORE ' W-ORE-EDIT ',' W-MIN-EDIT
                  ' DALLE ' W-F-ENTRATA (1:2) '.' W-F-ENTRATA (3:2)
                  ' ALLE ' W-F-USCITA (1:2) '.' W-F-USCITA (3:2)
                  DELIMITED BY SIZE INTO RD-RILEVATO
           END-STRING.
           PERFORM 2390-STAMPA-VIOLAZIONE.

       2320-EX. EXIT.
      *
      *
      ******************************************************************
      * IL RIPOSO TRA LA PRESENZA PRECEDENTE (O L'INIZIO DELLA         *
      * LETTURA) E L'INIZIO DI QUESTA VALE PER TUTTE LE SETTIMANE CHE  *
      * TOCCA: SI TIENE IL MASSIMO DI CIASCUNA                         *
      ******************************************************************
       2350-RIPOSO-SETTIMANALE SECTION.
      *-----------------------*
           IF W-RIPOSO NOT > +0
              GO TO 2350-EX
           END-IF.
           COMPUTE W-SETT-DA = W-FINE-PREC  / 10080.
           COMPUTE W-SETT-A  = W-MIN-INIZIO / 10080.
           PERFORM 2360-MASSIMO-SETTIMANA
                   VARYING W-SETT-NUM FROM W-SETT-DA BY 1
                   UNTIL W-SETT-NUM > W-SETT-A.

       2350-EX. EXIT.
      *
      *
       2360-MASSIMO-SETTIMANA SECTION.
      *----------------------*
           IF W-SETT-NUM < W-SETT-PRIMA OR
              W-SETT-NUM > W-SETT-ULTIMA
              GO TO 2360-EX
           END-IF.
           COMPUTE W-IND-SETT = W-SETT-NUM - W-SETT-PRIMA + 1.
           IF W-RIPOSO > W-MAX-RIP-SETT (W-IND-SETT)
              MOVE W-RIPOSO TO W-MAX-RIP-SETT (W-IND-SETT)
           END-IF.

       2360-EX. EXIT.
      *
      *
      ******************************************************************
      * MINUTI DI W-RIPOSO IN ORE E MINUTI EDITATI                     *
      ******************************************************************
       2380-EDITA-RIPOSO SECTION.
      *-----------------*
           IF W-RIPOSO < +0
              MOVE +0 TO W-RIPOSO
           END-IF.
           DIVIDE W-RIPOSO BY 60 GIVING W-ORE-EDIT
                                 REMAINDER W-MIN-EDIT.

       2380-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGA DI VIOLAZIONE, PRECEDUTA ALLA PRIMA DEL DIPARTIMENTO      *
      * DALLA SUA INTESTAZIONE                                         *
      ******************************************************************
       2390-STAMPA-VIOLAZIONE SECTION.
      *----------------------*
           IF NOT DIP-STAMPATO
              SET DIP-STAMPATO TO TRUE
              MOVE W-DIP-CORR     TO RID-DIPARTIMENTO
              MOVE R-INTESTAZ-DIP TO ORALREP-REC
              WRITE ORALREP-REC
              MOVE R-INTESTAZ-3   TO ORALREP-REC
              WRITE ORALREP-REC
           END-IF.
           MOVE W-MATR-CORR TO RD-MATRICOLA.
           MOVE W-NOME-CORR TO RD-COGNOME.
           MOVE R-RIGA-DETT TO ORALREP-REC.
           WRITE ORALREP-REC.
           ADD 1 TO W-CONTA-VIOLAZIONI.
           ADD 1 TO W-CONTA-VIOL-DIP.

       2390-EX. EXIT.
      *
      *
      ******************************************************************
      * FINE MATRICOLA: RIPOSO DALL'ULTIMA PRESENZA A FINE MESE,       *
      * RIPOSO SETTIMANALE DELLE SETTIMANE DEL MESE E MEDIA SUL        *
      * PERIODO DI RIFERIMENTO                                         *
      ******************************************************************
       2400-CHIUDI-MATRICOLA SECTION.
      *---------------------*
           MOVE W-MIN-MESE-FINE TO W-MIN-INIZIO.
           COMPUTE W-RIPOSO = W-MIN-INIZIO - W-FINE-PREC.
           PERFORM 2350-RIPOSO-SETTIMANALE.

           PERFORM 2410-CONTROLLA-SETTIMANA
                   VARYING W-SETT-NUM FROM W-SETT-PRIMA BY 1
                   UNTIL W-SETT-NUM > W-SETT-ULTIMA.

           COMPUTE W-MEDIA-SETT = W-MIN-PERIODO / W-SETT-RIFER.
           IF W-MEDIA-SETT > W-ORE-MEDIA-MAX * 60
              ADD 1 TO W-CONTA-MEDIA
              MOVE W-MESE-FINE  TO RD-DATA
              MOVE 'MEDIA SETTIMANALE' TO RD-LIMITE
              MOVE W-MEDIA-SETT TO W-RIPOSO
              PERFORM 2380-EDITA-RIPOSO
              MOVE W-SETT-RIFER TO W-LIM-EDIT
              MOVE SPACES TO RD-RILEVATO
              STRING 'MEDIA DI ORE ' W-ORE-EDIT ',' W-MIN-EDIT
                     ' NELLE ' W-LIM-EDIT ' SETTIMANE FINO AL '
                     W-MESE-FINE
                     DELIMITED BY SIZE INTO RD-RILEVATO
              END-STRING
              PERFORM 2390-STAMPA-VIOLAZIONE
           END-IF.

       2400-EX. EXIT.
      *
      *
       2410-CONTROLLA-SETTIMANA SECTION.
      *------------------------*
           COMPUTE W-IND-SETT = W-SETT-NUM - W-SETT-PRIMA + 1.
           IF W-MAX-RIP-SETT (W-IND-SETT) NOT < W-ORE-RIP-SETT * 60
              GO TO 2410-EX
           END-IF.
           ADD 1 TO W-CONTA-RIP-SETT.
           COMPUTE W-GG-LUNEDI = W-SETT-NUM * 7 + 1.
           EXEC SQL SELECT CHAR(DATE(:W-GG-LUNEDI), ISO)
                      INTO :W-DATA-LUNEDI
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE W-DATA-LUNEDI TO RD-DATA.
           MOVE 'RIPOSO SETTIMANALE' TO RD-LIMITE.
           MOVE W-MAX-RIP-SETT (W-IND-SETT) TO W-RIPOSO.
           PERFORM 2380-EDITA-RIPOSO.
           MOVE SPACES TO RD-RILEVATO.
           STRING 'RIPOSO MASSIMO DI ORE ' W-ORE-EDIT ',' W-MIN-EDIT
                  ' NELLA SETTIMANA DAL LUNEDI'''
                  DELIMITED BY SIZE INTO RD-RILEVATO
           END-STRING.
           PERFORM 2390-STAMPA-VIOLAZIONE.

       2410-EX. EXIT.
      *
      *
      ******************************************************************
      * FINE DIPARTIMENTO: TOTALE DELLE VIOLAZIONI SE STAMPATE         *
      ******************************************************************
       2450-CHIUDI-DIPARTIMENTO SECTION.
      *------------------------*
           IF DIP-STAMPATO
              MOVE W-CONTA-VIOL-DIP TO RTD-VIOLAZIONI
              MOVE R-RIGA-TOT-DIP   TO ORALREP-REC
              WRITE ORALREP-REC
              MOVE R-RIGA-VUOTA     TO ORALREP-REC
              WRITE ORALREP-REC
           END-IF.
           MOVE 'N' TO SW-DIP-STAMPATO.
           MOVE 0   TO W-CONTA-VIOL-DIP.

       2450-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE ORALREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI      TO W-BR-LETTI
              MOVE W-CONTA-VIOLAZIONI TO W-BR-SCRITTI
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
           MOVE R-RIGA-VUOTA       TO ORALREP-REC.
           WRITE ORALREP-REC.
           MOVE W-CONTA-MATRICOLE  TO RT-MATRICOLE.
           MOVE W-CONTA-VIOLAZIONI TO RT-VIOLAZIONI.
           MOVE R-RIGA-TOT         TO ORALREP-REC.
           WRITE ORALREP-REC.

           DISPLAY 'CY21DEMO - MESE DI COMPETENZA            : '
                   W-COMPETENZA.
           DISPLAY 'CY21DEMO - TIMBRATURE LETTE              : '
                   W-CONTA-LETTI.
           DISPLAY 'CY21DEMO - MATRICOLE ESAMINATE           : '
                   W-CONTA-MATRICOLE.
           DISPLAY 'CY21DEMO - VIOLAZIONI RIPOSO GIORNALIERO : '
                   W-CONTA-RIP-GG.
           DISPLAY 'CY21DEMO - VIOLAZIONI RIPOSO SETTIMANALE : '
                   W-CONTA-RIP-SETT.
           DISPLAY 'CY21DEMO - VIOLAZIONI MEDIA SETTIMANALE  : '
                   W-CONTA-MEDIA.
           DISPLAY 'CY21DEMO - VIOLAZIONI LAVORO NOTTURNO    : '
                   W-CONTA-NOTTE.

           CLOSE ORALREP.

           MOVE W-CONTA-LETTI      TO W-BR-LETTI.
           MOVE W-CONTA-VIOLAZIONI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
