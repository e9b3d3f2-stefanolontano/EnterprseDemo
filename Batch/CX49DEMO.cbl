       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX49DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CALCOLO NOTTURNO DEGLI STRAORDINARI DALLE    *
      *                   PRESENZE BADGE (CPS04.CWSTRAOR)              *
      * TIPO OPERAZIONE : BATCH DI CALCOLO                             *
      * TABELLE USATE   : CPS04.CWPRESEN, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWTURASS, CPS04.CWTURNI,               *
      *                   CPS04.CWCALEND, CPS04.CWPARAM,               *
      *                   CPS04.CWSTRAOR, STRAREP (TABULATO)           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * GIRA OGNI NOTTE DOPO IL CARICAMENTO DELLE TIMBRATURE CW95DEMO  *
      * E LAVORA LE PRESENZE CWPRESEN DEL GIORNO PRECEDENTE: PER OGNI  *
      * MATRICOLA CON ENTRATA E USCITA CALCOLA I MINUTI LAVORATI OLTRE *
      * LA PRESENZA ATTESA E LI SCRIVE COME CANDIDATI ('C') SU         *
      * CPS04.CWSTRAOR, IN ATTESA DELL'AUTORIZZAZIONE DEL RESPONSABILE *
      * (CX50DEMO). LA PRESENZA ATTESA E':                             *
      *   - IL TURNO ASSEGNATO SU CWTURASS/CWTURNI (VEDI CX02DEMO):    *
      *     E' STRAORDINARIO IL TEMPO PRIMA DELL'INIZIO E DOPO LA FINE *
      *     DEL TURNO; UN TURNO A SPAZI E' UN GIORNO DI RIPOSO E TUTTO *
      *     IL TEMPO TIMBRATO E' STRAORDINARIO                         *
      *   - SENZA TURNO, LA GIORNATA STANDARD IN MINUTI (CWPARAM       *
      *     'MINGGSTD', DEFAULT 480) NEI GIORNI LAVORATIVI; NEI GIORNI *
      *     NON LAVORATIVI (SABATO, DOMENICA, FESTIVITA' CWCALEND)     *
      *     TUTTO IL TEMPO TIMBRATO                                    *
      * I MINUTI VENGONO RIPARTITI IN:                                 *
      *   - FESTIVI: TUTTO LO STRAORDINARIO DI DOMENICA O DI UNA       *
      *     FESTIVITA' CWCALEND                                        *
      *   - NOTTURNI: LA PARTE CHE CADE NELLA FASCIA NOTTURNA          *
      *     (CWPARAM 'ORAININOT'/'ORAFINNOT', DEFAULT 22-06)           *
      *   - DIURNI: IL RESTO                                           *
      * UN'USCITA PRECEDENTE L'ENTRATA (TURNO A CAVALLO DELLA          *
      * MEZZANOTTE) VALE SUL GIORNO SUCCESSIVO. I GIORNI CON MENO DI   *
      * 'MINSTRAOR' MINUTI (DEFAULT 30) NON VENGONO REGISTRATI. UNA    *
      * RIGA GIA' DECISA DAL RESPONSABILE NON VIENE PIU' TOCCATA DA UN *
      * RILANCIO; UNA RIGA ANCORA 'C' VIENE RICALCOLATA.               *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRAREP        ASSIGN TO STRAREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-STRAREP.

       DATA DIVISION.
       FILE SECTION.
       FD  STRAREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  STRAREP-REC                    PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX49DEMO'.
       01  W-FS-STRAREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-STRAREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-PRESENZE               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-INCOMPLETE             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-CANDIDATI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-GIA-DECISI             PIC S9(7)   COMP-3 VALUE 0.
       01  W-COUNT                        PIC S9(4)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    PARAMETRI DI CALCOLO (CPS04.CWPARAM, CON I DEFAULT)         *
      * -------------------------------------------------------------- *
       01  W-MIN-GG-STD                   PIC S9(4)   COMP-3 VALUE 480.
       01  W-MIN-SOGLIA                   PIC S9(4)   COMP-3 VALUE 30.
       01  W-ORA-INI-NOTTE                PIC S9(2)   COMP-3 VALUE 22.
       01  W-ORA-FIN-NOTTE                PIC S9(2)   COMP-3 VALUE 6.
      * -------------------------------------------------------------- *
      *    GIORNO DI CALCOLO: IL GIORNO SOLARE PRECEDENTE IL LANCIO    *
      * -------------------------------------------------------------- *
       01  W-DATA-IERI.
           05  W-IE-AAAA                  PIC 9(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-IE-MM                    PIC 9(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-IE-GG                    PIC 9(2).
       01  SW-GIORNO-LAV                  PIC X(1)    VALUE 'S'.
           88  GIORNO-LAVORATIVO                      VALUE 'S'.
       01  SW-GIORNO-FEST                 PIC X(1)    VALUE 'N'.
           88  GIORNO-FESTIVO                         VALUE 'S'.
       01  SW-TURNO                       PIC X(1)    VALUE 'N'.
           88  CON-TURNO                              VALUE 'S'.
           88  GIORNO-RIPOSO                          VALUE 'R'.
           88  SENZA-TURNO                            VALUE 'N'.
      * -------------------------------------------------------------- *
      *    CALCOLO IN MINUTI DALLA MEZZANOTTE DEL GIORNO DI PRESENZA   *
      *    (OLTRE 1440 = GIORNO SUCCESSIVO)                            *
      * -------------------------------------------------------------- *
       01  W-ORA-HHMM.
           05  W-ORA-HH                   PIC 9(2).
           05  W-ORA-MM                   PIC 9(2).
       01  W-MINUTI-ORA                   PIC S9(5)   COMP-3 VALUE 0.
       01  W-MIN-ENTRATA                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-MIN-USCITA                   PIC S9(5)   COMP-3 VALUE 0.
       01  W-MIN-TURNO-INI                PIC S9(5)   COMP-3 VALUE 0.
       01  W-MIN-TURNO-FIN                PIC S9(5)   COMP-3 VALUE 0.
       01  W-INT-DA                       PIC S9(5)   COMP-3 VALUE 0.
       01  W-INT-A                        PIC S9(5)   COMP-3 VALUE 0.
       01  W-FIN-DA                       PIC S9(5)   COMP-3 VALUE 0.
       01  W-FIN-A                        PIC S9(5)   COMP-3 VALUE 0.
       01  W-OVL-DA                       PIC S9(5)   COMP-3 VALUE 0.
       01  W-OVL-A                        PIC S9(5)   COMP-3 VALUE 0.
       01  W-MIN-NOTTE-INT                PIC S9(5)   COMP-3 VALUE 0.
       01  W-TOT-DIURNI                   PIC S9(5)   COMP-3 VALUE 0.
       01  W-TOT-NOTTURNI                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-TOT-FESTIVI                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-TOT-STRAORD                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-STATO-ESISTENTE              PIC X(1)    VALUE SPACE.
      * -------------------------------------------------------------- *
      *    MINUTI IN FORMATO HH:MM PER IL TABULATO                     *
      * -------------------------------------------------------------- *
       01  W-MINUTI-EDIT                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-ORE-EDIT                     PIC 9(3)    VALUE ZERO.
       01  W-RESTO-EDIT                   PIC 9(2)    VALUE ZERO.
       01  W-HHMM-EDIT.
           05  W-HH-EDIT                  PIC ZZ9.
           05  FILLER                     PIC X       VALUE ':'.
           05  W-MM-EDIT                  PIC 99.
      *
       01  TAB-GG-MESE-D.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 28.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
       01  TAB-GG-MESE REDEFINES TAB-GG-MESE-D.
           02 EL-GG-MESE           PIC 9(2) OCCURS 12.
      * -------------------------------------------------------------- *
      *    CALCOLO GIORNI (ALGORITMO DI IET016CT IN FORMA BATCH, VEDI  *
      *    CW16DEMO E CW95DEMO) PER IL CONTROLLO SABATO/DOMENICA       *
      * -------------------------------------------------------------- *
       01  W-GG-CALC                      PIC 99      VALUE ZERO.
       01  W-MM-CALC                      PIC 99      VALUE ZERO.
       01  W-AAAA-CALC                    PIC 9(4)    VALUE ZERO.
       01  W-Q4                           PIC 9(4)    VALUE ZERO.
       01  W-R4                           PIC 9(2)    VALUE ZERO.
       01  W-Q100                         PIC 9(2)    VALUE ZERO.
       01  W-R100                         PIC 9(2)    VALUE ZERO.
       01  W-Q400                         PIC 9(2)    VALUE ZERO.
       01  W-R400                         PIC 9(3)    VALUE ZERO.
       01  W-GIORNI-CALC                  PIC 9(7)    VALUE ZERO.
       01  W-QUOZ-7                       PIC S9(7)   COMP-3 VALUE 0.
       01  W-RESTO-7                      PIC S9(5)   COMP-3 VALUE 0.
      *
       01  TAB-CUM-GG-MESE-D.
           02 FILLER               PIC 9(3) VALUE 000.
           02 FILLER               PIC 9(3) VALUE 031.
           02 FILLER               PIC 9(3) VALUE 059.
           02 FILLER               PIC 9(3) VALUE 090.
           02 FILLER               PIC 9(3) VALUE 120.
           02 FILLER               PIC 9(3) VALUE 151.
           02 FILLER               PIC 9(3) VALUE 181.
           02 FILLER               PIC 9(3) VALUE 212.
           02 FILLER               PIC 9(3) VALUE 243.
           02 FILLER               PIC 9(3) VALUE 273.
           02 FILLER               PIC 9(3) VALUE 304.
           02 FILLER               PIC 9(3) VALUE 334.
       01  TAB-CUM-GG-MESE REDEFINES TAB-CUM-GG-MESE-D.
           02 EL-CUM-GG-MESE       PIC 9(3) OCCURS 12.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO DEGLI STRAORDINARI CANDIDATI             *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(44)  VALUE
               'STRAORDINARI DA AUTORIZZARE (CX50) - GIORNO '.
           05  FILLER                     PIC X(2)   VALUE ': '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RI-TIPO-GIORNO             PIC X(20).
           05  FILLER                     PIC X(53)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(50)  VALUE
               'MATR.  COGNOME                         DIPARTIM.  '.
           05  FILLER                     PIC X(50)  VALUE
               'TU ENTR USCI    DIURNE    NOTTUR    FESTIV  NOTE  '.
           05  FILLER                     PIC X(33)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DIPART                  PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-TURNO                   PIC X(2).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-ENTRATA                 PIC X(4).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-USCITA                  PIC X(4).
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-DIURNI                  PIC X(6).
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-NOTTURNI                PIC X(6).
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-FESTIVI                 PIC X(6).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-NOTE                    PIC X(39).
       01  R-RIGA-TRAILER-1.
           05  FILLER                     PIC X(30)  VALUE
               'PRESENZE ESAMINATE        : '.
           05  RT-PRESENZE                PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  FILLER                     PIC X(30)  VALUE
               'SENZA USCITA (ESCLUSE)    : '.
           05  RT-INCOMPLETE              PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(49)  VALUE SPACES.
       01  R-RIGA-TRAILER-2.
           05  FILLER                     PIC X(30)  VALUE
               'STRAORDINARI CANDIDATI    : '.
           05  RT-CANDIDATI               PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  FILLER                     PIC X(30)  VALUE
               'GIA'' DECISI (NON TOCCATI) : '.
           05  RT-GIA-DECISI              PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(49)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWPRES  END-EXEC.

           EXEC SQL  INCLUDE CWTURA  END-EXEC.

           EXEC SQL  INCLUDE CWTURN  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

           EXEC SQL  INCLUDE CWSTRA  END-EXEC.

      * -------------------------------------------------------------- *
      * PRESENZE DEL GIORNO DI CALCOLO, CON COGNOME E DIPARTIMENTO     *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-PRE49 CURSOR FOR
                    SELECT  P.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.DIPARTIMENTO,
                            P.ORA_ENTRATA,
                            P.ORA_USCITA
                    FROM    CPS04.CWPRESEN     P,
                            CPS04.CWDIPENDENTI D
                    WHERE   P.DATA_PRESENZA = :W-DATA-IERI
                    AND     D.COD_MATRICOLA_DIP =
                            P.COD_MATRICOLA_DIP
                    ORDER BY D.DIPARTIMENTO, P.COD_MATRICOLA_DIP
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
           PERFORM 1100-CALCOLA-IERI.

           OPEN OUTPUT STRAREP.
           IF NOT FS-STRAREP-OK
              DISPLAY '** ERRORE OPEN STRAREP, FILE STATUS: '
                      W-FS-STRAREP
              STOP RUN
           END-IF.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * GIORNO DI CALCOLO = GIORNO SOLARE PRECEDENTE IL LANCIO         *
      * (ANNO BISESTILE COMPRESO), COME IN CW95DEMO                    *
      ******************************************************************
       1100-CALCOLA-IERI SECTION.
      *---------------*
           MOVE W-BR-AAAA TO W-IE-AAAA.
           MOVE W-BR-MM   TO W-IE-MM.
           MOVE W-BR-GG   TO W-IE-GG.
           IF W-IE-GG > 1
              SUBTRACT 1 FROM W-IE-GG
           ELSE
              IF W-IE-MM = 1
                 MOVE 12 TO W-IE-MM
                 SUBTRACT 1 FROM W-IE-AAAA
              ELSE
                 SUBTRACT 1 FROM W-IE-MM
              END-IF
              MOVE EL-GG-MESE(W-IE-MM) TO W-IE-GG
              MOVE W-IE-AAAA TO W-AAAA-CALC
              DIVIDE W-AAAA-CALC BY   4  GIVING W-Q4
                                         REMAINDER W-R4
              DIVIDE W-AAAA-CALC BY 100  GIVING W-Q100
                                         REMAINDER W-R100
              DIVIDE W-AAAA-CALC BY 400  GIVING W-Q400
                                         REMAINDER W-R400
              IF W-IE-MM = 02 AND
                 (((W-R4 = 0) AND (W-R100 NOT = 0)) OR (W-R400 = 0))
                 MOVE 29 TO W-IE-GG
              END-IF
           END-IF.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2050-LEGGI-PARAMETRI.
           PERFORM 2060-CONTROLLA-GIORNO.

           MOVE W-DATA-IERI  TO RI-DATA.
           IF GIORNO-FESTIVO
              MOVE 'GIORNO FESTIVO'     TO RI-TIPO-GIORNO
           ELSE
              IF GIORNO-LAVORATIVO
                 MOVE 'GIORNO LAVORATIVO' TO RI-TIPO-GIORNO
              ELSE
                 MOVE 'GIORNO NON LAVORATIVO' TO RI-TIPO-GIORNO
              END-IF
           END-IF.
           MOVE R-INTESTAZ-1 TO STRAREP-REC.
           WRITE STRAREP-REC.
           MOVE R-RIGA-VUOTA TO STRAREP-REC.
           WRITE STRAREP-REC.
           MOVE R-INTESTAZ-2 TO STRAREP-REC.
           WRITE STRAREP-REC.

           EXEC SQL OPEN CUR-PRE49 END-EXEC.
           MOVE 0 TO W-SQLCODE.

           PERFORM 2100-FETCH-PRESENZA UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-PRE49 END-EXEC.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * PARAMETRI DI CALCOLO DA CPS04.CWPARAM; SE NON CENSITI VALGONO  *
      * I DEFAULT DI WORKING                                           *
      ******************************************************************
       2050-LEGGI-PARAMETRI SECTION.
      *---------------*
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'MINGGSTD'
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-MIN-GG-STD
           ELSE
              DISPLAY 'CX49DEMO - ATTENZIONE: PARAMETRO MINGGSTD '
                      'NON CENSITO O NON VALIDO, VALE 480'
              MOVE 0 TO W-SQLCODE
           END-IF.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'MINSTRAOR'
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-MIN-SOGLIA
           ELSE
              DISPLAY 'CX49DEMO - ATTENZIONE: PARAMETRO MINSTRAOR '
                      'NON CENSITO, VALE 30'
              MOVE 0 TO W-SQLCODE
           END-IF.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'ORAININOT'
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND VALORE-NUM OF DCL-CWPARAM < 24
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORA-INI-NOTTE
           ELSE
              DISPLAY 'CX49DEMO - ATTENZIONE: PARAMETRO ORAININOT '
                      'NON CENSITO O NON VALIDO, VALE 22'
              MOVE 0 TO W-SQLCODE
           END-IF.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'ORAFINNOT'
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND VALORE-NUM OF DCL-CWPARAM < 24
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-ORA-FIN-NOTTE
           ELSE
              DISPLAY 'CX49DEMO - ATTENZIONE: PARAMETRO ORAFINNOT '
                      'NON CENSITO O NON VALIDO, VALE 6'
              MOVE 0 TO W-SQLCODE
           END-IF.

       2050-EX. EXIT.
      *
      *
      ******************************************************************
      * TIPO DEL GIORNO DI CALCOLO: DOMENICA O FESTIVITA' CWCALEND =   *
      * FESTIVO; SABATO = NON LAVORATIVO MA NON FESTIVO (STESSO RESTO  *
      * MODULO 7 DI CW95DEMO: 0=SABATO, 1=DOMENICA)                    *
      ******************************************************************
       2060-CONTROLLA-GIORNO SECTION.
      *---------------*
           MOVE 'S' TO SW-GIORNO-LAV.
           MOVE 'N' TO SW-GIORNO-FEST.
           MOVE W-IE-GG   TO W-GG-CALC.
           MOVE W-IE-MM   TO W-MM-CALC.
           MOVE W-IE-AAAA TO W-AAAA-CALC.
           PERFORM 2700-CALCOLA-GIORNI.
           DIVIDE W-GIORNI-CALC BY 7 GIVING W-QUOZ-7
                                     REMAINDER W-RESTO-7.
           IF W-RESTO-7 = 0
              MOVE 'N' TO SW-GIORNO-LAV
           END-IF.
           IF W-RESTO-7 = 1
              MOVE 'N' TO SW-GIORNO-LAV
              MOVE 'S' TO SW-GIORNO-FEST
           END-IF.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM CPS04.CWCALEND
                     WHERE DATA_FESTA = :W-DATA-IERI
           END-EXEC.
           IF W-COUNT > 0
              MOVE 'N' TO SW-GIORNO-LAV
              MOVE 'S' TO SW-GIORNO-FEST
           END-IF.

       2060-EX. EXIT.
      *
      *
       2100-FETCH-PRESENZA SECTION.
      *---------------*
           EXEC SQL FETCH CUR-PRE49
                    INTO  :DCL-CWPRESEN.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CWPRESEN.ORA-ENTRATA,
                          :DCL-CWPRESEN.ORA-USCITA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-PRESENZE
              PERFORM 2200-TRATTA-PRESENZA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * CALCOLO DELLO STRAORDINARIO DELLA PRESENZA CORRENTE: UNA SOLA  *
      * TIMBRATURA (ENTRATA = USCITA) NON BASTA E LA PRESENZA E'       *
      * ESCLUSA (VA RETTIFICATA A MANO SU CWPRESEN)                    *
      ******************************************************************
       2200-TRATTA-PRESENZA SECTION.
      *---------------*
           IF ORA-ENTRATA OF DCL-CWPRESEN NOT NUMERIC OR
              ORA-USCITA  OF DCL-CWPRESEN NOT NUMERIC OR
              ORA-ENTRATA OF DCL-CWPRESEN = ORA-USCITA OF DCL-CWPRESEN
              ADD 1 TO W-CONTA-INCOMPLETE
              GO TO 2200-EX
           END-IF.

           MOVE ORA-ENTRATA OF DCL-CWPRESEN TO W-ORA-HHMM.
           PERFORM 2450-CONVERTI-MINUTI.
           MOVE W-MINUTI-ORA TO W-MIN-ENTRATA.
           MOVE ORA-USCITA  OF DCL-CWPRESEN TO W-ORA-HHMM.
           PERFORM 2450-CONVERTI-MINUTI.
           MOVE W-MINUTI-ORA TO W-MIN-USCITA.
           IF W-MIN-USCITA < W-MIN-ENTRATA
              ADD 1440 TO W-MIN-USCITA
           END-IF.

           PERFORM 2210-LEGGI-TURNO.

           MOVE 0 TO W-TOT-DIURNI W-TOT-NOTTURNI W-TOT-FESTIVI.

           IF CON-TURNO
      *       PRIMA DELL'INIZIO E DOPO LA FINE DEL TURNO
              IF W-MIN-ENTRATA < W-MIN-TURNO-INI
                 MOVE W-MIN-ENTRATA TO W-INT-DA
                 IF W-MIN-USCITA < W-MIN-TURNO-INI
                    MOVE W-MIN-USCITA    TO W-INT-A
                 ELSE
                    MOVE W-MIN-TURNO-INI TO W-INT-A
                 END-IF
                 PERFORM 2300-RIPARTISCI-INTERVALLO
              END-IF
              IF W-MIN-USCITA > W-MIN-TURNO-FIN
                 IF W-MIN-ENTRATA > W-MIN-TURNO-FIN
                    MOVE W-MIN-ENTRATA   TO W-INT-DA
                 ELSE
                    MOVE W-MIN-TURNO-FIN TO W-INT-DA
                 END-IF
                 MOVE W-MIN-USCITA TO W-INT-A
                 PERFORM 2300-RIPARTISCI-INTERVALLO
              END-IF
           ELSE
              IF GIORNO-RIPOSO OR NOT GIORNO-LAVORATIVO
      *          RIPOSO O GIORNO NON LAVORATIVO: TUTTO IL TIMBRATO
                 MOVE W-MIN-ENTRATA TO W-INT-DA
                 MOVE W-MIN-USCITA  TO W-INT-A
                 PERFORM 2300-RIPARTISCI-INTERVALLO
              ELSE
      *          OLTRE LA GIORNATA STANDARD
                 IF W-MIN-USCITA - W-MIN-ENTRATA > W-MIN-GG-STD
                    COMPUTE W-INT-DA = W-MIN-ENTRATA + W-MIN-GG-STD
                    MOVE W-MIN-USCITA TO W-INT-A
                    PERFORM 2300-RIPARTISCI-INTERVALLO
                 END-IF
              END-IF
           END-IF.

           COMPUTE W-TOT-STRAORD = W-TOT-DIURNI + W-TOT-NOTTURNI
                                 + W-TOT-FESTIVI.
           IF W-TOT-STRAORD = 0 OR W-TOT-STRAORD < W-MIN-SOGLIA
              GO TO 2200-EX
           END-IF.

           PERFORM 2500-REGISTRA-CANDIDATO.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * TURNO ASSEGNATO PER IL GIORNO (CWTURASS/CWTURNI): SENZA RIGA   *
      * NESSUN TURNO, CODICE A SPAZI = RIPOSO. UN TURNO CHE FINISCE    *
      * PRIMA DI INIZIARE SCAVALCA LA MEZZANOTTE                       *
      ******************************************************************
       2210-LEGGI-TURNO SECTION.
      *---------------*
           MOVE 'N'    TO SW-TURNO.
           MOVE SPACES TO COD-TURNO OF DCL-CWTURASS.
           EXEC SQL SELECT COD_TURNO
                      INTO :DCL-CWTURASS.COD-TURNO
                      FROM CPS04.CWTURASS
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWPRESEN.COD-MATRICOLA-DIP
                     AND   DATA_TURNO = :W-DATA-IERI
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO COD-TURNO OF DCL-CWTURASS
              GO TO 2210-EX
           END-IF.
           IF COD-TURNO OF DCL-CWTURASS = SPACES
              MOVE 'R' TO SW-TURNO
              GO TO 2210-EX
           END-IF.

           EXEC SQL SELECT ORA_INIZIO,
                           ORA_FINE
                      INTO :DCL-CWTURNI.ORA-INIZIO,
                           :DCL-CWTURNI.ORA-FINE
                      FROM CPS04.CWTURNI
                     WHERE COD_TURNO = :DCL-CWTURASS.COD-TURNO
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 2210-EX
           END-IF.
           IF ORA-INIZIO OF DCL-CWTURNI NOT NUMERIC OR
              ORA-FINE   OF DCL-CWTURNI NOT NUMERIC
              GO TO 2210-EX
           END-IF.

           MOVE 'S' TO SW-TURNO.
           MOVE ORA-INIZIO OF DCL-CWTURNI TO W-ORA-HHMM.
           PERFORM 2450-CONVERTI-MINUTI.
           MOVE W-MINUTI-ORA TO W-MIN-TURNO-INI.
           MOVE ORA-FINE   OF DCL-CWTURNI TO W-ORA-HHMM.
           PERFORM 2450-CONVERTI-MINUTI.
           MOVE W-MINUTI-ORA TO W-MIN-TURNO-FIN.
           IF W-MIN-TURNO-FIN < W-MIN-TURNO-INI
              ADD 1440 TO W-MIN-TURNO-FIN
           END-IF.

       2210-EX. EXIT.
      *
      *
      ******************************************************************
      * RIPARTIZIONE DELL'INTERVALLO DI STRAORDINARIO [W-INT-DA,       *
      * W-INT-A): IN GIORNO FESTIVO VA TUTTO NEI FESTIVI, ALTRIMENTI   *
      * LA PARTE CHE CADE NELLE FASCE NOTTURNE (LA NOTTE PRECEDENTE,   *
      * QUELLA DEL GIORNO E QUELLA DEL GIORNO DOPO) VA NEI NOTTURNI E  *
      * IL RESTO NEI DIURNI                                            *
      ******************************************************************
       2300-RIPARTISCI-INTERVALLO SECTION.
      *---------------*
           IF W-INT-A NOT > W-INT-DA
              GO TO 2300-EX
           END-IF.

           IF GIORNO-FESTIVO
              COMPUTE W-TOT-FESTIVI = W-TOT-FESTIVI
                                    + W-INT-A - W-INT-DA
              GO TO 2300-EX
           END-IF.

           MOVE 0 TO W-MIN-NOTTE-INT.
           MOVE 0 TO W-FIN-DA.
           COMPUTE W-FIN-A  = W-ORA-FIN-NOTTE * 60.
           PERFORM 2350-SOVRAPPOSIZIONE.
           COMPUTE W-FIN-DA = W-ORA-INI-NOTTE * 60.
           COMPUTE W-FIN-A  = W-ORA-FIN-NOTTE * 60 + 1440.
           PERFORM 2350-SOVRAPPOSIZIONE.
           COMPUTE W-FIN-DA = W-ORA-INI-NOTTE * 60 + 1440.
           MOVE 2880 TO W-FIN-A.
           PERFORM 2350-SOVRAPPOSIZIONE.

           COMPUTE W-TOT-NOTTURNI = W-TOT-NOTTURNI + W-MIN-NOTTE-INT.
           COMPUTE W-TOT-DIURNI   = W-TOT-DIURNI
                                  + W-INT-A - W-INT-DA
                                  - W-MIN-NOTTE-INT.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * MINUTI COMUNI ALL'INTERVALLO [W-INT-DA, W-INT-A) E ALLA FASCIA *
      * [W-FIN-DA, W-FIN-A), SOMMATI IN W-MIN-NOTTE-INT                *
      ******************************************************************
       2350-SOVRAPPOSIZIONE SECTION.
      *---------------*
           IF W-INT-DA > W-FIN-DA
              MOVE W-INT-DA TO W-OVL-DA
           ELSE
              MOVE W-FIN-DA TO W-OVL-DA
           END-IF.
           IF W-INT-A < W-FIN-A
              MOVE W-INT-A  TO W-OVL-A
           ELSE
              MOVE W-FIN-A  TO W-OVL-A
           END-IF.
           IF W-OVL-A > W-OVL-DA
              COMPUTE W-MIN-NOTTE-INT = W-MIN-NOTTE-INT
                                      + W-OVL-A - W-OVL-DA
           END-IF.

       2350-EX. EXIT.
      *
      *
      ******************************************************************
      * ORA 'HHMM' (W-ORA-HHMM) IN MINUTI DALLA MEZZANOTTE             *
      ******************************************************************
       2450-CONVERTI-MINUTI SECTION.
      *---------------*
           COMPUTE W-MINUTI-ORA = W-ORA-HH * 60 + W-ORA-MM.

       2450-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRAZIONE DEL CANDIDATO SU CPS04.CWSTRAOR: RIGA NUOVA IN   *
      * STATO 'C'; UNA RIGA ANCORA 'C' (RILANCIO) VIENE RICALCOLATA,   *
      * UNA RIGA GIA' DECISA DAL RESPONSABILE RESTA COM'E'             *
      ******************************************************************
       2500-REGISTRA-CANDIDATO SECTION.
      *---------------*
           MOVE SPACE TO W-STATO-ESISTENTE.
           EXEC SQL SELECT STATO_STRAORD
                      INTO :W-STATO-ESISTENTE
                      FROM CPS04.CWSTRAOR
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWPRESEN.COD-MATRICOLA-DIP
                     AND   DATA_PRESENZA = :W-DATA-IERI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.

           MOVE COD-MATRICOLA-DIP OF DCL-CWPRESEN
                                  TO COD-MATRICOLA-DIP OF DCL-CWSTRAOR.
           MOVE W-DATA-IERI       TO DATA-PRESENZA OF DCL-CWSTRAOR.
           MOVE DIPARTIMENTO OF DCL-CPSDIP
                                  TO DIPARTIMENTO OF DCL-CWSTRAOR.
           MOVE COD-TURNO OF DCL-CWTURASS
                                  TO COD-TURNO OF DCL-CWSTRAOR.
           MOVE W-TOT-DIURNI      TO MIN-DIURNI   OF DCL-CWSTRAOR.
           MOVE W-TOT-NOTTURNI    TO MIN-NOTTURNI OF DCL-CWSTRAOR.
           MOVE W-TOT-FESTIVI     TO MIN-FESTIVI  OF DCL-CWSTRAOR.

           MOVE SPACES TO RD-NOTE.
           IF W-SQLCODE-NOT-FOUND
              EXEC SQL INSERT INTO CPS04.CWSTRAOR
                            VALUES (:DCL-CWSTRAOR.COD-MATRICOLA-DIP,
                                    :DCL-CWSTRAOR.DATA-PRESENZA,
                                    :DCL-CWSTRAOR.DIPARTIMENTO,
                                    :DCL-CWSTRAOR.COD-TURNO,
                                    :DCL-CWSTRAOR.MIN-DIURNI,
                                    :DCL-CWSTRAOR.MIN-NOTTURNI,
                                    :DCL-CWSTRAOR.MIN-FESTIVI,
                                    0,
                                    0,
                                    0,
                                    'C',
                                    '        ',
                                    '          ',
                                    '       ')
              END-EXEC
              ADD 1 TO W-CONTA-CANDIDATI
           ELSE
              IF W-STATO-ESISTENTE = 'C'
                 EXEC SQL UPDATE CPS04.CWSTRAOR
                             SET DIPARTIMENTO =
                                 :DCL-CWSTRAOR.DIPARTIMENTO,
                                 COD_TURNO    =
                                 :DCL-CWSTRAOR.COD-TURNO,
                                 MIN_DIURNI   =
                                 :DCL-CWSTRAOR.MIN-DIURNI,
                                 MIN_NOTTURNI =
                                 :DCL-CWSTRAOR.MIN-NOTTURNI,
                                 MIN_FESTIVI  =
                                 :DCL-CWSTRAOR.MIN-FESTIVI
                           WHERE COD_MATRICOLA_DIP =
                                 :DCL-CWSTRAOR.COD-MATRICOLA-DIP
                           AND   DATA_PRESENZA =
                                 :DCL-CWSTRAOR.DATA-PRESENZA
                           AND   STATO_STRAORD = 'C'
                 END-EXEC
                 ADD 1 TO W-CONTA-CANDIDATI
                 MOVE 'RICALCOLATO (RILANCIO)' TO RD-NOTE
              ELSE
                 ADD 1 TO W-CONTA-GIA-DECISI
                 MOVE SPACES TO RD-NOTE
                 STRING 'GIA'' DECISO (STATO '
                        W-STATO-ESISTENTE
                        ') - NON RICALCOLATO'
                        DELIMITED BY SIZE INTO RD-NOTE
                 END-STRING
              END-IF
           END-IF.

           PERFORM 2550-SCRIVI-DETTAGLIO.

       2500-EX. EXIT.
      *
      *
       2550-SCRIVI-DETTAGLIO SECTION.
      *---------------*
           MOVE COD-MATRICOLA-DIP OF DCL-CWPRESEN TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP   TO RD-COGNOME.
           MOVE DIPARTIMENTO      OF DCL-CPSDIP   TO RD-DIPART.
           MOVE COD-TURNO         OF DCL-CWTURASS TO RD-TURNO.
           MOVE ORA-ENTRATA       OF DCL-CWPRESEN TO RD-ENTRATA.
           MOVE ORA-USCITA        OF DCL-CWPRESEN TO RD-USCITA.
           MOVE W-TOT-DIURNI   TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT    TO RD-DIURNI.
           MOVE W-TOT-NOTTURNI TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT    TO RD-NOTTURNI.
           MOVE W-TOT-FESTIVI  TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT    TO RD-FESTIVI.
           MOVE R-RIGA-DETT    TO STRAREP-REC.
           WRITE STRAREP-REC.

       2550-EX. EXIT.
      *
      *
      ******************************************************************
      * MINUTI (W-MINUTI-EDIT) IN FORMATO HHH:MM PER IL TABULATO       *
      ******************************************************************
       2600-EDITA-ORE SECTION.
      *---------------*
           DIVIDE W-MINUTI-EDIT BY 60 GIVING W-ORE-EDIT
                                      REMAINDER W-RESTO-EDIT.
           MOVE W-ORE-EDIT   TO W-HH-EDIT.
           MOVE W-RESTO-EDIT TO W-MM-EDIT.

       2600-EX. EXIT.
      *
      *
      ******************************************************************
      * NUMERO DI GIORNI ASSOLUTO (ALGORITMO DI IET016CT / CW16DEMO)   *
      ******************************************************************
       2700-CALCOLA-GIORNI SECTION.
      *---------------*
           DIVIDE W-AAAA-CALC BY   4  GIVING W-Q4
                                      REMAINDER W-R4.
           DIVIDE W-AAAA-CALC BY 100  GIVING W-Q100
                                      REMAINDER W-R100.
           DIVIDE W-AAAA-CALC BY 400  GIVING W-Q400
                                      REMAINDER W-R400.
      *
           COMPUTE W-GIORNI-CALC = (W-AAAA-CALC * 365)
                                 + W-Q4 - W-Q100 + W-Q400
                                 + EL-CUM-GG-MESE(W-MM-CALC)
                                 + W-GG-CALC.
      *
      * FLOOR(ANNO/4) CONTEGGIA GIA' IL 29 FEBBRAIO DELL'ANNO IN
      * CORSO: NEI MESI FINO A FEBBRAIO VA TOLTO
           IF  ((W-R4 = 0) AND (W-R100 NOT = 0))
                OR (W-R400 = 0)
               IF  W-MM-CALC NOT > 2
                   SUBTRACT 1 FROM W-GIORNI-CALC
               END-IF
           END-IF.

       2700-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE STRAREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-PRESENZE  TO W-BR-LETTI
              MOVE W-CONTA-CANDIDATI TO W-BR-SCRITTI
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
           MOVE R-RIGA-VUOTA        TO STRAREP-REC.
           WRITE STRAREP-REC.
           MOVE W-CONTA-PRESENZE    TO RT-PRESENZE.
           MOVE W-CONTA-INCOMPLETE  TO RT-INCOMPLETE.
           MOVE R-RIGA-TRAILER-1    TO STRAREP-REC.
           WRITE STRAREP-REC.
           MOVE W-CONTA-CANDIDATI   TO RT-CANDIDATI.
           MOVE W-CONTA-GIA-DECISI  TO RT-GIA-DECISI.
           MOVE R-RIGA-TRAILER-2    TO STRAREP-REC.
           WRITE STRAREP-REC.

           DISPLAY 'CX49DEMO - GIORNO DI CALCOLO     : '
                   W-DATA-IERI.
           DISPLAY 'CX49DEMO - PRESENZE ESAMINATE    : '
                   W-CONTA-PRESENZE.
           DISPLAY 'CX49DEMO - STRAORDINARI CANDIDATI: '
                   W-CONTA-CANDIDATI.

           CLOSE STRAREP.

           MOVE W-CONTA-PRESENZE  TO W-BR-LETTI.
           MOVE W-CONTA-CANDIDATI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
