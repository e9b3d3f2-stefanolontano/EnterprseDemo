       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX51DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : MATURAZIONE MENSILE DEI BUONI PASTO E FILE   *
      *                   D'ORDINE PER IL FORNITORE                    *
      * TIPO OPERAZIONE : BATCH DI CALCOLO ED ESTRAZIONE               *
      * TABELLE USATE   : CPS04.CWPRESEN, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWASSENZE, CPS04.CWCALEND,             *
      *                   CPS04.CWPARAM, CPS04.CWDIPART,               *
      *                   CPS04.CWBUONIP, CPS04.CWSMPIAN,              *
      *                   BUONIORD (FILE D'ORDINE),                    *
      *                   BUONIREP (TABULATO DI CONTROLLO)             *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  LE GIORNATE DI LAVORO AGILE PIANIFICATE         *
      *                (CPS04.CWSMPIAN, VEDI CX80DEMO) NON DANNO       *
      *                DIRITTO AL BUONO: UNA TIMBRATURA IN UNO DI      *
      *                QUESTI GIORNI E' CONTESTATA                     *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE, DA LANCIARE PRIMA DELL'ESTRAZIONE PAGHE         *
      * CW82DEMO, SUL MESE DI COMPETENZA (IL MESE SOLARE PRECEDENTE LA *
      * DATA DI LANCIO, COME CW82DEMO). PER OGNI PRESENZA CWPRESEN DEL *
      * MESE DECIDE SE IL GIORNO DA' DIRITTO AL BUONO PASTO:           *
      *   - TIMBRATURA SENZA USCITA (ENTRATA = USCITA): CONTESTATA     *
      *   - TIMBRATURA IN UN GIORNO COPERTO DA UN PERIODO CWASSENZE:   *
      *     CONTESTATA                                                 *
      *   - TIMBRATURA IN UN GIORNO DI LAVORO AGILE PIANIFICATO        *
      *     (CWSMPIAN): CONTESTATA                                     *
      *   - GIORNATA NON LAVORATIVA CWCALEND: ESCLUSA                  *
      *   - DURATA LAVORATA INFERIORE ALLA SOGLIA IN MINUTI (CWPARAM   *
      *     'MINBUONO', DEFAULT 360): ESCLUSA                          *
      *   - ALTRIMENTI: UN BUONO                                       *
      * I CONTEGGI PER MATRICOLA VANNO SU CPS04.CWBUONIP (RISCRITTI IN *
      * CASO DI RILANCIO SULLO STESSO MESE), DA DOVE CW82DEMO LI PORTA *
      * SU PAYROLX. IL FILE D'ORDINE BUONIORD HA UN RECORD PER         *
      * DIPARTIMENTO CON NUMERO DI BUONI E IMPORTO AL VALORE UNITARIO  *
      * DEL MESE (CWPARAM 'VALBUONO', DEFAULT 8,00), PIU' UN RECORD DI *
      * TOTALE. I CASI CONTESTATI FINISCONO SUL TABULATO BUONIREP.     *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUONIORD       ASSIGN TO BUONIORD
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-BUONIORD.

           SELECT BUONIREP       ASSIGN TO BUONIREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-BUONIREP.

       DATA DIVISION.
       FILE SECTION.
       FD  BUONIORD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 76 CHARACTERS.
       01  BUONIORD-REC.
           05  BO-TIPO-REC                PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  BO-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  BO-DIPART                  PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  BO-DESCR-DIPART            PIC X(30).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  BO-NUM-BUONI               PIC 9(6).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  BO-VALORE-UNIT             PIC 9(3)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  BO-IMPORTO                 PIC 9(9)V99.

       FD  BUONIREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  BUONIREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX51DEMO'.
       01  W-FS-BUONIORD                  PIC  X(2)   VALUE ZEROES.
           88  FS-BUONIORD-OK                         VALUE '00'.
       01  W-FS-BUONIREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-BUONIREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-PRESENZE               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-MATRICOLE              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-BUONI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-CONTESTATI             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-DIPART                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-IMPORTO-TOTALE               PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-COUNT                        PIC S9(4)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    PARAMETRI (CPS04.CWPARAM, CON I DEFAULT)                    *
      * -------------------------------------------------------------- *
       01  W-MIN-BUONO                    PIC S9(4)   COMP-3 VALUE 360.
       01  W-VALORE-BUONO                 PIC S9(3)V99 COMP-3
                                                      VALUE 8,00.
      * -------------------------------------------------------------- *
      *    ROTTURA PER MATRICOLA: CONTEGGI DELLA MATRICOLA CORRENTE    *
      * -------------------------------------------------------------- *
       01  W-MATR-CORR                    PIC S9(5)   COMP-3 VALUE 0.
       01  W-DIPART-CORR                  PIC X(10)   VALUE SPACES.
       01  W-BUONI-MATR                   PIC S9(3)   COMP-3 VALUE 0.
       01  W-CONTESTATI-MATR              PIC S9(3)   COMP-3 VALUE 0.
       01  SW-PRIMA-PRESENZA              PIC X(1)    VALUE 'S'.
           88  PRIMA-PRESENZA                         VALUE 'S'.
      * -------------------------------------------------------------- *
      *    DURATA DELLA PRESENZA IN MINUTI                             *
      * -------------------------------------------------------------- *
       01  W-ORA-HHMM.
           05  W-ORA-HH                   PIC 9(2).
           05  W-ORA-MM                   PIC 9(2).
       01  W-MIN-ENTRATA                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-MIN-USCITA                   PIC S9(5)   COMP-3 VALUE 0.
       01  W-MIN-LAVORATI                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-MOTIVO                       PIC X(40)   VALUE SPACES.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA: IL MESE SOLARE PRECEDENTE LA DATA DI    *
      *    LANCIO, CON PRIMO E ULTIMO GIORNO IN FORMATO AAAA-MM-GG     *
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
       01  W-MESE-FINE.
           05  W-MFI-AAAA                 PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-MFI-MM                   PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-MFI-GG                   PIC X(2).
       01  W-ULTIMO-GG-MESE               PIC 9(2)    VALUE ZERO.
       01  W-AAAA-CALC                    PIC 9(4)    VALUE ZERO.
       01  W-Q4                           PIC 9(4)    VALUE ZERO.
       01  W-R4                           PIC 9(2)    VALUE ZERO.
       01  W-Q100                         PIC 9(2)    VALUE ZERO.
       01  W-R100                         PIC 9(2)    VALUE ZERO.
       01  W-Q400                         PIC 9(2)    VALUE ZERO.
       01  W-R400                         PIC 9(3)    VALUE ZERO.
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
      *    RIGHE DEL TABULATO DI CONTROLLO                             *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(44)  VALUE
               'BUONI PASTO - CASI CONTESTATI - COMPETENZA: '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(82)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(50)  VALUE
               'MATR.  COGNOME                         DIPARTIM.  '.
           05  FILLER                     PIC X(50)  VALUE
               'DATA       ENTR USCI  MOTIVO                      '.
           05  FILLER                     PIC X(33)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DIPART                  PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-DATA                    PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-ENTRATA                 PIC X(4).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-USCITA                  PIC X(4).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MOTIVO                  PIC X(40).
           05  FILLER                     PIC X(21)  VALUE SPACES.
       01  R-RIGA-DIPART.
           05  FILLER                     PIC X(20)  VALUE
               'ORDINE DIPARTIMENTO '.
           05  RP-DIPART                  PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RP-DESCR                   PIC X(30).
           05  FILLER                     PIC X(8)   VALUE ' BUONI: '.
           05  RP-NUM-BUONI               PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(10)  VALUE ' IMPORTO: '.
           05  RP-IMPORTO                 PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(33)  VALUE SPACES.
       01  R-RIGA-TRAILER-1.
           05  FILLER                     PIC X(30)  VALUE
               'PRESENZE ESAMINATE        : '.
           05  RT-PRESENZE                PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  FILLER                     PIC X(30)  VALUE
               'CASI CONTESTATI           : '.
           05  RT-CONTESTATI              PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(49)  VALUE SPACES.
       01  R-RIGA-TRAILER-2.
           05  FILLER                     PIC X(30)  VALUE
               'BUONI MATURATI            : '.
           05  RT-BUONI                   PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  FILLER                     PIC X(30)  VALUE
               'IMPORTO ORDINE            : '.
           05  RT-IMPORTO                 PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(42)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWPRES  END-EXEC.

           EXEC SQL  INCLUDE CWDIPA  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

           EXEC SQL  INCLUDE CWBUON  END-EXEC.

           EXEC SQL  INCLUDE CWSMPI  END-EXEC.

      * -------------------------------------------------------------- *
      * PRESENZE DEL MESE DI COMPETENZA, PER MATRICOLA E GIORNO        *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-PRE51 CURSOR FOR
                    SELECT  P.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.DIPARTIMENTO,
                            P.DATA_PRESENZA,
                            P.ORA_ENTRATA,
                            P.ORA_USCITA
                    FROM    CPS04.CWPRESEN     P,
                            CPS04.CWDIPENDENTI D
                    WHERE   P.DATA_PRESENZA >= :W-MESE-INIZIO
                    AND     P.DATA_PRESENZA <= :W-MESE-FINE
                    AND     D.COD_MATRICOLA_DIP =
                            P.COD_MATRICOLA_DIP
                    ORDER BY P.COD_MATRICOLA_DIP, P.DATA_PRESENZA
           END-EXEC.

      * -------------------------------------------------------------- *
      * BUONI DEL MESE PER DIPARTIMENTO, PER IL FILE D'ORDINE          *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-ORD51 CURSOR FOR
                    SELECT  DIPARTIMENTO,
                            SUM(NUM_BUONI)
                    FROM    CPS04.CWBUONIP
                    WHERE   MESE_COMPETENZA = :W-COMPETENZA
                    GROUP BY DIPARTIMENTO
                    HAVING  SUM(NUM_BUONI) > 0
                    ORDER BY DIPARTIMENTO
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
           PERFORM 1100-CALCOLA-COMPETENZA.

           OPEN OUTPUT BUONIORD.
           IF NOT FS-BUONIORD-OK
              DISPLAY '** ERRORE OPEN BUONIORD, FILE STATUS: '
                      W-FS-BUONIORD
              STOP RUN
           END-IF.

           OPEN OUTPUT BUONIREP.
           IF NOT FS-BUONIREP-OK
              DISPLAY '** ERRORE OPEN BUONIREP, FILE STATUS: '
                      W-FS-BUONIREP
              STOP RUN
           END-IF.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * MESE DI COMPETENZA = MESE SOLARE PRECEDENTE LA DATA DI LANCIO, *
      * CON PRIMO E ULTIMO GIORNO (ANNO BISESTILE COMPRESO), COME IN   *
      * CW82DEMO                                                       *
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

           MOVE EL-GG-MESE(W-COMP-MM) TO W-ULTIMO-GG-MESE.
           MOVE W-COMP-AAAA TO W-AAAA-CALC.
           DIVIDE W-AAAA-CALC BY   4  GIVING W-Q4
                                      REMAINDER W-R4.
           DIVIDE W-AAAA-CALC BY 100  GIVING W-Q100
                                      REMAINDER W-R100.
           DIVIDE W-AAAA-CALC BY 400  GIVING W-Q400
                                      REMAINDER W-R400.
           IF W-COMP-MM = 02 AND
              (((W-R4 = 0) AND (W-R100 NOT = 0)) OR (W-R400 = 0))
              MOVE 29 TO W-ULTIMO-GG-MESE
           END-IF.

           MOVE W-COMP-AAAA TO W-CMP-AAAA W-MIN-AAAA W-MFI-AAAA.
           MOVE W-COMP-MM   TO W-CMP-MM   W-MIN-MM   W-MFI-MM.
           MOVE W-ULTIMO-GG-MESE TO W-MFI-GG.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2050-LEGGI-PARAMETRI.

      * RILANCIO SULLO STESSO MESE: I CONTEGGI VENGONO RISCRITTI
           EXEC SQL DELETE FROM CPS04.CWBUONIP
                     WHERE MESE_COMPETENZA = :W-COMPETENZA
           END-EXEC.

           MOVE W-COMPETENZA TO RI-COMPETENZA.
           MOVE R-INTESTAZ-1 TO BUONIREP-REC.
           WRITE BUONIREP-REC.
           MOVE R-RIGA-VUOTA TO BUONIREP-REC.
           WRITE BUONIREP-REC.
           MOVE R-INTESTAZ-2 TO BUONIREP-REC.
           WRITE BUONIREP-REC.

           EXEC SQL OPEN CUR-PRE51 END-EXEC.
           MOVE 0 TO W-SQLCODE.

           PERFORM 2100-FETCH-PRESENZA UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-PRE51 END-EXEC.

           IF NOT PRIMA-PRESENZA
              PERFORM 2400-REGISTRA-MATRICOLA
           END-IF.

           MOVE R-RIGA-VUOTA TO BUONIREP-REC.
           WRITE BUONIREP-REC.

           EXEC SQL OPEN CUR-ORD51 END-EXEC.
           MOVE 0 TO W-SQLCODE.

           PERFORM 2500-FETCH-ORDINE UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-ORD51 END-EXEC.

           PERFORM 2600-SCRIVI-TOTALE-ORDINE.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * SOGLIA MINIMA IN MINUTI E VALORE UNITARIO DEL BUONO DA         *
      * CPS04.CWPARAM; SE NON CENSITI VALGONO I DEFAULT DI WORKING     *
      ******************************************************************
       2050-LEGGI-PARAMETRI SECTION.
      *---------------*
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'MINBUONO'
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-MIN-BUONO
           ELSE
              DISPLAY 'CX51DEMO - ATTENZIONE: PARAMETRO MINBUONO '
                      'NON CENSITO, VALE 360'
              MOVE 0 TO W-SQLCODE
           END-IF.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'VALBUONO'
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-VALORE-BUONO
           ELSE
              DISPLAY 'CX51DEMO - ATTENZIONE: PARAMETRO VALBUONO '
                      'NON CENSITO, VALE 8,00'
              MOVE 0 TO W-SQLCODE
           END-IF.

       2050-EX. EXIT.
      *
      *
       2100-FETCH-PRESENZA SECTION.
      *---------------*
           EXEC SQL FETCH CUR-PRE51
                    INTO  :DCL-CWPRESEN.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CWPRESEN.DATA-PRESENZA,
                          :DCL-CWPRESEN.ORA-ENTRATA,
                          :DCL-CWPRESEN.ORA-USCITA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-PRESENZE
              PERFORM 2150-CONTROLLA-ROTTURA
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
      * CAMBIO DI MATRICOLA: REGISTRA I CONTEGGI DELLA PRECEDENTE E    *
      * AZZERA QUELLI DELLA NUOVA                                      *
      ******************************************************************
       2150-CONTROLLA-ROTTURA SECTION.
      *---------------*
           IF PRIMA-PRESENZA
              MOVE 'N' TO SW-PRIMA-PRESENZA
           ELSE
              IF COD-MATRICOLA-DIP OF DCL-CWPRESEN = W-MATR-CORR
                 GO TO 2150-EX
              END-IF
              PERFORM 2400-REGISTRA-MATRICOLA
           END-IF.

           MOVE COD-MATRICOLA-DIP OF DCL-CWPRESEN TO W-MATR-CORR.
           MOVE DIPARTIMENTO OF DCL-CPSDIP        TO W-DIPART-CORR.
           MOVE 0 TO W-BUONI-MATR.
           MOVE 0 TO W-CONTESTATI-MATR.

       2150-EX. EXIT.
      *
      *
      ******************************************************************
      * DIRITTO AL BUONO PER LA PRESENZA CORRENTE                      *
      ******************************************************************
       2200-TRATTA-PRESENZA SECTION.
      *---------------*
           IF ORA-ENTRATA OF DCL-CWPRESEN NOT NUMERIC OR
              ORA-USCITA  OF DCL-CWPRESEN NOT NUMERIC OR
              ORA-ENTRATA OF DCL-CWPRESEN = ORA-USCITA OF DCL-CWPRESEN
              MOVE 'TIMBRATURA DI ENTRATA SENZA USCITA' TO W-MOTIVO
              PERFORM 2300-SCRIVI-CONTESTATO
              GO TO 2200-EX
           END-IF.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM CPS04.CWASSENZE
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWPRESEN.COD-MATRICOLA-DIP
                     AND   DATA_INIZIO <= :DCL-CWPRESEN.DATA-PRESENZA
                     AND   DATA_FINE   >= :DCL-CWPRESEN.DATA-PRESENZA
           END-EXEC.
           IF W-COUNT > 0
              MOVE 'TIMBRATURA IN GIORNO DI ASSENZA (CW35)'
                                               TO W-MOTIVO
              PERFORM 2300-SCRIVI-CONTESTATO
              GO TO 2200-EX
           END-IF.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM CPS04.CWSMPIAN
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWPRESEN.COD-MATRICOLA-DIP
                     AND   DATA_SMART = :DCL-CWPRESEN.DATA-PRESENZA
           END-EXEC.
           IF W-COUNT > 0
              MOVE 'TIMBRATURA IN GIORNO DI LAVORO AGILE'
                                               TO W-MOTIVO
              PERFORM 2300-SCRIVI-CONTESTATO
              GO TO 2200-EX
           END-IF.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM CPS04.CWCALEND
                     WHERE DATA_FESTA = :DCL-CWPRESEN.DATA-PRESENZA
           END-EXEC.
           IF W-COUNT > 0
              GO TO 2200-EX
           END-IF.

           MOVE ORA-ENTRATA OF DCL-CWPRESEN TO W-ORA-HHMM.
           COMPUTE W-MIN-ENTRATA = W-ORA-HH * 60 + W-ORA-MM.
           MOVE ORA-USCITA  OF DCL-CWPRESEN TO W-ORA-HHMM.
           COMPUTE W-MIN-USCITA  = W-ORA-HH * 60 + W-ORA-MM.
           IF W-MIN-USCITA < W-MIN-ENTRATA
              ADD 1440 TO W-MIN-USCITA
           END-IF.
           COMPUTE W-MIN-LAVORATI = W-MIN-USCITA - W-MIN-ENTRATA.

           IF W-MIN-LAVORATI < W-MIN-BUONO
              GO TO 2200-EX
           END-IF.

           ADD 1 TO W-BUONI-MATR.
           ADD 1 TO W-CONTA-BUONI.

       2200-EX. EXIT.
      *
      *
       2300-SCRIVI-CONTESTATO SECTION.
      *---------------*
           ADD 1 TO W-CONTESTATI-MATR.
           ADD 1 TO W-CONTA-CONTESTATI.
           MOVE COD-MATRICOLA-DIP OF DCL-CWPRESEN TO RD-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP   TO RD-COGNOME.
           MOVE DIPARTIMENTO      OF DCL-CPSDIP   TO RD-DIPART.
           MOVE DATA-PRESENZA     OF DCL-CWPRESEN TO RD-DATA.
           MOVE ORA-ENTRATA       OF DCL-CWPRESEN TO RD-ENTRATA.
           MOVE ORA-USCITA        OF DCL-CWPRESEN TO RD-USCITA.
           MOVE W-MOTIVO                          TO RD-MOTIVO.
           MOVE R-RIGA-DETT TO BUONIREP-REC.
           WRITE BUONIREP-REC.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * CONTEGGI DELLA MATRICOLA W-MATR-CORR SU CPS04.CWBUONIP         *
      ******************************************************************
       2400-REGISTRA-MATRICOLA SECTION.
      *---------------*
           MOVE W-MATR-CORR       TO COD-MATRICOLA-DIP OF DCL-CWBUONIP.
           MOVE W-COMPETENZA      TO MESE-COMPETENZA OF DCL-CWBUONIP.
           MOVE W-DIPART-CORR     TO DIPARTIMENTO OF DCL-CWBUONIP.
           MOVE W-BUONI-MATR      TO NUM-BUONI OF DCL-CWBUONIP.
           MOVE W-CONTESTATI-MATR TO GG-CONTESTATI OF DCL-CWBUONIP.
           MOVE W-VALORE-BUONO    TO VALORE-UNITARIO OF DCL-CWBUONIP.
           MOVE W-BR-DATA         TO DATA-ELABORAZIONE OF DCL-CWBUONIP.

           EXEC SQL INSERT INTO CPS04.CWBUONIP
                         VALUES (:DCL-CWBUONIP.COD-MATRICOLA-DIP,
                                 :DCL-CWBUONIP.MESE-COMPETENZA,
                                 :DCL-CWBUONIP.DIPARTIMENTO,
                                 :DCL-CWBUONIP.NUM-BUONI,
                                 :DCL-CWBUONIP.GG-CONTESTATI,
                                 :DCL-CWBUONIP.VALORE-UNITARIO,
                                 :DCL-CWBUONIP.DATA-ELABORAZIONE)
           END-EXEC.
           ADD 1 TO W-CONTA-MATRICOLE.

       2400-EX. EXIT.
      *
      *
      ******************************************************************
      * RECORD D'ORDINE PER DIPARTIMENTO ('D'), CON LA DESCRIZIONE     *
      * DELL'UNITA' PER LA CONSEGNA                                    *
      ******************************************************************
       2500-FETCH-ORDINE SECTION.
      *---------------*
           EXEC SQL FETCH CUR-ORD51
                    INTO  :DCL-CWBUONIP.DIPARTIMENTO,
                          :W-CONTA-DIPART
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2550-SCRIVI-ORDINE
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2500-EX. EXIT.
      *
      *
       2550-SCRIVI-ORDINE SECTION.
      *---------------*
           MOVE SPACES TO DESCRIZIONE OF DCL-CWDIPART.
           EXEC SQL SELECT DESCRIZIONE
                      INTO :DCL-CWDIPART.DESCRIZIONE
                      FROM CPS04.CWDIPART
                     WHERE CODICE = :DCL-CWBUONIP.DIPARTIMENTO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO DESCRIZIONE OF DCL-CWDIPART
           END-IF.

           MOVE SPACES                     TO BUONIORD-REC.
           MOVE 'D'                        TO BO-TIPO-REC.
           MOVE W-COMPETENZA               TO BO-COMPETENZA.
           MOVE DIPARTIMENTO OF DCL-CWBUONIP TO BO-DIPART.
           MOVE DESCRIZIONE OF DCL-CWDIPART TO BO-DESCR-DIPART.
           MOVE W-CONTA-DIPART             TO BO-NUM-BUONI.
           MOVE W-VALORE-BUONO             TO BO-VALORE-UNIT.
           COMPUTE BO-IMPORTO = W-CONTA-DIPART * W-VALORE-BUONO.
           WRITE BUONIORD-REC.
           COMPUTE W-IMPORTO-TOTALE = W-IMPORTO-TOTALE
                                    + W-CONTA-DIPART * W-VALORE-BUONO.

           MOVE DIPARTIMENTO OF DCL-CWBUONIP TO RP-DIPART.
           MOVE DESCRIZIONE OF DCL-CWDIPART TO RP-DESCR.
           MOVE W-CONTA-DIPART             TO RP-NUM-BUONI.
           MOVE BO-IMPORTO                 TO RP-IMPORTO.
           MOVE R-RIGA-DIPART TO BUONIREP-REC.
           WRITE BUONIREP-REC.

       2550-EX. EXIT.
      *
      *
      ******************************************************************
      * RECORD DI TOTALE DEL FILE D'ORDINE ('T')                       *
      ******************************************************************
       2600-SCRIVI-TOTALE-ORDINE SECTION.
      *---------------*
           MOVE SPACES                     TO BUONIORD-REC.
           MOVE 'T'                        TO BO-TIPO-REC.
           MOVE W-COMPETENZA               TO BO-COMPETENZA.
           MOVE 'TOTALE'                   TO BO-DIPART.
           MOVE 'TOTALE AZIENDA'           TO BO-DESCR-DIPART.
           MOVE W-CONTA-BUONI              TO BO-NUM-BUONI.
           MOVE W-VALORE-BUONO             TO BO-VALORE-UNIT.
           MOVE W-IMPORTO-TOTALE           TO BO-IMPORTO.
           WRITE BUONIORD-REC.

       2600-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE BUONIORD.
           CLOSE BUONIREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-PRESENZE  TO W-BR-LETTI
              MOVE W-CONTA-MATRICOLE TO W-BR-SCRITTI
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
           MOVE R-RIGA-VUOTA        TO BUONIREP-REC.
           WRITE BUONIREP-REC.
           MOVE W-CONTA-PRESENZE    TO RT-PRESENZE.
           MOVE W-CONTA-CONTESTATI  TO RT-CONTESTATI.
           MOVE R-RIGA-TRAILER-1    TO BUONIREP-REC.
           WRITE BUONIREP-REC.
           MOVE W-CONTA-BUONI       TO RT-BUONI.
           MOVE W-IMPORTO-TOTALE    TO RT-IMPORTO.
           MOVE R-RIGA-TRAILER-2    TO BUONIREP-REC.
           WRITE BUONIREP-REC.

           DISPLAY 'CX51DEMO - COMPETENZA            : '
                   W-COMPETENZA.
           DISPLAY 'CX51DEMO - PRESENZE ESAMINATE    : '
                   W-CONTA-PRESENZE.
           DISPLAY 'CX51DEMO - BUONI MATURATI        : '
                   W-CONTA-BUONI.
           DISPLAY 'CX51DEMO - CASI CONTESTATI       : '
                   W-CONTA-CONTESTATI.

           CLOSE BUONIORD.
           CLOSE BUONIREP.

           MOVE W-CONTA-PRESENZE  TO W-BR-LETTI.
           MOVE W-CONTA-MATRICOLE TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
