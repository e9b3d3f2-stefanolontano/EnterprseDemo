       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY31DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : PROSPETTO MENSILE ORE DI CASSA INTEGRAZIONE  *
      *                   PER LA DOMANDA DI RIMBORSO INPS              *
      * TIPO OPERAZIONE : BATCH DI STAMPA                              *
      * TABELLE USATE   : CPS04.CWCIGAUT, CPS04.CWCIGORE,              *
      *                   CPS04.CWDIPENDENTI,                          *
      *                   PARMFILE (MESE, FACOLTATIVO),                *
      *                   CIGREP (TABULATO)                            *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * DA LANCIARE A INIZIO MESE, DOPO L'ESTRAZIONE PAGHE CW82DEMO.   *
      * IL MESE DI COMPETENZA E' QUELLO SOLARE PRECEDENTE LA DATA DI   *
      * LANCIO (STESSA REGOLA DI CW82DEMO); UN PARMFILE CON UN MESE    *
      * AAAA-MM LO SOSTITUISCE PER RISTAMPARE UN MESE GIA' CHIUSO.     *
      * PER OGNI AUTORIZZAZIONE CIG (CPS04.CWCIGAUT, CY29DEMO) CON ORE *
      * DI RIDUZIONE NEL MESE (CPS04.CWCIGORE, CY30DEMO) IL TABULATO   *
      * CIGREP RIPORTA:                                                *
      * - I DATI DELL'AUTORIZZAZIONE (NUMERO, TIPO, DIPARTIMENTO,      *
      *   PERIODO, STATO E ORE AUTORIZZATE);                           *
      * - PER MATRICOLA I GIORNI E LE ORE DI RIDUZIONE DEL MESE, IN    *
      *   ORE E CENTESIMI COME SUL TRACCIATO PAGHE;                    *
      * - IL TOTALE DEL MESE, LE ORE USATE DALL'INIZIO DEL PERIODO A   *
      *   TUTTO IL MESE E IL RESIDUO AUTORIZZATO.                      *
      * LE ORE DI UNA AUTORIZZAZIONE REVOCATA COMPAIONO SOLO SE GIA'   *
      * PASSATE IN PAGHE (LE ALTRE SONO CANCELLATE ALLA REVOCA).       *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE       ASSIGN TO PARMFILE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PARMFILE.

           SELECT CIGREP         ASSIGN TO CIGREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-CIGREP.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARMFILE-REC.
           05  PF-COMPETENZA.
               10  PF-CMP-AAAA            PIC X(4).
               10  PF-CMP-SEP             PIC X(1).
               10  PF-CMP-MM              PIC X(2).
           05  FILLER                     PIC X(73).

       FD  CIGREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  CIGREP-REC                     PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY31DEMO'.
       01  W-FS-PARMFILE                  PIC  X(2)   VALUE ZEROES.
           88  FS-PARMFILE-OK                         VALUE '00'.
       01  W-FS-CIGREP                    PIC  X(2)   VALUE ZEROES.
           88  FS-CIGREP-OK                           VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-RIGHE                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-AUT                    PIC S9(7)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA, CON PRIMO E ULTIMO GIORNO IN FORMATO    *
      *    AAAA-MM-GG (VEDI CW82DEMO)                                  *
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
       01  W-Q4                           PIC 9(4)    VALUE ZERO.
       01  W-R4                           PIC 9(4)    VALUE ZERO.
       01  W-Q100                         PIC 9(4)    VALUE ZERO.
       01  W-R100                         PIC 9(4)    VALUE ZERO.
       01  W-Q400                         PIC 9(4)    VALUE ZERO.
       01  W-R400                         PIC 9(4)    VALUE ZERO.
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
      *    RIGA DEL CURSORE E ROTTURA PER AUTORIZZAZIONE               *
      * -------------------------------------------------------------- *
       01  W-ID-CIG-PREC                  PIC S9(7)   COMP-3 VALUE -1.
       01  W-ID-CIG                       PIC S9(7)   COMP-3 VALUE +0.
       01  W-GIORNI                       PIC S9(4)   COMP VALUE +0.
       01  W-MIN-MESE                     PIC S9(9)   COMP-3 VALUE +0.
       01  W-MIN-TOT-MESE                 PIC S9(9)   COMP-3 VALUE +0.
       01  W-GG-TOT-MESE                  PIC S9(7)   COMP-3 VALUE +0.
       01  W-MIN-USATI                    PIC S9(9)   COMP-3 VALUE +0.
       01  W-MIN-GENERALE                 PIC S9(9)   COMP-3 VALUE +0.
       01  W-ORE-CALC                     PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-ORE-RESIDUE                  PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-ORE-AUT                      PIC S9(7)    COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(62)  VALUE
               'PROSPETTO ORE DI CASSA INTEGRAZIONE PER RIMBORSO INPS - 
      -        'MESE '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(64)  VALUE SPACES.
       01  R-RIGA-NOTA                    PIC X(133) VALUE
           'ORE IN ORE E CENTESIMI. USATE = ORE REGISTRATE DALL''INIZIO
      -    'DEL PERIODO A TUTTO IL MESE; RESIDUO = AUTORIZZATE - USATE'.
       01  R-RIGA-AUT.
           05  FILLER                     PIC X(14)  VALUE
               'AUTORIZZAZ. '.
           05  RA-NUM-AUT                 PIC X(20).
           05  FILLER                     PIC X(8)   VALUE
               '  TIPO '.
           05  RA-TIPO                    PIC X(1).
           05  FILLER                     PIC X(9)   VALUE
               '  DIPART '.
           05  RA-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(10)  VALUE
               '  PERIODO '.
           05  RA-DATA-INIZIO             PIC X(10).
           05  FILLER                     PIC X(3)   VALUE
               ' - '.
           05  RA-DATA-FINE               PIC X(10).
           05  FILLER                     PIC X(9)   VALUE
               '  STATO '.
           05  RA-STATO                   PIC X(1).
           05  FILLER                     PIC X(15)  VALUE
               '  ORE AUTORIZ. '.
           05  RA-ORE-AUT                 PIC Z.ZZZ.ZZ9.
           05  FILLER                     PIC X(4)   VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(7)   VALUE
               'MATR.'.
           05  FILLER                     PIC X(32)  VALUE
               'COGNOME'.
           05  FILLER                     PIC X(17)  VALUE
               'NOME'.
           05  FILLER                     PIC X(8)   VALUE
               'GIORNI'.
           05  FILLER                     PIC X(65)  VALUE
               '   ORE MESE'.
       01  R-RIGA-DET.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-NOME                    PIC X(15).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-GIORNI                  PIC ZZZ9.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-ORE                     PIC ZZ.ZZ9,99.
           05  FILLER                     PIC X(56)  VALUE SPACES.
       01  R-RIGA-TOT-AUT.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(51)  VALUE
               'TOTALE AUTORIZZAZIONE NEL MESE'.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RT-GIORNI                  PIC ZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RT-ORE-MESE                PIC ZZZZ.ZZ9,99.
           05  FILLER                     PIC X(9)   VALUE
               '  USATE '.
           05  RT-ORE-USATE               PIC ZZZZ.ZZ9,99.
           05  FILLER                     PIC X(11)  VALUE
               '  RESIDUO '.
           05  RT-ORE-RESIDUE             PIC -ZZZ.ZZ9,99.
           05  FILLER                     PIC X(17)  VALUE SPACES.
       01  R-RIGA-GEN.
           05  FILLER                     PIC X(25)  VALUE
               'AUTORIZZAZIONI NEL MESE: '.
           05  RG-AUT                     PIC ZZZZZZ9.
           05  FILLER                     PIC X(20)  VALUE
               '   RIGHE MATRICOLA: '.
           05  RG-RIGHE                   PIC ZZZZZZ9.
           05  FILLER                     PIC X(16)  VALUE
               '   ORE TOTALI: '.
           05  RG-ORE                     PIC ZZZZ.ZZ9,99.
           05  FILLER                     PIC X(47)  VALUE SPACES.
       01  R-RIGA-NESSUNA                 PIC X(133) VALUE
           'NESSUNA ORA DI CASSA INTEGRAZIONE REGISTRATA NEL MESE'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWCIGA  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

      * -------------------------------------------------------------- *
      * ORE DEL MESE PER AUTORIZZAZIONE E MATRICOLA                    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-CIG31 CURSOR FOR
                    SELECT  C.ID_CIG,
                            C.NUM_AUTORIZZAZIONE,
                            C.TIPO_CIG,
                            C.DIPARTIMENTO,
                            C.DATA_INIZIO,
                            C.DATA_FINE,
                            C.ORE_AUTORIZZATE,
                            C.STATO_CIG,
                            O.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME,
                            COUNT(*),
                            SUM(O.MIN_RIDUZIONE)
                    FROM    CPS04.CWCIGAUT     C,
                            CPS04.CWCIGORE     O,
                            CPS04.CWDIPENDENTI D
                    WHERE   O.ID_CIG   = C.ID_CIG
                    AND     O.DATA_CIG BETWEEN :W-MESE-INIZIO
                                           AND :W-MESE-FINE
                    AND     D.COD_MATRICOLA_DIP = O.COD_MATRICOLA_DIP
                    GROUP BY C.ID_CIG,
                            C.NUM_AUTORIZZAZIONE,
                            C.TIPO_CIG,
                            C.DIPARTIMENTO,
                            C.DATA_INIZIO,
                            C.DATA_FINE,
                            C.ORE_AUTORIZZATE,
                            C.STATO_CIG,
                            O.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME
                    ORDER BY C.ID_CIG, O.COD_MATRICOLA_DIP
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
           PERFORM 1200-LEGGI-PARAMETRI.
           PERFORM 1150-LIMITI-MESE.

           OPEN OUTPUT CIGREP.
           IF NOT FS-CIGREP-OK
              DISPLAY '** ERRORE OPEN CIGREP, FILE STATUS: '
                      W-FS-CIGREP
              STOP RUN
           END-IF.

           MOVE W-COMPETENZA TO RI-COMPETENZA.
           WRITE CIGREP-REC FROM R-INTESTAZ-1.
           WRITE CIGREP-REC FROM R-RIGA-NOTA.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * MESE DI COMPETENZA DI DEFAULT: IL MESE SOLARE PRECEDENTE LA    *
      * DATA DI LANCIO                                                 *
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

       1100-EX. EXIT.
      *
      *
      ******************************************************************
      * PRIMO E ULTIMO GIORNO DEL MESE DI COMPETENZA (BISESTILI COME   *
      * IN CW82DEMO)                                                   *
      ******************************************************************
       1150-LIMITI-MESE SECTION.
      *----------------*
           MOVE EL-GG-MESE(W-COMP-MM) TO W-ULTIMO-GG-MESE.
           DIVIDE W-COMP-AAAA BY   4  GIVING W-Q4
                                      REMAINDER W-R4.
           DIVIDE W-COMP-AAAA BY 100  GIVING W-Q100
                                      REMAINDER W-R100.
           DIVIDE W-COMP-AAAA BY 400  GIVING W-Q400
                                      REMAINDER W-R400.
           IF W-COMP-MM = 02 AND
              (((W-R4 = 0) AND (W-R100 NOT = 0)) OR (W-R400 = 0))
              MOVE 29 TO W-ULTIMO-GG-MESE
           END-IF.

           MOVE W-COMP-AAAA TO W-CMP-AAAA W-MIN-AAAA W-MFI-AAAA.
           MOVE W-COMP-MM   TO W-CMP-MM   W-MIN-MM   W-MFI-MM.
           MOVE W-ULTIMO-GG-MESE TO W-MFI-GG.

       1150-EX. EXIT.
      *
      *
      ******************************************************************
      * PARMFILE FACOLTATIVO: UN MESE AAAA-MM SOSTITUISCE QUELLO DI    *
      * DEFAULT; UN MESE NON VALIDO FA TERMINARE IL RUN IN ERRORE      *
      ******************************************************************
       1200-LEGGI-PARAMETRI SECTION.
      *--------------------*
           OPEN INPUT PARMFILE.
           IF NOT FS-PARMFILE-OK
              GO TO 1200-EX
           END-IF.
           READ PARMFILE
              AT END
                 CLOSE PARMFILE
                 GO TO 1200-EX
           END-READ.
           CLOSE PARMFILE.

           IF PF-COMPETENZA = SPACES
              GO TO 1200-EX
           END-IF.
           IF PF-CMP-AAAA NOT NUMERIC OR
              PF-CMP-SEP  NOT = '-'   OR
              PF-CMP-MM   NOT NUMERIC OR
              PF-CMP-MM   < '01'      OR
              PF-CMP-MM   > '12'
              DISPLAY 'CY31DEMO - MESE DEL PARMFILE ' PF-COMPETENZA
                      ' NON VALIDO (AAAA-MM): RUN ANNULLATO'
              MOVE 0   TO W-BR-LETTI W-BR-SCRITTI
              MOVE 'E' TO W-BR-ESITO
              PERFORM 1910-REGISTRA-FINE
              STOP RUN
           END-IF.
           MOVE PF-CMP-AAAA TO W-COMP-AAAA.
           MOVE PF-CMP-MM   TO W-COMP-MM.

       1200-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.
           EXEC SQL OPEN CUR-CIG31 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-CIG31 END-EXEC.
           IF W-CONTA-AUT > 0
              PERFORM 2300-CHIUDI-AUTORIZZAZIONE
           ELSE
              WRITE CIGREP-REC FROM R-RIGA-VUOTA
              WRITE CIGREP-REC FROM R-RIGA-NESSUNA
           END-IF.
       2000-EX. EXIT.
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-CIG31
                    INTO  :DCL-CWCIGAUT.ID-CIG,
                          :DCL-CWCIGAUT.NUM-AUTORIZZAZIONE,
                          :DCL-CWCIGAUT.TIPO-CIG,
                          :DCL-CWCIGAUT.DIPARTIMENTO,
                          :DCL-CWCIGAUT.DATA-INIZIO,
                          :DCL-CWCIGAUT.DATA-FINE,
                          :DCL-CWCIGAUT.ORE-AUTORIZZATE,
                          :DCL-CWCIGAUT.STATO-CIG,
                          :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.NOME,
                          :W-GIORNI,
                          :W-MIN-MESE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-RIGHE
              IF ID-CIG OF DCL-CWCIGAUT NOT = W-ID-CIG-PREC
                 IF W-CONTA-AUT > 0
                    PERFORM 2300-CHIUDI-AUTORIZZAZIONE
                 END-IF
                 PERFORM 2200-APRI-AUTORIZZAZIONE
              END-IF
              PERFORM 2250-STAMPA-MATRICOLA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * NUOVA AUTORIZZAZIONE: RIGA DI TESTATA E INTESTAZIONE COLONNE   *
      ******************************************************************
       2200-APRI-AUTORIZZAZIONE SECTION.
      *------------------------*
           ADD 1 TO W-CONTA-AUT.
           MOVE ID-CIG OF DCL-CWCIGAUT TO W-ID-CIG-PREC
                                          W-ID-CIG.
           MOVE 0 TO W-MIN-TOT-MESE
                     W-GG-TOT-MESE.
           MOVE NUM-AUTORIZZAZIONE OF DCL-CWCIGAUT TO RA-NUM-AUT.
           MOVE TIPO-CIG           OF DCL-CWCIGAUT TO RA-TIPO.
           MOVE DIPARTIMENTO       OF DCL-CWCIGAUT TO RA-DIPARTIMENTO.
           MOVE DATA-INIZIO        OF DCL-CWCIGAUT TO RA-DATA-INIZIO.
           MOVE DATA-FINE          OF DCL-CWCIGAUT TO RA-DATA-FINE.
           MOVE STATO-CIG          OF DCL-CWCIGAUT TO RA-STATO.
           MOVE ORE-AUTORIZZATE    OF DCL-CWCIGAUT TO RA-ORE-AUT
                                                      W-ORE-AUT.
           WRITE CIGREP-REC FROM R-RIGA-VUOTA.
           WRITE CIGREP-REC FROM R-RIGA-AUT.
           WRITE CIGREP-REC FROM R-INTESTAZ-2.

       2200-EX. EXIT.
      *
      *
       2250-STAMPA-MATRICOLA SECTION.
      *---------------------*
           ADD W-MIN-MESE TO W-MIN-TOT-MESE
                             W-MIN-GENERALE.
           ADD W-GIORNI   TO W-GG-TOT-MESE.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO RD-MATRICOLA.
           MOVE COGNOME OF DCL-CPSDIP           TO RD-COGNOME.
           MOVE NOME OF DCL-CPSDIP              TO RD-NOME.
           MOVE W-GIORNI                        TO RD-GIORNI.
           COMPUTE W-ORE-CALC ROUNDED = W-MIN-MESE / 60.
           MOVE W-ORE-CALC                      TO RD-ORE.
           WRITE CIGREP-REC FROM R-RIGA-DET.

       2250-EX. EXIT.
      *
      *
      ******************************************************************
      * CHIUSURA DELL'AUTORIZZAZIONE: TOTALE DEL MESE, ORE USATE DAL   *
      * PERIODO A TUTTO IL MESE E RESIDUO AUTORIZZATO                  *
      ******************************************************************
       2300-CHIUDI-AUTORIZZAZIONE SECTION.
      *--------------------------*
           MOVE 0 TO W-MIN-USATI.
           EXEC SQL SELECT COALESCE(SUM(MIN_RIDUZIONE), 0)
                      INTO :W-MIN-USATI
                      FROM  CPS04.CWCIGORE
                     WHERE ID_CIG   = :W-ID-CIG
                     AND   DATA_CIG <= :W-MESE-FINE
           END-EXEC.
           MOVE W-GG-TOT-MESE TO RT-GIORNI.
           COMPUTE W-ORE-CALC ROUNDED = W-MIN-TOT-MESE / 60.
           MOVE W-ORE-CALC    TO RT-ORE-MESE.
           COMPUTE W-ORE-CALC ROUNDED = W-MIN-USATI / 60.
           MOVE W-ORE-CALC    TO RT-ORE-USATE.
           COMPUTE W-ORE-RESIDUE = W-ORE-AUT - W-ORE-CALC.
           MOVE W-ORE-RESIDUE TO RT-ORE-RESIDUE.
           WRITE CIGREP-REC FROM R-RIGA-TOT-AUT.

       2300-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE CIGREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-RIGHE TO W-BR-LETTI
              MOVE 0             TO W-BR-SCRITTI
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
           MOVE W-CONTA-AUT   TO RG-AUT.
           MOVE W-CONTA-RIGHE TO RG-RIGHE.
           COMPUTE W-ORE-CALC ROUNDED = W-MIN-GENERALE / 60.
           MOVE W-ORE-CALC    TO RG-ORE.
           WRITE CIGREP-REC FROM R-RIGA-VUOTA.
           WRITE CIGREP-REC FROM R-RIGA-GEN.

           DISPLAY 'CY31DEMO - MESE DI COMPETENZA    : '
                   W-COMPETENZA.
           DISPLAY 'CY31DEMO - AUTORIZZAZIONI        : '
                   W-CONTA-AUT.
           DISPLAY 'CY31DEMO - RIGHE MATRICOLA       : '
                   W-CONTA-RIGHE.

           CLOSE CIGREP.

           MOVE W-CONTA-RIGHE TO W-BR-LETTI.
           COMPUTE W-BR-SCRITTI = W-CONTA-RIGHE + W-CONTA-AUT.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
