       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX85DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : TABULATO MENSILE DELLE ADESIONI AGLI         *
      *                   SCIOPERI PER SINDACATO E DIPARTIMENTO        *
      * TIPO OPERAZIONE : BATCH DI STAMPA                              *
      * TABELLE USATE   : CPS04.CWSCIOPE, CPS04.CWSCIADE,              *
      *                   CPS04.CWDIPENDENTI, CPS04.CWDIPART           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE SUL MESE DI COMPETENZA (IL MESE SOLARE PRECEDENTE*
      * LA DATA DI LANCIO) PER LE RELAZIONI SINDACALI: PER OGNI        *
      * SINDACATO E PER OGNI SCIOPERO PROCLAMATO NEL MESE (CWSCIOPE,   *
      * CX83DEMO) ELENCA I DIPARTIMENTI CON ORGANICO, ADERENTI         *
      * (CWSCIADE, CX84DEMO), PERCENTUALE DI ADESIONE E ORE DI         *
      * ASTENSIONE. L'ORGANICO E' DATO DAI DIPENDENTI ATTIVI DEL       *
      * DIPARTIMENTO PIU' GLI ADERENTI NEL FRATTEMPO CESSATI; IL       *
      * DIPARTIMENTO E' QUELLO ATTUALE DELL'ANAGRAFICA. SEGUONO IL     *
      * TOTALE DI OGNI SCIOPERO, DI OGNI SINDACATO E IL TOTALE         *
      * GENERALE (ORGANICO CONTATO UNA VOLTA PER SCIOPERO).            *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCIOPREP       ASSIGN TO SCIOPREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-SCIOPREP.

       DATA DIVISION.
       FILE SECTION.
       FD  SCIOPREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  SCIOPREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX85DEMO'.
       01  W-FS-SCIOPREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-SCIOPREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-RIGHE                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCIOPERI               PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-SINDACATI              PIC S9(5)   COMP-3 VALUE 0.
       01  W-SINDACATO-CORR               PIC X(4)    VALUE SPACES.
       01  W-SCIOPERO-CORR                PIC S9(7)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    VALORI DEL DIPARTIMENTO LETTO E ACCUMULATORI PER LIVELLO    *
      * -------------------------------------------------------------- *
       01  W-ORGANICO                     PIC S9(7)   COMP-3 VALUE 0.
       01  W-ADERENTI                     PIC S9(7)   COMP-3 VALUE 0.
       01  W-MINUTI                       PIC S9(9)   COMP-3 VALUE 0.
       01  W-ORG-SCIOPERO                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-ADE-SCIOPERO                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-MIN-SCIOPERO                 PIC S9(9)   COMP-3 VALUE 0.
       01  W-ORG-SINDACATO                PIC S9(7)   COMP-3 VALUE 0.
       01  W-ADE-SINDACATO                PIC S9(7)   COMP-3 VALUE 0.
       01  W-MIN-SINDACATO                PIC S9(9)   COMP-3 VALUE 0.
       01  W-ORG-TOT                      PIC S9(7)   COMP-3 VALUE 0.
       01  W-ADE-TOT                      PIC S9(7)   COMP-3 VALUE 0.
       01  W-MIN-TOT                      PIC S9(9)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    CALCOLO COMUNE DI PERCENTUALE E ORE (VEDI 2600)             *
      * -------------------------------------------------------------- *
       01  W-ORG-CALC                     PIC S9(7)   COMP-3 VALUE 0.
       01  W-ADE-CALC                     PIC S9(7)   COMP-3 VALUE 0.
       01  W-MIN-CALC                     PIC S9(9)   COMP-3 VALUE 0.
       01  W-PERC-CALC                    PIC S9(3)V9 COMP-3 VALUE 0.
       01  W-ORE-CALC                     PIC S9(7)V99 COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    DURATA DELLO SCIOPERO IN HH:MM                              *
      * -------------------------------------------------------------- *
       01  W-DUR-HH                       PIC 9(3)    VALUE ZERO.
       01  W-DUR-MM                       PIC 9(2)    VALUE ZERO.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA (AAAA-MM) CON PRIMO E ULTIMO GIORNO      *
      *    CONVENZIONALE PER IL CONFRONTO CON LE DATE DEGLI SCIOPERI   *
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

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(39)  VALUE
               'ADESIONI AGLI SCIOPERI PER SINDACATO E '.
           05  FILLER                     PIC X(19)  VALUE
               'DIPARTIMENTO - MESE'.
           05  FILLER                     PIC X(3)   VALUE ' : '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(65)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(41)  VALUE
               'DIPARTIMENTO'.
           05  FILLER                     PIC X(40)  VALUE
               ' ORGANICO ADERENTI      %          ORE'.
           05  FILLER                     PIC X(48)  VALUE SPACES.
       01  R-RIGA-SINDACATO.
           05  FILLER                     PIC X(12)  VALUE
               'SINDACATO : '.
           05  RN-SINDACATO               PIC X(4).
           05  FILLER                     PIC X(117) VALUE SPACES.
       01  R-RIGA-SCIOPERO.
           05  FILLER                     PIC X(11)  VALUE
               '  SCIOPERO '.
           05  RC-ID                      PIC 9(7).
           05  FILLER                     PIC X(5)   VALUE ' DEL '.
           05  RC-DATA                    PIC X(10).
           05  FILLER                     PIC X(9)   VALUE ' DURATA '.
           05  RC-HH                      PIC ZZ9.
           05  FILLER                     PIC X(1)   VALUE ':'.
           05  RC-MM                      PIC 99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-DESCR                   PIC X(40).
           05  FILLER                     PIC X(43)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-DIPART                  PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-DESCR                   PIC X(30).
           05  RD-ORGANICO                PIC ZZZZZZZZ9.
           05  RD-ADERENTI                PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-PERC                    PIC ZZ9,9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ORE                     PIC ZZZZZZ9,99.
           05  FILLER                     PIC X(51)  VALUE SPACES.
       01  R-RIGA-SUBTOT.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RS-TESTO                   PIC X(41).
           05  RS-ORGANICO                PIC ZZZZZZZZ9.
           05  RS-ADERENTI                PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-PERC                    PIC ZZ9,9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-ORE                     PIC ZZZZZZ9,99.
           05  FILLER                     PIC X(51)  VALUE SPACES.
       01  R-RIGA-NESSUNO.
           05  FILLER                     PIC X(45)  VALUE
               'NESSUNO SCIOPERO PROCLAMATO NEL MESE'.
           05  FILLER                     PIC X(88)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWDIPA  END-EXEC.

           EXEC SQL  INCLUDE CWSCIO  END-EXEC.

           EXEC SQL  INCLUDE CWSCAD  END-EXEC.

      * -------------------------------------------------------------- *
      * PER OGNI SCIOPERO PROCLAMATO NEL MESE E PER OGNI DIPARTIMENTO: *
      * ORGANICO (ATTIVI PIU' ADERENTI), ADERENTI E MINUTI DI          *
      * ASTENSIONE                                                     *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-SCI85 CURSOR FOR
                    SELECT  S.COD_SINDACATO,
                            S.ID_SCIOPERO,
                            S.DATA_SCIOPERO,
                            S.MIN_SCIOPERO,
                            S.DESCRIZIONE,
                            D.DIPARTIMENTO,
                            COUNT(*),
                            COUNT(A.COD_MATRICOLA_DIP),
                            COALESCE(SUM(A.MIN_ADESIONE), 0)
                    FROM    CPS04.CWSCIOPE S
                    INNER JOIN CPS04.CWDIPENDENTI D
                      ON    S.STATO_SCIOPERO = 'P'
                    LEFT OUTER JOIN CPS04.CWSCIADE A
                      ON    A.ID_SCIOPERO = S.ID_SCIOPERO
                     AND    A.COD_MATRICOLA_DIP = D.COD_MATRICOLA_DIP
                    WHERE   S.DATA_SCIOPERO BETWEEN :W-MESE-INIZIO
                                                AND :W-MESE-FINE
                    AND    (D.STATO_DIPENDENTE = 'A'
                            OR A.ID_SCIOPERO IS NOT NULL)
                    GROUP BY S.COD_SINDACATO,
                             S.ID_SCIOPERO,
                             S.DATA_SCIOPERO,
                             S.MIN_SCIOPERO,
                             S.DESCRIZIONE,
                             D.DIPARTIMENTO
                    ORDER BY S.COD_SINDACATO,
                             S.DATA_SCIOPERO,
                             S.ID_SCIOPERO,
                             D.DIPARTIMENTO
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

           OPEN OUTPUT SCIOPREP.
           IF NOT FS-SCIOPREP-OK
              DISPLAY '** ERRORE OPEN SCIOPREP, FILE STATUS: '
                      W-FS-SCIOPREP
              STOP RUN
           END-IF.

           MOVE W-COMPETENZA TO RI-COMPETENZA.
           MOVE R-INTESTAZ-1 TO SCIOPREP-REC.
           WRITE SCIOPREP-REC.
           MOVE R-INTESTAZ-2 TO SCIOPREP-REC.
           WRITE SCIOPREP-REC.
           MOVE R-RIGA-VUOTA TO SCIOPREP-REC.
           WRITE SCIOPREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * MESE DI COMPETENZA = MESE SOLARE PRECEDENTE LA DATA DI LANCIO  *
      * (STESSO CRITERIO DI CW82DEMO, CHE PASSA LE ORE IN PAGHE)       *
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

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE SPACES TO W-SINDACATO-CORR.
           MOVE 0      TO W-SCIOPERO-CORR.
           EXEC SQL OPEN CUR-SCI85 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-SCI85 END-EXEC.

           IF W-CONTA-SINDACATI > 0
              PERFORM 2400-CHIUDI-SCIOPERO
              PERFORM 2450-CHIUDI-SINDACATO
           ELSE
              MOVE R-RIGA-NESSUNO TO SCIOPREP-REC
              WRITE SCIOPREP-REC
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-SCI85
                    INTO  :DCL-CWSCIOPE.COD-SINDACATO,
                          :DCL-CWSCIOPE.ID-SCIOPERO,
                          :DCL-CWSCIOPE.DATA-SCIOPERO,
                          :DCL-CWSCIOPE.MIN-SCIOPERO,
                          :DCL-CWSCIOPE.DESCRIZIONE,
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :W-ORGANICO,
                          :W-ADERENTI,
                          :W-MINUTI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF COD-SINDACATO OF DCL-CWSCIOPE NOT = W-SINDACATO-CORR
              OR W-CONTA-SINDACATI = 0
                 IF W-CONTA-SINDACATI > 0
                    PERFORM 2400-CHIUDI-SCIOPERO
                    PERFORM 2450-CHIUDI-SINDACATO
                 END-IF
                 PERFORM 2200-NUOVO-SINDACATO
                 PERFORM 2250-NUOVO-SCIOPERO
              ELSE
                 IF ID-SCIOPERO OF DCL-CWSCIOPE NOT = W-SCIOPERO-CORR
                    PERFORM 2400-CHIUDI-SCIOPERO
                    PERFORM 2250-NUOVO-SCIOPERO
                 END-IF
              END-IF
              PERFORM 2300-STAMPA-DETTAGLIO
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
       2200-NUOVO-SINDACATO SECTION.
      *--------------------*
           MOVE COD-SINDACATO OF DCL-CWSCIOPE TO W-SINDACATO-CORR.
           ADD 1 TO W-CONTA-SINDACATI.
           MOVE 0 TO W-ORG-SINDACATO.
           MOVE 0 TO W-ADE-SINDACATO.
           MOVE 0 TO W-MIN-SINDACATO.

           MOVE W-SINDACATO-CORR TO RN-SINDACATO.
           MOVE R-RIGA-SINDACATO TO SCIOPREP-REC.
           WRITE SCIOPREP-REC.

       2200-EX. EXIT.
      *
      *
       2250-NUOVO-SCIOPERO SECTION.
      *-------------------*
           MOVE ID-SCIOPERO OF DCL-CWSCIOPE TO W-SCIOPERO-CORR.
           ADD 1 TO W-CONTA-SCIOPERI.
           MOVE 0 TO W-ORG-SCIOPERO.
           MOVE 0 TO W-ADE-SCIOPERO.
           MOVE 0 TO W-MIN-SCIOPERO.

           DIVIDE MIN-SCIOPERO OF DCL-CWSCIOPE BY 60
                  GIVING W-DUR-HH REMAINDER W-DUR-MM.
           MOVE W-SCIOPERO-CORR                TO RC-ID.
           MOVE DATA-SCIOPERO OF DCL-CWSCIOPE  TO RC-DATA.
           MOVE W-DUR-HH                       TO RC-HH.
           MOVE W-DUR-MM                       TO RC-MM.
           MOVE DESCRIZIONE   OF DCL-CWSCIOPE  TO RC-DESCR.
           MOVE R-RIGA-SCIOPERO TO SCIOPREP-REC.
           WRITE SCIOPREP-REC.

       2250-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGA DEL DIPARTIMENTO CON LA DESCRIZIONE DA CWDIPART (SPAZI SE *
      * IL CODICE NON E' IN ANAGRAFICA)                                *
      ******************************************************************
       2300-STAMPA-DETTAGLIO SECTION.
      *---------------------*
           ADD 1          TO W-CONTA-RIGHE.
           ADD W-ORGANICO TO W-ORG-SCIOPERO.
           ADD W-ADERENTI TO W-ADE-SCIOPERO.
           ADD W-MINUTI   TO W-MIN-SCIOPERO.

           MOVE SPACES TO DESCRIZIONE OF DCL-CWDIPART.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL SELECT DESCRIZIONE
                      INTO :DCL-CWDIPART.DESCRIZIONE
                      FROM CPS04.CWDIPART
                     WHERE CODICE = :DCL-CPSDIP.DIPARTIMENTO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO DESCRIZIONE OF DCL-CWDIPART
           END-IF.
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE W-ORGANICO TO W-ORG-CALC.
           MOVE W-ADERENTI TO W-ADE-CALC.
           MOVE W-MINUTI   TO W-MIN-CALC.
           PERFORM 2600-CALCOLA-PERC-ORE.

           MOVE DIPARTIMENTO OF DCL-CPSDIP  TO RD-DIPART.
           MOVE DESCRIZIONE OF DCL-CWDIPART TO RD-DESCR.
           MOVE W-ORGANICO                  TO RD-ORGANICO.
           MOVE W-ADERENTI                  TO RD-ADERENTI.
           MOVE W-PERC-CALC                 TO RD-PERC.
           MOVE W-ORE-CALC                  TO RD-ORE.
           MOVE R-RIGA-DETT TO SCIOPREP-REC.
           WRITE SCIOPREP-REC.

       2300-EX. EXIT.
      *
      *
       2400-CHIUDI-SCIOPERO SECTION.
      *--------------------*
           ADD W-ORG-SCIOPERO TO W-ORG-SINDACATO.
           ADD W-ADE-SCIOPERO TO W-ADE-SINDACATO.
           ADD W-MIN-SCIOPERO TO W-MIN-SINDACATO.

           MOVE W-ORG-SCIOPERO TO W-ORG-CALC.
           MOVE W-ADE-SCIOPERO TO W-ADE-CALC.
           MOVE W-MIN-SCIOPERO TO W-MIN-CALC.
           MOVE '  TOTALE SCIOPERO' TO RS-TESTO.
           PERFORM 2650-STAMPA-TOTALE.

       2400-EX. EXIT.
      *
      *
       2450-CHIUDI-SINDACATO SECTION.
      *---------------------*
           ADD W-ORG-SINDACATO TO W-ORG-TOT.
           ADD W-ADE-SINDACATO TO W-ADE-TOT.
           ADD W-MIN-SINDACATO TO W-MIN-TOT.

           MOVE W-ORG-SINDACATO TO W-ORG-CALC.
           MOVE W-ADE-SINDACATO TO W-ADE-CALC.
           MOVE W-MIN-SINDACATO TO W-MIN-CALC.
           MOVE 'TOTALE SINDACATO' TO RS-TESTO.
           PERFORM 2650-STAMPA-TOTALE.
           MOVE R-RIGA-VUOTA  TO SCIOPREP-REC.
           WRITE SCIOPREP-REC.

       2450-EX. EXIT.
      *
      *
      ******************************************************************
      * PERCENTUALE DI ADESIONE (ADERENTI SU ORGANICO, UN DECIMALE) E  *
      * ORE DI ASTENSIONE DAI MINUTI                                   *
      ******************************************************************
       2600-CALCOLA-PERC-ORE SECTION.
      *---------------------*
           IF W-ORG-CALC > 0
              COMPUTE W-PERC-CALC ROUNDED =
                      W-ADE-CALC * 100 / W-ORG-CALC
           ELSE
              MOVE 0 TO W-PERC-CALC
           END-IF.
           COMPUTE W-ORE-CALC ROUNDED = W-MIN-CALC / 60.

       2600-EX. EXIT.
      *
      *
       2650-STAMPA-TOTALE SECTION.
      *------------------*
           PERFORM 2600-CALCOLA-PERC-ORE.
           MOVE W-ORG-CALC  TO RS-ORGANICO.
           MOVE W-ADE-CALC  TO RS-ADERENTI.
           MOVE W-PERC-CALC TO RS-PERC.
           MOVE W-ORE-CALC  TO RS-ORE.
           MOVE R-RIGA-SUBTOT TO SCIOPREP-REC.
           WRITE SCIOPREP-REC.

       2650-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE SCIOPREP.
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
           MOVE W-ORG-TOT   TO W-ORG-CALC.
           MOVE W-ADE-TOT   TO W-ADE-CALC.
           MOVE W-MIN-TOT   TO W-MIN-CALC.
           MOVE 'TOTALE GENERALE' TO RS-TESTO.
           PERFORM 2650-STAMPA-TOTALE.

           DISPLAY 'CX85DEMO - SCIOPERI NEL MESE : '
                   W-CONTA-SCIOPERI.
           DISPLAY 'CX85DEMO - ADESIONI NEL MESE : '
                   W-ADE-TOT.

           CLOSE SCIOPREP.

           MOVE W-CONTA-RIGHE TO W-BR-LETTI.
           MOVE W-CONTA-RIGHE TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
