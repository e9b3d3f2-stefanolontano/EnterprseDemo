       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY19DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : TABULATO TRIMESTRALE DELLE FERIE A RISCHIO   *
      *                   DI SCADENZA (18 MESI DALL'ANNO DI            *
      *                   MATURAZIONE) PER DIPARTIMENTO                *
      * TIPO OPERAZIONE : BATCH DI STAMPA                              *
      * TABELLE USATE   : CPS04.CWFERANN, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWDIPART                               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH TRIMESTRALE PER LA PIANIFICAZIONE DELLE FERIE FORZATE:   *
      * LE FERIE MATURATE IN UN ANNO VANNO GODUTE ENTRO 18 MESI DALLA  *
      * FINE DELL'ANNO (30/06 DEL SECONDO ANNO SUCCESSIVO), OLTRE I    *
      * QUALI L'AZIENDA PAGA I CONTRIBUTI SUI GIORNI NON GODUTI. PER   *
      * OGNI DIPENDENTE ATTIVO E ANNO DI MATURAZIONE (CPS04.CWFERANN,  *
      * SCALATO DA CW35DEMO/CW96DEMO E CHIUSO DA CW93DEMO) CON GIORNI  *
      * RESIDUI E SCADENZA LEGALE ENTRO SEI MESI DALLA DATA DI LANCIO  *
      * STAMPA UNA RIGA CON I GIORNI A RISCHIO, LA SCADENZA E I GIORNI *
      * MANCANTI, A ROTTURA DI DIPARTIMENTO. LE RIGHE GIA' SCADUTE E   *
      * NON GODUTE SONO STAMPATE CON LA NOTA 'SCADUTE'.                *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERSCREP       ASSIGN TO FERSCREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-FERSCREP.

       DATA DIVISION.
       FILE SECTION.
       FD  FERSCREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FERSCREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY19DEMO'.
       01  W-FS-FERSCREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-FERSCREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-RIGHE                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-DIPART                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-DIPART                       PIC X(10)   VALUE SPACES.
       01  W-DIPART-CORR                  PIC X(10)   VALUE SPACES.
       01  W-COGNOME                      PIC X(30)   VALUE SPACES.
       01  W-NOME                         PIC X(15)   VALUE SPACES.
       01  W-GG-RESIDUI                   PIC S9(3)   COMP-3 VALUE 0.
       01  W-GG-ALLA-SCAD                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-GG-DIPART                    PIC S9(7)   COMP-3 VALUE 0.
       01  W-GG-TOTALE                    PIC S9(7)   COMP-3 VALUE 0.
       01  W-GG-SCADUTI                   PIC S9(7)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    ORIZZONTE DEL TABULATO: DATA DI LANCIO PIU' SEI MESI        *
      *    (AAAA-MM-GG, CONFRONTATA COME STRINGA CON DATA_SCADENZA)    *
      * -------------------------------------------------------------- *
       01  W-LIM-AAAA                     PIC 9(4)    VALUE ZERO.
       01  W-LIM-MM                       PIC 9(2)    VALUE ZERO.
       01  W-DATA-LIMITE.
           05  W-DL-AAAA                  PIC 9(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-DL-MM                    PIC 9(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-DL-GG                    PIC X(2).

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(40)  VALUE
               'FERIE A RISCHIO DI SCADENZA - LANCIO DEL'.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(20)  VALUE
               ' - SCADENZE FINO AL '.
           05  RI-LIMITE                  PIC X(10).
           05  FILLER                     PIC X(52)  VALUE SPACES.
       01  R-INTESTAZ-COL.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(49)  VALUE
               'MATR.  COGNOME E NOME'.
           05  FILLER                     PIC X(44)  VALUE
               'ANNO   GG RES.  SCADENZA     GG MANC.  NOTE'.
           05  FILLER                     PIC X(36)  VALUE SPACES.
       01  R-RIGA-DIPART.
           05  FILLER                     PIC X(15)  VALUE
               'DIPARTIMENTO : '.
           05  RP-DIPART                  PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RP-DESCR                   PIC X(30).
           05  FILLER                     PIC X(77)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-NOMINATIVO              PIC X(40).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ANNO                    PIC 9(4).
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-GG-RESIDUI              PIC ZZ9.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RD-SCADENZA                PIC X(10).
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-GG-ALLA-SCAD            PIC ZZZZ9-.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-NOTA                    PIC X(7).
           05  FILLER                     PIC X(36)  VALUE SPACES.
       01  R-RIGA-SUBTOT.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RS-TESTO                   PIC X(41).
           05  RS-NUMERO                  PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(79)  VALUE SPACES.
       01  R-RIGA-NESSUNA.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(41)  VALUE
               'NESSUNA FERIA A RISCHIO DI SCADENZA'.
           05  FILLER                     PIC X(88)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPA  END-EXEC.

           EXEC SQL  INCLUDE CWFEAN  END-EXEC.

      * -------------------------------------------------------------- *
      * ANNI DI MATURAZIONE CON GIORNI RESIDUI E SCADENZA ENTRO        *
      * L'ORIZZONTE, DEI SOLI DIPENDENTI ATTIVI, PER DIPARTIMENTO      *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-SCA19 CURSOR FOR
                    SELECT  D.DIPARTIMENTO,
                            A.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME,
                            A.ANNO_MATURAZIONE,
                            A.GG_MATURATI - A.GG_GODUTI,
                            A.DATA_SCADENZA,
                            DAYS(DATE(A.DATA_SCADENZA))
                              - DAYS(DATE(:W-BR-DATA))
                    FROM    CPS04.CWFERANN     A,
                            CPS04.CWDIPENDENTI D
                    WHERE   D.COD_MATRICOLA_DIP = A.COD_MATRICOLA_DIP
                    AND     D.STATO_DIPENDENTE  = 'A'
                    AND     A.GG_GODUTI         < A.GG_MATURATI
                    AND     A.DATA_SCADENZA    <= :W-DATA-LIMITE
                    ORDER BY D.DIPARTIMENTO,
                             D.COGNOME,
                             D.NOME,
                             A.COD_MATRICOLA_DIP,
                             A.ANNO_MATURAZIONE
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
           PERFORM 1100-CALCOLA-LIMITE.

           OPEN OUTPUT FERSCREP.
           IF NOT FS-FERSCREP-OK
              DISPLAY '** ERRORE OPEN FERSCREP, FILE STATUS: '
                      W-FS-FERSCREP
              STOP RUN
           END-IF.

           MOVE W-BR-DATA      TO RI-DATA.
           MOVE W-DATA-LIMITE  TO RI-LIMITE.
           MOVE R-INTESTAZ-1   TO FERSCREP-REC.
           WRITE FERSCREP-REC.
           MOVE R-RIGA-VUOTA   TO FERSCREP-REC.
           WRITE FERSCREP-REC.
           MOVE R-INTESTAZ-COL TO FERSCREP-REC.
           WRITE FERSCREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * ORIZZONTE = DATA DI LANCIO PIU' SEI MESI; IL GIORNO RESTA      *
      * QUELLO DI LANCIO (IL CONFRONTO E' TRA STRINGHE AAAA-MM-GG)     *
      ******************************************************************
       1100-CALCOLA-LIMITE SECTION.
      *-------------------*
           MOVE W-BR-AAAA TO W-LIM-AAAA.
           COMPUTE W-LIM-MM = W-BR-MM + 6.
           IF W-LIM-MM > 12
              SUBTRACT 12 FROM W-LIM-MM
              ADD 1 TO W-LIM-AAAA
           END-IF.
           MOVE W-LIM-AAAA TO W-DL-AAAA.
           MOVE W-LIM-MM   TO W-DL-MM.
           MOVE W-BR-DT-GG TO W-DL-GG.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE SPACES TO W-DIPART-CORR.
           MOVE 0      TO W-SQLCODE.
           EXEC SQL OPEN CUR-SCA19 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-SCA19 END-EXEC.

           IF W-CONTA-DIPART > 0
              PERFORM 2450-CHIUDI-DIPART
           ELSE
              MOVE R-RIGA-NESSUNA TO FERSCREP-REC
              WRITE FERSCREP-REC
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-SCA19
                    INTO  :W-DIPART,
                          :DCL-CWFERANN.COD-MATRICOLA-DIP,
                          :W-COGNOME,
                          :W-NOME,
                          :DCL-CWFERANN.ANNO-MATURAZIONE,
                          :W-GG-RESIDUI,
                          :DCL-CWFERANN.DATA-SCADENZA,
                          :W-GG-ALLA-SCAD
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF W-DIPART NOT = W-DIPART-CORR
              OR W-CONTA-DIPART = 0
                 IF W-CONTA-DIPART > 0
                    PERFORM 2450-CHIUDI-DIPART
                 END-IF
                 PERFORM 2400-NUOVO-DIPART
              END-IF
              PERFORM 2420-STAMPA-RIGA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
       2400-NUOVO-DIPART SECTION.
      *-----------------*
           MOVE W-DIPART TO W-DIPART-CORR.
           ADD 1 TO W-CONTA-DIPART.
           MOVE 0 TO W-GG-DIPART.

           MOVE R-RIGA-VUOTA  TO FERSCREP-REC.
           WRITE FERSCREP-REC.
           MOVE W-DIPART-CORR TO RP-DIPART.
           PERFORM 2700-LEGGI-DIPART.
           MOVE DESCRIZIONE OF DCL-CWDIPART TO RP-DESCR.
           MOVE R-RIGA-DIPART TO FERSCREP-REC.
           WRITE FERSCREP-REC.

       2400-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGA DELL'ANNO DI MATURAZIONE: I GIORNI GIA' SCADUTI (SCADENZA *
      * PRECEDENTE LA DATA DI LANCIO) SONO MARCATI 'SCADUTE'           *
      ******************************************************************
       2420-STAMPA-RIGA SECTION.
      *----------------*
           ADD 1            TO W-CONTA-RIGHE.
           ADD W-GG-RESIDUI TO W-GG-DIPART.
           ADD W-GG-RESIDUI TO W-GG-TOTALE.

           MOVE SPACES TO R-RIGA-DETT.
           MOVE COD-MATRICOLA-DIP OF DCL-CWFERANN TO RD-MATRICOLA.
           STRING W-COGNOME DELIMITED BY '  '
                  ' '       DELIMITED BY SIZE
                  W-NOME    DELIMITED BY '  '
                  INTO RD-NOMINATIVO.
           MOVE ANNO-MATURAZIONE  OF DCL-CWFERANN TO RD-ANNO.
           MOVE W-GG-RESIDUI                      TO RD-GG-RESIDUI.
           MOVE DATA-SCADENZA     OF DCL-CWFERANN TO RD-SCADENZA.
           IF W-GG-ALLA-SCAD < 0
              ADD W-GG-RESIDUI TO W-GG-SCADUTI
              MOVE 0           TO RD-GG-ALLA-SCAD
              MOVE 'SCADUTE'   TO RD-NOTA
           ELSE
              MOVE W-GG-ALLA-SCAD TO RD-GG-ALLA-SCAD
           END-IF.
           MOVE R-RIGA-DETT TO FERSCREP-REC.
           WRITE FERSCREP-REC.

       2420-EX. EXIT.
      *
      *
       2450-CHIUDI-DIPART SECTION.
      *------------------*
           MOVE 'GIORNI A RISCHIO DEL DIPARTIMENTO' TO RS-TESTO.
           MOVE W-GG-DIPART                         TO RS-NUMERO.
           MOVE R-RIGA-SUBTOT TO FERSCREP-REC.
           WRITE FERSCREP-REC.

       2450-EX. EXIT.
      *
      *
      ******************************************************************
      * DESCRIZIONE DEL DIPARTIMENTO DA CWDIPART (SPAZI SE IL CODICE   *
      * NON E' IN ANAGRAFICA)                                          *
      ******************************************************************
       2700-LEGGI-DIPART SECTION.
      *-----------------*
           MOVE SPACES TO DESCRIZIONE OF DCL-CWDIPART.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL SELECT DESCRIZIONE
                      INTO :DCL-CWDIPART.DESCRIZIONE
                      FROM CPS04.CWDIPART
                     WHERE CODICE = :W-DIPART-CORR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO DESCRIZIONE OF DCL-CWDIPART
           END-IF.
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

       2700-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE FERSCREP.
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
           MOVE R-RIGA-VUOTA TO FERSCREP-REC.
           WRITE FERSCREP-REC.
           MOVE 'TOTALE GIORNI A RISCHIO'   TO RS-TESTO.
           MOVE W-GG-TOTALE                 TO RS-NUMERO.
           MOVE R-RIGA-SUBTOT TO FERSCREP-REC.
           WRITE FERSCREP-REC.
           MOVE 'DI CUI GIA'' SCADUTI'      TO RS-TESTO.
           MOVE W-GG-SCADUTI                TO RS-NUMERO.
           MOVE R-RIGA-SUBTOT TO FERSCREP-REC.
           WRITE FERSCREP-REC.

           DISPLAY 'CY19DEMO - SCADENZE FINO AL      : '
                   W-DATA-LIMITE.
           DISPLAY 'CY19DEMO - RIGHE STAMPATE        : '
                   W-CONTA-RIGHE.
           DISPLAY 'CY19DEMO - GIORNI A RISCHIO      : '
                   W-GG-TOTALE.
           IF W-GG-SCADUTI > 0
              DISPLAY 'CY19DEMO - ATTENZIONE: GIORNI GIA'' SCADUTI '
                      'E NON GODUTI: ' W-GG-SCADUTI
           END-IF.

           CLOSE FERSCREP.

           MOVE W-CONTA-RIGHE TO W-BR-LETTI.
           MOVE W-CONTA-RIGHE TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
