       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY28DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : GRADUATORIA PER IL LICENZIAMENTO COLLETTIVO  *
      *                   (CRITERI DI SCELTA L. 223/91 ART. 5)         *
      * TIPO OPERAZIONE : BATCH DI STAMPA                              *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWANZCON,          *
      *                   CPS04.CWPERLAV, CPS04.CWFAMIL,               *
      *                   PARMFILE (PERIMETRO E PESI),                 *
      *                   GRADREP (TABULATO)                           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * DA LANCIARE A RICHIESTA ALL'APERTURA DI UNA PROCEDURA DI       *
      * LICENZIAMENTO COLLETTIVO. IL PARMFILE (UN RECORD) RIPORTA IL   *
      * PERIMETRO INTERESSATO (DIPARTIMENTO E/O QUALIFICA INTERNA, A   *
      * SPAZI = TUTTI), LA DATA DI RIFERIMENTO (A SPAZI = DATA DI      *
      * LANCIO) E I PESI CONCORDATI NELL'ACCORDO SINDACALE: PUNTI PER  *
      * CONIUGE, PER FIGLIO E PER ALTRO FAMILIARE A CARICO E PUNTI PER *
      * ANNO DI ANZIANITA'. SENZA PARMFILE VALIDO IL RUN NON PARTE: I  *
      * PESI SONO QUELLI DELL'ACCORDO E NON SI ASSUMONO D'UFFICIO.     *
      * PER OGNI MATRICOLA ATTIVA NEL PERIMETRO:                       *
      * - CARICHI DI FAMIGLIA: FAMILIARI DI CPS04.CWFAMIL CON CARICO   *
      *   APERTO ALLA DATA DI RIFERIMENTO, PER RELAZIONE;              *
      * - ANZIANITA': GIORNI DALLA DATA DI ANZIANITA' CONVENZIONALE    *
      *   (CPS04.CWANZCON, VEDI CX12DEMO) O, IN MANCANZA, DALLA DATA   *
      *   DI ASSUNZIONE, PIU' I PERIODI DI LAVORO GIA' CHIUSI          *
      *   (CPS04.CWPERLAV, STESSA REGOLA DI CW49DEMO), DIVISI PER 365; *
      * - CATEGORIE PROTETTE (CAT_PROTETTA D/A): ESCLUSE DALLA         *
      *   GRADUATORIA, ELENCATE IN CODA CON I LORO DATI.               *
      * IL TABULATO GRADREP RIPORTA I CRITERI APPLICATI E, PER OGNI    *
      * MATRICOLA, OGNI COMPONENTE DEL PUNTEGGIO: LA POSIZIONE 1 HA IL *
      * PUNTEGGIO PIU' BASSO ED E' LA PRIMA INTERESSATA. A PARITA' DI  *
      * PUNTEGGIO PRECEDE LA MINORE ANZIANITA', POI LA MATRICOLA.      *
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

           SELECT GRADREP        ASSIGN TO GRADREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-GRADREP.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARMFILE-REC.
           05  PF-DIPARTIMENTO            PIC X(10).
           05  PF-QUALIFICA               PIC X(8).
           05  PF-DATA-RIF                PIC X(10).
           05  PF-PESO-CONIUGE            PIC 9(3)V99.
           05  PF-PESO-FIGLIO             PIC 9(3)V99.
           05  PF-PESO-ALTRO              PIC 9(3)V99.
           05  PF-PESO-ANZIANITA          PIC 9(3)V99.
           05  FILLER                     PIC X(32).

       FD  GRADREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  GRADREP-REC                    PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY28DEMO'.
       01  W-FS-PARMFILE                  PIC  X(2)   VALUE ZEROES.
           88  FS-PARMFILE-OK                         VALUE '00'.
       01  W-FS-GRADREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-GRADREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-GRADUATI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-ESCLUSI                PIC S9(7)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    PERIMETRO, DATA DI RIFERIMENTO E PESI DAL PARMFILE          *
      * -------------------------------------------------------------- *
       01  W-DIPARTIMENTO-RUN             PIC X(10)   VALUE SPACES.
       01  W-QUALIFICA-RUN                PIC X(8)    VALUE SPACES.
       01  W-DATA-RIF                     PIC X(10)   VALUE SPACES.
       01  W-DATA-RIF-OK                  PIC X(10)   VALUE SPACES.
       01  W-PESO-CONIUGE                 PIC 9(3)V99 VALUE ZERO.
       01  W-PESO-FIGLIO                  PIC 9(3)V99 VALUE ZERO.
       01  W-PESO-ALTRO                   PIC 9(3)V99 VALUE ZERO.
       01  W-PESO-ANZIANITA               PIC 9(3)V99 VALUE ZERO.
      * -------------------------------------------------------------- *
      *    COMPONENTI DEL PUNTEGGIO DELLA MATRICOLA IN ESAME           *
      * -------------------------------------------------------------- *
       01  W-DATA-DECORRENZA              PIC X(10)   VALUE SPACES.
       01  W-DATA-ANZIANITA               PIC X(10)   VALUE SPACES.
       01  W-GG-ANZIANITA                 PIC S9(9)   COMP VALUE +0.
       01  W-GG-PERIODI-PREC              PIC S9(9)   COMP VALUE +0.
       01  W-NUM-CONIUGI                  PIC S9(4)   COMP VALUE +0.
       01  W-NUM-FIGLI                    PIC S9(4)   COMP VALUE +0.
       01  W-NUM-ALTRI                    PIC S9(4)   COMP VALUE +0.
       01  W-NUOVO.
           05  W-NU-CHIAVE.
               10  W-NU-ESCLUSO           PIC 9(1).
               10  W-NU-TOTALE            PIC 9(5)V99.
               10  W-NU-ANNI              PIC 9(3)V99.
               10  W-NU-MATRICOLA         PIC 9(5).
           05  W-NU-COGNOME               PIC X(30).
           05  W-NU-NOME                  PIC X(15).
           05  W-NU-DIPARTIMENTO          PIC X(10).
           05  W-NU-QUALIFICA             PIC X(8).
           05  W-NU-CAT-PROTETTA          PIC X(1).
           05  W-NU-CONIUGI               PIC 9(2).
           05  W-NU-FIGLI                 PIC 9(2).
           05  W-NU-ALTRI                 PIC 9(2).
           05  W-NU-PUNTI-FAM             PIC 9(5)V99.
           05  W-NU-PUNTI-ANZ             PIC 9(5)V99.
           05  W-NU-FONTE-ANZ             PIC X(1).
      * -------------------------------------------------------------- *
      *    GRADUATORIA IN MEMORIA, TENUTA ORDINATA ALL'INSERIMENTO PER *
      *    ESCLUSO / TOTALE / ANNI / MATRICOLA CRESCENTI               *
      * -------------------------------------------------------------- *
       01  W-MAX-GRAD                     PIC S9(4)   COMP VALUE +2000.
       01  W-NUM-GRAD                     PIC S9(4)   COMP VALUE +0.
       01  W-IND-GRAD                     PIC S9(4)   COMP VALUE +0.
       01  W-POS-GRAD                     PIC S9(4)   COMP VALUE +0.
       01  W-POSIZIONE                    PIC S9(4)   COMP VALUE +0.
       01  W-TAB-GRAD.
           05  W-GR OCCURS 2000 TIMES.
               10  W-GR-CHIAVE            PIC X(18).
               10  W-GR-DATI              PIC X(85).
       01  W-GR-ELEMENTO.
           05  W-GE-CHIAVE.
               10  W-GE-ESCLUSO           PIC 9(1).
               10  W-GE-TOTALE            PIC 9(5)V99.
               10  W-GE-ANNI              PIC 9(3)V99.
               10  W-GE-MATRICOLA         PIC 9(5).
           05  W-GE-COGNOME               PIC X(30).
           05  W-GE-NOME                  PIC X(15).
           05  W-GE-DIPARTIMENTO          PIC X(10).
           05  W-GE-QUALIFICA             PIC X(8).
           05  W-GE-CAT-PROTETTA          PIC X(1).
           05  W-GE-CONIUGI               PIC 9(2).
           05  W-GE-FIGLI                 PIC 9(2).
           05  W-GE-ALTRI                 PIC 9(2).
           05  W-GE-PUNTI-FAM             PIC 9(5)V99.
           05  W-GE-PUNTI-ANZ             PIC 9(5)V99.
           05  W-GE-FONTE-ANZ             PIC X(1).
               88  ANZ-DA-ASSUNZIONE                  VALUE 'A'.
               88  ANZ-CONVENZIONALE                  VALUE 'C'.
               88  ANZ-CON-PERIODI                    VALUE 'P'.
               88  ANZ-DATA-NON-VALIDA                VALUE 'X'.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(64)  VALUE
               'GRADUATORIA LICENZIAMENTO COLLETTIVO (L. 223/91 ART. 5)
      -        ' - DATA '.
           05  RI-DATA-RIF                PIC X(10).
           05  FILLER                     PIC X(59)  VALUE SPACES.
       01  R-RIGA-PERIMETRO.
           05  FILLER                     PIC X(25)  VALUE
               'PERIMETRO: DIPARTIMENTO '.
           05  RP-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(12)  VALUE
               '  QUALIFICA '.
           05  RP-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(78)  VALUE SPACES.
       01  R-RIGA-PESI.
           05  FILLER                     PIC X(25)  VALUE
               'PESI: CONIUGE A CARICO '.
           05  RW-PESO-CONIUGE            PIC ZZ9,99.
           05  FILLER                     PIC X(12)  VALUE
               '  FIGLIO '.
           05  RW-PESO-FIGLIO             PIC ZZ9,99.
           05  FILLER                     PIC X(18)  VALUE
               '  ALTRO FAMILIARE '.
           05  RW-PESO-ALTRO              PIC ZZ9,99.
           05  FILLER                     PIC X(24)  VALUE
               '  ANNO DI ANZIANITA'' '.
           05  RW-PESO-ANZIANITA          PIC ZZ9,99.
           05  FILLER                     PIC X(30)  VALUE SPACES.
       01  R-RIGA-NOTA-1                  PIC X(133) VALUE
           'CARICHI: FAMILIARI CWFAMIL APERTI ALLA DATA'.
       01  R-RIGA-NOTA-2                  PIC X(133) VALUE
           'ANZIANITA'': GIORNI/365 DA ANZIANITA'' CONVENZIONALE (C) O D
      -    'A ASSUNZIONE (A) PIU'' PERIODI PRECEDENTI (P)'.
       01  R-RIGA-NOTA-3                  PIC X(133) VALUE
           'POSIZIONE 1 = PUNTEGGIO PIU'' BASSO. A PARITA'' PRECEDE LA M
      -    'INORE ANZIANITA''. CATEGORIE PROTETTE ESCLUSE, ELENCATE IN C
      -    'ODA'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(6)   VALUE
               'POS.'.
           05  FILLER                     PIC X(7)   VALUE
               'MATR.'.
           05  FILLER                     PIC X(22)  VALUE
               'COGNOME'.
           05  FILLER                     PIC X(12)  VALUE
               'NOME'.
           05  FILLER                     PIC X(11)  VALUE
               'DIPART.'.
           05  FILLER                     PIC X(9)   VALUE
               'QUALIF.'.
           05  FILLER                     PIC X(4)   VALUE
               'CON'.
           05  FILLER                     PIC X(4)   VALUE
               'FIG'.
           05  FILLER                     PIC X(4)   VALUE
               'ALT'.
           05  FILLER                     PIC X(10)  VALUE
               'PUNTI FAM'.
           05  FILLER                     PIC X(9)   VALUE
               '  ANNI  '.
           05  FILLER                     PIC X(10)  VALUE
               'PUNTI ANZ'.
           05  FILLER                     PIC X(9)   VALUE
               '  TOTALE'.
           05  FILLER                     PIC X(16)  VALUE
               'NOTE'.
       01  R-RIGA-GRAD.
           05  RG-POSIZIONE               PIC ZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RG-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RG-COGNOME                 PIC X(20).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RG-NOME                    PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RG-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RG-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RG-CONIUGI                 PIC Z9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RG-FIGLI                   PIC Z9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RG-ALTRI                   PIC Z9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RG-PUNTI-FAM               PIC ZZZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RG-ANNI                    PIC ZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RG-FONTE-ANZ               PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RG-PUNTI-ANZ               PIC ZZZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RG-TOTALE                  PIC ZZZZ9,99.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RG-NOTE                    PIC X(16).
       01  R-INTESTAZ-ESCL                PIC X(133) VALUE
           'ESCLUSI DALLA GRADUATORIA - CATEGORIE PROTETTE (CAT_PROTETTA
      -    ' D = DISABILE, A = ALTRA CATEGORIA)'.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(24)  VALUE
               'MATRICOLE NEL PERIMETRO:'.
           05  RT-LETTI                   PIC ZZZZZZ9.
           05  FILLER                     PIC X(17)  VALUE
               '   GRADUATE   : '.
           05  RT-GRADUATI                PIC ZZZZZZ9.
           05  FILLER                     PIC X(17)  VALUE
               '   ESCLUSE    : '.
           05  RT-ESCLUSI                 PIC ZZZZZZ9.
           05  FILLER                     PIC X(54)  VALUE SPACES.
       01  R-RIGA-NESSUNO                 PIC X(133) VALUE
           'NESSUNA MATRICOLA ATTIVA NEL PERIMETRO'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

      * -------------------------------------------------------------- *
      * MATRICOLE ATTIVE DEL PERIMETRO CON L'EVENTUALE ANZIANITA'      *
      * CONVENZIONALE                                                  *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DIP28 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME,
                            D.DIPARTIMENTO,
                            D.QUALIFICA_INTERNA,
                            D.CAT_PROTETTA,
                            D.DATA_ASSUNZIONE,
                            COALESCE(A.DATA_ANZIANITA, ' ')
                    FROM    CPS04.CWDIPENDENTI D
                            LEFT OUTER JOIN CPS04.CWANZCON A
                            ON  A.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                    WHERE   D.STATO_DIPENDENTE = 'A'
                    AND    (:W-DIPARTIMENTO-RUN = ' '
                       OR   D.DIPARTIMENTO      = :W-DIPARTIMENTO-RUN)
                    AND    (:W-QUALIFICA-RUN    = ' '
                       OR   D.QUALIFICA_INTERNA = :W-QUALIFICA-RUN)
                    ORDER BY D.COD_MATRICOLA_DIP
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
           PERFORM 1200-LEGGI-PARAMETRI.

           OPEN OUTPUT GRADREP.
           IF NOT FS-GRADREP-OK
              DISPLAY '** ERRORE OPEN GRADREP, FILE STATUS: '
                      W-FS-GRADREP
              STOP RUN
           END-IF.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * PERIMETRO, DATA DI RIFERIMENTO E PESI DELL'ACCORDO: SENZA      *
      * PARMFILE, CON PESI NON NUMERICI O CON UNA DATA NON VALIDA IL   *
      * RUN TERMINA IN ERRORE                                          *
      ******************************************************************
       1200-LEGGI-PARAMETRI SECTION.
      *--------------------*
           OPEN INPUT PARMFILE.
           IF NOT FS-PARMFILE-OK
              DISPLAY 'CY28DEMO - PARMFILE NON DISPONIBILE, FILE '
                      'STATUS: ' W-FS-PARMFILE ': RUN ANNULLATO'
              GO TO 1200-ERRORE
           END-IF.
           READ PARMFILE
              AT END
                 DISPLAY 'CY28DEMO - PARMFILE VUOTO: RUN ANNULLATO'
                 CLOSE PARMFILE
                 GO TO 1200-ERRORE
           END-READ.
           CLOSE PARMFILE.

           IF PF-PESO-CONIUGE   NOT NUMERIC OR
              PF-PESO-FIGLIO    NOT NUMERIC OR
              PF-PESO-ALTRO     NOT NUMERIC OR
              PF-PESO-ANZIANITA NOT NUMERIC
              DISPLAY 'CY28DEMO - PESI DEL PARMFILE NON NUMERICI: '
                      'RUN ANNULLATO'
              GO TO 1200-ERRORE
           END-IF.
           MOVE PF-DIPARTIMENTO   TO W-DIPARTIMENTO-RUN.
           MOVE PF-QUALIFICA      TO W-QUALIFICA-RUN.
           MOVE PF-PESO-CONIUGE   TO W-PESO-CONIUGE.
           MOVE PF-PESO-FIGLIO    TO W-PESO-FIGLIO.
           MOVE PF-PESO-ALTRO     TO W-PESO-ALTRO.
           MOVE PF-PESO-ANZIANITA TO W-PESO-ANZIANITA.

           IF PF-DATA-RIF = SPACES
              MOVE W-BR-DATA   TO W-DATA-RIF
           ELSE
              MOVE PF-DATA-RIF TO W-DATA-RIF
           END-IF.
           MOVE SPACES TO W-DATA-RIF-OK.
           IF W-DATA-RIF (1:4) NUMERIC AND
              W-DATA-RIF (5:1) = '-'   AND
              W-DATA-RIF (8:1) = '-'
              EXEC SQL SELECT CHAR(DATE(:W-DATA-RIF), ISO)
                         INTO :W-DATA-RIF-OK
                         FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.
           IF W-DATA-RIF-OK NOT = W-DATA-RIF
              DISPLAY 'CY28DEMO - DATA DI RIFERIMENTO ' W-DATA-RIF
                      ' NON VALIDA (AAAA-MM-GG): RUN ANNULLATO'
              GO TO 1200-ERRORE
           END-IF.
           GO TO 1200-EX.

       1200-ERRORE.
           MOVE 0   TO W-BR-LETTI W-BR-SCRITTI.
           MOVE 'E' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.
           STOP RUN.

       1200-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-DIP28 END-EXEC.
           MOVE 0 TO W-SQLCODE.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-DIP28 END-EXEC.

           PERFORM 2600-STAMPA-GRADUATORIA.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-DIP28
                    INTO  :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.NOME,
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CPSDIP.QUALIFICA-INTERNA,
                          :DCL-CPSDIP.CAT-PROTETTA,
                          :DCL-CPSDIP.DATA-ASSUNZIONE,
                          :W-DATA-ANZIANITA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-LETTI
              PERFORM 2200-CALCOLA-PUNTEGGIO
              PERFORM 2400-INSERISCI-GRADUATORIA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * COMPONENTI DEL PUNTEGGIO: CARICHI DI FAMIGLIA PER RELAZIONE E  *
      * ANZIANITA' IN ANNI CON DUE DECIMALI. LE CATEGORIE PROTETTE     *
      * HANNO I COMPONENTI CALCOLATI MA SONO ESCLUSE DALLA GRADUATORIA *
      ******************************************************************
       2200-CALCOLA-PUNTEGGIO SECTION.
      *----------------------*
           MOVE SPACES TO W-NUOVO.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO W-NU-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP TO W-NU-COGNOME.
           MOVE NOME              OF DCL-CPSDIP TO W-NU-NOME.
           MOVE DIPARTIMENTO      OF DCL-CPSDIP TO W-NU-DIPARTIMENTO.
           MOVE QUALIFICA-INTERNA OF DCL-CPSDIP TO W-NU-QUALIFICA.
           MOVE CAT-PROTETTA      OF DCL-CPSDIP TO W-NU-CAT-PROTETTA.
           IF CAT-PROT-NESSUNA OF DCL-CPSDIP
              MOVE 0 TO W-NU-ESCLUSO
           ELSE
              MOVE 1 TO W-NU-ESCLUSO
           END-IF.

           EXEC SQL SELECT COALESCE(SUM(CASE WHEN RELAZIONE = 'C'
                                             THEN 1 ELSE 0 END), 0),
                           COALESCE(SUM(CASE WHEN RELAZIONE = 'F'
                                             THEN 1 ELSE 0 END), 0),
                           COALESCE(SUM(CASE WHEN RELAZIONE = 'A'
                                             THEN 1 ELSE 0 END), 0)
                      INTO :W-NUM-CONIUGI,
                           :W-NUM-FIGLI,
                           :W-NUM-ALTRI
                      FROM  CPS04.CWFAMIL
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   DATA_INIZIO      <= :W-DATA-RIF
                     AND   DATA_FINE        >= :W-DATA-RIF
           END-EXEC.
           MOVE W-NUM-CONIUGI TO W-NU-CONIUGI.
           MOVE W-NUM-FIGLI   TO W-NU-FIGLI.
           MOVE W-NUM-ALTRI   TO W-NU-ALTRI.
           COMPUTE W-NU-PUNTI-FAM = W-NUM-CONIUGI * W-PESO-CONIUGE
                                  + W-NUM-FIGLI   * W-PESO-FIGLIO
                                  + W-NUM-ALTRI   * W-PESO-ALTRO.

           PERFORM 2300-CALCOLA-ANZIANITA.

           COMPUTE W-NU-PUNTI-ANZ ROUNDED =
                   W-NU-ANNI * W-PESO-ANZIANITA.
           COMPUTE W-NU-TOTALE = W-NU-PUNTI-FAM + W-NU-PUNTI-ANZ.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * ANZIANITA' ALLA DATA DI RIFERIMENTO: DALL'ANZIANITA'           *
      * CONVENZIONALE (CPS04.CWANZCON) SE PRESENTE, ALTRIMENTI DALLA   *
      * DATA DI ASSUNZIONE PIU' I PERIODI DI LAVORO GIA' CHIUSI        *
      * (CPS04.CWPERLAV), ESTREMI COMPRESI, DIVISI PER 365 (STESSA     *
      * REGOLA DI CW49DEMO)                                            *
      ******************************************************************
       2300-CALCOLA-ANZIANITA SECTION.
      *----------------------*
           MOVE 0 TO W-GG-ANZIANITA W-GG-PERIODI-PREC W-NU-ANNI.
           IF W-DATA-ANZIANITA (1:4) NUMERIC
              MOVE W-DATA-ANZIANITA TO W-DATA-DECORRENZA
              MOVE 'C' TO W-NU-FONTE-ANZ
           ELSE
              MOVE DATA-ASSUNZIONE OF DCL-CPSDIP TO W-DATA-DECORRENZA
              MOVE 'A' TO W-NU-FONTE-ANZ
           END-IF.
           IF W-DATA-DECORRENZA (1:4) NOT NUMERIC
              MOVE 'X' TO W-NU-FONTE-ANZ
              GO TO 2300-EX
           END-IF.

           IF W-DATA-DECORRENZA <= W-DATA-RIF
              EXEC SQL SELECT DAYS(DATE(:W-DATA-RIF))
                            - DAYS(DATE(:W-DATA-DECORRENZA)) + 1
                         INTO :W-GG-ANZIANITA
                         FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.

           IF W-NU-FONTE-ANZ = 'A'
              EXEC SQL SELECT COALESCE(SUM(DAYS(DATE(DATA_FINE))
                                         - DAYS(DATE(DATA_INIZIO))
                                         + 1), 0)
                         INTO :W-GG-PERIODI-PREC
                         FROM  CPS04.CWPERLAV
                        WHERE COD_MATRICOLA_DIP =
                              :DCL-CPSDIP.COD-MATRICOLA-DIP
                        AND   DATA_FINE < :W-DATA-RIF
              END-EXEC
              IF W-GG-PERIODI-PREC > 0
                 MOVE 'P' TO W-NU-FONTE-ANZ
              END-IF
           END-IF.

           COMPUTE W-NU-ANNI = (W-GG-ANZIANITA + W-GG-PERIODI-PREC)
                             / 365.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * INSERIMENTO ORDINATO: LA MATRICOLA VA DOPO TUTTE QUELLE CON    *
      * CHIAVE MINORE O UGUALE (IL CURSORE E' PER MATRICOLA, PER CUI A *
      * PARITA' DI PUNTI E ANNI RESTA L'ORDINE DI MATRICOLA)           *
      ******************************************************************
       2400-INSERISCI-GRADUATORIA SECTION.
      *--------------------------*
           IF W-NUM-GRAD NOT < W-MAX-GRAD
              DISPLAY 'CY28DEMO - PIU'' DI ' W-MAX-GRAD ' MATRICOLE '
                      'NEL PERIMETRO: RESTRINGERE DIPARTIMENTO O '
                      'QUALIFICA. RUN ANNULLATO'
              CLOSE GRADREP
              MOVE W-CONTA-LETTI TO W-BR-LETTI
              MOVE 0             TO W-BR-SCRITTI
              MOVE 'E'           TO W-BR-ESITO
              PERFORM 1910-REGISTRA-FINE
              STOP RUN
           END-IF.

           PERFORM 2410-CERCA-POSIZIONE
                   VARYING W-POS-GRAD FROM 1 BY 1
                   UNTIL W-POS-GRAD > W-NUM-GRAD
                   OR    W-GR-CHIAVE (W-POS-GRAD) > W-NU-CHIAVE.
           PERFORM 2420-SPOSTA-ELEMENTO
                   VARYING W-IND-GRAD FROM W-NUM-GRAD BY -1
                   UNTIL W-IND-GRAD < W-POS-GRAD.
           MOVE W-NUOVO TO W-GR (W-POS-GRAD).
           ADD 1 TO W-NUM-GRAD.

       2400-EX. EXIT.
      *
      *
       2410-CERCA-POSIZIONE SECTION.
      *--------------------*
           CONTINUE.

       2410-EX. EXIT.
      *
      *
       2420-SPOSTA-ELEMENTO SECTION.
      *--------------------*
           MOVE W-GR (W-IND-GRAD) TO W-GR (W-IND-GRAD + 1).

       2420-EX. EXIT.
      *
      *
      ******************************************************************
      * TABULATO: CRITERI APPLICATI, GRADUATORIA, ESCLUSI E TOTALI     *
      ******************************************************************
       2600-STAMPA-GRADUATORIA SECTION.
      *-----------------------*
           MOVE W-DATA-RIF TO RI-DATA-RIF.
           WRITE GRADREP-REC FROM R-INTESTAZ-1.
           IF W-DIPARTIMENTO-RUN = SPACES
              MOVE '(TUTTI)'          TO RP-DIPARTIMENTO
           ELSE
              MOVE W-DIPARTIMENTO-RUN TO RP-DIPARTIMENTO
           END-IF.
           IF W-QUALIFICA-RUN = SPACES
              MOVE '(TUTTE)'          TO RP-QUALIFICA
           ELSE
              MOVE W-QUALIFICA-RUN    TO RP-QUALIFICA
           END-IF.
           WRITE GRADREP-REC FROM R-RIGA-PERIMETRO.
           MOVE W-PESO-CONIUGE   TO RW-PESO-CONIUGE.
           MOVE W-PESO-FIGLIO    TO RW-PESO-FIGLIO.
           MOVE W-PESO-ALTRO     TO RW-PESO-ALTRO.
           MOVE W-PESO-ANZIANITA TO RW-PESO-ANZIANITA.
           WRITE GRADREP-REC FROM R-RIGA-PESI.
           WRITE GRADREP-REC FROM R-RIGA-NOTA-1.
           WRITE GRADREP-REC FROM R-RIGA-NOTA-2.
           WRITE GRADREP-REC FROM R-RIGA-NOTA-3.
           WRITE GRADREP-REC FROM R-RIGA-VUOTA.

           IF W-NUM-GRAD = 0
              WRITE GRADREP-REC FROM R-RIGA-NESSUNO
              GO TO 2600-EX
           END-IF.

           WRITE GRADREP-REC FROM R-INTESTAZ-2.
           MOVE 0 TO W-POSIZIONE.
           PERFORM 2610-STAMPA-RIGA
                   VARYING W-IND-GRAD FROM 1 BY 1
                   UNTIL W-IND-GRAD > W-NUM-GRAD.

       2600-EX. EXIT.
      *
      *
       2610-STAMPA-RIGA SECTION.
      *----------------*
           MOVE W-GR (W-IND-GRAD) TO W-GR-ELEMENTO.
           IF W-GE-ESCLUSO = 1 AND W-CONTA-ESCLUSI = 0
              WRITE GRADREP-REC FROM R-RIGA-VUOTA
              WRITE GRADREP-REC FROM R-INTESTAZ-ESCL
              WRITE GRADREP-REC FROM R-INTESTAZ-2
           END-IF.

           MOVE SPACES TO RG-NOTE.
           IF W-GE-ESCLUSO = 0
              ADD 1 TO W-POSIZIONE W-CONTA-GRADUATI
              MOVE W-POSIZIONE TO RG-POSIZIONE
           ELSE
              ADD 1 TO W-CONTA-ESCLUSI
              MOVE 0 TO RG-POSIZIONE
              MOVE 'ESCLUSO CAT. '   TO RG-NOTE
              MOVE W-GE-CAT-PROTETTA TO RG-NOTE (14:1)
           END-IF.
           IF ANZ-DATA-NON-VALIDA
              MOVE 'DATA ANZ. ERRATA' TO RG-NOTE
           END-IF.
           MOVE W-GE-MATRICOLA    TO RG-MATRICOLA.
           MOVE W-GE-COGNOME      TO RG-COGNOME.
           MOVE W-GE-NOME         TO RG-NOME.
           MOVE W-GE-DIPARTIMENTO TO RG-DIPARTIMENTO.
           MOVE W-GE-QUALIFICA    TO RG-QUALIFICA.
           MOVE W-GE-CONIUGI      TO RG-CONIUGI.
           MOVE W-GE-FIGLI        TO RG-FIGLI.
           MOVE W-GE-ALTRI        TO RG-ALTRI.
           MOVE W-GE-PUNTI-FAM    TO RG-PUNTI-FAM.
           MOVE W-GE-ANNI         TO RG-ANNI.
           MOVE W-GE-FONTE-ANZ    TO RG-FONTE-ANZ.
           MOVE W-GE-PUNTI-ANZ    TO RG-PUNTI-ANZ.
           MOVE W-GE-TOTALE       TO RG-TOTALE.
           WRITE GRADREP-REC FROM R-RIGA-GRAD.

       2610-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE GRADREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI TO W-BR-LETTI
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
           MOVE W-CONTA-LETTI    TO RT-LETTI.
           MOVE W-CONTA-GRADUATI TO RT-GRADUATI.
           MOVE W-CONTA-ESCLUSI  TO RT-ESCLUSI.
           WRITE GRADREP-REC FROM R-RIGA-VUOTA.
           WRITE GRADREP-REC FROM R-RIGA-TOT.

           DISPLAY 'CY28DEMO - DATA DI RIFERIMENTO   : '
                   W-DATA-RIF.
           DISPLAY 'CY28DEMO - MATRICOLE LETTE       : '
                   W-CONTA-LETTI.
           DISPLAY 'CY28DEMO - MATRICOLE GRADUATE    : '
                   W-CONTA-GRADUATI.
           DISPLAY 'CY28DEMO - CATEGORIE PROTETTE    : '
                   W-CONTA-ESCLUSI.

           CLOSE GRADREP.

           MOVE W-CONTA-LETTI TO W-BR-LETTI.
           COMPUTE W-BR-SCRITTI = W-CONTA-GRADUATI + W-CONTA-ESCLUSI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
