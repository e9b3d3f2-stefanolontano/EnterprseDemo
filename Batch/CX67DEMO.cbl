       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX67DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : QUADRATURA DELLE POSIZIONI DI ORGANICO CON   *
      *                   L'ANAGRAFICA DIPENDENTI                      *
      * TIPO OPERAZIONE : BATCH DI STAMPA SU SPOOL                     *
      * TABELLE USATE   : CPS04.CWPOSORG, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWBUDGET, SPOOLF (VSAM)                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL RUN DI SPOOL CHIUSO IN STATO 'P' VIENE       *
      *                MARCATO DA DISTRIBUIRE VIA E-MAIL AGLI ABBONATI *
      *                DEL REPORT (SP-MAIL-RUN 'D', VEDI CX93DEMO)     *
      ******************************************************************
      ******************************************************************
      * BATCH NOTTURNO: CONFRONTA LE POSIZIONI DI ORGANICO CWPOSORG    *
      * (GESTITE DA CX66DEMO E AGGIORNATE DA CW18DEMO, CW39DEMO,       *
      * CW07DEMO, CX08DEMO E CX64DEMO) CON L'ANAGRAFICA CWDIPENDENTI   *
      * E STAMPA QUATTRO ELENCHI DI ANOMALIE:                          *
      *   1 - POSIZIONI COPERTE DA MATRICOLE INESISTENTI O NON ATTIVE  *
      *   2 - TITOLARI CON DIPARTIMENTO O QUALIFICA DIVERSI DA QUELLI  *
      *       DELLA POSIZIONE (TRASFERIMENTI SENZA POSTO VACANTE,      *
      *       CAMBI DI QUALIFICA)                                      *
      *   3 - DIPENDENTI ATTIVI CHE NON OCCUPANO ALCUNA POSIZIONE      *
      *   4 - DIPARTIMENTI CON POSIZIONI ATTIVE OLTRE L'ORGANICO       *
      *       AUTORIZZATO CWBUDGET DELL'ANNO                           *
      * IL PROGRAMMA NON AGGIORNA NULLA: LE CORREZIONI SI FANNO CON    *
      * CX66DEMO. IL TABULATO VA ANCHE SUL VSAM SPOOLF (RITIRO CON     *
      * CW43DEMO).                                                     *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSIZREP       ASSIGN TO POSIZREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-POSIZREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSIZREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  POSIZREP-REC                   PIC X(133).

       FD  SPOOL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS.
       01  FD-SP-RECORD.
           05  FD-SP-KEY                  PIC X(10).
           05  FILLER                     PIC X(134).

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
      *    SPOOL DI STAMPA (VEDI COPY CWSPOO E CW30DEMO)               *
      * -------------------------------------------------------------- *
           COPY CWSPOO.
       01  W-FS-SPOOL                     PIC  X(2)   VALUE ZEROES.
           88  FS-SPOOL-OK                            VALUE '00'.
       01  W-NUM-RUN                      PIC S9(9)   COMP VALUE +0.
       01  W-NUM-RIGA-SPOOL               PIC 9(5)    VALUE ZEROES.
       01  W-ORA-ODIERNA                  PIC 9(8)    VALUE ZEROES.
       01  W-DATA-SPOOL-8.
           05  W-SPOOL-AAAA               PIC 9(4).
           05  W-SPOOL-MM                 PIC 9(2).
           05  W-SPOOL-GG                 PIC 9(2).
       01  W-DATA-SPOOL.
           05  W-DT-SPOOL-GG              PIC X(2).
           05  FILLER                     PIC X       VALUE '/'.
           05  W-DT-SPOOL-MM              PIC X(2).
           05  FILLER                     PIC X       VALUE '/'.
           05  W-DT-SPOOL-AAAA            PIC X(4).
      * -------------------------------------------------------------- *
      *    DEFINIZIONE VARIABILI HOST                                  *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX67DEMO'.
       01  W-FS-POSIZREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-POSIZREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-ANNO                         PIC S9(4)   COMP-3 VALUE 0.
      * ---
      * CONTATORI: RIGHE LETTE DAI CURSORI E ANOMALIE PER ELENCO
      * ---
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-ELENCO                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-TITOLARI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-DIFFORMI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SENZA-POS              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-OLTRE-BUDGET           PIC S9(7)   COMP-3 VALUE 0.
      * ---
      * RIGA LETTA DAI CURSORI DELLE POSIZIONI
      * ---
       01  W-STATO-DIP                    PIC X(1)    VALUE SPACE.
       01  W-DIPART-DIP                   PIC X(10)   VALUE SPACES.
       01  W-QUALIFICA-DIP                PIC X(8)    VALUE SPACES.
       01  W-COGNOME                      PIC X(30)   VALUE SPACES.
      * ---
      * RIGA LETTA DAL CURSORE DEL CONFRONTO CON CWBUDGET
      * ---
       01  W-POS-ATTIVE                   PIC S9(5)   COMP-3 VALUE 0.
       01  W-POS-COPERTE                  PIC S9(5)   COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'QUADRATURA POSIZIONI DI ORGANICO / ANAGRAFICA DIPENDENTI'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'DATA RUN : '.
           05  RI-DATA-RUN                PIC X(10).
           05  FILLER                     PIC X(111) VALUE SPACES.
       01  R-TITOLO-ELENCO.
           05  RE-NUM-ELENCO              PIC 9(1).
           05  FILLER                     PIC X(3)   VALUE ' - '.
           05  RE-TITOLO                  PIC X(129).
       01  R-TITOLO-1                     PIC X(129) VALUE
           'POSIZIONI COPERTE DA MATRICOLE INESISTENTI O NON ATTIVE'.
       01  R-TITOLO-2                     PIC X(129) VALUE
           'TITOLARI CON DIPARTIMENTO O QUALIFICA DIVERSI DALLA POSIZ.'.
       01  R-TITOLO-3                     PIC X(129) VALUE
           'DIPENDENTI ATTIVI SENZA POSIZIONE DI ORGANICO'.
       01  R-TITOLO-4                     PIC X(129) VALUE
           'DIPARTIMENTI CON POSIZIONI ATTIVE OLTRE L''ORGANICO AUTOR.'.
       01  R-INTESTAZ-POS.
           05  FILLER                     PIC X(8)   VALUE
               '  POSIZ.'.
           05  FILLER                     PIC X(12)  VALUE
               'DIPART.'.
           05  FILLER                     PIC X(10)  VALUE
               'QUALIFICA'.
           05  FILLER                     PIC X(7)   VALUE
               '  MATR.'.
           05  FILLER                     PIC X(32)  VALUE
               'COGNOME'.
           05  FILLER                     PIC X(12)  VALUE
               'DIP.ANAGR.'.
           05  FILLER                     PIC X(52)  VALUE
               'QUAL.ANAGR.'.
       01  R-RIGA-POS.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-NUM-POSIZIONE           PIC 9(5).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RP-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RP-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-DIPART-DIP              PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-QUALIFICA-DIP           PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RP-NOTA                    PIC X(40).
       01  R-INTESTAZ-BUD.
           05  FILLER                     PIC X(14)  VALUE
               '  DIPART.'.
           05  FILLER                     PIC X(14)  VALUE
               'AUTORIZZATE'.
           05  FILLER                     PIC X(14)  VALUE
               'ATTIVE'.
           05  FILLER                     PIC X(91)  VALUE
               'COPERTE'.
       01  R-RIGA-BUD.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RB-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RB-AUTORIZZATE             PIC ZZZZ9.
           05  FILLER                     PIC X(9)   VALUE SPACES.
           05  RB-ATTIVE                  PIC ZZZZ9.
           05  FILLER                     PIC X(9)   VALUE SPACES.
           05  RB-COPERTE                 PIC ZZZZ9.
           05  FILLER                     PIC X(86)  VALUE SPACES.
       01  R-RIGA-NESSUNA                 PIC X(133) VALUE
           '  NESSUNA ANOMALIA'.
       01  R-RIGA-TOT-1.
           05  FILLER                     PIC X(30)  VALUE
               'POSIZIONI COPERTE ESAMINATE: '.
           05  RT-TITOLARI                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-2.
           05  FILLER                     PIC X(30)  VALUE
               'MATRICOLE NON VALIDE       : '.
           05  RT-ELENCO-1                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-3.
           05  FILLER                     PIC X(30)  VALUE
               'TITOLARI DIFFORMI          : '.
           05  RT-ELENCO-2                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-4.
           05  FILLER                     PIC X(30)  VALUE
               'DIPENDENTI SENZA POSIZIONE : '.
           05  RT-ELENCO-3                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-5.
           05  FILLER                     PIC X(30)  VALUE
               'DIPARTIMENTI OLTRE BUDGET  : '.
           05  RT-ELENCO-4                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWPOSO  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWBUDG  END-EXEC.

      * -------------------------------------------------------------- *
      * ELENCO 1 E 2 - POSIZIONI ATTIVE COPERTE CON I DATI ATTUALI DEL *
      * TITOLARE (LEFT JOIN: STATO ' ' SE LA MATRICOLA NON ESISTE)     *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-POS67 CURSOR FOR
                    SELECT  P.NUM_POSIZIONE,
                            P.DIPARTIMENTO,
                            P.QUALIFICA_INTERNA,
                            P.COD_MATRICOLA_DIP,
                            COALESCE(D.STATO_DIPENDENTE, ' '),
                            COALESCE(D.DIPARTIMENTO, ' '),
                            COALESCE(D.QUALIFICA_INTERNA, ' '),
                            COALESCE(D.COGNOME, ' ')
                    FROM  CPS04.CWPOSORG P
                          LEFT OUTER JOIN CPS04.CWDIPENDENTI D
                            ON  D.COD_MATRICOLA_DIP =
                                P.COD_MATRICOLA_DIP
                    WHERE P.STATO_POSIZIONE   = 'A'
                    AND   P.COD_MATRICOLA_DIP <> 0
                    ORDER BY P.DIPARTIMENTO,
                             P.NUM_POSIZIONE
           END-EXEC.

      * -------------------------------------------------------------- *
      * ELENCO 3 - DIPENDENTI ATTIVI CHE NON SONO TITOLARI DI ALCUNA   *
      * POSIZIONE ATTIVA                                               *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DIP67 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.DIPARTIMENTO,
                            D.QUALIFICA_INTERNA
                    FROM  CPS04.CWDIPENDENTI D
                    WHERE D.STATO_DIPENDENTE = 'A'
                    AND   NOT EXISTS
                          (SELECT 1
                           FROM  CPS04.CWPOSORG P
                           WHERE P.COD_MATRICOLA_DIP =
                                 D.COD_MATRICOLA_DIP
                           AND   P.STATO_POSIZIONE   = 'A')
                    ORDER BY D.DIPARTIMENTO,
                             D.COD_MATRICOLA_DIP
           END-EXEC.

      * -------------------------------------------------------------- *
      * ELENCO 4 - ORGANICO AUTORIZZATO DELL'ANNO CONFRONTATO CON LE   *
      * POSIZIONI ATTIVE (E COPERTE) DEL DIPARTIMENTO                  *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-BUD67 CURSOR FOR
                    SELECT  B.DIPARTIMENTO,
                            B.ORGANICO_AUTORIZZATO,
                            (SELECT COUNT(*)
                             FROM  CPS04.CWPOSORG P
                             WHERE P.DIPARTIMENTO    = B.DIPARTIMENTO
                             AND   P.STATO_POSIZIONE = 'A'),
                            (SELECT COUNT(*)
                             FROM  CPS04.CWPOSORG P
                             WHERE P.DIPARTIMENTO    = B.DIPARTIMENTO
                             AND   P.STATO_POSIZIONE = 'A'
                             AND   P.COD_MATRICOLA_DIP <> 0)
                    FROM  CPS04.CWBUDGET B
                    WHERE B.ANNO = :W-ANNO
                    ORDER BY B.DIPARTIMENTO
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
           MOVE W-BR-AAAA      TO W-ANNO.

           OPEN OUTPUT POSIZREP.
           IF NOT FS-POSIZREP-OK
              DISPLAY '** ERRORE OPEN POSIZREP, FILE STATUS: '
                      W-FS-POSIZREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           MOVE R-INTESTAZ-1   TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-BR-DATA      TO RI-DATA-RUN.
           MOVE R-INTESTAZ-2   TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2100-POSIZIONI-COPERTE.
           PERFORM 2300-DIPENDENTI-SENZA-POS.
           PERFORM 2400-CONFRONTO-BUDGET.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * ELENCHI 1 E 2: IL CURSORE DELLE POSIZIONI COPERTE E' LETTO    *
      * DUE VOLTE, UNA PER ELENCO, PER NON MESCOLARE LE DUE SERIE DI   *
      * ANOMALIE NEL TABULATO                                          *
      ******************************************************************
       2100-POSIZIONI-COPERTE SECTION.
      *----------------------*
           MOVE 1              TO RE-NUM-ELENCO.
           MOVE R-TITOLO-1     TO RE-TITOLO.
           PERFORM 2800-TESTATA-ELENCO.
           MOVE R-INTESTAZ-POS TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           MOVE 0 TO W-CONTA-ELENCO.
           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-POS67 END-EXEC.
           PERFORM 2110-FETCH-MATR-NON-VALIDE
              UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-POS67 END-EXEC.
           PERFORM 2810-CHIUDI-ELENCO.

           MOVE 2              TO RE-NUM-ELENCO.
           MOVE R-TITOLO-2     TO RE-TITOLO.
           PERFORM 2800-TESTATA-ELENCO.
           MOVE R-INTESTAZ-POS TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           MOVE 0 TO W-CONTA-ELENCO.
           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-POS67 END-EXEC.
           PERFORM 2120-FETCH-TITOLARI-DIFFORMI
              UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-POS67 END-EXEC.
           PERFORM 2810-CHIUDI-ELENCO.

       2100-EX. EXIT.
      *
      *
       2110-FETCH-MATR-NON-VALIDE SECTION.
      *--------------------------*
           PERFORM 2150-FETCH-POSIZIONE.
           IF NOT W-SQLCODE-OK
              GO TO 2110-EX
           END-IF.
           ADD 1 TO W-CONTA-TITOLARI.

           IF W-STATO-DIP = 'A'
              GO TO 2110-EX
           END-IF.
           IF W-STATO-DIP = SPACE
              MOVE 'MATRICOLA INESISTENTE IN ANAGRAFICA' TO RP-NOTA
           ELSE
              MOVE 'DIPENDENTE NON ATTIVO'              TO RP-NOTA
           END-IF.
           ADD 1 TO W-CONTA-ELENCO.
           PERFORM 2200-STAMPA-POSIZIONE.

       2110-EX. EXIT.
      *
      *
       2120-FETCH-TITOLARI-DIFFORMI SECTION.
      *----------------------------*
           PERFORM 2150-FETCH-POSIZIONE.
           IF NOT W-SQLCODE-OK
              GO TO 2120-EX
           END-IF.
      * ---
      * LE MATRICOLE NON VALIDE SONO GIA' NELL'ELENCO 1
      * ---
           IF W-STATO-DIP NOT = 'A'
              GO TO 2120-EX
           END-IF.

           IF W-DIPART-DIP NOT = DIPARTIMENTO OF DCL-CWPOSORG
              IF W-QUALIFICA-DIP NOT =
                 QUALIFICA-INTERNA OF DCL-CWPOSORG
                 MOVE 'DIPARTIMENTO E QUALIFICA DIFFORMI' TO RP-NOTA
              ELSE
                 MOVE 'DIPARTIMENTO DIFFORME'             TO RP-NOTA
              END-IF
           ELSE
              IF W-QUALIFICA-DIP NOT =
                 QUALIFICA-INTERNA OF DCL-CWPOSORG
                 MOVE 'QUALIFICA DIFFORME'                TO RP-NOTA
              ELSE
                 GO TO 2120-EX
              END-IF
           END-IF.
           ADD 1 TO W-CONTA-ELENCO.
           PERFORM 2200-STAMPA-POSIZIONE.

       2120-EX. EXIT.
      *
      *
       2150-FETCH-POSIZIONE SECTION.
      *--------------------*
           EXEC SQL FETCH CUR-POS67
                    INTO  :DCL-CWPOSORG.NUM-POSIZIONE,
                          :DCL-CWPOSORG.DIPARTIMENTO,
                          :DCL-CWPOSORG.QUALIFICA-INTERNA,
                          :DCL-CWPOSORG.COD-MATRICOLA-DIP,
                          :W-STATO-DIP,
                          :W-DIPART-DIP,
                          :W-QUALIFICA-DIP,
                          :W-COGNOME
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-LETTI
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2150-EX. EXIT.
      *
      *
       2200-STAMPA-POSIZIONE SECTION.
      *---------------------*
           MOVE NUM-POSIZIONE     OF DCL-CWPOSORG TO RP-NUM-POSIZIONE.
           MOVE DIPARTIMENTO      OF DCL-CWPOSORG TO RP-DIPARTIMENTO.
           MOVE QUALIFICA-INTERNA OF DCL-CWPOSORG TO RP-QUALIFICA.
           MOVE COD-MATRICOLA-DIP OF DCL-CWPOSORG TO RP-MATRICOLA.
           MOVE W-COGNOME         TO RP-COGNOME.
           MOVE W-DIPART-DIP      TO RP-DIPART-DIP.
           MOVE W-QUALIFICA-DIP   TO RP-QUALIFICA-DIP.
           MOVE R-RIGA-POS        TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * ELENCO 3: DIPENDENTI ATTIVI SENZA POSIZIONE (ASSUNTI O         *
      * TRASFERITI QUANDO NON C'ERA UN POSTO VACANTE)                  *
      ******************************************************************
       2300-DIPENDENTI-SENZA-POS SECTION.
      *-------------------------*
           MOVE 3              TO RE-NUM-ELENCO.
           MOVE R-TITOLO-3     TO RE-TITOLO.
           PERFORM 2800-TESTATA-ELENCO.
           MOVE R-INTESTAZ-POS TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           MOVE 0 TO W-CONTA-ELENCO.
           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-DIP67 END-EXEC.
           PERFORM 2310-FETCH-DIPENDENTE
              UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-DIP67 END-EXEC.
           PERFORM 2810-CHIUDI-ELENCO.
           MOVE W-CONTA-ELENCO TO W-CONTA-SENZA-POS.

       2300-EX. EXIT.
      *
      *
       2310-FETCH-DIPENDENTE SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-DIP67
                    INTO  :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.DIPARTIMENTO,
                          :DCL-CPSDIP.QUALIFICA-INTERNA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-LETTI
              ADD 1 TO W-CONTA-ELENCO
              MOVE ZEROES            TO RP-NUM-POSIZIONE
              MOVE SPACES            TO RP-DIPARTIMENTO
              MOVE SPACES            TO RP-QUALIFICA
              MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO RP-MATRICOLA
              MOVE COGNOME           OF DCL-CPSDIP TO RP-COGNOME
              MOVE DIPARTIMENTO      OF DCL-CPSDIP TO RP-DIPART-DIP
              MOVE QUALIFICA-INTERNA OF DCL-CPSDIP TO RP-QUALIFICA-DIP
              MOVE 'NESSUNA POSIZIONE ATTIVA OCCUPATA' TO RP-NOTA
              MOVE R-RIGA-POS        TO POSIZREP-REC
              PERFORM 2900-SCRIVI-RIGA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2310-EX. EXIT.
      *
      *
      ******************************************************************
      * ELENCO 4: DIPARTIMENTI CON PIU' POSIZIONI ATTIVE DELL'ORGANICO *
      * AUTORIZZATO CWBUDGET PER L'ANNO DEL RUN                        *
      ******************************************************************
       2400-CONFRONTO-BUDGET SECTION.
      *---------------------*
           MOVE 4              TO RE-NUM-ELENCO.
           MOVE R-TITOLO-4     TO RE-TITOLO.
           PERFORM 2800-TESTATA-ELENCO.
           MOVE R-INTESTAZ-BUD TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           MOVE 0 TO W-CONTA-ELENCO.
           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-BUD67 END-EXEC.
           PERFORM 2410-FETCH-BUDGET
              UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-BUD67 END-EXEC.
           PERFORM 2810-CHIUDI-ELENCO.
           MOVE W-CONTA-ELENCO TO W-CONTA-OLTRE-BUDGET.

       2400-EX. EXIT.
      *
      *
       2410-FETCH-BUDGET SECTION.
      *-----------------*
           EXEC SQL FETCH CUR-BUD67
                    INTO  :DCL-CWBUDGET.DIPARTIMENTO,
                          :DCL-CWBUDGET.ORGANICO-AUTORIZZATO,
                          :W-POS-ATTIVE,
                          :W-POS-COPERTE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-LETTI
              IF W-POS-ATTIVE > ORGANICO-AUTORIZZATO OF DCL-CWBUDGET
                 ADD 1 TO W-CONTA-ELENCO
                 MOVE DIPARTIMENTO OF DCL-CWBUDGET TO RB-DIPARTIMENTO
                 MOVE ORGANICO-AUTORIZZATO OF DCL-CWBUDGET
                                   TO RB-AUTORIZZATE
                 MOVE W-POS-ATTIVE  TO RB-ATTIVE
                 MOVE W-POS-COPERTE TO RB-COPERTE
                 MOVE R-RIGA-BUD    TO POSIZREP-REC
                 PERFORM 2900-SCRIVI-RIGA
              END-IF
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2410-EX. EXIT.
      *
      *
      ******************************************************************
      * TITOLO DI UN ELENCO (NUMERO E DESCRIZIONE GIA' IMPOSTATI)      *
      ******************************************************************
       2800-TESTATA-ELENCO SECTION.
      *-------------------*
           MOVE R-RIGA-VUOTA     TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-TITOLO-ELENCO  TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2800-EX. EXIT.
      *
      *
      ******************************************************************
      * CHIUSURA DI UN ELENCO: RIGA DI AVVISO SE NON HA ANOMALIE; IL   *
      * CONTEGGIO DEGLI ELENCHI 1 E 2 E' SALVATO QUI                   *
      ******************************************************************
       2810-CHIUDI-ELENCO SECTION.
      *------------------*
           IF W-CONTA-ELENCO = 0
              MOVE R-RIGA-NESSUNA TO POSIZREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.
           IF RE-NUM-ELENCO = 1
              MOVE W-CONTA-ELENCO TO RT-ELENCO-1
           END-IF.
           IF RE-NUM-ELENCO = 2
              MOVE W-CONTA-ELENCO TO W-CONTA-DIFFORMI
           END-IF.

       2810-EX. EXIT.
      *
      *
      ******************************************************************
      * SCRITTURA DI UNA RIGA DI TABULATO: SUL FILE DI STAMPA E, COME  *
      * RECORD DI DETTAGLIO, SUL RUN DI SPOOL (VEDI CW43DEMO)          *
      ******************************************************************
       2900-SCRIVI-RIGA SECTION.
      *---------------*
           ADD 1                 TO W-NUM-RIGA-SPOOL.
           MOVE SPACES           TO SP-RECORD.
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-NUM-RIGA.
           MOVE POSIZREP-REC     TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE POSIZREP-REC.

       2900-EX. EXIT.
      *
      *
      ******************************************************************
      * APERTURA DEL RUN DI SPOOL: NUMERO RUN DAL CONTATORE CWCONTAT   *
      * 'SPOOLRUN' E TESTATA IN STATO 'C' (IN CARICAMENTO)             *
      ******************************************************************
       2910-APRI-RUN-SPOOL SECTION.
      *-------------------*
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'SPOOLRUN'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-NUM-RUN
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'SPOOLRUN'
           END-EXEC.

           ACCEPT W-ORA-ODIERNA FROM TIME.
           ACCEPT W-DATA-SPOOL-8 FROM DATE YYYYMMDD.
           MOVE W-SPOOL-GG   TO W-DT-SPOOL-GG.
           MOVE W-SPOOL-MM   TO W-DT-SPOOL-MM.
           MOVE W-SPOOL-AAAA TO W-DT-SPOOL-AAAA.

           MOVE SPACES           TO SP-RECORD.
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE ZEROES           TO SP-NUM-RIGA.
           MOVE 'QUADRATURA POSIZ.' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CX67DEMO'      TO SP-UTENTE-RUN.
           MOVE SPACES           TO SP-STAMPANTE.
           MOVE 'C'              TO SP-STATO-RUN.
           MOVE ZEROES           TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE TESTATA SPOOLF: ' SP-KEY
           END-WRITE.

       2910-EX. EXIT.
      *
      *
      ******************************************************************
      * CHIUSURA DEL RUN DI SPOOL: TESTATA PORTATA A 'P' (PRONTO) CON  *
      * IL TOTALE RIGHE SCRITTE                                        *
      ******************************************************************
       2920-CHIUDI-RUN-SPOOL SECTION.
      *---------------------*
           MOVE W-NUM-RUN        TO SP-NUM-RUN.
           MOVE ZEROES           TO SP-NUM-RIGA.
           MOVE SP-KEY           TO FD-SP-KEY.
           READ SPOOL
              INVALID KEY
                 DISPLAY '** ERRORE READ TESTATA SPOOLF: ' SP-KEY
           END-READ.
           MOVE FD-SP-RECORD     TO SP-RECORD.
           MOVE 'P'              TO SP-STATO-RUN.
           MOVE 'D'              TO SP-MAIL-RUN.
           MOVE W-NUM-RIGA-SPOOL TO SP-TOT-RIGHE.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           REWRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE REWRITE TESTATA SPOOLF: ' SP-KEY
           END-REWRITE.

       2920-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE POSIZREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI    TO W-BR-LETTI
              MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI
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
      * ---
      * LE POSIZIONI COPERTE SONO LETTE DUE VOLTE (ELENCHI 1 E 2)
      * ---
           MOVE R-RIGA-VUOTA         TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           DIVIDE 2 INTO W-CONTA-TITOLARI.
           MOVE W-CONTA-TITOLARI     TO RT-TITOLARI.
           MOVE R-RIGA-TOT-1         TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-TOT-2         TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-DIFFORMI     TO RT-ELENCO-2.
           MOVE R-RIGA-TOT-3         TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-SENZA-POS    TO RT-ELENCO-3.
           MOVE R-RIGA-TOT-4         TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-OLTRE-BUDGET TO RT-ELENCO-4.
           MOVE R-RIGA-TOT-5         TO POSIZREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CX67DEMO - POSIZIONI COPERTE     : '
                   W-CONTA-TITOLARI.
           DISPLAY 'CX67DEMO - ANOMALIE MATRICOLA    : ' RT-ELENCO-1.
           DISPLAY 'CX67DEMO - TITOLARI DIFFORMI     : '
                   W-CONTA-DIFFORMI.
           DISPLAY 'CX67DEMO - DIPENDENTI SENZA POS. : '
                   W-CONTA-SENZA-POS.
           DISPLAY 'CX67DEMO - DIPARTIMENTI OLTRE BUDGET : '
                   W-CONTA-OLTRE-BUDGET.

           CLOSE POSIZREP.
           CLOSE SPOOL.

           MOVE W-CONTA-LETTI    TO W-BR-LETTI.
           MOVE W-NUM-RIGA-SPOOL TO W-BR-SCRITTI.
           MOVE 'O'              TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
