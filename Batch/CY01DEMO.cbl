       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY01DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CALCOLO NOTTURNO DEL PERIODO DI COMPORTO PER *
      *                   MALATTIA E SEGNALAZIONE DELLE SOGLIE         *
      * TIPO OPERAZIONE : BATCH DI CALCOLO E STAMPA SU SPOOL CON       *
      *                   ALLARME                                      *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWASSENZE,         *
      *                   CPS04.CWCOMPORTO, CPS04.CWPARAM,             *
      *                   CPS04.CWALLARM, SPOOLF (VSAM)                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * IL CONTRATTO CONSERVA IL POSTO AL DIPENDENTE MALATO FINO A UN  *
      * MASSIMO DI GIORNI DI MALATTIA IN UNA FINESTRA MOBILE (DI       *
      * NORMA 180 GIORNI IN 3 ANNI): IL LIMITE E' IL PARAMETRO CWPARAM *
      * 'COMPGGMAX' (DEFAULT 180), LA FINESTRA 'COMPMESI' (DEFAULT 36  *
      * MESI, FINO ALLA DATA DI LANCIO COMPRESA).                      *
      * PER OGNI MATRICOLA IN FORZA SOMMA I GIORNI DELLE ASSENZE 'MA'  *
      * DI CPS04.CWASSENZE (REGISTRATE DA CW35DEMO O RECEPITE DAI      *
      * CERTIFICATI CON CW98DEMO) CHE CADONO NELLA FINESTRA, TAGLIANDO *
      * I PERIODI A CAVALLO DEI SUOI ESTREMI, E RISCRIVE LA SITUAZIONE *
      * SU CPS04.CWCOMPORTO (MOSTRATA DA CW06DEMO).                    *
      * LE SOGLIE DI PREAVVISO SONO IN PERCENTUALE DEL LIMITE: CWPARAM *
      * 'COMPSOGL1' (DEFAULT 75) E 'COMPSOGL2' (DEFAULT 90), PIU' IL   *
      * COMPORTO SUPERATO. IL TABULATO ELENCA LE MATRICOLE OLTRE LA    *
      * PRIMA SOGLIA, MARCANDO CON '*' QUELLE CHE HANNO RAGGIUNTO UNA  *
      * SOGLIA NUOVA DALL'ULTIMO RUN; VA SU SPOOLF (RITIRO CON         *
      * CW43DEMO, DISTRIBUZIONE E-MAIL AGLI ABBONATI DEL REPORT CON    *
      * CX93DEMO) E, SE C'E' ALMENO UNA SOGLIA NUOVA, SU               *
      * CPS04.CWALLARM VIENE SCRITTO L'ALLARME DEL MENU CW02DEMO COME  *
      * IN CX60DEMO. UNA SOGLIA GIA' SEGNALATA NON VIENE RIPETUTA      *
      * FINCHE' I GIORNI NON RIENTRANO SOTTO DI ESSA.                  *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPREP        ASSIGN TO COMPREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-COMPREP.

           SELECT SPOOL          ASSIGN TO SPOOLF
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS FD-SP-KEY
                                 FILE STATUS  IS W-FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  COMPREP-REC                    PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY01DEMO'.
       01  W-FS-COMPREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-COMPREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-MATRICOLE              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-OLTRE-SOGLIA           PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NUOVE                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SUPERATI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-COGNOME-DIP                  PIC X(30)   VALUE SPACES.
       01  W-DIPART-DIP                   PIC X(10)   VALUE SPACES.
      * ---
      * LIMITE E FINESTRA DEL COMPORTO, SOGLIE DI PREAVVISO IN PERCENTO
      * (CWPARAM COMPGGMAX, COMPMESI, COMPSOGL1, COMPSOGL2)
      * ---
       01  W-GG-LIMITE                    PIC S9(5)   COMP-3 VALUE +180.
       01  W-MESI-FINESTRA                PIC S9(3)   COMP-3 VALUE +36.
       01  W-SOGLIA-1                     PIC S9(3)   COMP-3 VALUE +75.
       01  W-SOGLIA-2                     PIC S9(3)   COMP-3 VALUE +90.
       01  W-INIZIO-FINESTRA              PIC X(10)   VALUE SPACES.
      * ---
      * SITUAZIONE DELLA MATRICOLA IN ESAME
      * ---
       01  W-GG-MALATTIA                  PIC S9(9)   COMP VALUE +0.
       01  W-GG-RESIDUI                   PIC S9(5)   COMP-3 VALUE +0.
       01  W-PERC                         PIC S9(5)   COMP-3 VALUE +0.
       01  W-LIVELLO                      PIC S9(3)   COMP-3 VALUE +0.
       01  W-LIVELLO-PREC                 PIC S9(3)   COMP-3 VALUE +0.
       01  W-DATA-SEGN                    PIC X(10)   VALUE SPACES.
       01  SW-RIGA-COMPORTO               PIC X(1)    VALUE 'N'.
           88  COMPORTO-PRESENTE                      VALUE 'S'.
           88  COMPORTO-ASSENTE                       VALUE 'N'.
      * ---
      * ALLARME SUL MENU DEGLI AMMINISTRATORI (CPS04.CWALLARM)
      * ---
       01  W-ALLARME-TESTO                PIC X(60)   VALUE SPACES.
       01  W-ALLARME-PREFISSO             PIC X(10)   VALUE
           'COMPORTO%'.
       01  W-CONTA-ED                     PIC ZZZ9.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'PERIODO DI COMPORTO PER MALATTIA - MATRICOLE OLTRE LA PRIMA
      -    'SOGLIA DI PREAVVISO'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(12)  VALUE
               'ALLA DATA : '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(13)  VALUE
               '  FINESTRA : '.
           05  RI-INIZIO                  PIC X(10).
           05  FILLER                     PIC X(13)  VALUE
               '  LIMITE GG: '.
           05  RI-LIMITE                  PIC ZZZZ9.
           05  FILLER                     PIC X(12)  VALUE
               '  SOGLIE % '.
           05  RI-SOGLIA-1                PIC ZZ9.
           05  FILLER                     PIC X(3)   VALUE ' - '.
           05  RI-SOGLIA-2                PIC ZZ9.
           05  FILLER                     PIC X(59)  VALUE SPACES.
       01  R-INTESTAZ-3.
           05  FILLER                     PIC X(9)   VALUE
               '  MATR.  '.
           05  FILLER                     PIC X(22)  VALUE
               'COGNOME'.
           05  FILLER                     PIC X(12)  VALUE
               'DIPART.'.
           05  FILLER                     PIC X(8)   VALUE
               'GG.MAL.'.
           05  FILLER                     PIC X(8)   VALUE
               'RESIDUI'.
           05  FILLER                     PIC X(6)   VALUE
               '   %'.
           05  FILLER                     PIC X(68)  VALUE
               'NOTA'.
       01  R-RIGA-DETT.
           05  RD-NUOVA                   PIC X(1).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(20).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-GG-MALATTIA             PIC ZZZZ9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-GG-RESIDUI              PIC ----9.
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RD-PERC                    PIC ZZZ9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-NOTA                    PIC X(68).
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(24)  VALUE
               'MATRICOLE ESAMINATE  : '.
           05  RT-MATRICOLE               PIC ZZZZ9.
           05  FILLER                     PIC X(18)  VALUE
               '   OLTRE SOGLIA : '.
           05  RT-OLTRE                   PIC ZZZZ9.
           05  FILLER                     PIC X(13)  VALUE
               '   SUPERATO: '.
           05  RT-SUPERATI                PIC ZZZZ9.
           05  FILLER                     PIC X(17)  VALUE
               '   NUOVE SOGLIE: '.
           05  RT-NUOVE                   PIC ZZZZ9.
           05  FILLER                     PIC X(41)  VALUE SPACES.
       01  R-RIGA-LEGENDA                 PIC X(133) VALUE
           '* = SOGLIA RAGGIUNTA DALL''ULTIMO CALCOLO'.
       01  R-RIGA-NESSUNA                 PIC X(133) VALUE
           'NESSUNA MATRICOLA OLTRE LA PRIMA SOGLIA DI PREAVVISO'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

           EXEC SQL  INCLUDE CWCMPT  END-EXEC.

      * -------------------------------------------------------------- *
      * MATRICOLE IN FORZA CON I GIORNI DI MALATTIA 'MA' CADUTI NELLA  *
      * FINESTRA: OGNI PERIODO E' TAGLIATO SUGLI ESTREMI DELLA         *
      * FINESTRA (INIZIO FINESTRA - DATA DI LANCIO), ESTREMI COMPRESI  *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-CMP01 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.DIPARTIMENTO,
                            COALESCE(SUM(
                              DAYS(DATE(CASE
                                   WHEN A.DATA_FINE > :W-BR-DATA
                                   THEN :W-BR-DATA
                                   ELSE A.DATA_FINE END))
                            - DAYS(DATE(CASE
                                   WHEN A.DATA_INIZIO <
                                        :W-INIZIO-FINESTRA
                                   THEN :W-INIZIO-FINESTRA
                                   ELSE A.DATA_INIZIO END))
                            + 1), 0)
                    FROM    CPS04.CWDIPENDENTI D
                            LEFT OUTER JOIN CPS04.CWASSENZE A
                              ON  A.COD_MATRICOLA_DIP =
                                  D.COD_MATRICOLA_DIP
                              AND A.TIPO_ASSENZA = 'MA'
                              AND A.DATA_FINE   >= :W-INIZIO-FINESTRA
                              AND A.DATA_INIZIO <= :W-BR-DATA
                    GROUP BY D.COD_MATRICOLA_DIP,
                             D.COGNOME,
                             D.DIPARTIMENTO
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

           OPEN OUTPUT COMPREP.
           IF NOT FS-COMPREP-OK
              DISPLAY '** ERRORE OPEN COMPREP, FILE STATUS: '
                      W-FS-COMPREP
              STOP RUN
           END-IF.

           OPEN I-O SPOOL.
           IF NOT FS-SPOOL-OK
              DISPLAY '** ERRORE OPEN SPOOLF, FILE STATUS: '
                      W-FS-SPOOL
              STOP RUN
           END-IF.
           PERFORM 2910-APRI-RUN-SPOOL.

           PERFORM 1100-LEGGI-PARAMETRI.

           MOVE R-INTESTAZ-1      TO COMPREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-BR-DATA         TO RI-DATA.
           MOVE W-INIZIO-FINESTRA TO RI-INIZIO.
           MOVE W-GG-LIMITE       TO RI-LIMITE.
           MOVE W-SOGLIA-1        TO RI-SOGLIA-1.
           MOVE W-SOGLIA-2        TO RI-SOGLIA-2.
           MOVE R-INTESTAZ-2      TO COMPREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA      TO COMPREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-INTESTAZ-3      TO COMPREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * LIMITE, FINESTRA E SOGLIE DA CWPARAM (CON I DEFAULT SE IL      *
      * PARAMETRO NON E' CENSITO) E PRIMO GIORNO DELLA FINESTRA        *
      ******************************************************************
       1100-LEGGI-PARAMETRI SECTION.
      *--------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'COMPGGMAX'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-GG-LIMITE
           END-IF.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'COMPMESI'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-MESI-FINESTRA
           END-IF.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'COMPSOGL1'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-SOGLIA-1
           END-IF.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'COMPSOGL2'
           END-EXEC.
           IF SQLCODE = 0 AND VALORE-NUM OF DCL-CWPARAM > 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-SOGLIA-2
           END-IF.
      *
      * SOGLIE DISCORDI: LA SECONDA NON PUO' STARE SOTTO LA PRIMA
      *
           IF W-SOGLIA-2 < W-SOGLIA-1
              MOVE W-SOGLIA-1 TO W-SOGLIA-2
           END-IF.

           EXEC SQL SELECT CHAR(DATE(:W-BR-DATA)
                                - :W-MESI-FINESTRA MONTHS
                                + 1 DAY, ISO)
                      INTO :W-INIZIO-FINESTRA
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-CMP01 END-EXEC.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-CMP01 END-EXEC.

           PERFORM 2400-SCRIVI-ALLARME.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-CMP01
                    INTO  :DCL-CWCOMPORTO.COD-MATRICOLA-DIP,
                          :W-COGNOME-DIP,
                          :W-DIPART-DIP,
                          :W-GG-MALATTIA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2200-CALCOLA-COMPORTO
              PERFORM 2300-AGGIORNA-COMPORTO
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * GIORNI RESIDUI, PERCENTUALE DEL LIMITE E SOGLIA RAGGIUNTA (0,  *
      * PRIMA, SECONDA, 100 = COMPORTO SUPERATO), CONFRONTATA CON      *
      * QUELLA GIA' SEGNALATA SU CWCOMPORTO: SE E' PIU' ALTA LA        *
      * SEGNALAZIONE E' NUOVA                                          *
      ******************************************************************
       2200-CALCOLA-COMPORTO SECTION.
      *---------------------*
           ADD 1 TO W-CONTA-MATRICOLE.

           COMPUTE W-GG-RESIDUI = W-GG-LIMITE - W-GG-MALATTIA.
           COMPUTE W-PERC = (W-GG-MALATTIA * 100) / W-GG-LIMITE.
           IF W-PERC > 999
              MOVE 999 TO W-PERC
           END-IF.
           EVALUATE TRUE
              WHEN W-GG-MALATTIA >= W-GG-LIMITE
                 MOVE 100        TO W-LIVELLO
              WHEN W-PERC >= W-SOGLIA-2
                 MOVE W-SOGLIA-2 TO W-LIVELLO
              WHEN W-PERC >= W-SOGLIA-1
                 MOVE W-SOGLIA-1 TO W-LIVELLO
              WHEN OTHER
                 MOVE 0          TO W-LIVELLO
           END-EVALUATE.

           MOVE 0      TO W-LIVELLO-PREC.
           MOVE SPACES TO W-DATA-SEGN.
           SET COMPORTO-ASSENTE TO TRUE.
           EXEC SQL SELECT SOGLIA_SEGNALATA,
                           DATA_SEGNALAZIONE
                      INTO :DCL-CWCOMPORTO.SOGLIA-SEGNALATA,
                           :DCL-CWCOMPORTO.DATA-SEGNALAZIONE
                      FROM  CPS04.CWCOMPORTO
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWCOMPORTO.COD-MATRICOLA-DIP
           END-EXEC.
           IF SQLCODE = 0
              SET COMPORTO-PRESENTE TO TRUE
              MOVE SOGLIA-SEGNALATA  OF DCL-CWCOMPORTO
                TO W-LIVELLO-PREC
              MOVE DATA-SEGNALAZIONE OF DCL-CWCOMPORTO
                TO W-DATA-SEGN
           END-IF.

           IF W-LIVELLO = 0
              GO TO 2200-EX
           END-IF.

           ADD 1 TO W-CONTA-OLTRE-SOGLIA.
           MOVE SPACES TO R-RIGA-DETT.
           IF W-LIVELLO > W-LIVELLO-PREC
              ADD 1 TO W-CONTA-NUOVE
              MOVE W-BR-DATA TO W-DATA-SEGN
              MOVE '*'       TO RD-NUOVA
           END-IF.
           MOVE COD-MATRICOLA-DIP OF DCL-CWCOMPORTO TO RD-MATRICOLA.
           MOVE W-COGNOME-DIP                       TO RD-COGNOME.
           MOVE W-DIPART-DIP                        TO RD-DIPARTIMENTO.
           MOVE W-GG-MALATTIA                       TO RD-GG-MALATTIA.
           MOVE W-GG-RESIDUI                        TO RD-GG-RESIDUI.
           MOVE W-PERC                              TO RD-PERC.
           IF W-LIVELLO = 100
              ADD 1 TO W-CONTA-SUPERATI
              MOVE '** COMPORTO SUPERATO **'        TO RD-NOTA
           ELSE
              IF W-LIVELLO = W-SOGLIA-2
                 MOVE 'OLTRE LA SECONDA SOGLIA'     TO RD-NOTA
              ELSE
                 MOVE 'OLTRE LA PRIMA SOGLIA'       TO RD-NOTA
              END-IF
           END-IF.
           MOVE R-RIGA-DETT TO COMPREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * RISCRITTURA DELLA SITUAZIONE SU CWCOMPORTO: LA SOGLIA          *
      * SEGNALATA SEGUE QUELLA RAGGIUNTA, ANCHE IN DISCESA, COSI' UNA  *
      * SOGLIA LASCIATA E POI RIPRESA VIENE SEGNALATA DI NUOVO         *
      ******************************************************************
       2300-AGGIORNA-COMPORTO SECTION.
      *----------------------*
           MOVE W-BR-DATA         TO DATA-CALCOLO     OF DCL-CWCOMPORTO.
           MOVE W-INIZIO-FINESTRA TO INIZIO-FINESTRA  OF DCL-CWCOMPORTO.
           MOVE W-GG-MALATTIA     TO GG-MALATTIA      OF DCL-CWCOMPORTO.
           MOVE W-GG-LIMITE       TO GG-LIMITE        OF DCL-CWCOMPORTO.
           MOVE W-GG-RESIDUI      TO GG-RESIDUI       OF DCL-CWCOMPORTO.
           MOVE W-PERC            TO PERC-UTILIZZO    OF DCL-CWCOMPORTO.
           MOVE W-LIVELLO         TO SOGLIA-SEGNALATA OF DCL-CWCOMPORTO.
           MOVE W-DATA-SEGN       TO DATA-SEGNALAZIONE
                                                      OF DCL-CWCOMPORTO.

           IF COMPORTO-PRESENTE
              EXEC SQL UPDATE CPS04.CWCOMPORTO
                          SET DATA_CALCOLO      =
                                  :DCL-CWCOMPORTO.DATA-CALCOLO,
                              INIZIO_FINESTRA   =
                                  :DCL-CWCOMPORTO.INIZIO-FINESTRA,
                              GG_MALATTIA       =
                                  :DCL-CWCOMPORTO.GG-MALATTIA,
                              GG_LIMITE         =
                                  :DCL-CWCOMPORTO.GG-LIMITE,
                              GG_RESIDUI        =
                                  :DCL-CWCOMPORTO.GG-RESIDUI,
                              PERC_UTILIZZO     =
                                  :DCL-CWCOMPORTO.PERC-UTILIZZO,
                              SOGLIA_SEGNALATA  =
                                  :DCL-CWCOMPORTO.SOGLIA-SEGNALATA,
                              DATA_SEGNALAZIONE =
                                  :DCL-CWCOMPORTO.DATA-SEGNALAZIONE
                        WHERE COD_MATRICOLA_DIP =
                                  :DCL-CWCOMPORTO.COD-MATRICOLA-DIP
              END-EXEC
           ELSE
              EXEC SQL INSERT INTO CPS04.CWCOMPORTO
                            VALUES (:DCL-CWCOMPORTO.COD-MATRICOLA-DIP,
                                    :DCL-CWCOMPORTO.DATA-CALCOLO,
                                    :DCL-CWCOMPORTO.INIZIO-FINESTRA,
                                    :DCL-CWCOMPORTO.GG-MALATTIA,
                                    :DCL-CWCOMPORTO.GG-LIMITE,
                                    :DCL-CWCOMPORTO.GG-RESIDUI,
                                    :DCL-CWCOMPORTO.PERC-UTILIZZO,
                                    :DCL-CWCOMPORTO.SOGLIA-SEGNALATA,
                                    :DCL-CWCOMPORTO.DATA-SEGNALAZIONE)
              END-EXEC
           END-IF.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * ALLARME SUL MENU DEGLI AMMINISTRATORI PER LE SOGLIE NUOVE:     *
      * L'EVENTUALE ALLARME GIA' SCRITTO OGGI DA UN RUN PRECEDENTE     *
      * VIENE SOSTITUITO                                               *
      ******************************************************************
       2400-SCRIVI-ALLARME SECTION.
      *-------------------*
           EXEC SQL DELETE FROM CPS04.CWALLARM
                     WHERE DATA_ELABORAZIONE = :W-BR-DATA
                     AND   TESTO LIKE :W-ALLARME-PREFISSO
           END-EXEC.

           IF W-CONTA-NUOVE = 0
              GO TO 2400-EX
           END-IF.

           MOVE W-CONTA-NUOVE TO W-CONTA-ED.
           MOVE SPACES        TO W-ALLARME-TESTO.
           STRING 'COMPORTO MALATTIA, NUOVE SOGLIE RAGGIUNTE: '
                  W-CONTA-ED ' (CY01DEMO)'
                  DELIMITED BY SIZE INTO W-ALLARME-TESTO
           END-STRING.
           EXEC SQL INSERT INTO CPS04.CWALLARM
                         VALUES (:W-BR-DATA,
                                 :W-BR-ORA-INIZIO,
                                 :W-ALLARME-TESTO)
           END-EXEC.

       2400-EX. EXIT.
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
           MOVE COMPREP-REC      TO SP-RIGA-STAMPA.
           MOVE SP-RECORD        TO FD-SP-RECORD.
           WRITE FD-SP-RECORD
              INVALID KEY
                 DISPLAY '** ERRORE WRITE SPOOLF, CHIAVE: ' SP-KEY
           END-WRITE.
           WRITE COMPREP-REC.

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
           MOVE 'COMPORTO MALATTIA ' TO SP-NOME-REPORT.
           MOVE W-DATA-SPOOL     TO SP-DATA-RUN.
           MOVE W-ORA-ODIERNA(1:6) TO SP-ORA-RUN.
           MOVE 'CY01DEMO'      TO SP-UTENTE-RUN.
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
      * IL TOTALE RIGHE SCRITTE, DA DISTRIBUIRE AGLI ABBONATI          *
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
           CLOSE COMPREP.
           CLOSE SPOOL.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-MATRICOLE TO W-BR-LETTI
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
           IF W-CONTA-OLTRE-SOGLIA = 0
              MOVE R-RIGA-NESSUNA TO COMPREP-REC
              PERFORM 2900-SCRIVI-RIGA
           END-IF.
           MOVE R-RIGA-VUOTA         TO COMPREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE W-CONTA-MATRICOLE    TO RT-MATRICOLE.
           MOVE W-CONTA-OLTRE-SOGLIA TO RT-OLTRE.
           MOVE W-CONTA-SUPERATI     TO RT-SUPERATI.
           MOVE W-CONTA-NUOVE        TO RT-NUOVE.
           MOVE R-RIGA-TOT           TO COMPREP-REC.
           PERFORM 2900-SCRIVI-RIGA.
           MOVE R-RIGA-LEGENDA       TO COMPREP-REC.
           PERFORM 2900-SCRIVI-RIGA.

           PERFORM 2920-CHIUDI-RUN-SPOOL.

           DISPLAY 'CY01DEMO - MATRICOLE ESAMINATE       : '
                   W-CONTA-MATRICOLE.
           DISPLAY 'CY01DEMO - OLTRE LA PRIMA SOGLIA     : '
                   W-CONTA-OLTRE-SOGLIA.
           DISPLAY 'CY01DEMO - SOGLIE NUOVE SEGNALATE    : '
                   W-CONTA-NUOVE.

           CLOSE COMPREP.
           CLOSE SPOOL.

           MOVE W-CONTA-MATRICOLE TO W-BR-LETTI.
           MOVE W-CONTA-MATRICOLE TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
