       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX98DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CARICAMENTO DEI MINIMI RETRIBUTIVI DEL       *
      *                   CONTRATTO COLLETTIVO E VERIFICA DELLE        *
      *                   MATRICOLE SOTTO IL MINIMO                    *
      * TIPO OPERAZIONE : BATCH DI CARICAMENTO E CONTROLLO             *
      * TABELLE USATE   : CPS04.CWMINCON, CPS04.CWQUALIF,              *
      *                   CPS04.CWDIPENDENTI, CPS04.CWRETRIB,          *
      *                   CPS04.CWCAMPAG, CPS04.CWCONTAT,              *
      *                   CPS04.CWBATCHRUN                             *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH DA LANCIARE AD OGNI RINNOVO DEL CONTRATTO COLLETTIVO.    *
      * LEGGE IL FILE MINCONIN DEI NUOVI MINIMI (QUALIFICA INTERNA,    *
      * LIVELLO, DATA DI DECORRENZA, RETRIBUZIONE MINIMA) E, DOPO GLI  *
      * STESSI CONTROLLI DI CW84DEMO SU QUALIFICA E DATA, LI CARICA SU *
      * CPS04.CWMINCON (UNA RIGA GIA' PRESENTE PER QUALIFICA, LIVELLO  *
      * E DECORRENZA VIENE AGGIORNATA). I RECORD ERRATI SONO SCARTATI  *
      * CON IL MOTIVO SUL TABULATO MINCOREP.                           *
      * SUBITO DOPO ELENCA, PER OGNI MINIMO CARICATO DAL RUN, LE       *
      * MATRICOLE DELLA QUALIFICA CON LO STESSO SCATTO_LIVELLO SU      *
      * CPS04.CWRETRIB E RETRIB_BASE INFERIORE AL MINIMO, CON LA       *
      * DIFFERENZA MENSILE, RAGGRUPPATE PER QUALIFICA E DECORRENZA.    *
      * CON 'S' SUL FILE PARAMPRO (STESSO CRITERIO DEL FILE PARAMSIM   *
      * DI CW27DEMO) PER OGNI GRUPPO VIENE REGISTRATA SU               *
      * CPS04.CWCAMPAG UNA PROPOSTA DI ADEGUAMENTO AI MINIMI           *
      * (TIPO_CAMPAGNA 'M', STATO 'P', PROPONENTE CX98DEMO), DA        *
      * APPROVARE CON CW84DEMO COME OGNI ALTRA CAMPAGNA E APPLICATA    *
      * DAL BATCH NOTTURNO CW85DEMO. SE PER LA QUALIFICA E LA          *
      * DECORRENZA ESISTE GIA' UNA PROPOSTA DI ADEGUAMENTO NON ANCORA  *
      * ESEGUITA NON NE VIENE REGISTRATA UN'ALTRA.                     *
      * IL CONTROLLO ON-LINE SULLE SINGOLE VARIAZIONI E' IN CW33DEMO   *
      * (2290-CONTROLLA-MINIMO).                                       *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMPRO       ASSIGN TO PARAMPRO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PARAMPRO.

           SELECT MINCONIN       ASSIGN TO MINCONIN
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-MINCONIN.

           SELECT MINCOREP       ASSIGN TO MINCOREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-MINCOREP.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMPRO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1 CHARACTERS.
       01  PARAMPRO-REC                   PIC X(1).

       FD  MINCONIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS.
       01  MINCONIN-REC.
           05  MI-QUALIFICA               PIC X(8).
           05  MI-LIVELLO                 PIC X(2).
           05  MI-DECORRENZA.
               10  MI-DEC-AAAA            PIC X(4).
               10  MI-DEC-SEP1            PIC X(1).
               10  MI-DEC-MM              PIC X(2).
               10  MI-DEC-SEP2            PIC X(1).
               10  MI-DEC-GG              PIC X(2).
           05  MI-MINIMO-INT              PIC X(7).
           05  MI-MINIMO-DEC              PIC X(2).

       FD  MINCOREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  MINCOREP-REC                   PIC X(133).

       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
      *    GENERAZIONE DELLE PROPOSTE DI ADEGUAMENTO (FILE PARAMPRO =  *
      *    'S'): SENZA FILE O CON VALORE DIVERSO SOLO VERIFICA         *
      * -------------------------------------------------------------- *
       01  W-FS-PARAMPRO                  PIC  X(2)   VALUE ZEROES.
           88  FS-PARAMPRO-OK                         VALUE '00'.
       01  SW-PROPOSTE                    PIC  X(1)   VALUE 'N'.
           88  GENERA-PROPOSTE                        VALUE 'S'.
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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX98DEMO'.
       01  W-FS-MINCONIN                  PIC  X(2)   VALUE ZEROES.
           88  FS-MINCONIN-OK                         VALUE '00'.
       01  W-FS-MINCOREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-MINCOREP-OK                         VALUE '00'.
       01  SW-FINE-MINCONIN               PIC  X(1)   VALUE 'N'.
           88  FINE-MINCONIN                          VALUE 'S'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-SQLCODE-SOT                  PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-SOT-OK      VALUE +0.
           88  W-SQLCODE-SOT-NOTFND  VALUE +100.
       01  W-COUNT                        PIC S9(9)   COMP VALUE +0.
      * ---
      * CAMPI DEL RECORD MINCONIN VALIDATO
      * ---
       01  W-MOTIVO-SCARTO                PIC X(60)   VALUE SPACES.
       01  W-LIVELLO                      PIC 9(2)    VALUE ZERO.
       01  W-MINIMO-ED.
           05  W-MINIMO-INT               PIC 9(7)    VALUE ZEROES.
           05  W-MINIMO-DEC               PIC 9(2)    VALUE ZEROES.
       01  W-MINIMO-NUM REDEFINES W-MINIMO-ED
                                          PIC 9(7)V99.
      * ---
      * GRUPPO CORRENTE DELLA VERIFICA (QUALIFICA E DECORRENZA DEL
      * MINIMO CARICATO) E SUOI TOTALI
      * ---
       01  W-PRIMO-GRUPPO                 PIC X(1)    VALUE 'S'.
           88  PRIMO-GRUPPO                           VALUE 'S'.
       01  W-GR-QUALIFICA                 PIC X(8)    VALUE SPACES.
       01  W-GR-DECORRENZA                PIC X(10)   VALUE SPACES.
       01  W-GR-CONTA                     PIC S9(5)   COMP-3 VALUE 0.
       01  W-GR-DIFFERENZA                PIC S9(9)V99 COMP-3 VALUE 0.
       01  W-DIFFERENZA                   PIC S9(7)V99 COMP-3 VALUE 0.
      * ---
      * PROPOSTA DI ADEGUAMENTO SU CWCAMPAG (DATA GGMMAA E ORA HHMMSS
      * DEL RUN, COME LE PROPOSTE ON-LINE DI CW84DEMO)
      * ---
       01  W-ID-ESISTENTE                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-DATA-PROPOSTA                PIC X(6)    VALUE SPACES.
      * CONTATORI
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-CARICATI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-AGGIORNATI             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCARTATI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SOTTO                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-PROPOSTE               PIC S9(7)   COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(50)  VALUE
               'MINIMI RETRIBUTIVI CONTRATTUALI - CARICAMENTO E '.
           05  FILLER                     PIC X(18)  VALUE
               'VERIFICA - RUN DEL'.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(54)  VALUE SPACES.
       01  R-RIGA-MODO-PROP               PIC X(133) VALUE
           '** GENERAZIONE DELLE PROPOSTE DI ADEGUAMENTO ATTIVA (PARAMPR
      -    'O = S) **'.
       01  R-RIGA-MODO-VERIF              PIC X(133) VALUE
           '** SOLO VERIFICA: NESSUNA PROPOSTA DI ADEGUAMENTO REGISTRATA
      -    ' **'.
       01  R-TITOLO-CARICO                PIC X(133) VALUE
           'MINIMI LETTI DA MINCONIN'.
       01  R-INTESTAZ-CARICO              PIC X(133) VALUE
           'QUALIF.  LIV  DECORRENZA  MINIMO      ESITO'.
       01  R-RIGA-CARICO.
           05  RC-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-LIVELLO                 PIC X(2).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-DECORRENZA              PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-MINIMO-INT              PIC X(7).
           05  FILLER                     PIC X(1)   VALUE ','.
           05  RC-MINIMO-DEC              PIC X(2).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-ESITO                   PIC X(60).
           05  FILLER                     PIC X(35)  VALUE SPACES.
       01  R-TITOLO-SOTTO                 PIC X(133) VALUE
           'MATRICOLE CON RETRIB_BASE INFERIORE AI MINIMI CARICATI'.
       01  R-INTESTAZ-SOTTO.
           05  FILLER                     PIC X(40)  VALUE
               'MATR.  COGNOME'.
           05  FILLER                     PIC X(16)  VALUE 'NOME'.
           05  FILLER                     PIC X(9)   VALUE 'QUALIF.'.
           05  FILLER                     PIC X(4)   VALUE 'LIV'.
           05  FILLER                     PIC X(12)  VALUE 'DECORRENZA'.
           05  FILLER                     PIC X(14)  VALUE
               'RETRIBUZIONE'.
           05  FILLER                     PIC X(14)  VALUE
               '      MINIMO'.
           05  FILLER                     PIC X(12)  VALUE
               '  DIFFERENZA'.
           05  FILLER                     PIC X(12)  VALUE SPACES.
       01  R-RIGA-SOTTO.
           05  RS-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RS-NOME                    PIC X(15).
           05  FILLER                     PIC X(3)   VALUE SPACES.
           05  RS-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RS-LIVELLO                 PIC Z9.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-DECORRENZA              PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-RETRIB                  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-MINIMO                  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RS-DIFFERENZA              PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(12)  VALUE SPACES.
       01  R-RIGA-GRUPPO.
           05  FILLER                     PIC X(10)  VALUE
               'QUALIFICA '.
           05  RG-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(12)  VALUE
               ' DECORRENZA '.
           05  RG-DECORRENZA              PIC X(10).
           05  FILLER                     PIC X(26)  VALUE
               '  MATRICOLE SOTTO MINIMO: '.
           05  RG-CONTA                   PIC ZZZZ9.
           05  FILLER                     PIC X(22)  VALUE
               '  DIFFERENZA MENSILE: '.
           05  RG-DIFFERENZA              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(26)  VALUE SPACES.
       01  R-RIGA-PROPOSTA.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RP-TESTO                   PIC X(60).
           05  RP-ID                      PIC ZZZZZZ9.
           05  FILLER                     PIC X(62)  VALUE SPACES.
       01  R-RIGA-NESSUNO                 PIC X(133) VALUE
           'NESSUNA MATRICOLA SOTTO I MINIMI CARICATI'.
       01  R-RIGA-TOT-LETTI.
           05  FILLER                     PIC X(30)  VALUE
               'RECORD MINCONIN LETTI      : '.
           05  RT-LETTI                   PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-CARICATI.
           05  FILLER                     PIC X(30)  VALUE
               'MINIMI NUOVI CARICATI      : '.
           05  RT-CARICATI                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-AGGIORNATI.
           05  FILLER                     PIC X(30)  VALUE
               'MINIMI GIA'' PRESENTI AGG.TI: '.
           05  RT-AGGIORNATI              PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-SCARTATI.
           05  FILLER                     PIC X(30)  VALUE
               'RECORD SCARTATI            : '.
           05  RT-SCARTATI                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-SOTTO.
           05  FILLER                     PIC X(30)  VALUE
               'MATRICOLE SOTTO IL MINIMO  : '.
           05  RT-SOTTO                   PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-TOT-PROPOSTE.
           05  FILLER                     PIC X(30)  VALUE
               'PROPOSTE DI ADEGUAMENTO    : '.
           05  RT-PROPOSTE                PIC ZZZZ9.
           05  FILLER                     PIC X(98)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWMINC  END-EXEC.

           EXEC SQL  INCLUDE CWQUALI END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWRETR  END-EXEC.

           EXEC SQL  INCLUDE CWCAMP  END-EXEC.

           EXEC SQL  INCLUDE CWCONT  END-EXEC.

      * -------------------------------------------------------------- *
      * MATRICOLE SOTTO I MINIMI CARICATI DA QUESTO RUN (RIGHE         *
      * CWMINCON CON DATA E ORA DI CARICAMENTO DEL RUN), PER QUALIFICA *
      * E DECORRENZA. STESSO INSIEME SU CUI CW85DEMO APPLICHERA'       *
      * L'ADEGUAMENTO                                                  *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-SOT98 CURSOR FOR
                    SELECT  M.QUALIFICA_INTERNA,
                            M.DATA_DECORRENZA,
                            M.SCATTO_LIVELLO,
                            M.RETRIB_MINIMA,
                            D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME,
                            R.RETRIB_BASE
                    FROM    CPS04.CWMINCON     M,
                            CPS04.CWDIPENDENTI D,
                            CPS04.CWRETRIB     R
                    WHERE   M.DATA_CARICAMENTO  = :W-BR-DATA
                    AND     M.ORA_CARICAMENTO   = :W-BR-ORA-INIZIO
                    AND     D.QUALIFICA_INTERNA = M.QUALIFICA_INTERNA
                    AND     R.COD_MATRICOLA_DIP = D.COD_MATRICOLA_DIP
                    AND     R.SCATTO_LIVELLO    = M.SCATTO_LIVELLO
                    AND     R.RETRIB_BASE       < M.RETRIB_MINIMA
                    ORDER BY M.QUALIFICA_INTERNA,
                             M.DATA_DECORRENZA,
                             D.COD_MATRICOLA_DIP
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

      * DATA DELLE PROPOSTE NEL FORMATO GGMMAA DI CW84DEMO
           MOVE W-BR-GG          TO W-DATA-PROPOSTA(1:2).
           MOVE W-BR-MM          TO W-DATA-PROPOSTA(3:2).
           MOVE W-BR-AAAA(3:2)   TO W-DATA-PROPOSTA(5:2).

      * ---
      * 'S' SUL FILE PARAMPRO = GENERAZIONE DELLE PROPOSTE DI
      * ADEGUAMENTO (SENZA FILE O CON VALORE DIVERSO SOLO VERIFICA)
      * ---
           OPEN INPUT PARAMPRO.
           IF FS-PARAMPRO-OK
              READ PARAMPRO
              END-READ
              IF FS-PARAMPRO-OK AND PARAMPRO-REC = 'S'
                 SET GENERA-PROPOSTE TO TRUE
              END-IF
              CLOSE PARAMPRO
           END-IF.

           OPEN INPUT  MINCONIN.
           IF NOT FS-MINCONIN-OK
              DISPLAY '** ERRORE OPEN MINCONIN, FILE STATUS: '
                      W-FS-MINCONIN
              STOP RUN
           END-IF.

           OPEN OUTPUT MINCOREP.
           IF NOT FS-MINCOREP-OK
              DISPLAY '** ERRORE OPEN MINCOREP, FILE STATUS: '
                      W-FS-MINCOREP
              STOP RUN
           END-IF.

           MOVE W-BR-DATA    TO RI-DATA.
           MOVE R-INTESTAZ-1 TO MINCOREP-REC.
           WRITE MINCOREP-REC.
           IF GENERA-PROPOSTE
              MOVE R-RIGA-MODO-PROP  TO MINCOREP-REC
           ELSE
              MOVE R-RIGA-MODO-VERIF TO MINCOREP-REC
           END-IF.
           WRITE MINCOREP-REC.
           MOVE R-RIGA-VUOTA TO MINCOREP-REC.
           WRITE MINCOREP-REC.
           MOVE R-TITOLO-CARICO   TO MINCOREP-REC.
           WRITE MINCOREP-REC.
           MOVE R-INTESTAZ-CARICO TO MINCOREP-REC.
           WRITE MINCOREP-REC.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2100-LEGGI-MINCONIN.
           PERFORM 2200-ELABORA-RECORD UNTIL FINE-MINCONIN.

           MOVE R-RIGA-VUOTA     TO MINCOREP-REC.
           WRITE MINCOREP-REC.
           MOVE R-TITOLO-SOTTO   TO MINCOREP-REC.
           WRITE MINCOREP-REC.
           MOVE R-INTESTAZ-SOTTO TO MINCOREP-REC.
           WRITE MINCOREP-REC.

           EXEC SQL OPEN CUR-SOT98 END-EXEC.
           MOVE 0 TO W-SQLCODE-SOT.
           PERFORM 2500-FETCH-SOTTO UNTIL W-SQLCODE-SOT-NOTFND.
           EXEC SQL CLOSE CUR-SOT98 END-EXEC.

           IF PRIMO-GRUPPO
              MOVE R-RIGA-NESSUNO TO MINCOREP-REC
              WRITE MINCOREP-REC
           ELSE
              PERFORM 2530-CHIUDI-GRUPPO
           END-IF.

       2000-EX. EXIT.
      *
      *
       2100-LEGGI-MINCONIN SECTION.
      *-------------------*
           READ MINCONIN
              AT END SET FINE-MINCONIN TO TRUE
           END-READ.

           IF NOT FINE-MINCONIN AND NOT FS-MINCONIN-OK
              DISPLAY '** ERRORE READ MINCONIN, FILE STATUS: '
                      W-FS-MINCONIN
              SET FINE-MINCONIN TO TRUE
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * CONTROLLO DEL RECORD LETTO E CARICAMENTO, CON L'ESITO SUL      *
      * TABULATO; POI LETTURA DEL RECORD SUCCESSIVO                    *
      ******************************************************************
       2200-ELABORA-RECORD SECTION.
      *-------------------*
           ADD 1 TO W-CONTA-LETTI.

           PERFORM 2210-CONTROLLA-RECORD.
           IF W-MOTIVO-SCARTO = SPACES
              PERFORM 2220-CARICA-MINIMO
           ELSE
              MOVE W-MOTIVO-SCARTO TO RC-ESITO
              ADD 1 TO W-CONTA-SCARTATI
           END-IF.

           MOVE MI-QUALIFICA  TO RC-QUALIFICA.
           MOVE MI-LIVELLO    TO RC-LIVELLO.
           MOVE MI-DECORRENZA TO RC-DECORRENZA.
           MOVE MI-MINIMO-INT TO RC-MINIMO-INT.
           MOVE MI-MINIMO-DEC TO RC-MINIMO-DEC.
           MOVE R-RIGA-CARICO TO MINCOREP-REC.
           WRITE MINCOREP-REC.

           PERFORM 2100-LEGGI-MINCONIN.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * CONTROLLI DEL RECORD: QUALIFICA CENSITA E ATTIVA SU CWQUALIF,  *
      * LIVELLO NUMERICO, DATA DI DECORRENZA AAAA-MM-GG VALIDA (STESSI *
      * LIMITI DI CW33DEMO E CW84DEMO), MINIMO NUMERICO E POSITIVO.    *
      * IL PRIMO CONTROLLO FALLITO DA' IL MOTIVO DI SCARTO             *
      ******************************************************************
       2210-CONTROLLA-RECORD SECTION.
      *---------------------*
           MOVE SPACES TO W-MOTIVO-SCARTO.

           IF MI-QUALIFICA = SPACES
              MOVE 'QUALIFICA INTERNA NON INDICATA' TO W-MOTIVO-SCARTO
              GO TO 2210-EX
           END-IF.
           MOVE MI-QUALIFICA TO CODICE OF DCL-CPSQUA.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM CPS04.CWQUALIF
                     WHERE CODICE = :DCL-CPSQUA.CODICE
                     AND   STATO_QUALIFICA = 'A'
           END-EXEC.
           IF W-COUNT = 0
              MOVE 'QUALIFICA INTERNA NON CENSITA O NON ATTIVA'
                                                   TO W-MOTIVO-SCARTO
              GO TO 2210-EX
           END-IF.

           IF MI-LIVELLO NOT NUMERIC
              MOVE 'LIVELLO NON NUMERICO' TO W-MOTIVO-SCARTO
              GO TO 2210-EX
           END-IF.
           MOVE MI-LIVELLO TO W-LIVELLO.

           IF MI-DEC-AAAA NOT NUMERIC OR
              MI-DEC-MM   NOT NUMERIC OR
              MI-DEC-GG   NOT NUMERIC OR
              MI-DEC-SEP1 NOT = '-'   OR
              MI-DEC-SEP2 NOT = '-'   OR
              MI-DEC-MM < '01' OR MI-DEC-MM > '12' OR
              MI-DEC-GG < '01' OR MI-DEC-GG > '31'
              MOVE 'DATA DI DECORRENZA ERRATA (AAAA-MM-GG)'
                                                   TO W-MOTIVO-SCARTO
              GO TO 2210-EX
           END-IF.

           IF MI-MINIMO-INT NOT NUMERIC OR
              MI-MINIMO-DEC NOT NUMERIC
              MOVE 'RETRIBUZIONE MINIMA NON NUMERICA' TO W-MOTIVO-SCARTO
              GO TO 2210-EX
           END-IF.
           MOVE MI-MINIMO-INT TO W-MINIMO-INT.
           MOVE MI-MINIMO-DEC TO W-MINIMO-DEC.
           IF W-MINIMO-NUM = ZERO
              MOVE 'RETRIBUZIONE MINIMA A ZERO' TO W-MOTIVO-SCARTO
           END-IF.

       2210-EX. EXIT.
      *
      *
      ******************************************************************
      * CARICAMENTO SU CWMINCON: LA RIGA GIA' PRESENTE PER QUALIFICA,  *
      * LIVELLO E DECORRENZA VIENE AGGIORNATA, ALTRIMENTI INSERITA.    *
      * DATA E ORA DI CARICAMENTO SONO QUELLE DEL RUN, CHE LA VERIFICA *
      * USA PER RITROVARE I MINIMI CARICATI                            *
      ******************************************************************
       2220-CARICA-MINIMO SECTION.
      *------------------*
           MOVE MI-QUALIFICA    TO QUALIFICA-INTERNA OF DCL-CWMINCON.
           MOVE W-LIVELLO       TO SCATTO-LIVELLO    OF DCL-CWMINCON.
           MOVE MI-DECORRENZA   TO DATA-DECORRENZA   OF DCL-CWMINCON.
           MOVE W-MINIMO-NUM    TO RETRIB-MINIMA     OF DCL-CWMINCON.
           MOVE W-BR-DATA       TO DATA-CARICAMENTO  OF DCL-CWMINCON.
           MOVE W-BR-ORA-INIZIO TO ORA-CARICAMENTO   OF DCL-CWMINCON.

           EXEC SQL UPDATE CPS04.CWMINCON
                       SET RETRIB_MINIMA    =
                           :DCL-CWMINCON.RETRIB-MINIMA,
                           DATA_CARICAMENTO =
                           :DCL-CWMINCON.DATA-CARICAMENTO,
                           ORA_CARICAMENTO  =
                           :DCL-CWMINCON.ORA-CARICAMENTO
                     WHERE QUALIFICA_INTERNA =
                           :DCL-CWMINCON.QUALIFICA-INTERNA
                     AND   SCATTO_LIVELLO    =
                           :DCL-CWMINCON.SCATTO-LIVELLO
                     AND   DATA_DECORRENZA   =
                           :DCL-CWMINCON.DATA-DECORRENZA
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'MINIMO GIA'' PRESENTE: AGGIORNATO' TO RC-ESITO
              ADD 1 TO W-CONTA-AGGIORNATI
              GO TO 2220-EX
           END-IF.

           EXEC SQL INSERT INTO CPS04.CWMINCON
                         VALUES (:DCL-CWMINCON.QUALIFICA-INTERNA,
                                 :DCL-CWMINCON.SCATTO-LIVELLO,
                                 :DCL-CWMINCON.DATA-DECORRENZA,
                                 :DCL-CWMINCON.RETRIB-MINIMA,
                                 :DCL-CWMINCON.DATA-CARICAMENTO,
                                 :DCL-CWMINCON.ORA-CARICAMENTO)
           END-EXEC.
           MOVE 'CARICATO' TO RC-ESITO.
           ADD 1 TO W-CONTA-CARICATI.

       2220-EX. EXIT.
      *
      *
       2500-FETCH-SOTTO SECTION.
      *----------------*
           EXEC SQL FETCH CUR-SOT98
                    INTO  :DCL-CWMINCON.QUALIFICA-INTERNA,
                          :DCL-CWMINCON.DATA-DECORRENZA,
                          :DCL-CWMINCON.SCATTO-LIVELLO,
                          :DCL-CWMINCON.RETRIB-MINIMA,
                          :DCL-CPSDIP.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COGNOME,
                          :DCL-CPSDIP.NOME,
                          :DCL-CWRETRIB.RETRIB-BASE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-SOT.
           IF W-SQLCODE-SOT-OK
              PERFORM 2520-CTL-STRAPPO
              PERFORM 2540-SCRIVI-DETTAGLIO
           ELSE
              IF NOT W-SQLCODE-SOT-NOTFND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2500-EX. EXIT.
      *
      *
       2520-CTL-STRAPPO SECTION.
      *----------------*
           IF PRIMO-GRUPPO
              MOVE 'N' TO W-PRIMO-GRUPPO
           ELSE
              IF QUALIFICA-INTERNA OF DCL-CWMINCON = W-GR-QUALIFICA AND
                 DATA-DECORRENZA   OF DCL-CWMINCON = W-GR-DECORRENZA
                 GO TO 2520-EX
              END-IF
              PERFORM 2530-CHIUDI-GRUPPO
           END-IF.
           MOVE QUALIFICA-INTERNA OF DCL-CWMINCON TO W-GR-QUALIFICA.
           MOVE DATA-DECORRENZA   OF DCL-CWMINCON TO W-GR-DECORRENZA.
           MOVE 0 TO W-GR-CONTA W-GR-DIFFERENZA.

       2520-EX. EXIT.
      *
      *
      ******************************************************************
      * FINE GRUPPO QUALIFICA/DECORRENZA: TOTALI E, SE RICHIESTA,      *
      * PROPOSTA DI ADEGUAMENTO SU CWCAMPAG                            *
      ******************************************************************
       2530-CHIUDI-GRUPPO SECTION.
      *------------------*
           MOVE W-GR-QUALIFICA  TO RG-QUALIFICA.
           MOVE W-GR-DECORRENZA TO RG-DECORRENZA.
           MOVE W-GR-CONTA      TO RG-CONTA.
           MOVE W-GR-DIFFERENZA TO RG-DIFFERENZA.
           MOVE R-RIGA-GRUPPO   TO MINCOREP-REC.
           WRITE MINCOREP-REC.

           IF GENERA-PROPOSTE
              PERFORM 2550-GENERA-PROPOSTA
              MOVE R-RIGA-PROPOSTA TO MINCOREP-REC
              WRITE MINCOREP-REC
           END-IF.

           MOVE R-RIGA-VUOTA    TO MINCOREP-REC.
           WRITE MINCOREP-REC.

       2530-EX. EXIT.
      *
      *
       2540-SCRIVI-DETTAGLIO SECTION.
      *---------------------*
           COMPUTE W-DIFFERENZA = RETRIB-MINIMA OF DCL-CWMINCON
                                - RETRIB-BASE   OF DCL-CWRETRIB.

           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP    TO RS-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP    TO RS-COGNOME.
           MOVE NOME              OF DCL-CPSDIP    TO RS-NOME.
           MOVE QUALIFICA-INTERNA OF DCL-CWMINCON  TO RS-QUALIFICA.
           MOVE SCATTO-LIVELLO    OF DCL-CWMINCON  TO RS-LIVELLO.
           MOVE DATA-DECORRENZA   OF DCL-CWMINCON  TO RS-DECORRENZA.
           MOVE RETRIB-BASE       OF DCL-CWRETRIB  TO RS-RETRIB.
           MOVE RETRIB-MINIMA     OF DCL-CWMINCON  TO RS-MINIMO.
           MOVE W-DIFFERENZA                       TO RS-DIFFERENZA.
           MOVE R-RIGA-SOTTO TO MINCOREP-REC.
           WRITE MINCOREP-REC.

           ADD 1            TO W-GR-CONTA.
           ADD W-DIFFERENZA TO W-GR-DIFFERENZA.
           ADD 1            TO W-CONTA-SOTTO.

       2540-EX. EXIT.
      *
      *
      ******************************************************************
      * PROPOSTA DI ADEGUAMENTO AI MINIMI (TIPO 'M') IN STATO 'P', CON *
      * ID DAL CONTATORE CWCONTAT 'CAMPAGNA' COME IN CW84DEMO. UNA     *
      * PROPOSTA DI ADEGUAMENTO GIA' PROPOSTA O APPROVATA PER LA       *
      * STESSA QUALIFICA E DECORRENZA NON VIENE DUPLICATA: CW85DEMO    *
      * LA APPLICHERA' CON I MINIMI APPENA CARICATI                    *
      ******************************************************************
       2550-GENERA-PROPOSTA SECTION.
      *--------------------*
           EXEC SQL SELECT COALESCE(MAX(ID_CAMPAGNA), 0)
                      INTO :W-ID-ESISTENTE
                      FROM CPS04.CWCAMPAG
                     WHERE QUALIFICA_INTERNA = :W-GR-QUALIFICA
                     AND   DATA_DECORRENZA   = :W-GR-DECORRENZA
                     AND   TIPO_CAMPAGNA     = 'M'
                     AND   STATO_CAMPAGNA IN ('P', 'A')
           END-EXEC.
           IF W-ID-ESISTENTE > 0
              MOVE 'PROPOSTA DI ADEGUAMENTO GIA'' IN ESSERE: CAMPAGNA'
                                            TO RP-TESTO
              MOVE W-ID-ESISTENTE           TO RP-ID
              GO TO 2550-EX
           END-IF.

           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'CAMPAGNA'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :DCL-CWCONTAT.ULTIMO-VALORE
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'CAMPAGNA'
           END-EXEC.
           MOVE ULTIMO-VALORE OF DCL-CWCONTAT
                                   TO ID-CAMPAGNA OF DCL-CWCAMPAG.
           MOVE W-GR-QUALIFICA    TO QUALIFICA-INTERNA
                                        OF DCL-CWCAMPAG.
           MOVE 0                 TO PERC-AUMENTO    OF DCL-CWCAMPAG.
           MOVE 0                 TO IMPORTO-FISSO   OF DCL-CWCAMPAG.
           MOVE W-GR-DECORRENZA   TO DATA-DECORRENZA OF DCL-CWCAMPAG.
           MOVE 'P'               TO STATO-CAMPAGNA  OF DCL-CWCAMPAG.
           MOVE W-NOME-PGM        TO UTENTE-PROPONENTE
                                        OF DCL-CWCAMPAG.
           MOVE W-DATA-PROPOSTA   TO DATA-PROPOSTA   OF DCL-CWCAMPAG.
           MOVE W-BR-ORA-INIZIO   TO ORA-PROPOSTA    OF DCL-CWCAMPAG.
           MOVE SPACES            TO UTENTE-APPROVANTE
                                        OF DCL-CWCAMPAG.
           MOVE SPACES            TO DATA-APPROVAZIONE
                                        OF DCL-CWCAMPAG.
           MOVE 'M'               TO TIPO-CAMPAGNA   OF DCL-CWCAMPAG.
           EXEC SQL INSERT INTO CPS04.CWCAMPAG
                         VALUES (:DCL-CWCAMPAG.ID-CAMPAGNA,
                                 :DCL-CWCAMPAG.QUALIFICA-INTERNA,
                                 :DCL-CWCAMPAG.PERC-AUMENTO,
                                 :DCL-CWCAMPAG.IMPORTO-FISSO,
                                 :DCL-CWCAMPAG.DATA-DECORRENZA,
                                 :DCL-CWCAMPAG.STATO-CAMPAGNA,
                                 :DCL-CWCAMPAG.UTENTE-PROPONENTE,
                                 :DCL-CWCAMPAG.DATA-PROPOSTA,
                                 :DCL-CWCAMPAG.ORA-PROPOSTA,
                                 :DCL-CWCAMPAG.UTENTE-APPROVANTE,
                                 :DCL-CWCAMPAG.DATA-APPROVAZIONE,
                                 :DCL-CWCAMPAG.TIPO-CAMPAGNA)
           END-EXEC.
           MOVE 'PROPOSTA DI ADEGUAMENTO REGISTRATA: CAMPAGNA'
                                            TO RP-TESTO.
           MOVE ID-CAMPAGNA OF DCL-CWCAMPAG TO RP-ID.
           ADD 1 TO W-CONTA-PROPOSTE.

       2550-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE MINCONIN MINCOREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI TO W-BR-LETTI
              COMPUTE W-BR-SCRITTI = W-CONTA-CARICATI
                                   + W-CONTA-AGGIORNATI
                                   + W-CONTA-PROPOSTE
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
           MOVE R-RIGA-VUOTA          TO MINCOREP-REC.
           WRITE MINCOREP-REC.
           MOVE W-CONTA-LETTI         TO RT-LETTI.
           MOVE R-RIGA-TOT-LETTI      TO MINCOREP-REC.
           WRITE MINCOREP-REC.
           MOVE W-CONTA-CARICATI      TO RT-CARICATI.
           MOVE R-RIGA-TOT-CARICATI   TO MINCOREP-REC.
           WRITE MINCOREP-REC.
           MOVE W-CONTA-AGGIORNATI    TO RT-AGGIORNATI.
           MOVE R-RIGA-TOT-AGGIORNATI TO MINCOREP-REC.
           WRITE MINCOREP-REC.
           MOVE W-CONTA-SCARTATI      TO RT-SCARTATI.
           MOVE R-RIGA-TOT-SCARTATI   TO MINCOREP-REC.
           WRITE MINCOREP-REC.
           MOVE W-CONTA-SOTTO         TO RT-SOTTO.
           MOVE R-RIGA-TOT-SOTTO      TO MINCOREP-REC.
           WRITE MINCOREP-REC.
           MOVE W-CONTA-PROPOSTE      TO RT-PROPOSTE.
           MOVE R-RIGA-TOT-PROPOSTE   TO MINCOREP-REC.
           WRITE MINCOREP-REC.

           DISPLAY 'CX98DEMO - RECORD MINCONIN LETTI   : '
                   W-CONTA-LETTI.
           DISPLAY 'CX98DEMO - MINIMI CARICATI/AGG.TI  : '
                   W-CONTA-CARICATI ' / ' W-CONTA-AGGIORNATI.
           DISPLAY 'CX98DEMO - RECORD SCARTATI         : '
                   W-CONTA-SCARTATI.
           DISPLAY 'CX98DEMO - MATRICOLE SOTTO MINIMO  : '
                   W-CONTA-SOTTO.
           DISPLAY 'CX98DEMO - PROPOSTE DI ADEGUAMENTO : '
                   W-CONTA-PROPOSTE.

           CLOSE MINCONIN.
           CLOSE MINCOREP.

           MOVE W-CONTA-LETTI TO W-BR-LETTI.
           COMPUTE W-BR-SCRITTI = W-CONTA-CARICATI
                                + W-CONTA-AGGIORNATI
                                + W-CONTA-PROPOSTE.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
