       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX74DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CARICAMENTO DEI RIEPILOGHI DI CEDOLINO DELLO *
      *                   STUDIO PAGHE CON RISCONTRO DELLA RETRIBUZIONE*
      *                   BASE RISPETTO ALL'ESTRAZIONE CW82DEMO        *
      * TIPO OPERAZIONE : BATCH DI AGGIORNAMENTO E CONTROLLO           *
      * TABELLE USATE   : CPS04.CWCEDOLI, CPS04.CWDIPENDENTI,          *
      *                   PAYROLX (ESTRAZIONE INVIATA), PAYROCED (FILE *
      *                   DEI CEDOLINI DELLO STUDIO PAGHE)             *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTO*
      *                IN CODA L'ANTICIPO TFR APPROVATO, 195 BYTE)     *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTE*
      *                IN CODA LE RATE DI CESSIONI E PIGNORAMENTI, 215 *
      *                BYTE)                                           *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTE*
      *                IN CODA LE ORE DI SCIOPERO NON RETRIBUITE, 222  *
      *                BYTE)                                           *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTO*
      *                IN CODA IL PREMIO MBO APPROVATO, 232 BYTE)      *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTO*
      *                IN CODA IL TIPO RECORD, 234 BYTE): I RECORD     *
      *                ARRETRATO 'A' NON HANNO CEDOLINO E VENGONO      *
      *                SALTATI                                         *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTO*
      *                IL CODICE SOCIETA' PRIMA DEL TIPO RECORD, 239   *
      *                BYTE)                                           *
      * 15/10/2026 GM  TRACCIATO PAYROLX ALLINEATO A CW82DEMO (AGGIUNTE*
      *                LE ORE DI CASSA INTEGRAZIONE PRIMA DEL CODICE   *
      *                SOCIETA', 245 BYTE)                             *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE, DA LANCIARE DOPO CW83DEMO QUANDO LO STUDIO      *
      * PAGHE HA CHIUSO IL MESE: LEGGE IL FILE PAYROCED (UN RIEPILOGO  *
      * DI CEDOLINO PER MATRICOLA CON COMPETENZA, RETRIBUZIONE BASE,   *
      * LORDO, CONTRIBUTI, IMPOSTE, NETTO E QUOTA TFR, IN ORDINE DI    *
      * MATRICOLA) E LO CARICA SU CPS04.CWCEDOLI, SOSTITUENDO LA RIGA  *
      * GIA' PRESENTE PER LA STESSA MATRICOLA E COMPETENZA (IL RUN SI  *
      * PUO' RIPETERE).                                                *
      * OGNI CEDOLINO VIENE ABBINATO PER MATRICOLA AL RECORD PAYROLX   *
      * INVIATO DA CW82DEMO (ANCH'ESSO IN ORDINE DI MATRICOLA) E LA    *
      * RETRIBUZIONE BASE VIENE CONFRONTATA CON QUELLA INVIATA; L'ESITO*
      * DEL RISCONTRO RESTA SULLA RIGA CARICATA. SUL TABULATO CEDOREP  *
      * FINISCONO:                                                     *
      *   - I CEDOLINI CON RETRIBUZIONE BASE O COMPETENZA DIVERSA DA   *
      *     QUELLA INVIATA                                             *
      *   - I CEDOLINI DI MATRICOLE NON PRESENTI NELL'ESTRAZIONE       *
      *   - LE MATRICOLE INVIATE SENZA CEDOLINO                        *
      *   - I RECORD SCARTATI (NON VALIDI, FUORI SEQUENZA O DI         *
      *     MATRICOLE NON CENSITE), CHE NON VENGONO CARICATI           *
      * LO STORICO SI CONSULTA DAL CHIOSCO CW76DEMO (PF7) E DAL        *
      * DETTAGLIO CW06DEMO (PF7, TRANSAZIONE CX75DEMO).                *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLX        ASSIGN TO PAYROLX
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PAYROLX.

           SELECT PAYROCED       ASSIGN TO PAYROCED
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PAYROCED.

           SELECT CEDOREP        ASSIGN TO CEDOREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-CEDOREP.

       DATA DIVISION.
       FILE SECTION.
      * ---
      * ESTRAZIONE INVIATA (TRACCIATO COMPLETO IN CW82DEMO): SERVONO
      * SOLO MATRICOLA, NOMINATIVO, RETRIBUZIONE BASE, COMPETENZA E
      * TIPO RECORD
      * ---
       FD  PAYROLX
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 245 CHARACTERS.
       01  PAYROLX-REC.
           05  PX-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PX-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1).
           05  PX-NOME                    PIC X(15).
           05  FILLER                     PIC X(1).
           05  PX-RETRIB-BASE             PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  PX-SCATTO                  PIC 9(2).
           05  FILLER                     PIC X(1).
           05  PX-DATA-DECORRENZA         PIC X(10).
           05  FILLER                     PIC X(1).
           05  PX-GG-ASPETTATIVA          PIC 9(3).
           05  FILLER                     PIC X(1).
           05  PX-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(151).
           05  PX-SOCIETA                 PIC X(4).
           05  FILLER                     PIC X(1).
           05  PX-TIPO-RECORD             PIC X(1).
               88  PX-REC-ARRETRATO                  VALUE 'A'.

      * ---
      * RIEPILOGO DI CEDOLINO RESTITUITO DALLO STUDIO PAGHE
      * ---
       FD  PAYROCED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS.
       01  PAYROCED-REC.
           05  CD-MATRICOLA               PIC X(5).
           05  CD-MATRICOLA-N REDEFINES CD-MATRICOLA
                                          PIC 9(5).
           05  FILLER                     PIC X(1).
           05  CD-COMPETENZA.
               10  CD-COMP-AAAA           PIC X(4).
               10  CD-COMP-SEP            PIC X(1).
               10  CD-COMP-MM             PIC X(2).
           05  FILLER                     PIC X(1).
           05  CD-RETRIB-BASE             PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  CD-LORDO                   PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  CD-CONTRIBUTI              PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  CD-IMPOSTE                 PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  CD-NETTO                   PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  CD-QUOTA-TFR               PIC 9(7)V99.

       FD  CEDOREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  CEDOREP-REC                    PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX74DEMO'.
       01  W-FS-PAYROLX                   PIC  X(2)   VALUE ZEROES.
           88  FS-PAYROLX-OK                          VALUE '00'.
       01  W-FS-PAYROCED                  PIC  X(2)   VALUE ZEROES.
           88  FS-PAYROCED-OK                         VALUE '00'.
       01  W-FS-CEDOREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-CEDOREP-OK                          VALUE '00'.
       01  SW-FINE-PAYROLX                PIC  X(1)   VALUE 'N'.
           88  FINE-PAYROLX                           VALUE 'S'.
       01  SW-FINE-PAYROCED               PIC  X(1)   VALUE 'N'.
           88  FINE-PAYROCED                          VALUE 'S'.
      * ---
      * CHIAVI DI ABBINAMENTO: A FINE FILE VALGONO 99999, COSI' IL
      * FILE ANCORA APERTO VIENE SMALTITO PER INTERO
      * ---
       01  W-CHIAVE-PX                    PIC 9(5)    VALUE ZEROES.
       01  W-CHIAVE-CD                    PIC 9(5)    VALUE ZEROES.
       01  W-CHIAVE-CD-PREC               PIC 9(5)    VALUE ZEROES.
       01  W-MATR-NUM                     PIC S9(5)   COMP-3 VALUE 0.
       01  W-ESITO-RISC                   PIC X(1)    VALUE SPACE.
       01  W-RETRIB-INVIATA               PIC S9(7)V99 COMP-3 VALUE 0.
      * ---
      * CONTATORI
      * ---
       01  W-CONTA-INVIATI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-CARICATI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RISCONTRATI            PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-DISCORDI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NON-INVIATI            PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SENZA-CED              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-SCARTATI               PIC S9(7)   COMP-3 VALUE 0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO DELLE DISCORDANZE                        *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1                   PIC X(133) VALUE
           'RISCONTRO CEDOLINI STUDIO PAGHE / ESTRAZIONE CW82DEMO'.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(7)   VALUE
               'MATR.'.
           05  FILLER                     PIC X(31)  VALUE
               'COGNOME'.
           05  FILLER                     PIC X(9)   VALUE
               'COMPET.'.
           05  FILLER                     PIC X(14)  VALUE
               '  BASE INVIATA'.
           05  FILLER                     PIC X(14)  VALUE
               ' BASE CEDOLINO'.
           05  FILLER                     PIC X(58)  VALUE
               '  MOTIVO'.
       01  R-RIGA-DETT.
           05  RD-MATRICOLA               PIC X(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RD-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-BASE-INVIATA            PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-BASE-CEDOLINO           PIC Z.ZZZ.ZZ9,99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MOTIVO                  PIC X(50).
           05  FILLER                     PIC X(8)   VALUE SPACES.
       01  R-RIGA-TRAILER-1.
           05  FILLER                     PIC X(30)  VALUE
               'RECORD INVIATI            : '.
           05  RT-INVIATI                 PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  FILLER                     PIC X(30)  VALUE
               'CEDOLINI RICEVUTI         : '.
           05  RT-LETTI                   PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(49)  VALUE SPACES.
       01  R-RIGA-TRAILER-2.
           05  FILLER                     PIC X(30)  VALUE
               'CEDOLINI CARICATI         : '.
           05  RT-CARICATI                PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  FILLER                     PIC X(30)  VALUE
               'SCARTATI                  : '.
           05  RT-SCARTATI                PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(49)  VALUE SPACES.
       01  R-RIGA-TRAILER-3.
           05  FILLER                     PIC X(30)  VALUE
               'RISCONTRATI               : '.
           05  RT-RISCONTRATI             PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  FILLER                     PIC X(30)  VALUE
               'DISCORDI                  : '.
           05  RT-DISCORDI                PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(49)  VALUE SPACES.
       01  R-RIGA-TRAILER-4.
           05  FILLER                     PIC X(30)  VALUE
               'CEDOLINI NON INVIATI      : '.
           05  RT-NON-INVIATI             PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  FILLER                     PIC X(30)  VALUE
               'INVIATI SENZA CEDOLINO    : '.
           05  RT-SENZA-CED               PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(49)  VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWCEDO  END-EXEC.

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

           OPEN INPUT PAYROLX.
           IF NOT FS-PAYROLX-OK
              DISPLAY '** ERRORE OPEN PAYROLX, FILE STATUS: '
                      W-FS-PAYROLX
              MOVE 'E' TO W-BR-ESITO
              PERFORM 1910-REGISTRA-FINE
              STOP RUN
           END-IF.

           OPEN INPUT PAYROCED.
           IF NOT FS-PAYROCED-OK
              DISPLAY '** ERRORE OPEN PAYROCED, FILE STATUS: '
                      W-FS-PAYROCED
              MOVE 'E' TO W-BR-ESITO
              PERFORM 1910-REGISTRA-FINE
              STOP RUN
           END-IF.

           OPEN OUTPUT CEDOREP.
           IF NOT FS-CEDOREP-OK
              DISPLAY '** ERRORE OPEN CEDOREP, FILE STATUS: '
                      W-FS-CEDOREP
              MOVE 'E' TO W-BR-ESITO
              PERFORM 1910-REGISTRA-FINE
              STOP RUN
           END-IF.

           MOVE R-INTESTAZ-1 TO CEDOREP-REC.
           WRITE CEDOREP-REC.
           MOVE R-INTESTAZ-2 TO CEDOREP-REC.
           WRITE CEDOREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * ABBINAMENTO PER MATRICOLA DEI DUE FILE, ENTRAMBI IN ORDINE     *
      * CRESCENTE: A DIFFERENZA DEL FILE DI RISCONTRO DI CW83DEMO LO   *
      * STUDIO NON RESTITUISCE PER FORZA UN CEDOLINO PER OGNI RECORD   *
      * INVIATO, QUINDI SI AVANZA SEMPRE IL FILE CON LA CHIAVE MINORE  *
      ******************************************************************
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2100-LEGGI-PAYROLX.
           PERFORM 2110-LEGGI-PAYROCED.

           PERFORM 2200-ABBINA
              UNTIL FINE-PAYROLX AND FINE-PAYROCED.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * LETTURA DEL RECORD INVIATO SUCCESSIVO: I RECORD ARRETRATO DI   *
      * TIPO 'A' (AUMENTI RETROATTIVI, VEDI CX97DEMO) NON HANNO UN     *
      * CEDOLINO PROPRIO E SI PASSA AL SEGUENTE                        *
      ******************************************************************
       2100-LEGGI-PAYROLX SECTION.
      *---------------*
       2100-LEGGI.
           READ PAYROLX
              AT END
                 SET FINE-PAYROLX TO TRUE
                 MOVE 99999 TO W-CHIAVE-PX
                 GO TO 2100-EX
           END-READ.
           IF NOT FS-PAYROLX-OK
              DISPLAY '** ERRORE READ PAYROLX, FILE STATUS: '
                      W-FS-PAYROLX
              SET FINE-PAYROLX TO TRUE
              MOVE 99999 TO W-CHIAVE-PX
              GO TO 2100-EX
           END-IF.
           IF PX-REC-ARRETRATO
              GO TO 2100-LEGGI
           END-IF.
           ADD 1 TO W-CONTA-INVIATI.
           MOVE PX-MATRICOLA TO W-CHIAVE-PX.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * LETTURA DEL CEDOLINO SUCCESSIVO: I RECORD NON VALIDI O FUORI   *
      * SEQUENZA VENGONO SCARTATI SUL TABULATO E SI PASSA AL SEGUENTE  *
      ******************************************************************
       2110-LEGGI-PAYROCED SECTION.
      *---------------*
       2110-LEGGI.
           READ PAYROCED
              AT END
                 SET FINE-PAYROCED TO TRUE
                 MOVE 99999 TO W-CHIAVE-CD
                 GO TO 2110-EX
           END-READ.
           IF NOT FS-PAYROCED-OK
              DISPLAY '** ERRORE READ PAYROCED, FILE STATUS: '
                      W-FS-PAYROCED
              SET FINE-PAYROCED TO TRUE
              MOVE 99999 TO W-CHIAVE-CD
              GO TO 2110-EX
           END-IF.
           ADD 1 TO W-CONTA-LETTI.

           IF CD-MATRICOLA NOT NUMERIC
              OR CD-COMP-AAAA NOT NUMERIC
              OR CD-COMP-SEP  NOT = '-'
              OR CD-COMP-MM   NOT NUMERIC
              OR CD-COMP-MM   < '01'
              OR CD-COMP-MM   > '12'
              OR CD-RETRIB-BASE NOT NUMERIC
              OR CD-LORDO       NOT NUMERIC
              OR CD-CONTRIBUTI  NOT NUMERIC
              OR CD-IMPOSTE     NOT NUMERIC
              OR CD-NETTO       NOT NUMERIC
              OR CD-QUOTA-TFR   NOT NUMERIC
              MOVE 'CEDOLINO NON VALIDO, SCARTATO' TO RD-MOTIVO
              PERFORM 2190-SCARTA
              GO TO 2110-LEGGI
           END-IF.
           IF CD-MATRICOLA-N NOT > W-CHIAVE-CD-PREC
              MOVE 'CEDOLINO FUORI SEQUENZA O RIPETUTO, SCARTATO'
                                              TO RD-MOTIVO
              PERFORM 2190-SCARTA
              GO TO 2110-LEGGI
           END-IF.
           MOVE CD-MATRICOLA-N TO W-CHIAVE-CD.
           MOVE CD-MATRICOLA-N TO W-CHIAVE-CD-PREC.

       2110-EX. EXIT.
      *
      *
       2190-SCARTA SECTION.
      *-----------*
           ADD 1 TO W-CONTA-SCARTATI.
           MOVE CD-MATRICOLA  TO RD-MATRICOLA.
           MOVE SPACES        TO RD-COGNOME.
           MOVE CD-COMPETENZA TO RD-COMPETENZA.
           MOVE ZEROES        TO RD-BASE-INVIATA.
           IF CD-RETRIB-BASE NUMERIC
              MOVE CD-RETRIB-BASE TO RD-BASE-CEDOLINO
           ELSE
              MOVE ZEROES         TO RD-BASE-CEDOLINO
           END-IF.
           MOVE R-RIGA-DETT   TO CEDOREP-REC.
           WRITE CEDOREP-REC.

       2190-EX. EXIT.
      *
      *
       2200-ABBINA SECTION.
      *-----------*
           EVALUATE TRUE
              WHEN W-CHIAVE-CD = W-CHIAVE-PX
                 PERFORM 2300-RISCONTRA
                 PERFORM 2100-LEGGI-PAYROLX
                 PERFORM 2110-LEGGI-PAYROCED
              WHEN W-CHIAVE-CD < W-CHIAVE-PX
                 PERFORM 2400-NON-INVIATO
                 PERFORM 2110-LEGGI-PAYROCED
              WHEN OTHER
                 PERFORM 2500-SENZA-CEDOLINO
                 PERFORM 2100-LEGGI-PAYROLX
           END-EVALUATE.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * CEDOLINO DI UNA MATRICOLA INVIATA: RISCONTRO DI RETRIBUZIONE   *
      * BASE E COMPETENZA, POI CARICAMENTO                             *
      ******************************************************************
       2300-RISCONTRA SECTION.
      *--------------*
           MOVE PX-RETRIB-BASE TO W-RETRIB-INVIATA.
           IF CD-RETRIB-BASE = PX-RETRIB-BASE
              AND CD-COMPETENZA = PX-COMPETENZA
              MOVE 'R' TO W-ESITO-RISC
           ELSE
              MOVE 'D' TO W-ESITO-RISC
              MOVE CD-MATRICOLA     TO RD-MATRICOLA
              MOVE PX-COGNOME       TO RD-COGNOME
              MOVE CD-COMPETENZA    TO RD-COMPETENZA
              MOVE PX-RETRIB-BASE   TO RD-BASE-INVIATA
              MOVE CD-RETRIB-BASE   TO RD-BASE-CEDOLINO
              IF CD-COMPETENZA NOT = PX-COMPETENZA
                 MOVE 'COMPETENZA DIVERSA DA QUELLA INVIATA'
                                    TO RD-MOTIVO
              ELSE
                 MOVE 'RETRIBUZIONE BASE DIVERSA DA QUELLA INVIATA'
                                    TO RD-MOTIVO
              END-IF
              MOVE R-RIGA-DETT      TO CEDOREP-REC
              WRITE CEDOREP-REC
           END-IF.

           PERFORM 2600-CARICA-CEDOLINO.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * CEDOLINO DI UNA MATRICOLA NON PRESENTE NELL'ESTRAZIONE: VIENE  *
      * CARICATO COMUNQUE (E' QUANTO E' STATO PAGATO), CON ESITO 'N'   *
      ******************************************************************
       2400-NON-INVIATO SECTION.
      *----------------*
           MOVE 0   TO W-RETRIB-INVIATA.
           MOVE 'N' TO W-ESITO-RISC.
           PERFORM 2600-CARICA-CEDOLINO.

       2400-EX. EXIT.
      *
      *
       2500-SENZA-CEDOLINO SECTION.
      *-------------------*
           ADD 1 TO W-CONTA-SENZA-CED.
           MOVE PX-MATRICOLA   TO RD-MATRICOLA.
           MOVE PX-COGNOME     TO RD-COGNOME.
           MOVE PX-COMPETENZA  TO RD-COMPETENZA.
           MOVE PX-RETRIB-BASE TO RD-BASE-INVIATA.
           MOVE ZEROES         TO RD-BASE-CEDOLINO.
           MOVE 'INVIATO MA SENZA CEDOLINO DALLO STUDIO'
                               TO RD-MOTIVO.
           MOVE R-RIGA-DETT    TO CEDOREP-REC.
           WRITE CEDOREP-REC.

       2500-EX. EXIT.
      *
      *
      ******************************************************************
      * CARICAMENTO SU CPS04.CWCEDOLI: LA MATRICOLA DEVE ESSERE        *
      * CENSITA; LA RIGA GIA' PRESENTE PER MATRICOLA E COMPETENZA      *
      * (RUN RIPETUTO) VIENE SOSTITUITA                                *
      ******************************************************************
       2600-CARICA-CEDOLINO SECTION.
      *--------------------*
           MOVE CD-MATRICOLA-N TO W-MATR-NUM.
           MOVE SPACES         TO COGNOME OF DCL-CPSDIP.
           EXEC SQL SELECT COGNOME
                      INTO :DCL-CPSDIP.COGNOME
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATR-NUM
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'MATRICOLA NON CENSITA, CEDOLINO SCARTATO'
                                           TO RD-MOTIVO
              PERFORM 2190-SCARTA
              GO TO 2600-EX
           END-IF.

           MOVE W-MATR-NUM        TO COD-MATRICOLA-DIP OF DCL-CWCEDOLI.
           MOVE CD-COMPETENZA     TO COMPETENZA        OF DCL-CWCEDOLI.
           MOVE CD-RETRIB-BASE    TO RETRIB-BASE       OF DCL-CWCEDOLI.
           MOVE CD-LORDO          TO LORDO             OF DCL-CWCEDOLI.
           MOVE CD-CONTRIBUTI     TO CONTRIBUTI        OF DCL-CWCEDOLI.
           MOVE CD-IMPOSTE        TO IMPOSTE           OF DCL-CWCEDOLI.
           MOVE CD-NETTO          TO NETTO             OF DCL-CWCEDOLI.
           MOVE CD-QUOTA-TFR      TO QUOTA-TFR         OF DCL-CWCEDOLI.
           MOVE W-RETRIB-INVIATA  TO RETRIB-INVIATA    OF DCL-CWCEDOLI.
           MOVE W-ESITO-RISC      TO ESITO-RISCONTRO   OF DCL-CWCEDOLI.
           MOVE W-BR-DATA         TO DATA-CARICAMENTO  OF DCL-CWCEDOLI.

           EXEC SQL DELETE FROM CPS04.CWCEDOLI
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWCEDOLI.COD-MATRICOLA-DIP
                     AND   COMPETENZA = :DCL-CWCEDOLI.COMPETENZA
           END-EXEC.

           EXEC SQL INSERT INTO CPS04.CWCEDOLI
                         VALUES (:DCL-CWCEDOLI.COD-MATRICOLA-DIP,
                                 :DCL-CWCEDOLI.COMPETENZA,
                                 :DCL-CWCEDOLI.RETRIB-BASE,
                                 :DCL-CWCEDOLI.LORDO,
                                 :DCL-CWCEDOLI.CONTRIBUTI,
                                 :DCL-CWCEDOLI.IMPOSTE,
                                 :DCL-CWCEDOLI.NETTO,
                                 :DCL-CWCEDOLI.QUOTA-TFR,
                                 :DCL-CWCEDOLI.RETRIB-INVIATA,
                                 :DCL-CWCEDOLI.ESITO-RISCONTRO,
                                 :DCL-CWCEDOLI.DATA-CARICAMENTO)
           END-EXEC.
           ADD 1 TO W-CONTA-CARICATI.

           EVALUATE TRUE
              WHEN CEDOLINO-RISCONTRATO
                 ADD 1 TO W-CONTA-RISCONTRATI
              WHEN CEDOLINO-DISCORDE
                 ADD 1 TO W-CONTA-DISCORDI
              WHEN CEDOLINO-NON-INVIATO
                 ADD 1 TO W-CONTA-NON-INVIATI
                 MOVE CD-MATRICOLA     TO RD-MATRICOLA
                 MOVE COGNOME OF DCL-CPSDIP
                                       TO RD-COGNOME
                 MOVE CD-COMPETENZA    TO RD-COMPETENZA
                 MOVE ZEROES           TO RD-BASE-INVIATA
                 MOVE CD-RETRIB-BASE   TO RD-BASE-CEDOLINO
                 MOVE 'CEDOLINO DI MATRICOLA NON INVIATA'
                                       TO RD-MOTIVO
                 MOVE R-RIGA-DETT      TO CEDOREP-REC
                 WRITE CEDOREP-REC
           END-EVALUATE.

       2600-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE PAYROLX.
           CLOSE PAYROCED.
           CLOSE CEDOREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI    TO W-BR-LETTI
              MOVE W-CONTA-CARICATI TO W-BR-SCRITTI
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
           MOVE W-CONTA-INVIATI     TO RT-INVIATI.
           MOVE W-CONTA-LETTI       TO RT-LETTI.
           MOVE R-RIGA-TRAILER-1    TO CEDOREP-REC.
           WRITE CEDOREP-REC.
           MOVE W-CONTA-CARICATI    TO RT-CARICATI.
           MOVE W-CONTA-SCARTATI    TO RT-SCARTATI.
           MOVE R-RIGA-TRAILER-2    TO CEDOREP-REC.
           WRITE CEDOREP-REC.
           MOVE W-CONTA-RISCONTRATI TO RT-RISCONTRATI.
           MOVE W-CONTA-DISCORDI    TO RT-DISCORDI.
           MOVE R-RIGA-TRAILER-3    TO CEDOREP-REC.
           WRITE CEDOREP-REC.
           MOVE W-CONTA-NON-INVIATI TO RT-NON-INVIATI.
           MOVE W-CONTA-SENZA-CED   TO RT-SENZA-CED.
           MOVE R-RIGA-TRAILER-4    TO CEDOREP-REC.
           WRITE CEDOREP-REC.

           DISPLAY 'CX74DEMO - CEDOLINI RICEVUTI : ' W-CONTA-LETTI.
           DISPLAY 'CX74DEMO - CARICATI          : ' W-CONTA-CARICATI.
           DISPLAY 'CX74DEMO - DISCORDI          : ' W-CONTA-DISCORDI.
           DISPLAY 'CX74DEMO - NON INVIATI       : '
                   W-CONTA-NON-INVIATI.
           DISPLAY 'CX74DEMO - SENZA CEDOLINO    : ' W-CONTA-SENZA-CED.
           DISPLAY 'CX74DEMO - SCARTATI          : ' W-CONTA-SCARTATI.

           CLOSE PAYROLX.
           CLOSE PAYROCED.
           CLOSE CEDOREP.

           MOVE W-CONTA-LETTI    TO W-BR-LETTI.
           MOVE W-CONTA-CARICATI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
