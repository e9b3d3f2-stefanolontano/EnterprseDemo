       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY33DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : STORNO DI UN RUN DI AGGIORNAMENTO MASSIVO    *
      *                   (CW27DEMO, CX08DEMO, CW85DEMO)               *
      * TIPO OPERAZIONE : BATCH DI AGGIORNAMENTO                       *
      * TABELLE USATE   : CPS04.CWBATCHRUN, CPS04.CWRUNIMM,            *
      *                   CPS04.CWSTORUN, CPS04.CWAPPROV,              *
      *                   CPS04.CWCONTAT, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWCARRIE, CPS04.CWMOVIM,               *
      *                   CPS04.CWPOSORG, CPS04.CWOCCPOS,              *
      *                   CPS04.CWDIPART, CPS04.CWRETRIB,              *
      *                   CPS04.CWRETSTO, CPS04.CWCAMPAG               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * I BATCH DI AGGIORNAMENTO MASSIVO LASCIANO SU CPS04.CWRUNIMM,   *
      * CON LA CHIAVE DEL RUN CWBATCHRUN (PROGRAMMA, DATA E ORA DI     *
      * INIZIO), L'IMMAGINE PRIMA/DOPO DI OGNI RIGA TOCCATA:           *
      *   Q = QUALIFICA INTERNA (CW27DEMO)                             *
      *   T = TRASFERIMENTO DI DIPARTIMENTO (CX08DEMO)                 *
      *   D = STATO DEL DIPARTIMENTO DI ORIGINE BLOCCATO (CX08DEMO)    *
      *   R = RETRIBUZIONE BASE DA CAMPAGNA (CW85DEMO)                 *
      * LA SCHEDA STORNCTL INDICA UNO O PIU' RUN DA STORNARE. LO       *
      * STORNO E' UN'OPERAZIONE A DUE TEMPI, COME LE ALTRE             *
      * VARIAZIONI SENSIBILI:                                          *
      *   - AL PRIMO LANCIO SI APRE LA RICHIESTA CWAPPROV DI TIPO 'S'  *
      *     (APPROVABILE SOLO DALL'AMMINISTRATORE IN CW18DEMO), SI     *
      *     REGISTRA IL RUN SU CPS04.CWSTORUN IN STATO 'P' E SI STAMPA *
      *     L'ANTEPRIMA DI COSA SAREBBE STORNATO                       *
      *   - AL LANCIO SUCCESSIVO ALL'APPROVAZIONE (STATO 'A') SI       *
      *     RIPRISTINANO LE IMMAGINI PRIMA E IL RUN PASSA IN STATO 'E' *
      * UNA RICHIESTA RIFIUTATA (STATO 'R') PUO' ESSERE RIPRESENTATA.  *
      * LE IMMAGINI SI TRATTANO PER MATRICOLA: SE LA STESSA MATRICOLA  *
      * E' STATA TOCCATA IN PIU' PASSI DEL RUN SI RIPRISTINA IL VALORE *
      * PRIMA DEL PRIMO PASSO, A CONDIZIONE CHE IL VALORE ATTUALE SIA  *
      * ANCORA QUELLO LASCIATO DALL'ULTIMO. UNA RIGA MODIFICATA DOPO   *
      * IL RUN (ON-LINE O DA UN ALTRO BATCH, ANCHE SOLO NELLA VERSIONE *
      * DI CWDIPENDENTI) NON VIENE TOCCATA: L'IMMAGINE VA IN STATO 'M' *
      * E LA MATRICOLA E' ELENCATA SUL TABULATO STORNREP TRA QUELLE    *
      * DA RIVEDERE A MANO. UNA CAMPAGNA CWCAMPAG INTERAMENTE          *
      * STORNATA TORNA IN STATO 'N' (ANNULLATA).                       *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORNCTL       ASSIGN TO STORNCTL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-STORNCTL.

           SELECT STORNREP       ASSIGN TO STORNREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-STORNREP.

       DATA DIVISION.
       FILE SECTION.
       FD  STORNCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 26 CHARACTERS.
       01  STORNCTL-REC.
           05  SC-NOME-PGM                PIC X(8).
               88  SC-PGM-STORNABILE      VALUE 'CW27DEMO'
                                                'CX08DEMO'
                                                'CW85DEMO'.
           05  FILLER                     PIC X(1).
           05  SC-DATA-ELAB               PIC X(10).
           05  FILLER                     PIC X(1).
           05  SC-ORA-INIZIO              PIC X(6).

       FD  STORNREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  STORNREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY33DEMO'.
       01  W-FS-STORNCTL                  PIC  X(2)   VALUE ZEROES.
           88  FS-STORNCTL-OK                         VALUE '00'.
       01  W-FS-STORNREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-STORNREP-OK                         VALUE '00'.
       01  SW-FINE-STORNCTL               PIC  X(1)   VALUE 'N'.
           88  FINE-STORNCTL                          VALUE 'S'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
      * MODO DI TRATTAMENTO DELLE IMMAGINI DEL RUN
       01  SW-MODO                        PIC X(1)    VALUE 'A'.
           88  MODO-ANTEPRIMA                         VALUE 'A'.
           88  MODO-ESECUZIONE                        VALUE 'E'.
      * ESITO DEL CONTROLLO DEL GRUPPO DI IMMAGINI DI UNA MATRICOLA
       01  SW-GRUPPO                      PIC X(1)    VALUE 'S'.
           88  GRUPPO-STORNABILE                      VALUE 'S'.
           88  GRUPPO-MODIFICATO                      VALUE 'M'.
       01  SW-STORUN                      PIC X(1)    VALUE 'N'.
           88  STORUN-PRESENTE                        VALUE 'S'.
       01  W-CONTA-SCHEDE                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-RICHIESTE              PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-STORNABILI             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-MODIFICATE             PIC S9(7)   COMP-3 VALUE 0.
       01  W-TOT-STORNATE                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-COUNT                        PIC S9(7)   COMP-3 VALUE 0.
       01  W-ID-RICHIESTA                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-RUN-DATE                     PIC S9(6)   COMP-3 VALUE 0.
       01  W-DATA-ODIERNA-6               PIC 9(6)    VALUE ZEROES.
       01  W-DATA-AGG                     PIC X(6)    VALUE SPACES.
       01  W-ORA-AGG                      PIC X(6)    VALUE SPACES.
       01  W-ESITO-RUN                    PIC X(1)    VALUE SPACE.
       01  W-UTENTE-APPROVANTE            PIC X(8)    VALUE SPACES.
       01  W-STATO-DIPART                 PIC X(1)    VALUE SPACE.
       01  W-STATO-IMM                    PIC X(1)    VALUE SPACE.
       01  W-MOTIVAZIONE.
           05  FILLER                     PIC X(11)   VALUE
               'STORNO RUN '.
           05  W-MOT-PGM                  PIC X(8).
           05  FILLER                     PIC X(5)    VALUE ' DEL '.
           05  W-MOT-DATA                 PIC X(10).
           05  FILLER                     PIC X(5)    VALUE ' ORE '.
           05  W-MOT-ORA                  PIC X(6).
           05  FILLER                     PIC X(15)   VALUE SPACES.
      * -------------------------------------------------------------- *
      *    GRUPPO DI IMMAGINI IN ESAME (TIPO, MATRICOLA, RIFERIMENTO,  *
      *    PRIMO E ULTIMO PASSO) E VALORI PRIMA DEL PRIMO PASSO        *
      * -------------------------------------------------------------- *
       01  W-GR-TIPO                      PIC X(1)    VALUE SPACE.
           88  GR-QUALIFICA                           VALUE 'Q'.
           88  GR-TRASFERIMENTO                       VALUE 'T'.
           88  GR-DIPARTIMENTO                        VALUE 'D'.
           88  GR-RETRIBUZIONE                        VALUE 'R'.
       01  W-GR-MATRICOLA                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-GR-RIFERIMENTO               PIC X(10)   VALUE SPACES.
       01  W-GR-PASSO-MIN                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-GR-PASSO-MAX                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-PRIMA-VALORE                 PIC X(10)   VALUE SPACES.
       01  W-PRIMA-SOCIETA                PIC X(4)    VALUE SPACES.
       01  W-PRIMA-POSIZIONE              PIC S9(5)   COMP-3 VALUE 0.
       01  W-PRIMA-RETRIB                 PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-PRIMA-DECORR                 PIC X(10)   VALUE SPACES.
       01  W-RETRIB-ED                    PIC Z(6)9,99.
       01  W-ID-ED                        PIC Z(6)9.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(40)  VALUE
               'STORNO DEI RUN DI AGGIORNAMENTO MASSIVO'.
           05  FILLER                     PIC X(12)  VALUE
               '  ELABORATO '.
           05  RI-DATA                    PIC X(10).
           05  FILLER                     PIC X(71)  VALUE SPACES.
       01  R-INTESTAZ-RUN.
           05  FILLER                     PIC X(5)   VALUE 'RUN  '.
           05  RR-NOME-PGM                PIC X(8).
           05  FILLER                     PIC X(5)   VALUE ' DEL '.
           05  RR-DATA                    PIC X(10).
           05  FILLER                     PIC X(5)   VALUE ' ORE '.
           05  RR-ORA                     PIC X(6).
           05  FILLER                     PIC X(3)   VALUE ' - '.
           05  RR-MESSAGGIO               PIC X(60).
           05  FILLER                     PIC X(31)  VALUE SPACES.
       01  R-INTESTAZ-COL.
           05  FILLER                     PIC X(14)  VALUE
               'TIPO'.
           05  FILLER                     PIC X(7)   VALUE
               'MATR.'.
           05  FILLER                     PIC X(12)  VALUE
               'DIPARTIM.'.
           05  FILLER                     PIC X(14)  VALUE
               'PRIMA'.
           05  FILLER                     PIC X(12)  VALUE
               'DOPO'.
           05  FILLER                     PIC X(40)  VALUE
               'ESITO'.
           05  FILLER                     PIC X(34)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  RD-TIPO                    PIC X(12).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DIPART                  PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-PRIMA                   PIC X(10).
           05  FILLER                     PIC X(4)   VALUE ' -> '.
           05  RD-DOPO                    PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-ESITO                   PIC X(40).
           05  FILLER                     PIC X(34)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  RT-DESCR                   PIC X(40).
           05  RT-TOT                     PIC Z(6)9.
           05  FILLER                     PIC X(86)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWRIMM  END-EXEC.

           EXEC SQL  INCLUDE CWSRUN  END-EXEC.

           EXEC SQL  INCLUDE CWAPPR  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWCARR  END-EXEC.

           EXEC SQL  INCLUDE CWMOVI  END-EXEC.

           EXEC SQL  INCLUDE CWPOSO  END-EXEC.

           EXEC SQL  INCLUDE CWOCCP  END-EXEC.

           EXEC SQL  INCLUDE CWDIPA  END-EXEC.

           EXEC SQL  INCLUDE CWRETR  END-EXEC.

           EXEC SQL  INCLUDE CWRETS  END-EXEC.

           EXEC SQL  INCLUDE CWCAMP  END-EXEC.

      * -------------------------------------------------------------- *
      * IMMAGINI ANCORA DA STORNARE DEL RUN, RAGGRUPPATE PER TIPO E    *
      * MATRICOLA (E CODICE DI DIPARTIMENTO PER IL TIPO 'D'), CON IL   *
      * PRIMO E L'ULTIMO PASSO CHE LE HA TOCCATE                       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-IMMX33 CURSOR FOR
                    SELECT  TIPO_IMMAGINE,
                            COD_MATRICOLA_DIP,
                            RIFERIMENTO,
                            MIN(PASSO),
                            MAX(PASSO)
                    FROM    CPS04.CWRUNIMM
                    WHERE   NOME_PGM          = :SC-NOME-PGM
                    AND     DATA_ELABORAZIONE = :SC-DATA-ELAB
                    AND     ORA_INIZIO        = :SC-ORA-INIZIO
                    AND     STATO_IMMAGINE    = ' '
                    GROUP BY TIPO_IMMAGINE,
                             COD_MATRICOLA_DIP,
                             RIFERIMENTO
                    ORDER BY TIPO_IMMAGINE,
                             COD_MATRICOLA_DIP
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

      * DATA/ORA DI AGGIORNAMENTO NEL FORMATO GGMMAA DI CW07DEMO
           MOVE W-BR-GG          TO W-DATA-AGG(1:2).
           MOVE W-BR-MM          TO W-DATA-AGG(3:2).
           MOVE W-BR-AAAA(3:2)   TO W-DATA-AGG(5:2).
           MOVE W-BR-ORA-INIZIO  TO W-ORA-AGG.
           MOVE W-BR-DATA-8(3:6) TO W-DATA-ODIERNA-6.
           MOVE W-DATA-ODIERNA-6 TO W-RUN-DATE.

           OPEN INPUT STORNCTL.
           IF NOT FS-STORNCTL-OK
              DISPLAY '** ERRORE OPEN STORNCTL, FILE STATUS: '
                      W-FS-STORNCTL
              STOP RUN
           END-IF.

           OPEN OUTPUT STORNREP.
           IF NOT FS-STORNREP-OK
              DISPLAY '** ERRORE OPEN STORNREP, FILE STATUS: '
                      W-FS-STORNREP
              STOP RUN
           END-IF.

           MOVE W-BR-DATA         TO RI-DATA.
           MOVE R-INTESTAZ-1      TO STORNREP-REC.
           WRITE STORNREP-REC.
           MOVE R-RIGA-VUOTA      TO STORNREP-REC.
           WRITE STORNREP-REC.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2100-LEGGI-STORNCTL.
           IF FINE-STORNCTL
              DISPLAY '** SCHEDA DI CONTROLLO STORNCTL VUOTA'
           END-IF.
           PERFORM 2150-ELABORA-SCHEDA UNTIL FINE-STORNCTL.

           CLOSE STORNCTL.

       2000-EX. EXIT.
      *
      *
       2100-LEGGI-STORNCTL SECTION.
      *---------------*
           READ STORNCTL
              AT END SET FINE-STORNCTL TO TRUE
           END-READ.

           IF NOT FINE-STORNCTL AND NOT FS-STORNCTL-OK
              DISPLAY '** ERRORE READ STORNCTL, FILE STATUS: '
                      W-FS-STORNCTL
              SET FINE-STORNCTL TO TRUE
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * UN RUN DA STORNARE: DEVE ESSERE DI UN BATCH CHE REGISTRA LE    *
      * IMMAGINI, CONCLUSO SU CWBATCHRUN E CON IMMAGINI SU CWRUNIMM;   *
      * IL TRATTAMENTO DIPENDE DALLO STATO DELLA RICHIESTA CWSTORUN    *
      ******************************************************************
       2150-ELABORA-SCHEDA SECTION.
      *---------------*
           ADD 1 TO W-CONTA-SCHEDE.
           MOVE SC-NOME-PGM   TO RR-NOME-PGM.
           MOVE SC-DATA-ELAB  TO RR-DATA.
           MOVE SC-ORA-INIZIO TO RR-ORA.
           MOVE SPACES        TO RR-MESSAGGIO.

           PERFORM 2200-CONTROLLA-RUN.
           IF RR-MESSAGGIO NOT = SPACES
              PERFORM 2190-SCRIVI-RUN
              GO TO 2150-LEGGI
           END-IF.

           MOVE 'N' TO SW-STORUN.
           EXEC SQL SELECT ID_RICHIESTA,
                           STATO_STORNO,
                           DATA_ESECUZIONE
                      INTO :DCL-CWSTORUN.ID-RICHIESTA,
                           :DCL-CWSTORUN.STATO-STORNO,
                           :DCL-CWSTORUN.DATA-ESECUZIONE
                      FROM  CPS04.CWSTORUN
                     WHERE NOME_PGM          = :SC-NOME-PGM
                     AND   DATA_ELABORAZIONE = :SC-DATA-ELAB
                     AND   ORA_INIZIO        = :SC-ORA-INIZIO
           END-EXEC.
           IF SQLCODE = +0
              SET STORUN-PRESENTE TO TRUE
           END-IF.

      * ---
      * NESSUNA RICHIESTA O RICHIESTA RIFIUTATA: SI APRE LA RICHIESTA
      * DI APPROVAZIONE E SI STAMPA L'ANTEPRIMA
      * ---
           IF NOT STORUN-PRESENTE OR
              STORNO-RIFIUTATO OF DCL-CWSTORUN
              PERFORM 2300-RICHIEDI-STORNO
              GO TO 2150-LEGGI
           END-IF.

           IF STORNO-IN-ATTESA OF DCL-CWSTORUN
              MOVE ID-RICHIESTA OF DCL-CWSTORUN TO W-ID-ED
              STRING 'RICHIESTA DI STORNO '   DELIMITED BY SIZE
                     W-ID-ED                  DELIMITED BY SIZE
                     ' IN ATTESA DI APPROVAZIONE'
                                              DELIMITED BY SIZE
                     INTO RR-MESSAGGIO
              PERFORM 2190-SCRIVI-RUN
              GO TO 2150-LEGGI
           END-IF.

           IF STORNO-ESEGUITO OF DCL-CWSTORUN
              STRING 'STORNO GIA'' ESEGUITO IL ' DELIMITED BY SIZE
                     DATA-ESECUZIONE OF DCL-CWSTORUN
                                              DELIMITED BY SIZE
                     INTO RR-MESSAGGIO
              PERFORM 2190-SCRIVI-RUN
              GO TO 2150-LEGGI
           END-IF.

      * ---
      * STORNO APPROVATO: SI ESEGUE
      * ---
           PERFORM 2400-ESEGUI-STORNO.

       2150-LEGGI.
           PERFORM 2100-LEGGI-STORNCTL.

       2150-EX. EXIT.
      *
      *
       2190-SCRIVI-RUN SECTION.
      *---------------*
           MOVE R-INTESTAZ-RUN TO STORNREP-REC.
           WRITE STORNREP-REC.
           MOVE R-RIGA-VUOTA   TO STORNREP-REC.
           WRITE STORNREP-REC.

       2190-EX. EXIT.
      *
      *
       2200-CONTROLLA-RUN SECTION.
      *---------------*
           IF NOT SC-PGM-STORNABILE
              MOVE 'PROGRAMMA SENZA IMMAGINI DI STORNO'
                TO RR-MESSAGGIO
              GO TO 2200-EX
           END-IF.

           MOVE SPACE TO W-ESITO-RUN.
           EXEC SQL SELECT ESITO
                      INTO :W-ESITO-RUN
                      FROM  CPS04.CWBATCHRUN
                     WHERE NOME_PGM          = :SC-NOME-PGM
                     AND   DATA_ELABORAZIONE = :SC-DATA-ELAB
                     AND   ORA_INIZIO        = :SC-ORA-INIZIO
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'RUN NON REGISTRATO SU CWBATCHRUN'
                TO RR-MESSAGGIO
              GO TO 2200-EX
           END-IF.
           IF W-ESITO-RUN = 'I'
              MOVE 'RUN ANCORA IN CORSO' TO RR-MESSAGGIO
              GO TO 2200-EX
           END-IF.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWRUNIMM
                     WHERE NOME_PGM          = :SC-NOME-PGM
                     AND   DATA_ELABORAZIONE = :SC-DATA-ELAB
                     AND   ORA_INIZIO        = :SC-ORA-INIZIO
           END-EXEC.
           IF W-COUNT = 0
              MOVE 'NESSUNA IMMAGINE DI STORNO REGISTRATA PER IL RUN'
                TO RR-MESSAGGIO
           END-IF.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * APERTURA DELLA RICHIESTA DI STORNO: RICHIESTA CWAPPROV DI TIPO *
      * 'S' CON IL RUN IN MOTIVAZIONE E RIGA CWSTORUN IN STATO 'P'     *
      * (UNA RICHIESTA RIFIUTATA VIENE RIAPERTA CON IL NUOVO ID), POI  *
      * ANTEPRIMA DELLE IMMAGINI STORNABILI                            *
      ******************************************************************
       2300-RICHIEDI-STORNO SECTION.
      *---------------*
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDRICH'
           END-EXEC.

           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-RICHIESTA
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDRICH'
           END-EXEC.

           MOVE SC-NOME-PGM    TO W-MOT-PGM.
           MOVE SC-DATA-ELAB   TO W-MOT-DATA.
           MOVE SC-ORA-INIZIO  TO W-MOT-ORA.
           MOVE W-ID-RICHIESTA TO ID-RICHIESTA      OF DCL-CWAPPROV.
           MOVE 'S'            TO TIPO-RICHIESTA    OF DCL-CWAPPROV.
           MOVE 0              TO COD-MATRICOLA-DIP OF DCL-CWAPPROV.
           MOVE W-RUN-DATE     TO RUN-DATE          OF DCL-CWAPPROV.
           MOVE W-NOME-PGM     TO UTENTE-RICHIEDENTE OF DCL-CWAPPROV.
           MOVE 'P'            TO STATO-RICHIESTA   OF DCL-CWAPPROV.
           MOVE W-MOTIVAZIONE  TO MOTIVAZIONE       OF DCL-CWAPPROV.

           EXEC SQL INSERT INTO CPS04.CWAPPROV
                         VALUES (:DCL-CWAPPROV.ID-RICHIESTA,
                                 :DCL-CWAPPROV.TIPO-RICHIESTA,
                                 :DCL-CWAPPROV.COD-MATRICOLA-DIP,
                                 '                              ',
                                 '               ',
                                 '          ',
                                 '        ',
                                 '                ',
                                 :DCL-CWAPPROV.RUN-DATE,
                                 :DCL-CWAPPROV.UTENTE-RICHIEDENTE,
                                 :DCL-CWAPPROV.STATO-RICHIESTA,
                                 :DCL-CWAPPROV.MOTIVAZIONE,
                                 '          ',
                                 '          ',
                                 '  ',
                                 '          ',
                                 '        ',
                                 0,
                                 0,
                                 '          ',
                                 ' ',
                                 '  ')
           END-EXEC.

           MOVE W-ID-RICHIESTA TO ID-RICHIESTA      OF DCL-CWSTORUN.
           MOVE SC-NOME-PGM    TO NOME-PGM          OF DCL-CWSTORUN.
           MOVE SC-DATA-ELAB   TO DATA-ELABORAZIONE OF DCL-CWSTORUN.
           MOVE SC-ORA-INIZIO  TO ORA-INIZIO        OF DCL-CWSTORUN.
           MOVE 'P'            TO STATO-STORNO      OF DCL-CWSTORUN.
           MOVE W-BR-DATA      TO DATA-RICHIESTA    OF DCL-CWSTORUN.
           MOVE SPACES         TO DATA-ESECUZIONE   OF DCL-CWSTORUN.
           MOVE 0              TO RIGHE-STORNATE    OF DCL-CWSTORUN
                                  RIGHE-RIFIUTATE   OF DCL-CWSTORUN.
           IF STORUN-PRESENTE
              EXEC SQL UPDATE CPS04.CWSTORUN
                          SET ID_RICHIESTA   =
                              :DCL-CWSTORUN.ID-RICHIESTA,
                              STATO_STORNO   = 'P',
                              DATA_RICHIESTA =
                              :DCL-CWSTORUN.DATA-RICHIESTA
                        WHERE NOME_PGM          = :SC-NOME-PGM
                        AND   DATA_ELABORAZIONE = :SC-DATA-ELAB
                        AND   ORA_INIZIO        = :SC-ORA-INIZIO
              END-EXEC
           ELSE
              EXEC SQL INSERT INTO CPS04.CWSTORUN
                            VALUES (:DCL-CWSTORUN.ID-RICHIESTA,
                                    :DCL-CWSTORUN.NOME-PGM,
                                    :DCL-CWSTORUN.DATA-ELABORAZIONE,
                                    :DCL-CWSTORUN.ORA-INIZIO,
                                    :DCL-CWSTORUN.STATO-STORNO,
                                    :DCL-CWSTORUN.DATA-RICHIESTA,
                                    :DCL-CWSTORUN.DATA-ESECUZIONE,
                                    :DCL-CWSTORUN.RIGHE-STORNATE,
                                    :DCL-CWSTORUN.RIGHE-RIFIUTATE)
              END-EXEC
           END-IF.
           ADD 1 TO W-CONTA-RICHIESTE.

           MOVE W-ID-RICHIESTA TO W-ID-ED.
           STRING 'APERTA LA RICHIESTA DI STORNO ' DELIMITED BY SIZE
                  W-ID-ED                          DELIMITED BY SIZE
                  ' - ANTEPRIMA'                   DELIMITED BY SIZE
                  INTO RR-MESSAGGIO.
           MOVE R-INTESTAZ-RUN TO STORNREP-REC.
           WRITE STORNREP-REC.

           SET MODO-ANTEPRIMA TO TRUE.
           PERFORM 2500-TRATTA-IMMAGINI.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * ESECUZIONE DELLO STORNO APPROVATO: RIPRISTINO DELLE IMMAGINI,  *
      * CAMPAGNE INTERAMENTE STORNATE IN STATO 'N', RUN IN STATO 'E'   *
      * CON I CONTEGGI. LA RETRIBUZIONE STORICIZZATA SU CWRETSTO PORTA *
      * COME UTENTE L'AMMINISTRATORE CHE HA APPROVATO LO STORNO        *
      ******************************************************************
       2400-ESEGUI-STORNO SECTION.
      *---------------*
           MOVE SPACES TO W-UTENTE-APPROVANTE.
           EXEC SQL SELECT UTENTE_APPROVANTE
                      INTO :W-UTENTE-APPROVANTE
                      FROM  CPS04.CWAPPROV
                     WHERE ID_RICHIESTA =
                           :DCL-CWSTORUN.ID-RICHIESTA
           END-EXEC.
           IF W-UTENTE-APPROVANTE = SPACES
              MOVE W-NOME-PGM TO W-UTENTE-APPROVANTE
           END-IF.

           MOVE 'STORNO APPROVATO - ESECUZIONE' TO RR-MESSAGGIO.
           MOVE R-INTESTAZ-RUN TO STORNREP-REC.
           WRITE STORNREP-REC.

           SET MODO-ESECUZIONE TO TRUE.
           PERFORM 2500-TRATTA-IMMAGINI.

           IF SC-NOME-PGM = 'CW85DEMO'
              EXEC SQL UPDATE CPS04.CWCAMPAG C
                          SET STATO_CAMPAGNA = 'N'
                        WHERE C.STATO_CAMPAGNA = 'E'
                        AND   C.ID_CAMPAGNA IN
                          (SELECT I.ID_CAMPAGNA
                             FROM CPS04.CWRUNIMM I
                            WHERE I.NOME_PGM = :SC-NOME-PGM
                              AND I.DATA_ELABORAZIONE = :SC-DATA-ELAB
                              AND I.ORA_INIZIO = :SC-ORA-INIZIO
                              AND I.TIPO_IMMAGINE = 'R')
                        AND   NOT EXISTS
                          (SELECT 1
                             FROM CPS04.CWRUNIMM I2
                            WHERE I2.NOME_PGM = :SC-NOME-PGM
                              AND I2.DATA_ELABORAZIONE = :SC-DATA-ELAB
                              AND I2.ORA_INIZIO = :SC-ORA-INIZIO
                              AND I2.ID_CAMPAGNA = C.ID_CAMPAGNA
                              AND I2.STATO_IMMAGINE <> 'S')
              END-EXEC
           END-IF.

           MOVE W-CONTA-STORNABILI TO RIGHE-STORNATE  OF DCL-CWSTORUN.
           MOVE W-CONTA-MODIFICATE TO RIGHE-RIFIUTATE OF DCL-CWSTORUN.
           EXEC SQL UPDATE CPS04.CWSTORUN
                       SET STATO_STORNO    = 'E',
                           DATA_ESECUZIONE = :W-BR-DATA,
                           RIGHE_STORNATE  =
                           :DCL-CWSTORUN.RIGHE-STORNATE,
                           RIGHE_RIFIUTATE =
                           :DCL-CWSTORUN.RIGHE-RIFIUTATE
                     WHERE ID_RICHIESTA = :DCL-CWSTORUN.ID-RICHIESTA
           END-EXEC.
           ADD W-CONTA-STORNABILI TO W-TOT-STORNATE.

       2400-EX. EXIT.
      *
      *
      ******************************************************************
      * SCORRE I GRUPPI DI IMMAGINI DEL RUN: IN ANTEPRIMA SI STAMPA    *
      * SOLO L'ESITO DEL CONTROLLO, IN ESECUZIONE SI RIPRISTINA E SI   *
      * MARCANO LE IMMAGINI 'S' (STORNATE) O 'M' (MODIFICATE)          *
      ******************************************************************
       2500-TRATTA-IMMAGINI SECTION.
      *---------------*
           MOVE 0 TO W-CONTA-STORNABILI W-CONTA-MODIFICATE.
           MOVE R-INTESTAZ-COL TO STORNREP-REC.
           WRITE STORNREP-REC.

           EXEC SQL OPEN CUR-IMMX33 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2510-FETCH UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-IMMX33 END-EXEC.

           MOVE R-RIGA-VUOTA TO STORNREP-REC.
           WRITE STORNREP-REC.
           IF MODO-ANTEPRIMA
              MOVE 'RIGHE STORNABILI                      : '
                TO RT-DESCR
           ELSE
              MOVE 'RIGHE STORNATE                        : '
                TO RT-DESCR
           END-IF.
           MOVE W-CONTA-STORNABILI TO RT-TOT.
           MOVE R-RIGA-TOT TO STORNREP-REC.
           WRITE STORNREP-REC.
           MOVE 'RIGHE MODIFICATE DOPO IL RUN (A MANO) : '
             TO RT-DESCR.
           MOVE W-CONTA-MODIFICATE TO RT-TOT.
           MOVE R-RIGA-TOT TO STORNREP-REC.
           WRITE STORNREP-REC.
           MOVE R-RIGA-VUOTA TO STORNREP-REC.
           WRITE STORNREP-REC.

       2500-EX. EXIT.
      *
      *
       2510-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-IMMX33
                    INTO  :W-GR-TIPO,
                          :W-GR-MATRICOLA,
                          :W-GR-RIFERIMENTO,
                          :W-GR-PASSO-MIN,
                          :W-GR-PASSO-MAX
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2520-TRATTA-GRUPPO
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2510-EX. EXIT.
      *
      *
      ******************************************************************
      * GRUPPO DI UNA MATRICOLA: I VALORI PRIMA VENGONO DALL'IMMAGINE  *
      * DEL PRIMO PASSO, I VALORI DOPO (DA CONFRONTARE CON LA          *
      * SITUAZIONE ATTUALE) DA QUELLA DELL'ULTIMO                      *
      ******************************************************************
       2520-TRATTA-GRUPPO SECTION.
      *---------------*
           MOVE W-GR-PASSO-MIN TO PASSO OF DCL-CWRUNIMM.
           PERFORM 2530-LEGGI-IMMAGINE.
           MOVE VALORE-PRIMA    OF DCL-CWRUNIMM TO W-PRIMA-VALORE.
           MOVE SOCIETA-PRIMA   OF DCL-CWRUNIMM TO W-PRIMA-SOCIETA.
           MOVE POSIZIONE-PRIMA OF DCL-CWRUNIMM TO W-PRIMA-POSIZIONE.
           MOVE RETRIB-PRIMA    OF DCL-CWRUNIMM TO W-PRIMA-RETRIB.
           MOVE DECORR-PRIMA    OF DCL-CWRUNIMM TO W-PRIMA-DECORR.
           MOVE W-GR-PASSO-MAX TO PASSO OF DCL-CWRUNIMM.
           PERFORM 2530-LEGGI-IMMAGINE.

           MOVE W-GR-MATRICOLA TO RD-MATRICOLA.
           MOVE SPACES         TO RD-DIPART RD-ESITO.
           SET GRUPPO-STORNABILE TO TRUE.

           EVALUATE TRUE
              WHEN GR-QUALIFICA
                 MOVE 'QUALIFICA'    TO RD-TIPO
                 MOVE W-PRIMA-VALORE TO RD-PRIMA
                 MOVE VALORE-DOPO OF DCL-CWRUNIMM TO RD-DOPO
                 PERFORM 2600-STORNO-QUALIFICA
              WHEN GR-TRASFERIMENTO
                 MOVE 'TRASFERIM.'   TO RD-TIPO
                 MOVE W-PRIMA-VALORE TO RD-PRIMA
                 MOVE VALORE-DOPO OF DCL-CWRUNIMM TO RD-DOPO
                 PERFORM 2620-STORNO-TRASFERIMENTO
              WHEN GR-DIPARTIMENTO
                 MOVE 'STATO DIPART.' TO RD-TIPO
                 MOVE W-GR-RIFERIMENTO TO RD-DIPART
                 MOVE W-PRIMA-VALORE TO RD-PRIMA
                 MOVE VALORE-DOPO OF DCL-CWRUNIMM TO RD-DOPO
                 PERFORM 2640-STORNO-DIPARTIMENTO
              WHEN GR-RETRIBUZIONE
                 MOVE 'RETRIBUZIONE' TO RD-TIPO
                 MOVE W-PRIMA-RETRIB TO W-RETRIB-ED
                 MOVE W-RETRIB-ED    TO RD-PRIMA
                 MOVE RETRIB-DOPO OF DCL-CWRUNIMM TO W-RETRIB-ED
                 MOVE W-RETRIB-ED    TO RD-DOPO
                 PERFORM 2660-STORNO-RETRIBUZIONE
           END-EVALUATE.

           IF GRUPPO-STORNABILE
              ADD 1 TO W-CONTA-STORNABILI
              MOVE 'S' TO W-STATO-IMM
              IF RD-ESITO = SPACES
                 IF MODO-ANTEPRIMA
                    MOVE 'STORNABILE' TO RD-ESITO
                 ELSE
                    MOVE 'STORNATA'   TO RD-ESITO
                 END-IF
              END-IF
           ELSE
              ADD 1 TO W-CONTA-MODIFICATE
              MOVE 'M' TO W-STATO-IMM
              IF RD-ESITO = SPACES
                 MOVE 'MODIFICATA DOPO IL RUN: DA RIVEDERE'
                   TO RD-ESITO
              END-IF
           END-IF.

           IF MODO-ESECUZIONE
              EXEC SQL UPDATE CPS04.CWRUNIMM
                          SET STATO_IMMAGINE = :W-STATO-IMM
                        WHERE NOME_PGM          = :SC-NOME-PGM
                        AND   DATA_ELABORAZIONE = :SC-DATA-ELAB
                        AND   ORA_INIZIO        = :SC-ORA-INIZIO
                        AND   TIPO_IMMAGINE     = :W-GR-TIPO
                        AND   COD_MATRICOLA_DIP = :W-GR-MATRICOLA
                        AND   RIFERIMENTO       = :W-GR-RIFERIMENTO
                        AND   STATO_IMMAGINE    = ' '
              END-EXEC
           END-IF.

           MOVE R-RIGA-DETT TO STORNREP-REC.
           WRITE STORNREP-REC.

       2520-EX. EXIT.
      *
      *
       2530-LEGGI-IMMAGINE SECTION.
      *---------------*
           EXEC SQL SELECT VALORE_PRIMA,
                           VALORE_DOPO,
                           SOCIETA_PRIMA,
                           VERSIONE_DOPO,
                           POSIZIONE_PRIMA,
                           POSIZIONE_DOPO,
                           RETRIB_PRIMA,
                           DECORR_PRIMA,
                           RETRIB_DOPO,
                           DECORR_DOPO
                      INTO :DCL-CWRUNIMM.VALORE-PRIMA,
                           :DCL-CWRUNIMM.VALORE-DOPO,
                           :DCL-CWRUNIMM.SOCIETA-PRIMA,
                           :DCL-CWRUNIMM.VERSIONE-DOPO,
                           :DCL-CWRUNIMM.POSIZIONE-PRIMA,
                           :DCL-CWRUNIMM.POSIZIONE-DOPO,
                           :DCL-CWRUNIMM.RETRIB-PRIMA,
                           :DCL-CWRUNIMM.DECORR-PRIMA,
                           :DCL-CWRUNIMM.RETRIB-DOPO,
                           :DCL-CWRUNIMM.DECORR-DOPO
                      FROM  CPS04.CWRUNIMM
                     WHERE NOME_PGM          = :SC-NOME-PGM
                     AND   DATA_ELABORAZIONE = :SC-DATA-ELAB
                     AND   ORA_INIZIO        = :SC-ORA-INIZIO
                     AND   TIPO_IMMAGINE     = :W-GR-TIPO
                     AND   COD_MATRICOLA_DIP = :W-GR-MATRICOLA
                     AND   RIFERIMENTO       = :W-GR-RIFERIMENTO
                     AND   PASSO             = :DCL-CWRUNIMM.PASSO
           END-EXEC.

       2530-EX. EXIT.
      *
      *
      ******************************************************************
      * QUALIFICA (CW27DEMO): STORNABILE SE LA MATRICOLA HA ANCORA LA  *
      * QUALIFICA E LA VERSIONE LASCIATE DAL RUN. SI RIPRISTINA LA     *
      * QUALIFICA PRIMA (VERSIONE INCREMENTATA) E SI APRE LA RIGA DI   *
      * CARRIERA CORRISPONDENTE DA OGGI                                *
      ******************************************************************
       2600-STORNO-QUALIFICA SECTION.
      *---------------*
           EXEC SQL SELECT QUALIFICA_INTERNA,
                           VERSIONE
                      INTO :DCL-CPSDIP.QUALIFICA-INTERNA,
                           :DCL-CPSDIP.VERSIONE
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-GR-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              SET GRUPPO-MODIFICATO TO TRUE
              MOVE 'MATRICOLA NON PIU'' PRESENTE' TO RD-ESITO
              GO TO 2600-EX
           END-IF.
           IF QUALIFICA-INTERNA OF DCL-CPSDIP NOT =
              VALORE-DOPO OF DCL-CWRUNIMM OR
              VERSIONE OF DCL-CPSDIP NOT =
              VERSIONE-DOPO OF DCL-CWRUNIMM
              SET GRUPPO-MODIFICATO TO TRUE
              GO TO 2600-EX
           END-IF.
           IF MODO-ANTEPRIMA
              GO TO 2600-EX
           END-IF.

           MOVE W-PRIMA-VALORE TO QUALIFICA-INTERNA OF DCL-CPSDIP.
           EXEC SQL UPDATE CPS04.CWDIPENDENTI
                       SET QUALIFICA_INTERNA =
                           :DCL-CPSDIP.QUALIFICA-INTERNA,
                           VERSIONE          = VERSIONE + 1
                     WHERE COD_MATRICOLA_DIP = :W-GR-MATRICOLA
           END-EXEC.

           EXEC SQL UPDATE CPS04.CWCARRIE
                       SET DATA_FINE = :W-BR-DATA
                     WHERE COD_MATRICOLA_DIP = :W-GR-MATRICOLA
                     AND   DATA_FINE = '9999-12-31'
           END-EXEC.
           MOVE W-GR-MATRICOLA TO COD-MATRICOLA-DIP OF DCL-CWCARRIE.
           MOVE W-PRIMA-VALORE TO QUALIFICA-INTERNA OF DCL-CWCARRIE.
           MOVE W-BR-DATA      TO DATA-INIZIO       OF DCL-CWCARRIE.
           MOVE '9999-12-31'   TO DATA-FINE         OF DCL-CWCARRIE.
           EXEC SQL INSERT INTO CPS04.CWCARRIE
                         VALUES (:DCL-CWCARRIE.COD-MATRICOLA-DIP,
                                 :DCL-CWCARRIE.QUALIFICA-INTERNA,
                                 :DCL-CWCARRIE.DATA-INIZIO,
                                 :DCL-CWCARRIE.DATA-FINE)
           END-EXEC.

       2600-EX. EXIT.
      *
      *
      ******************************************************************
      * TRASFERIMENTO (CX08DEMO): STORNABILE SE LA MATRICOLA E' ANCORA *
      * NEL DIPARTIMENTO DI DESTINAZIONE CON LA VERSIONE LASCIATA DAL  *
      * RUN. SI RIPORTA NEL DIPARTIMENTO E NELLA SOCIETA' DI ORIGINE   *
      * CON UNA RIGA CWMOVIM ALLA STESSA DATA DI EFFETTO; LE POSIZIONI *
      * DI ORGANICO SI SCAMBIANO DI NUOVO CON CAUSALE 'ST' (LA         *
      * POSIZIONE DI ORIGINE SOLO SE NEL FRATTEMPO E' RIMASTA VACANTE) *
      ******************************************************************
       2620-STORNO-TRASFERIMENTO SECTION.
      *---------------*
           EXEC SQL SELECT DIPARTIMENTO,
                           VERSIONE
                      INTO :DCL-CPSDIP.DIPARTIMENTO,
                           :DCL-CPSDIP.VERSIONE
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-GR-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              SET GRUPPO-MODIFICATO TO TRUE
              MOVE 'MATRICOLA NON PIU'' PRESENTE' TO RD-ESITO
              GO TO 2620-EX
           END-IF.
           IF DIPARTIMENTO OF DCL-CPSDIP NOT =
              VALORE-DOPO OF DCL-CWRUNIMM OR
              VERSIONE OF DCL-CPSDIP NOT =
              VERSIONE-DOPO OF DCL-CWRUNIMM
              SET GRUPPO-MODIFICATO TO TRUE
              GO TO 2620-EX
           END-IF.
           IF MODO-ANTEPRIMA
              GO TO 2620-EX
           END-IF.

           MOVE W-PRIMA-VALORE  TO DIPARTIMENTO OF DCL-CPSDIP.
           MOVE W-PRIMA-SOCIETA TO COD-SOCIETA  OF DCL-CPSDIP.
           EXEC SQL UPDATE CPS04.CWDIPENDENTI
                       SET DIPARTIMENTO = :DCL-CPSDIP.DIPARTIMENTO,
                           COD_SOCIETA  = :DCL-CPSDIP.COD-SOCIETA,
                           VERSIONE     = VERSIONE + 1
                     WHERE COD_MATRICOLA_DIP = :W-GR-MATRICOLA
           END-EXEC.

           MOVE W-GR-MATRICOLA TO COD-MATRICOLA-DIP OF DCL-CWMOVIM.
           MOVE VALORE-DOPO OF DCL-CWRUNIMM
                               TO DIPART-PRECEDENTE OF DCL-CWMOVIM.
           MOVE W-PRIMA-VALORE TO DIPART-NUOVO      OF DCL-CWMOVIM.
           MOVE W-GR-RIFERIMENTO
                               TO DATA-EFFETTO      OF DCL-CWMOVIM.
           MOVE W-NOME-PGM     TO UTENTE-AGGIORNAMENTO OF DCL-CWMOVIM.
           MOVE W-DATA-AGG     TO DATA-AGGIORNAMENTO   OF DCL-CWMOVIM.
           MOVE W-ORA-AGG      TO ORA-AGGIORNAMENTO    OF DCL-CWMOVIM.
           EXEC SQL INSERT INTO CPS04.CWMOVIM
                         VALUES (:DCL-CWMOVIM.COD-MATRICOLA-DIP,
                                 :DCL-CWMOVIM.DIPART-PRECEDENTE,
                                 :DCL-CWMOVIM.DIPART-NUOVO,
                                 :DCL-CWMOVIM.DATA-EFFETTO,
                                 :DCL-CWMOVIM.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWMOVIM.DATA-AGGIORNAMENTO,
                                 :DCL-CWMOVIM.ORA-AGGIORNAMENTO)
           END-EXEC.

      * ---
      * LA POSIZIONE COPERTA DAL RUN SI LIBERA SOLO SE E' ANCORA SUA
      * ---
           IF POSIZIONE-DOPO OF DCL-CWRUNIMM NOT = 0
              EXEC SQL UPDATE CPS04.CWPOSORG
                          SET COD_MATRICOLA_DIP    = 0,
                              DATA_COPERTURA       = ' ',
                              DATA_VACANZA         = :W-GR-RIFERIMENTO,
                              UTENTE_AGGIORNAMENTO = :W-NOME-PGM,
                              DATA_AGGIORNAMENTO   = :W-DATA-AGG
                        WHERE NUM_POSIZIONE     =
                              :DCL-CWRUNIMM.POSIZIONE-DOPO
                        AND   COD_MATRICOLA_DIP = :W-GR-MATRICOLA
              END-EXEC
              EXEC SQL UPDATE CPS04.CWOCCPOS
                          SET DATA_FINE    = :W-GR-RIFERIMENTO,
                              CAUSALE_FINE = 'ST'
                        WHERE NUM_POSIZIONE     =
                              :DCL-CWRUNIMM.POSIZIONE-DOPO
                        AND   COD_MATRICOLA_DIP = :W-GR-MATRICOLA
                        AND   DATA_FINE = '9999-12-31'
              END-EXEC
           END-IF.

           IF W-PRIMA-POSIZIONE = 0
              GO TO 2620-EX
           END-IF.
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET COD_MATRICOLA_DIP    = :W-GR-MATRICOLA,
                           DATA_COPERTURA       = :W-GR-RIFERIMENTO,
                           UTENTE_AGGIORNAMENTO = :W-NOME-PGM,
                           DATA_AGGIORNAMENTO   = :W-DATA-AGG
                     WHERE NUM_POSIZIONE     = :W-PRIMA-POSIZIONE
                     AND   COD_MATRICOLA_DIP = 0
                     AND   STATO_POSIZIONE   = 'A'
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'STORNATA, POSIZIONE DI ORIGINE GIA'' COPERTA'
                TO RD-ESITO
              GO TO 2620-EX
           END-IF.
           MOVE W-PRIMA-POSIZIONE TO NUM-POSIZIONE  OF DCL-CWOCCPOS.
           MOVE W-GR-MATRICOLA    TO COD-MATRICOLA-DIP OF DCL-CWOCCPOS.
           MOVE W-GR-RIFERIMENTO  TO DATA-INIZIO    OF DCL-CWOCCPOS.
           MOVE 'ST'              TO CAUSALE-INIZIO OF DCL-CWOCCPOS.
           MOVE '9999-12-31'      TO DATA-FINE      OF DCL-CWOCCPOS.
           MOVE SPACES            TO CAUSALE-FINE   OF DCL-CWOCCPOS.
           EXEC SQL INSERT INTO CPS04.CWOCCPOS
                         VALUES (:DCL-CWOCCPOS.NUM-POSIZIONE,
                                 :DCL-CWOCCPOS.COD-MATRICOLA-DIP,
                                 :DCL-CWOCCPOS.DATA-INIZIO,
                                 :DCL-CWOCCPOS.CAUSALE-INIZIO,
                                 :DCL-CWOCCPOS.DATA-FINE,
                                 :DCL-CWOCCPOS.CAUSALE-FINE)
           END-EXEC.

       2620-EX. EXIT.
      *
      *
      ******************************************************************
      * STATO DEL DIPARTIMENTO DI ORIGINE (CX08DEMO): STORNABILE SE E' *
      * ANCORA BLOCCATO; TORNA ALLO STATO PRECEDENTE IL RUN            *
      ******************************************************************
       2640-STORNO-DIPARTIMENTO SECTION.
      *---------------*
           MOVE SPACE TO W-STATO-DIPART.
           EXEC SQL SELECT STATO_DIPART
                      INTO :W-STATO-DIPART
                      FROM  CPS04.CWDIPART
                     WHERE CODICE = :W-GR-RIFERIMENTO
           END-EXEC.
           IF SQLCODE = +100 OR
              W-STATO-DIPART NOT = VALORE-DOPO OF DCL-CWRUNIMM
              SET GRUPPO-MODIFICATO TO TRUE
              GO TO 2640-EX
           END-IF.
           IF MODO-ANTEPRIMA
              GO TO 2640-EX
           END-IF.

           MOVE W-PRIMA-VALORE TO W-STATO-DIPART.
           EXEC SQL UPDATE CPS04.CWDIPART
                       SET STATO_DIPART = :W-STATO-DIPART
                     WHERE CODICE = :W-GR-RIFERIMENTO
           END-EXEC.

       2640-EX. EXIT.
      *
      *
      ******************************************************************
      * RETRIBUZIONE (CW85DEMO): STORNABILE SE RETRIBUZIONE BASE E     *
      * DECORRENZA SONO ANCORA QUELLE LASCIATE DALL'ULTIMA CAMPAGNA    *
      * DEL RUN. L'IMMAGINE ATTUALE VA SU CWRETSTO (COME IN CW85DEMO)  *
      * E SI RIPRISTINANO I VALORI PRECEDENTI LA PRIMA CAMPAGNA        *
      ******************************************************************
       2660-STORNO-RETRIBUZIONE SECTION.
      *---------------*
           EXEC SQL SELECT RETRIB_BASE,
                           SCATTO_LIVELLO,
                           DATA_DECORRENZA
                      INTO :DCL-CWRETRIB.RETRIB-BASE,
                           :DCL-CWRETRIB.SCATTO-LIVELLO,
                           :DCL-CWRETRIB.DATA-DECORRENZA
                      FROM  CPS04.CWRETRIB
                     WHERE COD_MATRICOLA_DIP = :W-GR-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              SET GRUPPO-MODIFICATO TO TRUE
              MOVE 'RETRIBUZIONE NON PIU'' PRESENTE' TO RD-ESITO
              GO TO 2660-EX
           END-IF.
           IF RETRIB-BASE OF DCL-CWRETRIB NOT =
              RETRIB-DOPO OF DCL-CWRUNIMM OR
              DATA-DECORRENZA OF DCL-CWRETRIB NOT =
              DECORR-DOPO OF DCL-CWRUNIMM
              SET GRUPPO-MODIFICATO TO TRUE
              GO TO 2660-EX
           END-IF.
           IF MODO-ANTEPRIMA
              GO TO 2660-EX
           END-IF.

           MOVE W-GR-MATRICOLA    TO COD-MATRICOLA-DIP OF DCL-CWRETSTO.
           MOVE RETRIB-BASE       OF DCL-CWRETRIB
                                  TO RETRIB-BASE       OF DCL-CWRETSTO.
           MOVE SCATTO-LIVELLO    OF DCL-CWRETRIB
                                  TO SCATTO-LIVELLO    OF DCL-CWRETSTO.
           MOVE DATA-DECORRENZA   OF DCL-CWRETRIB
                                  TO DATA-DECORRENZA   OF DCL-CWRETSTO.
           MOVE W-UTENTE-APPROVANTE
                                  TO UTENTE-AGGIORNAMENTO
                                        OF DCL-CWRETSTO.
           MOVE W-DATA-AGG  TO DATA-AGGIORNAMENTO   OF DCL-CWRETSTO.
           MOVE W-ORA-AGG   TO ORA-AGGIORNAMENTO    OF DCL-CWRETSTO.
           EXEC SQL INSERT INTO CPS04.CWRETSTO
                         VALUES (:DCL-CWRETSTO.COD-MATRICOLA-DIP,
                                 :DCL-CWRETSTO.RETRIB-BASE,
                                 :DCL-CWRETSTO.SCATTO-LIVELLO,
                                 :DCL-CWRETSTO.DATA-DECORRENZA,
                                 :DCL-CWRETSTO.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWRETSTO.DATA-AGGIORNAMENTO,
                                 :DCL-CWRETSTO.ORA-AGGIORNAMENTO)
           END-EXEC.

           EXEC SQL UPDATE CPS04.CWRETRIB
                       SET RETRIB_BASE     = :W-PRIMA-RETRIB,
                           DATA_DECORRENZA = :W-PRIMA-DECORR
                     WHERE COD_MATRICOLA_DIP = :W-GR-MATRICOLA
           END-EXEC.

       2660-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE STORNREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-SCHEDE TO W-BR-LETTI
              MOVE W-TOT-STORNATE TO W-BR-SCRITTI
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
           MOVE 'RUN ESAMINATI                         : '
             TO RT-DESCR.
           MOVE W-CONTA-SCHEDE    TO RT-TOT.
           MOVE R-RIGA-TOT        TO STORNREP-REC.
           WRITE STORNREP-REC.
           MOVE 'RICHIESTE DI STORNO APERTE            : '
             TO RT-DESCR.
           MOVE W-CONTA-RICHIESTE TO RT-TOT.
           MOVE R-RIGA-TOT        TO STORNREP-REC.
           WRITE STORNREP-REC.
           MOVE 'RIGHE STORNATE IN TOTALE              : '
             TO RT-DESCR.
           MOVE W-TOT-STORNATE    TO RT-TOT.
           MOVE R-RIGA-TOT        TO STORNREP-REC.
           WRITE STORNREP-REC.

           DISPLAY 'CY33DEMO - RUN ESAMINATI     : ' W-CONTA-SCHEDE.
           DISPLAY 'CY33DEMO - RICHIESTE APERTE  : ' W-CONTA-RICHIESTE.
           DISPLAY 'CY33DEMO - RIGHE STORNATE    : ' W-TOT-STORNATE.

           CLOSE STORNREP.

           MOVE W-CONTA-SCHEDE TO W-BR-LETTI.
           MOVE W-TOT-STORNATE TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
