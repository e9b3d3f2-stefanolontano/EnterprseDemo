       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX81DEMO.
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : (ROUTINE - NESSUNA TRANSID)                  *
      * OGGETTO         : PIANO SETTIMANALE DEL LAVORO AGILE           *
      * DATA CREAZIONE  : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      *================================================================*
      * RICEVE IN LINK (COPY CWCX81) LA MATRICOLA, IL LUNEDI' DELLA    *
      * SETTIMANA E I CINQUE INDICATORI DEI GIORNI DA REMOTO. IN       *
      * LETTURA ('L') RESTITUISCE IL PIANO REGISTRATO SU CWSMPIAN; IN  *
      * REGISTRAZIONE ('R') CONTROLLA CHE OGNI GIORNO DA REMOTO SIA    *
      * COPERTO DA UN ACCORDO ATTIVO SU CWSMACC E CHE IL NUMERO DI     *
      * GIORNI NON SUPERI IL MASSIMO SETTIMANALE DELL'ACCORDO, POI     *
      * SOSTITUISCE IL PIANO DAL GIORNO CORRENTE IN AVANTI (I GIORNI   *
      * GIA' TRASCORSI NON SI TOCCANO). CHIAMATA DAL CHIOSCO CW76DEMO  *
      * (PF8) E DALLA GESTIONE DEGLI ACCORDI CX80DEMO.                 *
      *================================================================*
      * COPY DI LAVORO ===> CWCX81                                     *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *
       COPY  CWCX81.
      *
       01  W-SQLCODE               PIC S9(3) COMP VALUE +0.
           88  W-SQLCODE-OK                       VALUE +0.
           88  W-SQLCODE-NOT-FOUND                VALUE +100.
       01  W-COUNT                 PIC S9(9) COMP VALUE +0.
       01  W-GIORNO-SETT           PIC S9(9) COMP VALUE +0.
       01  W-IND                   PIC S9(4) COMP VALUE +0.
       01  W-CONTA-REMOTO          PIC S9(4) COMP VALUE +0.
       01  W-MAX-SETT              PIC S9(1) COMP-3 VALUE +0.
       01  W-MAX-GIORNO            PIC S9(1) COMP-3 VALUE +0.
      * -------------------------------------------------------------- *
      *    DATA DEL LUNEDI' RICEVUTA, PER IL CONTROLLO DI FORMATO      *
      * -------------------------------------------------------------- *
       01  W-DATA-LUNEDI           PIC X(10) VALUE SPACES.
       01  FILLER REDEFINES W-DATA-LUNEDI.
           05  W-AAAA-LUN          PIC X(4).
           05  W-SEP1-LUN          PIC X(1).
           05  W-MM-LUN            PIC X(2).
           05  W-SEP2-LUN          PIC X(1).
           05  W-GG-LUN            PIC X(2).
      * -------------------------------------------------------------- *
      *    LE CINQUE DATE DELLA SETTIMANA, DA LUNEDI' A VENERDI', E I  *
      *    RELATIVI INDICATORI DI LAVORO DA REMOTO                     *
      * -------------------------------------------------------------- *
       01  W-DATE-SETTIMANA.
           05  W-DATA-GG-1         PIC X(10).
           05  W-DATA-GG-2         PIC X(10).
           05  W-DATA-GG-3         PIC X(10).
           05  W-DATA-GG-4         PIC X(10).
           05  W-DATA-GG-5         PIC X(10).
       01  FILLER REDEFINES W-DATE-SETTIMANA.
           05  W-DATA-GG           PIC X(10) OCCURS 5.
       01  W-GIORNI                PIC X(5)  VALUE SPACES.
       01  FILLER REDEFINES W-GIORNI.
           05  W-GIORNO-SW         PIC X(1)  OCCURS 5.
       01  W-DATA-CORR             PIC X(10) VALUE SPACES.
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME                              *
      * -------------------------------------------------------------- *
       01  W-ABSTIME               PIC S9(8) COMP VALUE +0.
       01  W-DATA-OGGI             PIC X(10) VALUE SPACES.
      *
      ******************************************************************
      *    DEFINIZIONE SQLA E TABELLE                                  *
      ******************************************************************
           EXEC SQL  INCLUDE SQLCA   END-EXEC.
           EXEC SQL  INCLUDE CWSMAC  END-EXEC.
           EXEC SQL  INCLUDE CWSMPI  END-EXEC.
      *
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *
       01  DFHCOMMAREA.
           05  FILLER  PIC X OCCURS 1 TO 32767 DEPENDING ON EIBCALEN.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *
       0000-MAIN SECTION.
      *---------*
           MOVE  DFHCOMMAREA      TO  AREA-CX81.
           MOVE  ZERO             TO  RC-CX81.
           MOVE  SPACES           TO  COD-MSG-CX81.
           MOVE  GIORNI-CX81      TO  W-GIORNI.

           EXEC SQL WHENEVER SQLERROR GO TO 8000-ERRORE END-EXEC.

           EXEC CICS ASKTIME    ABSTIME  (W-ABSTIME)       END-EXEC.
           EXEC CICS FORMATTIME ABSTIME  (W-ABSTIME)
                                YYYYMMDD (W-DATA-OGGI)
                                DATESEP  ('-')            END-EXEC.

           PERFORM 1000-CONTROLLA-SETTIMANA.

           IF FUNZIONE-CX81 = 'L'
              PERFORM 1500-LEGGI-PIANO
              MOVE W-GIORNI TO GIORNI-CX81
              PERFORM 9000-FINE
           END-IF.

           PERFORM 1100-CONTROLLA-GIORNI.
           PERFORM 2000-REGISTRA-PIANO.
           MOVE W-GIORNI TO GIORNI-CX81.
           MOVE '295'    TO COD-MSG-CX81.

           PERFORM 9000-FINE.
       0000-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA DATA DEVE ESSERE UN LUNEDI' VALIDO; SE LA CONVERSIONE DB2   *
      * NON RIESCE LA DATA E' SCARTATA SENZA ERRORE DI SISTEMA. IN     *
      * REGISTRAZIONE LA SETTIMANA NON DEVE ESSERE GIA' CONCLUSA       *
      * -------------------------------------------------------------- *
       1000-CONTROLLA-SETTIMANA SECTION.
      *------------------------*
           MOVE DATA-LUNEDI-CX81 TO W-DATA-LUNEDI.
           IF W-AAAA-LUN NOT NUMERIC OR
              W-MM-LUN   NOT NUMERIC OR
              W-GG-LUN   NOT NUMERIC OR
              W-SEP1-LUN NOT = '-'   OR
              W-SEP2-LUN NOT = '-'
              MOVE '290' TO COD-MSG-CX81
              PERFORM 8100-SCARTO
           END-IF.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL SELECT DAYOFWEEK_ISO(DATE(:W-DATA-LUNEDI)),
                           CHAR(DATE(:W-DATA-LUNEDI) + 1 DAY, ISO),
                           CHAR(DATE(:W-DATA-LUNEDI) + 2 DAYS, ISO),
                           CHAR(DATE(:W-DATA-LUNEDI) + 3 DAYS, ISO),
                           CHAR(DATE(:W-DATA-LUNEDI) + 4 DAYS, ISO)
                      INTO :W-GIORNO-SETT,
                           :W-DATA-GG-2,
                           :W-DATA-GG-3,
                           :W-DATA-GG-4,
                           :W-DATA-GG-5
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           EXEC SQL WHENEVER SQLERROR GO TO 8000-ERRORE END-EXEC.

           IF NOT W-SQLCODE-OK OR W-GIORNO-SETT NOT = 1
              MOVE '290' TO COD-MSG-CX81
              PERFORM 8100-SCARTO
           END-IF.
           MOVE W-DATA-LUNEDI TO W-DATA-GG-1.

           IF FUNZIONE-CX81 = 'R' AND W-DATA-GG-5 < W-DATA-OGGI
              MOVE '291' TO COD-MSG-CX81
              PERFORM 8100-SCARTO
           END-IF.
       1000-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLO GIORNO PER GIORNO E DEL MASSIMO SETTIMANALE: IL      *
      * MASSIMO E' IL PIU' BASSO TRA GLI ACCORDI CHE COPRONO I GIORNI  *
      * DA REMOTO DELLA SETTIMANA                                      *
      * -------------------------------------------------------------- *
       1100-CONTROLLA-GIORNI SECTION.
      *---------------------*
           MOVE +0 TO W-CONTA-REMOTO.
           MOVE +5 TO W-MAX-SETT.
           PERFORM 1110-CONTROLLA-GIORNO
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > 5.
           IF W-CONTA-REMOTO > W-MAX-SETT
              MOVE '293' TO COD-MSG-CX81
              PERFORM 8100-SCARTO
           END-IF.
       1100-EX. EXIT.

      * ---
      * I GIORNI GIA' TRASCORSI VALGONO COME REGISTRATI, GLI ALTRI
      * DEVONO ESSERE COPERTI DA UN ACCORDO ATTIVO
      * ---
       1110-CONTROLLA-GIORNO SECTION.
      *---------------------*
           IF W-GIORNO-SW (W-IND) NOT = 'X' AND
              W-GIORNO-SW (W-IND) NOT = SPACE
              MOVE '294' TO COD-MSG-CX81
              PERFORM 8100-SCARTO
           END-IF.
           MOVE W-DATA-GG (W-IND) TO W-DATA-CORR.
           IF W-DATA-CORR < W-DATA-OGGI
              PERFORM 1510-LEGGI-GIORNO
           END-IF.
           IF W-GIORNO-SW (W-IND) = 'X'
              ADD 1 TO W-CONTA-REMOTO
              MOVE +0 TO W-COUNT
              MOVE +0 TO W-MAX-GIORNO
              EXEC SQL SELECT COUNT(*),
                              COALESCE(MIN(MAX_GG_SETT), 0)
                         INTO :W-COUNT,
                              :W-MAX-GIORNO
                         FROM  CPS04.CWSMACC
                        WHERE COD_MATRICOLA_DIP = :MATRICOLA-CX81
                        AND   STATO_ACCORDO     = 'A'
                        AND   DATA_INIZIO      <= :W-DATA-CORR
                        AND   DATA_FINE        >= :W-DATA-CORR
              END-EXEC
              IF W-COUNT = +0
                 MOVE '292' TO COD-MSG-CX81
                 PERFORM 8100-SCARTO
              END-IF
              IF W-MAX-GIORNO < W-MAX-SETT
                 MOVE W-MAX-GIORNO TO W-MAX-SETT
              END-IF
           END-IF.
       1110-EX. EXIT.

      * -------------------------------------------------------------- *
      * PIANO REGISTRATO DELLA SETTIMANA                               *
      * -------------------------------------------------------------- *
       1500-LEGGI-PIANO SECTION.
      *----------------*
           PERFORM 1505-LEGGI-DATA
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > 5.
       1500-EX. EXIT.

       1505-LEGGI-DATA SECTION.
      *---------------*
           MOVE W-DATA-GG (W-IND) TO W-DATA-CORR.
           PERFORM 1510-LEGGI-GIORNO.
       1505-EX. EXIT.

       1510-LEGGI-GIORNO SECTION.
      *-----------------*
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSMPIAN
                     WHERE COD_MATRICOLA_DIP = :MATRICOLA-CX81
                     AND   DATA_SMART        = :W-DATA-CORR
           END-EXEC.
           IF W-COUNT > +0
              MOVE 'X'   TO W-GIORNO-SW (W-IND)
           ELSE
              MOVE SPACE TO W-GIORNO-SW (W-IND)
           END-IF.
       1510-EX. EXIT.

      * -------------------------------------------------------------- *
      * SOSTITUZIONE DEL PIANO DAL GIORNO CORRENTE A FINE SETTIMANA    *
      * -------------------------------------------------------------- *
       2000-REGISTRA-PIANO SECTION.
      *-------------------*
           IF W-DATA-GG-1 > W-DATA-OGGI
              MOVE W-DATA-GG-1 TO W-DATA-CORR
           ELSE
              MOVE W-DATA-OGGI TO W-DATA-CORR
           END-IF.
           EXEC SQL DELETE FROM CPS04.CWSMPIAN
                     WHERE COD_MATRICOLA_DIP = :MATRICOLA-CX81
                     AND   DATA_SMART       >= :W-DATA-CORR
                     AND   DATA_SMART       <= :W-DATA-GG-5
           END-EXEC.
           PERFORM 2100-INSERISCI-GIORNO
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > 5.
       2000-EX. EXIT.

       2100-INSERISCI-GIORNO SECTION.
      *---------------------*
           MOVE W-DATA-GG (W-IND) TO W-DATA-CORR.
           IF W-GIORNO-SW (W-IND) = 'X' AND
              W-DATA-CORR NOT < W-DATA-OGGI
              EXEC SQL INSERT INTO CPS04.CWSMPIAN
                            VALUES (:MATRICOLA-CX81,
                                    :W-DATA-CORR,
                                    :ORIGINE-CX81,
                                    :UTENTE-CX81,
                                    :W-DATA-OGGI)
              END-EXEC
           END-IF.
       2100-EX. EXIT.

       8000-ERRORE SECTION.
      *-----------*
           MOVE 8 TO RC-CX81.
           PERFORM 9000-FINE.
       8000-EX. EXIT.

      * -------------------------------------------------------------- *
      * PIANO SCARTATO: IL MOTIVO E' GIA' IN COD-MSG-CX81              *
      * -------------------------------------------------------------- *
       8100-SCARTO SECTION.
      *-----------*
           MOVE 4 TO RC-CX81.
           PERFORM 9000-FINE.
       8100-EX. EXIT.

       9000-FINE SECTION.
      *---------*
           MOVE AREA-CX81 TO DFHCOMMAREA (1:LL-CX81).
           EXEC CICS RETURN END-EXEC.
       9000-EX. EXIT.
