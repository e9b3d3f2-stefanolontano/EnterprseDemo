       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX56DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : COMUNICAZIONI OBBLIGATORIE UNILAV: RILEVA-   *
      *                   ZIONE GIORNALIERA DEGLI EVENTI E FILE DI     *
      *                   INVIO AL PORTALE DEL MINISTERO               *
      * TIPO OPERAZIONE : BATCH DI ESTRAZIONE                          *
      * TABELLE USATE   : CPS04.CWCOMOBB, CPS04.CWAPPROV,              *
      *                   CPS04.CWCONTRA, CPS04.CWPARTT,               *
      *                   CPS04.CWCESSAZ, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWSOCIETA                              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  AGGIUNTI IN CODA AL RECORD UNILAV IL CODICE     *
      *                SOCIETA' E IL CODICE FISCALE DEL DATORE DI      *
      *                LAVORO (CWSOCIETA, 145 BYTE); LE COMUNICAZIONI  *
      *                ESCONO RAGGRUPPATE PER SOCIETA'                 *
      ******************************************************************
      ******************************************************************
      * OGNI ASSUNZIONE, PROROGA DI CONTRATTO A TERMINE, TRASFORMAZIONE*
      * A PART-TIME E CESSAZIONE VA COMUNICATA AL SISTEMA CO DEL       *
      * MINISTERO ENTRO I TERMINI DI LEGGE. IL BATCH, DA LANCIARE OGNI *
      * GIORNO DOPO CW39DEMO E CW67DEMO, RILEVA GLI EVENTI:            *
      *   - 'AS' ASSUNZIONI APPROVATE DA CW18DEMO (CWAPPROV TIPO 'I'   *
      *     STATO 'A'): SCADENZA IL GIORNO PRECEDENTE L'ASSUNZIONE;    *
      *   - 'PR' PROROGHE DI CW67DEMO (CWCONTRA 'TD' CON RINNOVI,      *
      *     IN CORSO): LA NUOVA SCADENZA IDENTIFICA LA PROROGA, IL     *
      *     TERMINE DECORRE DALLA DATA DI RILEVAZIONE;                 *
      *   - 'TR' TRASFORMAZIONI DI CX04DEMO (CWPARTT, DECORRENZA);     *
      *   - 'CE' CESSAZIONI ESEGUITE DA CW39DEMO (CWCESSAZ 'E').       *
      * PER PROROGHE, TRASFORMAZIONI E CESSAZIONI IL TERMINE E' DI     *
      * COGGTERM GIORNI (CWPARAM, DEFAULT 5). GLI EVENTI DATATI SONO   *
      * RILEVATI FINO A COGGRETRO GIORNI ALL'INDIETRO (DEFAULT 30).    *
      * OGNI EVENTO NUOVO DIVENTA UNA RIGA CPS04.CWCOMOBB IN STATO 'D' *
      * (LA CHIAVE MATRICOLA/TIPO/DATA EVENTO IMPEDISCE I DOPPIONI);   *
      * TUTTE LE RIGHE 'D' VENGONO POI SCRITTE SUL FILE UNILAV PER IL  *
      * CARICAMENTO SUL PORTALE E PASSATE A 'I' (INVIATA) CON LA DATA  *
      * DI INVIO. LE RICEVUTE SONO CARICATE DA CX57DEMO, LE            *
      * COMUNICAZIONI SCADUTE O RIFIUTATE ELENCATE DA CX58DEMO.        *
      * IL DATORE DI LAVORO DI OGNI COMUNICAZIONE E' LA SOCIETA' DEL   *
      * GRUPPO DELLA MATRICOLA AL MOMENTO DELL'INVIO.                  *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNILAV         ASSIGN TO UNILAV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-UNILAV.

       DATA DIVISION.
       FILE SECTION.
       FD  UNILAV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 145 CHARACTERS.
       01  UNILAV-REC.
           05  UL-CODICE-CO.
               10  UL-TIPO-CO             PIC X(2).
               10  UL-MATRICOLA           PIC 9(5).
               10  UL-DATA-EVENTO         PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  UL-COD-FISC                PIC X(16).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  UL-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  UL-NOME                    PIC X(15).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  UL-DATA-NASCITA            PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  UL-TIPO-CONTRATTO          PIC X(2).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  UL-DATA-FINE-CONTR         PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  UL-PERC-PARTTIME           PIC 9(3)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  UL-DATA-SCADENZA           PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  UL-COD-SOCIETA             PIC X(4).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  UL-CF-DATORE               PIC X(16).

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
      *    CONTROLLO STANDARD DI PROPEDEUTICITA' E CALENDARIO DI       *
      *    ESECUZIONE (CPS04.CWBATDIP / CPS04.CWRUNCAL - SEZIONI       *
      *    1905/1906, UGUALI IN TUTTI I BATCH DELLA CATENA)            *
      * -------------------------------------------------------------- *
       01  W-PC-DATA-8.
           05  W-PC-AAAA                  PIC 9(4).
           05  W-PC-MM                    PIC 9(2).
           05  W-PC-GG                    PIC 9(2).
       01  W-PC-DATA.
           05  W-PC-DT-AAAA               PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-PC-DT-MM                 PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-PC-DT-GG                 PIC X(2).
       01  W-PC-PROPEDEUTICO              PIC X(8)    VALUE SPACES.
       01  W-PC-ESITO-RICH                PIC X(1)    VALUE SPACE.
       01  W-PC-CONTA                     PIC S9(9)   COMP VALUE +0.
       01  W-PC-SQLCODE                   PIC S9(3)   COMP VALUE +0.
           88  W-PC-SQLCODE-OK                        VALUE +0.
           88  W-PC-SQLCODE-FINE                      VALUE +100.
       01  W-PC-GIORNI                    PIC X(7)    VALUE SPACES.
       01  W-PC-SALTA-FESTIVI             PIC X(1)    VALUE SPACE.
       01  W-PC-GIORNO-SETT               PIC S9(9)   COMP VALUE +0.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE VARIABILI HOST                                  *
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX56DEMO'.
       01  W-FS-UNILAV                    PIC  X(2)   VALUE ZEROES.
           88  FS-UNILAV-OK                           VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-EVENTI                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NUOVI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NUOVI-AS               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NUOVI-PR               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NUOVI-TR               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NUOVI-CE               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-INVIATI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-ESISTE                 PIC S9(9)   COMP VALUE +0.
       01  W-GG-RETRO                     PIC S9(3)   COMP-3 VALUE +30.
       01  W-GG-TERMINE                   PIC S9(3)   COMP-3 VALUE +5.
       01  W-DATA-LIMITE                  PIC X(10)   VALUE SPACES.
      * ---
      * EVENTO CORRENTE, PREPARATO DALLE SEZIONI DI RILEVAZIONE PER LA
      * REGISTRAZIONE COMUNE (SEZIONE 2500)
      * ---
       01  W-EV-MATRICOLA                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-EV-TIPO-CO                   PIC X(2)    VALUE SPACES.
       01  W-EV-DATA                      PIC X(10)   VALUE SPACES.
       01  W-EV-COD-FISC                  PIC X(16)   VALUE SPACES.
       01  W-EV-TIPO-CONTR                PIC X(2)    VALUE SPACES.
       01  W-EV-FINE-CONTR                PIC X(10)   VALUE SPACES.
       01  W-EV-PERC                      PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-EV-BASE-SCAD                 PIC X(10)   VALUE SPACES.
       01  W-EV-GG-SCAD                   PIC S9(3)   COMP-3 VALUE 0.
       01  W-EV-SCADENZA                  PIC X(10)   VALUE SPACES.
      * ---
      * RIGA DA INVIARE LETTA DAL CURSORE CUR-INV56
      * ---
       01  W-INV-COGNOME                  PIC X(30)   VALUE SPACES.
       01  W-INV-NOME                     PIC X(15)   VALUE SPACES.
       01  W-INV-DATA-NASCITA             PIC X(10)   VALUE SPACES.
       01  W-INV-SOCIETA                  PIC X(4)    VALUE SPACES.
       01  W-INV-CF-DATORE                PIC X(16)   VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWBDIP  END-EXEC.

           EXEC SQL  INCLUDE CWRCAL  END-EXEC.

      * -------------------------------------------------------------- *
      * PREREQUISITI CENSITI PER QUESTO PROGRAMMA (SEZIONE 1905)       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-BDIP CURSOR FOR
                    SELECT  PGM_PROPEDEUTICO,
                            ESITO_RICHIESTO
                    FROM CPS04.CWBATDIP
                    WHERE NOME_PGM = :W-NOME-PGM
           END-EXEC.

           EXEC SQL  INCLUDE CWCOBB  END-EXEC.

           EXEC SQL  INCLUDE CWAPPR  END-EXEC.

           EXEC SQL  INCLUDE CWCNTR  END-EXEC.

           EXEC SQL  INCLUDE CWPTT   END-EXEC.

           EXEC SQL  INCLUDE CWCESS  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

      * -------------------------------------------------------------- *
      * ASSUNZIONI APPROVATE (RICHIESTE DI INSERIMENTO DI CW18DEMO)    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-ASS56 CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            COD_FISC,
                            DATA_ASSUNZIONE,
                            TIPO_CONTRATTO,
                            DATA_FINE_CONTR
                    FROM    CPS04.CWAPPROV
                    WHERE   TIPO_RICHIESTA  = 'I'
                    AND     STATO_RICHIESTA = 'A'
                    AND     DATA_ASSUNZIONE >= :W-DATA-LIMITE
           END-EXEC.

      * -------------------------------------------------------------- *
      * CONTRATTI A TERMINE PROROGATI E IN CORSO (CW67DEMO)            *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-PRO56 CURSOR FOR
                    SELECT  C.COD_MATRICOLA_DIP,
                            D.COD_FISC,
                            C.DATA_FINE
                    FROM    CPS04.CWCONTRA C,
                            CPS04.CWDIPENDENTI D
                    WHERE   C.COD_MATRICOLA_DIP =
                            D.COD_MATRICOLA_DIP
                    AND     C.TIPO_CONTRATTO = 'TD'
                    AND     C.NUM_RINNOVI    > 0
                    AND     C.DATA_FINE     >= :W-BR-DATA
           END-EXEC.

      * -------------------------------------------------------------- *
      * TRASFORMAZIONI DI ORARIO (CX04DEMO) CON DECORRENZA RECENTE     *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-TRA56 CURSOR FOR
                    SELECT  P.COD_MATRICOLA_DIP,
                            D.COD_FISC,
                            P.DATA_DECORRENZA,
                            P.PERC_PARTTIME
                    FROM    CPS04.CWPARTT P,
                            CPS04.CWDIPENDENTI D
                    WHERE   P.COD_MATRICOLA_DIP =
                            D.COD_MATRICOLA_DIP
                    AND     P.DATA_DECORRENZA >= :W-DATA-LIMITE
           END-EXEC.

      * -------------------------------------------------------------- *
      * CESSAZIONI ESEGUITE DA CW39DEMO                                *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-CES56 CURSOR FOR
                    SELECT  S.COD_MATRICOLA_DIP,
                            D.COD_FISC,
                            S.DATA_CESSAZIONE
                    FROM    CPS04.CWCESSAZ S,
                            CPS04.CWDIPENDENTI D
                    WHERE   S.COD_MATRICOLA_DIP =
                            D.COD_MATRICOLA_DIP
                    AND     S.STATO_CESSAZIONE = 'E'
                    AND     S.DATA_CESSAZIONE >= :W-DATA-LIMITE
           END-EXEC.

      * -------------------------------------------------------------- *
      * COMUNICAZIONI DA INVIARE, PER SOCIETA' DEL GRUPPO (DATORE DI   *
      * LAVORO) E IN ORDINE DI SCADENZA                                *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-INV56 CURSOR FOR
                    SELECT  O.COD_MATRICOLA_DIP,
                            O.TIPO_CO,
                            O.DATA_EVENTO,
                            O.COD_FISC,
                            O.TIPO_CONTRATTO,
                            O.DATA_FINE_CONTR,
                            O.PERC_PARTTIME,
                            O.DATA_SCADENZA_CO,
                            D.COGNOME,
                            D.NOME,
                            D.DATA_NASCITA,
                            D.COD_SOCIETA,
                            COALESCE(S.COD_FISCALE, ' ')
                    FROM    CPS04.CWCOMOBB O
                            INNER JOIN CPS04.CWDIPENDENTI D
                            ON  D.COD_MATRICOLA_DIP =
                                O.COD_MATRICOLA_DIP
                            LEFT OUTER JOIN CPS04.CWSOCIETA S
                            ON  S.COD_SOCIETA = D.COD_SOCIETA
                    WHERE   O.STATO_CO = 'D'
                    ORDER BY D.COD_SOCIETA,
                             O.DATA_SCADENZA_CO,
                             O.COD_MATRICOLA_DIP
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
      * ---
      * CONTROLLI STANDARD DI AVVIABILITA' (PROPEDEUTICITA' E
      * CALENDARIO DI ESECUZIONE)
      * ---
           PERFORM 1905-CONTROLLA-PROPEDEUTICO.
           PERFORM 1906-CONTROLLA-CALENDARIO.
           PERFORM 1900-REGISTRA-INIZIO.

           OPEN OUTPUT UNILAV.
           IF NOT FS-UNILAV-OK
              DISPLAY '** ERRORE OPEN UNILAV, FILE STATUS: '
                      W-FS-UNILAV
              STOP RUN
           END-IF.

           PERFORM 1100-LEGGI-TERMINI.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * TERMINI DA CWPARAM (CON I DEFAULT SE NON CENSITI) E DATA       *
      * LIMITE DI RILEVAZIONE DEGLI EVENTI DATATI                      *
      ******************************************************************
       1100-LEGGI-TERMINI SECTION.
      *------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'COGGRETRO'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-GG-RETRO
           END-IF.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'COGGTERM'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-GG-TERMINE
           END-IF.

           EXEC SQL SELECT CHAR(DATE(:W-BR-DATA) - :W-GG-RETRO DAYS,
                                ISO)
                      INTO :W-DATA-LIMITE
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

      * ---
      * RILEVAZIONE DEGLI EVENTI DALLE QUATTRO FONTI
      * ---
           EXEC SQL OPEN CUR-ASS56 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2100-FETCH-ASSUNZIONE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-ASS56 END-EXEC.

           EXEC SQL OPEN CUR-PRO56 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2200-FETCH-PROROGA UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-PRO56 END-EXEC.

           EXEC SQL OPEN CUR-TRA56 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2300-FETCH-TRASFORMAZIONE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-TRA56 END-EXEC.

           EXEC SQL OPEN CUR-CES56 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2400-FETCH-CESSAZIONE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-CES56 END-EXEC.

      * ---
      * INVIO: TUTTE LE COMUNICAZIONI ANCORA 'D' SUL FILE UNILAV
      * ---
           EXEC SQL OPEN CUR-INV56 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2600-FETCH-INVIO UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-INV56 END-EXEC.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * ASSUNZIONE: VA COMUNICATA ENTRO IL GIORNO PRECEDENTE L'INIZIO  *
      * DEL RAPPORTO; TIPO E SCADENZA DEL CONTRATTO SONO QUELLI        *
      * RACCOLTI DA CW04DEMO SULLA RICHIESTA                           *
      ******************************************************************
       2100-FETCH-ASSUNZIONE SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-ASS56
                    INTO  :DCL-CWAPPROV.COD-MATRICOLA-DIP,
                          :DCL-CWAPPROV.COD-FISC,
                          :DCL-CWAPPROV.DATA-ASSUNZIONE,
                          :DCL-CWAPPROV.TIPO-CONTRATTO,
                          :DCL-CWAPPROV.DATA-FINE-CONTR
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2100-EX
           END-IF.

           MOVE COD-MATRICOLA-DIP OF DCL-CWAPPROV TO W-EV-MATRICOLA.
           MOVE 'AS'                              TO W-EV-TIPO-CO.
           MOVE DATA-ASSUNZIONE   OF DCL-CWAPPROV TO W-EV-DATA
                                                     W-EV-BASE-SCAD.
           MOVE COD-FISC          OF DCL-CWAPPROV TO W-EV-COD-FISC.
           MOVE TIPO-CONTRATTO    OF DCL-CWAPPROV TO W-EV-TIPO-CONTR.
           MOVE DATA-FINE-CONTR   OF DCL-CWAPPROV TO W-EV-FINE-CONTR.
           MOVE 100                               TO W-EV-PERC.
           MOVE -1                                TO W-EV-GG-SCAD.
           PERFORM 2500-REGISTRA-EVENTO.
           IF W-CONTA-ESISTE = 0
              ADD 1 TO W-CONTA-NUOVI-AS
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * PROROGA: LA DATA DELL'EVENTO E' LA NUOVA SCADENZA DEL          *
      * CONTRATTO (UNA PER OGNI RINNOVO), IL TERMINE DECORRE DAL GIORNO*
      * IN CUI LA PROROGA VIENE RILEVATA (IL RINNOVO DI CW67DEMO       *
      * AVVIENE ALLA SCADENZA PRECEDENTE, NELLA STESSA NOTTE)          *
      ******************************************************************
       2200-FETCH-PROROGA SECTION.
      *------------------*
           EXEC SQL FETCH CUR-PRO56
                    INTO  :DCL-CWCONTRA.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COD-FISC,
                          :DCL-CWCONTRA.DATA-FINE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2200-EX
           END-IF.

           MOVE COD-MATRICOLA-DIP OF DCL-CWCONTRA TO W-EV-MATRICOLA.
           MOVE 'PR'                              TO W-EV-TIPO-CO.
           MOVE DATA-FINE         OF DCL-CWCONTRA TO W-EV-DATA
                                                     W-EV-FINE-CONTR.
           MOVE COD-FISC          OF DCL-CPSDIP   TO W-EV-COD-FISC.
           MOVE 'TD'                              TO W-EV-TIPO-CONTR.
           MOVE 100                               TO W-EV-PERC.
           MOVE W-BR-DATA                         TO W-EV-BASE-SCAD.
           MOVE W-GG-TERMINE                      TO W-EV-GG-SCAD.
           PERFORM 2500-REGISTRA-EVENTO.
           IF W-CONTA-ESISTE = 0
              ADD 1 TO W-CONTA-NUOVI-PR
           END-IF.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * TRASFORMAZIONE DELL'ORARIO: UNA COMUNICAZIONE PER OGNI NUOVA   *
      * DECORRENZA DI CWPARTT (ANCHE IL RITORNO AL TEMPO PIENO)        *
      ******************************************************************
       2300-FETCH-TRASFORMAZIONE SECTION.
      *-------------------------*
           EXEC SQL FETCH CUR-TRA56
                    INTO  :DCL-CWPARTT.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COD-FISC,
                          :DCL-CWPARTT.DATA-DECORRENZA,
                          :DCL-CWPARTT.PERC-PARTTIME
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2300-EX
           END-IF.

           MOVE COD-MATRICOLA-DIP OF DCL-CWPARTT TO W-EV-MATRICOLA.
           MOVE 'TR'                             TO W-EV-TIPO-CO.
           MOVE DATA-DECORRENZA   OF DCL-CWPARTT TO W-EV-DATA
                                                    W-EV-BASE-SCAD.
           MOVE COD-FISC          OF DCL-CPSDIP  TO W-EV-COD-FISC.
           MOVE SPACES                           TO W-EV-TIPO-CONTR
                                                    W-EV-FINE-CONTR.
           MOVE PERC-PARTTIME     OF DCL-CWPARTT TO W-EV-PERC.
           MOVE W-GG-TERMINE                     TO W-EV-GG-SCAD.
           PERFORM 2500-REGISTRA-EVENTO.
           IF W-CONTA-ESISTE = 0
              ADD 1 TO W-CONTA-NUOVI-TR
           END-IF.

       2300-EX. EXIT.
      *
      *
       2400-FETCH-CESSAZIONE SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-CES56
                    INTO  :DCL-CWCESSAZ.COD-MATRICOLA-DIP,
                          :DCL-CPSDIP.COD-FISC,
                          :DCL-CWCESSAZ.DATA-CESSAZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2400-EX
           END-IF.

           MOVE COD-MATRICOLA-DIP OF DCL-CWCESSAZ TO W-EV-MATRICOLA.
           MOVE 'CE'                              TO W-EV-TIPO-CO.
           MOVE DATA-CESSAZIONE   OF DCL-CWCESSAZ TO W-EV-DATA
                                                     W-EV-BASE-SCAD.
           MOVE COD-FISC          OF DCL-CPSDIP   TO W-EV-COD-FISC.
           MOVE SPACES                            TO W-EV-TIPO-CONTR
                                                     W-EV-FINE-CONTR.
           MOVE 0                                 TO W-EV-PERC.
           MOVE W-GG-TERMINE                      TO W-EV-GG-SCAD.
           PERFORM 2500-REGISTRA-EVENTO.
           IF W-CONTA-ESISTE = 0
              ADD 1 TO W-CONTA-NUOVI-CE
           END-IF.

       2400-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRAZIONE COMUNE DI UN EVENTO: SE LA COMUNICAZIONE ESISTE  *
      * GIA' (STESSA MATRICOLA, TIPO E DATA EVENTO) NON SI FA NULLA,   *
      * ALTRIMENTI SI CALCOLA LA SCADENZA (BASE + GIORNI DI TERMINE)   *
      * E SI INSERISCE LA RIGA IN STATO 'D'                            *
      ******************************************************************
       2500-REGISTRA-EVENTO SECTION.
      *--------------------*
           ADD 1 TO W-CONTA-EVENTI.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-ESISTE
                      FROM CPS04.CWCOMOBB
                     WHERE COD_MATRICOLA_DIP = :W-EV-MATRICOLA
                     AND   TIPO_CO           = :W-EV-TIPO-CO
                     AND   DATA_EVENTO       = :W-EV-DATA
           END-EXEC.
           IF W-CONTA-ESISTE > 0
              GO TO 2500-EX
           END-IF.

           EXEC SQL SELECT CHAR(DATE(:W-EV-BASE-SCAD)
                                + :W-EV-GG-SCAD DAYS, ISO)
                      INTO :W-EV-SCADENZA
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE W-EV-MATRICOLA  TO COD-MATRICOLA-DIP OF DCL-CWCOMOBB.
           MOVE W-EV-TIPO-CO    TO TIPO-CO           OF DCL-CWCOMOBB.
           MOVE W-EV-DATA       TO DATA-EVENTO       OF DCL-CWCOMOBB.
           MOVE W-EV-COD-FISC   TO COD-FISC          OF DCL-CWCOMOBB.
           MOVE W-EV-TIPO-CONTR TO TIPO-CONTRATTO    OF DCL-CWCOMOBB.
           MOVE W-EV-FINE-CONTR TO DATA-FINE-CONTR   OF DCL-CWCOMOBB.
           MOVE W-EV-PERC       TO PERC-PARTTIME     OF DCL-CWCOMOBB.
           MOVE W-EV-SCADENZA   TO DATA-SCADENZA-CO  OF DCL-CWCOMOBB.
           MOVE 'D'             TO STATO-CO          OF DCL-CWCOMOBB.
           MOVE W-BR-DATA       TO DATA-RILEVAZIONE  OF DCL-CWCOMOBB.
           MOVE SPACES          TO DATA-INVIO        OF DCL-CWCOMOBB
                                   PROTOCOLLO        OF DCL-CWCOMOBB
                                   MOTIVO-RIFIUTO    OF DCL-CWCOMOBB
                                   DATA-ESITO        OF DCL-CWCOMOBB.
           EXEC SQL INSERT INTO CPS04.CWCOMOBB
                         VALUES (:DCL-CWCOMOBB.COD-MATRICOLA-DIP,
                                 :DCL-CWCOMOBB.TIPO-CO,
                                 :DCL-CWCOMOBB.DATA-EVENTO,
                                 :DCL-CWCOMOBB.COD-FISC,
                                 :DCL-CWCOMOBB.TIPO-CONTRATTO,
                                 :DCL-CWCOMOBB.DATA-FINE-CONTR,
                                 :DCL-CWCOMOBB.PERC-PARTTIME,
                                 :DCL-CWCOMOBB.DATA-SCADENZA-CO,
                                 :DCL-CWCOMOBB.STATO-CO,
                                 :DCL-CWCOMOBB.DATA-RILEVAZIONE,
                                 :DCL-CWCOMOBB.DATA-INVIO,
                                 :DCL-CWCOMOBB.PROTOCOLLO,
                                 :DCL-CWCOMOBB.MOTIVO-RIFIUTO,
                                 :DCL-CWCOMOBB.DATA-ESITO)
           END-EXEC.
           ADD 1 TO W-CONTA-NUOVI.

       2500-EX. EXIT.
      *
      *
      ******************************************************************
      * UNA COMUNICAZIONE DA INVIARE: RECORD SUL FILE UNILAV E         *
      * PASSAGGIO A 'I' CON LA DATA DI INVIO                           *
      ******************************************************************
       2600-FETCH-INVIO SECTION.
      *----------------*
           EXEC SQL FETCH CUR-INV56
                    INTO  :DCL-CWCOMOBB.COD-MATRICOLA-DIP,
                          :DCL-CWCOMOBB.TIPO-CO,
                          :DCL-CWCOMOBB.DATA-EVENTO,
                          :DCL-CWCOMOBB.COD-FISC,
                          :DCL-CWCOMOBB.TIPO-CONTRATTO,
                          :DCL-CWCOMOBB.DATA-FINE-CONTR,
                          :DCL-CWCOMOBB.PERC-PARTTIME,
                          :DCL-CWCOMOBB.DATA-SCADENZA-CO,
                          :W-INV-COGNOME,
                          :W-INV-NOME,
                          :W-INV-DATA-NASCITA,
                          :W-INV-SOCIETA,
                          :W-INV-CF-DATORE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2600-EX
           END-IF.

           MOVE SPACES                            TO UNILAV-REC.
           MOVE TIPO-CO          OF DCL-CWCOMOBB  TO UL-TIPO-CO.
           MOVE COD-MATRICOLA-DIP OF DCL-CWCOMOBB TO UL-MATRICOLA.
           MOVE DATA-EVENTO      OF DCL-CWCOMOBB  TO UL-DATA-EVENTO.
           MOVE COD-FISC         OF DCL-CWCOMOBB  TO UL-COD-FISC.
           MOVE W-INV-COGNOME                     TO UL-COGNOME.
           MOVE W-INV-NOME                        TO UL-NOME.
           MOVE W-INV-DATA-NASCITA                TO UL-DATA-NASCITA.
           MOVE TIPO-CONTRATTO   OF DCL-CWCOMOBB  TO UL-TIPO-CONTRATTO.
           MOVE DATA-FINE-CONTR  OF DCL-CWCOMOBB
                                             TO UL-DATA-FINE-CONTR.
           MOVE PERC-PARTTIME    OF DCL-CWCOMOBB  TO UL-PERC-PARTTIME.
           MOVE DATA-SCADENZA-CO OF DCL-CWCOMOBB  TO UL-DATA-SCADENZA.
           MOVE W-INV-SOCIETA                     TO UL-COD-SOCIETA.
           MOVE W-INV-CF-DATORE                   TO UL-CF-DATORE.
           WRITE UNILAV-REC.

           EXEC SQL UPDATE CPS04.CWCOMOBB
                       SET STATO_CO   = 'I',
                           DATA_INVIO = :W-BR-DATA
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWCOMOBB.COD-MATRICOLA-DIP
                     AND   TIPO_CO     = :DCL-CWCOMOBB.TIPO-CO
                     AND   DATA_EVENTO = :DCL-CWCOMOBB.DATA-EVENTO
           END-EXEC.
           ADD 1 TO W-CONTA-INVIATI.

       2600-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE UNILAV.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-EVENTI  TO W-BR-LETTI
              MOVE W-CONTA-INVIATI TO W-BR-SCRITTI
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
      ******************************************************************
      * CONTROLLO STANDARD DI AVVIABILITA', UGUALE IN TUTTI I BATCH    *
      * DELLA CATENA NOTTURNA: LE PROPEDEUTICITA' VENGONO DALLA        *
      * TABELLA CPS04.CWBATDIP (PREREQUISITO ED ESITO CWBATCHRUN       *
      * RICHIESTO NELLA STESSA DATA) E IL CALENDARIO DI ESECUZIONE     *
      * DALLA TABELLA CPS04.CWRUNCAL (GIORNI AMMESSI E SALTO DELLE     *
      * FESTIVITA' CWCALEND). SENZA RIGHE CENSITE IL BATCH PARTE.      *
      * VISTA DI PIANIFICAZIONE DELLA CATENA: CX39DEMO                 *
      ******************************************************************
       1905-CONTROLLA-PROPEDEUTICO SECTION.
      *---------------------------*
           ACCEPT W-PC-DATA-8 FROM DATE YYYYMMDD.
           MOVE W-PC-AAAA TO W-PC-DT-AAAA.
           MOVE W-PC-MM   TO W-PC-DT-MM.
           MOVE W-PC-GG   TO W-PC-DT-GG.

           EXEC SQL OPEN CUR-BDIP END-EXEC.
           MOVE 0 TO W-PC-SQLCODE.
           PERFORM 1907-VERIFICA-PREREQUISITO
                   UNTIL W-PC-SQLCODE-FINE.
           EXEC SQL CLOSE CUR-BDIP END-EXEC.

       1905-EX. EXIT.
      *
      *
       1907-VERIFICA-PREREQUISITO SECTION.
      *--------------------------*
           EXEC SQL FETCH CUR-BDIP
                    INTO :W-PC-PROPEDEUTICO,
                         :W-PC-ESITO-RICH
           END-EXEC.
           MOVE SQLCODE TO W-PC-SQLCODE.
           IF W-PC-SQLCODE-OK
              EXEC SQL SELECT COUNT(*)
                         INTO :W-PC-CONTA
                         FROM CPS04.CWBATCHRUN
                        WHERE NOME_PGM          = :W-PC-PROPEDEUTICO
                        AND   DATA_ELABORAZIONE = :W-PC-DATA
                        AND   ESITO             = :W-PC-ESITO-RICH
              END-EXEC
              IF W-PC-CONTA = 0
                 DISPLAY '** ' W-NOME-PGM ' NON AVVIABILE: '
                         'PREREQUISITO ' W-PC-PROPEDEUTICO
                         ' NON COMPLETATO PER LA DATA ' W-PC-DATA
                 STOP RUN
              END-IF
           END-IF.

       1907-EX. EXIT.
      *
      *
       1906-CONTROLLA-CALENDARIO SECTION.
      *-------------------------*
           EXEC SQL SELECT GIORNI_SETTIMANA, SALTA_FESTIVI
                      INTO :W-PC-GIORNI,
                           :W-PC-SALTA-FESTIVI
                      FROM CPS04.CWRUNCAL
                     WHERE NOME_PGM = :W-NOME-PGM
           END-EXEC.
           IF SQLCODE = +100
              GO TO 1906-EX
           END-IF.

           EXEC SQL SELECT DAYOFWEEK_ISO(DATE(:W-PC-DATA))
                      INTO :W-PC-GIORNO-SETT
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF W-PC-GIORNI (W-PC-GIORNO-SETT:1) NOT = 'S'
              DISPLAY '** ' W-NOME-PGM ' NON PREVISTO OGGI DAL '
                      'CALENDARIO DI ESECUZIONE (CWRUNCAL)'
              STOP RUN
           END-IF.

           IF W-PC-SALTA-FESTIVI = 'S'
              EXEC SQL SELECT COUNT(*)
                         INTO :W-PC-CONTA
                         FROM CPS04.CWCALEND
                        WHERE DATA_FESTA = :W-PC-DATA
              END-EXEC
              IF W-PC-CONTA > 0
                 DISPLAY '** ' W-NOME-PGM ' NON ESEGUITO: GIORNO '
                         'FESTIVO DA CALENDARIO (CWCALEND)'
                 STOP RUN
              END-IF
           END-IF.

       1906-EX. EXIT.
      *
      *
       3000-FINE-ELAB SECTION.
      *-----------------------
           DISPLAY 'CX56DEMO - EVENTI ESAMINATI     : ' W-CONTA-EVENTI.
           DISPLAY 'CX56DEMO - NUOVE ASSUNZIONI     : '
                   W-CONTA-NUOVI-AS.
           DISPLAY 'CX56DEMO - NUOVE PROROGHE       : '
                   W-CONTA-NUOVI-PR.
           DISPLAY 'CX56DEMO - NUOVE TRASFORMAZIONI : '
                   W-CONTA-NUOVI-TR.
           DISPLAY 'CX56DEMO - NUOVE CESSAZIONI     : '
                   W-CONTA-NUOVI-CE.
           DISPLAY 'CX56DEMO - COMUNICAZIONI INVIATE: ' W-CONTA-INVIATI.

           CLOSE UNILAV.

           MOVE W-CONTA-EVENTI  TO W-BR-LETTI.
           MOVE W-CONTA-INVIATI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
