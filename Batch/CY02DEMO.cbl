       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY02DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : FILE GIORNALIERO INGRESSI / TRASFERIMENTI /  *
      *                   USCITE PER LA GESTIONE DELLE IDENTITA' IT    *
      * TIPO OPERAZIONE : BATCH DI ESTRAZIONE E AGGIORNAMENTO          *
      * TABELLE USATE   : CPS04.CWEVENIT, CPS04.CWAPPROV,              *
      *                   CPS04.CWMOVIM, CPS04.CWCESSAZ,               *
      *                   CPS04.CWDIPENDENTI, CPS04.CWUTENTI,          *
      *                   CPS04.CWPARAM                                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * GLI ACCOUNT DI RETE E DI POSTA DEVONO SEGUIRE GLI EVENTI DEL   *
      * PERSONALE. IL BATCH, DA LANCIARE OGNI GIORNO DOPO CW39DEMO,    *
      * RILEVA GLI EVENTI:                                             *
      *   - 'J' INGRESSI: ASSUNZIONI APPROVATE DA CW18DEMO (CWAPPROV   *
      *     TIPO 'I' STATO 'A'), ALLA DATA DI ASSUNZIONE;              *
      *   - 'M' TRASFERIMENTI: MOVIMENTI CWMOVIM (CW07DEMO, CX08DEMO,  *
      *     CX64DEMO) GIUNTI ALLA DATA DI EFFETTO;                     *
      *   - 'L' USCITE: CESSAZIONI ESEGUITE DA CW39DEMO (CWCESSAZ 'E').*
      * GLI EVENTI SONO RILEVATI FINO A JMLGGRETRO GIORNI ALL'INDIETRO *
      * (CWPARAM, DEFAULT 30). OGNI EVENTO NUOVO DIVENTA UNA RIGA      *
      * CPS04.CWEVENIT IN STATO 'D' (LA CHIAVE MATRICOLA/TIPO/DATA     *
      * EVENTO IMPEDISCE I DOPPIONI) E AGISCE SULLE UTENZE CWUTENTI    *
      * COLLEGATE ALLA MATRICOLA (COD_MATRICOLA_DIP, VEDI CW15DEMO):   *
      *   - TRASFERIMENTO: UTENZA MARCATA DA RIVEDERE (FLAG_REVISIONE  *
      *     'S'), PERCHE' IL PERIMETRO DIPARTIMENTO NON E' PIU' QUELLO *
      *     DEL TITOLARE; L'ELENCO ESCE NELLA RICERTIFICAZIONE CX30DEMO*
      *     E IL FLAG SI AZZERA CON LA VARIAZIONE IN CW15DEMO;         *
      *   - USCITA: UTENZA BLOCCATA ('B') SE ANCORA ATTIVA (DI NORMA   *
      *     LO HA GIA' FATTO CW39DEMO NELLA STESSA NOTTE).             *
      * TUTTE LE RIGHE 'D' VENGONO POI SCRITTE SUL FILE JMLFEED PER IL *
      * SISTEMA DI IDENTITY MANAGEMENT E PASSATE A 'I' (INVIATO) CON   *
      * LA DATA DI INVIO: UN RUN FALLITO LE RIPROPONE AL SUCCESSIVO.   *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JMLFEED        ASSIGN TO JMLFEED
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-JMLFEED.

       DATA DIVISION.
       FILE SECTION.
       FD  JMLFEED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS.
       01  JMLFEED-REC.
           05  JF-TIPO-EVENTO             PIC X(1).
           05  JF-MATRICOLA               PIC 9(5).
           05  JF-DATA-EVENTO             PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  JF-COD-FISC                PIC X(16).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  JF-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  JF-NOME                    PIC X(15).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  JF-COD-SOCIETA             PIC X(4).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  JF-DIPART-PREC             PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  JF-DIPART-NUOVO            PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  JF-QUALIFICA               PIC X(8).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  JF-UTENTE                  PIC X(8).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY02DEMO'.
       01  W-FS-JMLFEED                   PIC  X(2)   VALUE ZEROES.
           88  FS-JMLFEED-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-EVENTI                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NUOVI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NUOVI-J                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NUOVI-M                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NUOVI-L                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-INVIATI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-REVISIONI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-BLOCCHI                PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-ESISTE                 PIC S9(9)   COMP VALUE +0.
       01  W-GG-RETRO                     PIC S9(3)   COMP-3 VALUE +30.
       01  W-DATA-LIMITE                  PIC X(10)   VALUE SPACES.
      * ---
      * EVENTO CORRENTE, PREPARATO DALLE SEZIONI DI RILEVAZIONE PER LA
      * REGISTRAZIONE COMUNE (SEZIONE 2500)
      * ---
       01  W-EV-MATRICOLA                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-EV-TIPO                      PIC X(1)    VALUE SPACE.
       01  W-EV-DATA                      PIC X(10)   VALUE SPACES.
       01  W-EV-DIPART-PREC               PIC X(10)   VALUE SPACES.
       01  W-EV-DIPART-NUOVO              PIC X(10)   VALUE SPACES.
      * ---
      * RIGA DA INVIARE LETTA DAL CURSORE CUR-INVJML
      * ---
       01  W-INV-COD-FISC                 PIC X(16)   VALUE SPACES.
       01  W-INV-COGNOME                  PIC X(30)   VALUE SPACES.
       01  W-INV-NOME                     PIC X(15)   VALUE SPACES.
       01  W-INV-SOCIETA                  PIC X(4)    VALUE SPACES.
       01  W-INV-QUALIFICA                PIC X(8)    VALUE SPACES.
       01  W-INV-UTENTE                   PIC X(8)    VALUE SPACES.

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

           EXEC SQL  INCLUDE CWEVIT  END-EXEC.

           EXEC SQL  INCLUDE CWAPPR  END-EXEC.

           EXEC SQL  INCLUDE CWMOVI  END-EXEC.

           EXEC SQL  INCLUDE CWCESS  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWPARA  END-EXEC.

      * -------------------------------------------------------------- *
      * INGRESSI: ASSUNZIONI APPROVATE DA CW18DEMO                     *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-INGJML CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            DATA_ASSUNZIONE,
                            DIPARTIMENTO
                    FROM    CPS04.CWAPPROV
                    WHERE   TIPO_RICHIESTA  = 'I'
                    AND     STATO_RICHIESTA = 'A'
                    AND     DATA_ASSUNZIONE >= :W-DATA-LIMITE
           END-EXEC.

      * -------------------------------------------------------------- *
      * TRASFERIMENTI GIUNTI ALLA DATA DI EFFETTO                      *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-MOVJML CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            DIPART_PRECEDENTE,
                            DIPART_NUOVO,
                            DATA_EFFETTO
                    FROM    CPS04.CWMOVIM
                    WHERE   DATA_EFFETTO >= :W-DATA-LIMITE
                    AND     DATA_EFFETTO <= :W-BR-DATA
           END-EXEC.

      * -------------------------------------------------------------- *
      * USCITE: CESSAZIONI ESEGUITE DA CW39DEMO                        *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-USCJML CURSOR FOR
                    SELECT  S.COD_MATRICOLA_DIP,
                            S.DATA_CESSAZIONE,
                            D.DIPARTIMENTO
                    FROM    CPS04.CWCESSAZ S,
                            CPS04.CWDIPENDENTI D
                    WHERE   S.COD_MATRICOLA_DIP =
                            D.COD_MATRICOLA_DIP
                    AND     S.STATO_CESSAZIONE = 'E'
                    AND     S.DATA_CESSAZIONE >= :W-DATA-LIMITE
           END-EXEC.

      * -------------------------------------------------------------- *
      * EVENTI DA INVIARE, CON I DATI ANAGRAFICI CORRENTI E LA PRIMA   *
      * UTENZA COLLEGATA ALLA MATRICOLA (SPAZI SE NESSUNA)             *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-INVJML CURSOR FOR
                    SELECT  E.COD_MATRICOLA_DIP,
                            E.TIPO_EVENTO,
                            E.DATA_EVENTO,
                            E.DIPART_PRECEDENTE,
                            E.DIPART_NUOVO,
                            D.COD_FISC,
                            D.COGNOME,
                            D.NOME,
                            D.COD_SOCIETA,
                            D.QUALIFICA_INTERNA,
                            COALESCE((SELECT MIN(U.UTENTE)
                                      FROM   CPS04.CWUTENTI U
                                      WHERE  U.COD_MATRICOLA_DIP =
                                             E.COD_MATRICOLA_DIP),
                                     ' ')
                    FROM    CPS04.CWEVENIT E
                            INNER JOIN CPS04.CWDIPENDENTI D
                            ON  D.COD_MATRICOLA_DIP =
                                E.COD_MATRICOLA_DIP
                    WHERE   E.STATO_INVIO = 'D'
                    ORDER BY E.DATA_EVENTO,
                             E.COD_MATRICOLA_DIP,
                             E.TIPO_EVENTO
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

           OPEN OUTPUT JMLFEED.
           IF NOT FS-JMLFEED-OK
              DISPLAY '** ERRORE OPEN JMLFEED, FILE STATUS: '
                      W-FS-JMLFEED
              STOP RUN
           END-IF.

           PERFORM 1100-LEGGI-FINESTRA.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * FINESTRA DI RILEVAZIONE DA CWPARAM (DEFAULT SE NON CENSITA)    *
      ******************************************************************
       1100-LEGGI-FINESTRA SECTION.
      *-------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'JMLGGRETRO'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-GG-RETRO
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
      * RILEVAZIONE DEGLI EVENTI DALLE TRE FONTI
      * ---
           EXEC SQL OPEN CUR-INGJML END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2100-FETCH-INGRESSO UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-INGJML END-EXEC.

           EXEC SQL OPEN CUR-MOVJML END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2200-FETCH-TRASFERIMENTO UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-MOVJML END-EXEC.

           EXEC SQL OPEN CUR-USCJML END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2300-FETCH-USCITA UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-USCJML END-EXEC.

      * ---
      * INVIO: TUTTI GLI EVENTI ANCORA 'D' SUL FILE JMLFEED
      * ---
           EXEC SQL OPEN CUR-INVJML END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2600-FETCH-INVIO UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-INVJML END-EXEC.

       2000-EX. EXIT.
      *
      *
       2100-FETCH-INGRESSO SECTION.
      *-------------------*
           EXEC SQL FETCH CUR-INGJML
                    INTO  :DCL-CWAPPROV.COD-MATRICOLA-DIP,
                          :DCL-CWAPPROV.DATA-ASSUNZIONE,
                          :DCL-CWAPPROV.DIPARTIMENTO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2100-EX
           END-IF.

           MOVE COD-MATRICOLA-DIP OF DCL-CWAPPROV TO W-EV-MATRICOLA.
           MOVE 'J'                               TO W-EV-TIPO.
           MOVE DATA-ASSUNZIONE   OF DCL-CWAPPROV TO W-EV-DATA.
           MOVE SPACES                            TO W-EV-DIPART-PREC.
           MOVE DIPARTIMENTO      OF DCL-CWAPPROV TO W-EV-DIPART-NUOVO.
           PERFORM 2500-REGISTRA-EVENTO.
           IF W-CONTA-ESISTE = 0
              ADD 1 TO W-CONTA-NUOVI-J
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * TRASFERIMENTO: LE UTENZE COLLEGATE VANNO RIVISTE, IL LORO      *
      * PERIMETRO DIPARTIMENTO E' QUELLO DI PROVENIENZA                *
      ******************************************************************
       2200-FETCH-TRASFERIMENTO SECTION.
      *------------------------*
           EXEC SQL FETCH CUR-MOVJML
                    INTO  :DCL-CWMOVIM.COD-MATRICOLA-DIP,
                          :DCL-CWMOVIM.DIPART-PRECEDENTE,
                          :DCL-CWMOVIM.DIPART-NUOVO,
                          :DCL-CWMOVIM.DATA-EFFETTO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2200-EX
           END-IF.

           MOVE COD-MATRICOLA-DIP OF DCL-CWMOVIM TO W-EV-MATRICOLA.
           MOVE 'M'                              TO W-EV-TIPO.
           MOVE DATA-EFFETTO      OF DCL-CWMOVIM TO W-EV-DATA.
           MOVE DIPART-PRECEDENTE OF DCL-CWMOVIM TO W-EV-DIPART-PREC.
           MOVE DIPART-NUOVO      OF DCL-CWMOVIM TO W-EV-DIPART-NUOVO.
           PERFORM 2500-REGISTRA-EVENTO.
           IF W-CONTA-ESISTE > 0
              GO TO 2200-EX
           END-IF.
           ADD 1 TO W-CONTA-NUOVI-M.

           EXEC SQL UPDATE CPS04.CWUTENTI
                       SET FLAG_REVISIONE = 'S',
                           DATA_REVISIONE = :W-BR-DATA
                     WHERE COD_MATRICOLA_DIP = :W-EV-MATRICOLA
                     AND   STATO_UTENTE      = 'A'
           END-EXEC.
           IF SQLCODE = 0
              ADD SQLERRD(3) TO W-CONTA-REVISIONI
           END-IF.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * USCITA: LE UTENZE COLLEGATE ANCORA ATTIVE VENGONO BLOCCATE     *
      ******************************************************************
       2300-FETCH-USCITA SECTION.
      *-----------------*
           EXEC SQL FETCH CUR-USCJML
                    INTO  :DCL-CWCESSAZ.COD-MATRICOLA-DIP,
                          :DCL-CWCESSAZ.DATA-CESSAZIONE,
                          :DCL-CPSDIP.DIPARTIMENTO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2300-EX
           END-IF.

           MOVE COD-MATRICOLA-DIP OF DCL-CWCESSAZ TO W-EV-MATRICOLA.
           MOVE 'L'                               TO W-EV-TIPO.
           MOVE DATA-CESSAZIONE   OF DCL-CWCESSAZ TO W-EV-DATA.
           MOVE DIPARTIMENTO      OF DCL-CPSDIP   TO W-EV-DIPART-PREC.
           MOVE SPACES                            TO W-EV-DIPART-NUOVO.
           PERFORM 2500-REGISTRA-EVENTO.
           IF W-CONTA-ESISTE > 0
              GO TO 2300-EX
           END-IF.
           ADD 1 TO W-CONTA-NUOVI-L.

           EXEC SQL UPDATE CPS04.CWUTENTI
                       SET STATO_UTENTE = 'B'
                     WHERE COD_MATRICOLA_DIP = :W-EV-MATRICOLA
                     AND   STATO_UTENTE      = 'A'
           END-EXEC.
           IF SQLCODE = 0
              ADD SQLERRD(3) TO W-CONTA-BLOCCHI
           END-IF.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRAZIONE COMUNE DI UN EVENTO: SE ESISTE GIA' (STESSA      *
      * MATRICOLA, TIPO E DATA EVENTO) NON SI FA NULLA, ALTRIMENTI SI  *
      * INSERISCE LA RIGA IN STATO 'D'                                 *
      ******************************************************************
       2500-REGISTRA-EVENTO SECTION.
      *--------------------*
           ADD 1 TO W-CONTA-EVENTI.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-ESISTE
                      FROM CPS04.CWEVENIT
                     WHERE COD_MATRICOLA_DIP = :W-EV-MATRICOLA
                     AND   TIPO_EVENTO       = :W-EV-TIPO
                     AND   DATA_EVENTO       = :W-EV-DATA
           END-EXEC.
           IF W-CONTA-ESISTE > 0
              GO TO 2500-EX
           END-IF.

           MOVE W-EV-MATRICOLA    TO COD-MATRICOLA-DIP OF DCL-CWEVENIT.
           MOVE W-EV-TIPO         TO TIPO-EVENTO       OF DCL-CWEVENIT.
           MOVE W-EV-DATA         TO DATA-EVENTO       OF DCL-CWEVENIT.
           MOVE W-EV-DIPART-PREC  TO DIPART-PRECEDENTE OF DCL-CWEVENIT.
           MOVE W-EV-DIPART-NUOVO TO DIPART-NUOVO      OF DCL-CWEVENIT.
           MOVE 'D'               TO STATO-INVIO       OF DCL-CWEVENIT.
           MOVE W-BR-DATA         TO DATA-RILEVAZIONE  OF DCL-CWEVENIT.
           MOVE SPACES            TO DATA-INVIO        OF DCL-CWEVENIT.
           EXEC SQL INSERT INTO CPS04.CWEVENIT
                         VALUES (:DCL-CWEVENIT.COD-MATRICOLA-DIP,
                                 :DCL-CWEVENIT.TIPO-EVENTO,
                                 :DCL-CWEVENIT.DATA-EVENTO,
                                 :DCL-CWEVENIT.DIPART-PRECEDENTE,
                                 :DCL-CWEVENIT.DIPART-NUOVO,
                                 :DCL-CWEVENIT.STATO-INVIO,
                                 :DCL-CWEVENIT.DATA-RILEVAZIONE,
                                 :DCL-CWEVENIT.DATA-INVIO)
           END-EXEC.
           ADD 1 TO W-CONTA-NUOVI.

       2500-EX. EXIT.
      *
      *
      ******************************************************************
      * UN EVENTO DA INVIARE: RECORD SUL FILE JMLFEED E PASSAGGIO A    *
      * 'I' CON LA DATA DI INVIO                                       *
      ******************************************************************
       2600-FETCH-INVIO SECTION.
      *----------------*
           EXEC SQL FETCH CUR-INVJML
                    INTO  :DCL-CWEVENIT.COD-MATRICOLA-DIP,
                          :DCL-CWEVENIT.TIPO-EVENTO,
                          :DCL-CWEVENIT.DATA-EVENTO,
                          :DCL-CWEVENIT.DIPART-PRECEDENTE,
                          :DCL-CWEVENIT.DIPART-NUOVO,
                          :W-INV-COD-FISC,
                          :W-INV-COGNOME,
                          :W-INV-NOME,
                          :W-INV-SOCIETA,
                          :W-INV-QUALIFICA,
                          :W-INV-UTENTE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 2600-EX
           END-IF.

           MOVE SPACES                             TO JMLFEED-REC.
           MOVE TIPO-EVENTO       OF DCL-CWEVENIT  TO JF-TIPO-EVENTO.
           MOVE COD-MATRICOLA-DIP OF DCL-CWEVENIT  TO JF-MATRICOLA.
           MOVE DATA-EVENTO       OF DCL-CWEVENIT  TO JF-DATA-EVENTO.
           MOVE W-INV-COD-FISC                     TO JF-COD-FISC.
           MOVE W-INV-COGNOME                      TO JF-COGNOME.
           MOVE W-INV-NOME                         TO JF-NOME.
           MOVE W-INV-SOCIETA                      TO JF-COD-SOCIETA.
           MOVE DIPART-PRECEDENTE OF DCL-CWEVENIT  TO JF-DIPART-PREC.
           MOVE DIPART-NUOVO      OF DCL-CWEVENIT  TO JF-DIPART-NUOVO.
           MOVE W-INV-QUALIFICA                    TO JF-QUALIFICA.
           MOVE W-INV-UTENTE                       TO JF-UTENTE.
           WRITE JMLFEED-REC.

           EXEC SQL UPDATE CPS04.CWEVENIT
                       SET STATO_INVIO = 'I',
                           DATA_INVIO  = :W-BR-DATA
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWEVENIT.COD-MATRICOLA-DIP
                     AND   TIPO_EVENTO = :DCL-CWEVENIT.TIPO-EVENTO
                     AND   DATA_EVENTO = :DCL-CWEVENIT.DATA-EVENTO
           END-EXEC.
           ADD 1 TO W-CONTA-INVIATI.

       2600-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE JMLFEED.
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
           DISPLAY 'CY02DEMO - EVENTI ESAMINATI     : ' W-CONTA-EVENTI.
           DISPLAY 'CY02DEMO - NUOVI INGRESSI       : '
                   W-CONTA-NUOVI-J.
           DISPLAY 'CY02DEMO - NUOVI TRASFERIMENTI  : '
                   W-CONTA-NUOVI-M.
           DISPLAY 'CY02DEMO - NUOVE USCITE         : '
                   W-CONTA-NUOVI-L.
           DISPLAY 'CY02DEMO - UTENZE DA RIVEDERE   : '
                   W-CONTA-REVISIONI.
           DISPLAY 'CY02DEMO - UTENZE BLOCCATE      : '
                   W-CONTA-BLOCCHI.
           DISPLAY 'CY02DEMO - EVENTI INVIATI       : ' W-CONTA-INVIATI.

           CLOSE JMLFEED.

           MOVE W-CONTA-EVENTI  TO W-BR-LETTI.
           MOVE W-CONTA-INVIATI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
