       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY24DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CONFLITTI DI SEPARAZIONE DEI COMPITI NELLE   *
      *                   TRANSAZIONI DI MANUTENZIONE (REVISIONE)      *
      * TIPO OPERAZIONE : BATCH DI CONTROLLO                           *
      * TABELLE USATE   : CPS04.CWREGSOD, CPS04.CWSTORICO,             *
      *                   CPS04.CWRETSTO, CPS04.CWBANCHE,              *
      *                   CPS04.CWASSENZE, CPS04.CWAPPROV,             *
      *                   CPS04.CWDELEGA, CPS04.CWUTENTI,              *
      *                   CPS04.CWDIPENDENTI, CPS04.CWDIPART,          *
      *                   SODREP (TABULATO)                            *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * DA LANCIARE IL PRIMO GIORNO DEL MESE: PER IL MESE SOLARE       *
      * PRECEDENTE CONFRONTA LA MATRICOLA DELL'OPERATORE CHE HA FATTO  *
      * OGNI MODIFICA (CPS04.CWUTENTI.COD_MATRICOLA_DIP) CON LA        *
      * MATRICOLA OGGETTO DELLA MODIFICA, SULLE TRACCE DI              *
      * AGGIORNAMENTO: VARIAZIONI ANAGRAFICHE CWSTORICO (CW07DEMO),    *
      * RETRIBUZIONI CWRETSTO (CW33DEMO/CW85DEMO), COORDINATE BANCARIE *
      * CWBANCHE (CW89DEMO), REGISTRAZIONI DI ASSENZA CWASSENZE E      *
      * DECISIONI SULLE RICHIESTE CWAPPROV, ANCHE PRESE IN DELEGA      *
      * (CWDELEGA, CW80DEMO).                                          *
      * I CONFLITTI DA CERCARE SONO LE REGOLE ATTIVE DELLA TABELLA     *
      * CPS04.CWREGSOD (COPY CWRSOD): UNA RIGA PER COPPIA FONTE / TIPO *
      * DI CONFLITTO (S = MODIFICA DEL PROPRIO RECORD, M = MODIFICA    *
      * SUL PROPRIO RESPONSABILE DIRETTO, C = RICHIESTA E DECISIONE    *
      * DELLO STESSO OPERATORE, D = DECISIONE DEL DELEGATO SU UNA      *
      * RICHIESTA DEL DELEGANTE). UNA NUOVA COPPIA SI ATTIVA INSERENDO *
      * LA RIGA, SENZA RILASCI; LE REGOLE NON APPLICABILI SONO         *
      * SEGNALATE SUL TABULATO. IL RESPONSABILE DIRETTO E' IL          *
      * COD_RESPONSABILE DEL DIPARTIMENTO DELL'OPERATORE (DEL          *
      * DIPARTIMENTO PADRE SE L'OPERATORE NE E' IL RESPONSABILE). LE   *
      * UTENZE SENZA MATRICOLA (TECNICHE O ESTERNE) ENTRANO SOLO NEI   *
      * CONFLITTI C E D. IL TABULATO SODREP ELENCA I CONFLITTI E IL    *
      * RIEPILOGO PER REGOLA.                                          *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODREP         ASSIGN TO SODREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-SODREP.

       DATA DIVISION.
       FILE SECTION.
       FD  SODREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  SODREP-REC                     PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY24DEMO'.
       01  W-FS-SODREP                    PIC  X(2)   VALUE ZEROES.
           88  FS-SODREP-OK                           VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-LETTI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-CONFLITTI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-REG-SCARTATE           PIC S9(5)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA: IL MESE SOLARE PRECEDENTE LA DATA DI    *
      *    LANCIO. LE TRACCE HANNO LA DATA DI AGGIORNAMENTO GGMMAA     *
      *    (SI CONFRONTA MMAA), CWAPPROV LA RUN_DATE NUMERICA AAMMGG   *
      * -------------------------------------------------------------- *
       01  W-COMP-AAAA                    PIC 9(4)    VALUE ZERO.
       01  W-COMP-MM                      PIC 9(2)    VALUE ZERO.
       01  W-COMP-SECOLO                  PIC 9(2)    VALUE ZERO.
       01  W-COMP-AA                      PIC 9(2)    VALUE ZERO.
       01  W-COMPETENZA.
           05  W-CMP-AAAA                 PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-CMP-MM                   PIC X(2).
       01  W-MMAA.
           05  W-MMAA-MM                  PIC 9(2).
           05  W-MMAA-AA                  PIC 9(2).
       01  W-RUN-DA                       PIC S9(6)   COMP-3 VALUE +0.
       01  W-RUN-A                        PIC S9(6)   COMP-3 VALUE +0.
      * -------------------------------------------------------------- *
      *    REGOLE ATTIVE DI CWREGSOD, CARICATE A INIZIO RUN, CON IL    *
      *    CONTEGGIO DEI CONFLITTI TROVATI PER REGOLA                  *
      * -------------------------------------------------------------- *
       01  W-MAX-REGOLE                   PIC S9(4)   COMP VALUE +50.
       01  W-NUM-REGOLE                   PIC S9(4)   COMP VALUE +0.
       01  W-IND-REG                      PIC S9(4)   COMP VALUE +0.
       01  W-REG-DELLA-FONTE              PIC S9(4)   COMP VALUE +0.
       01  W-TAB-REGOLE.
           05  W-REG OCCURS 50 TIMES.
               10  W-REG-CODICE           PIC X(8).
               10  W-REG-FONTE            PIC X(2).
               10  W-REG-TIPO             PIC X(1).
               10  W-REG-DESCR            PIC X(40).
               10  W-REG-CONTA            PIC S9(7)   COMP-3.
      * -------------------------------------------------------------- *
      *    EVENTO DELLA TRACCIA IN ESAME                               *
      * -------------------------------------------------------------- *
       01  W-FONTE-CORR                   PIC X(2)    VALUE SPACES.
       01  W-OPERATORE                    PIC X(8)    VALUE SPACES.
       01  W-RICHIEDENTE                  PIC X(8)    VALUE SPACES.
       01  W-MATR-OPER                    PIC S9(5)   COMP-3 VALUE +0.
       01  W-MATR-SOGG                    PIC S9(5)   COMP-3 VALUE +0.
       01  W-MATR-RESP                    PIC S9(5)   COMP-3 VALUE +0.
       01  W-DIPART-PADRE                 PIC X(10)   VALUE SPACES.
       01  W-DETTAGLIO                    PIC X(30)   VALUE SPACES.
       01  W-NUM-DELEGHE                  PIC S9(9)   COMP VALUE +0.
       01  W-DATA-GGMMAA.
           05  W-DG-GG                    PIC X(2).
           05  W-DG-MM                    PIC X(2).
           05  W-DG-AA                    PIC X(2).
       01  W-RUN-DATE-N                   PIC 9(6)    VALUE ZEROES.
       01  W-RUN-DATE-R REDEFINES W-RUN-DATE-N.
           05  W-RD-AA                    PIC X(2).
           05  W-RD-MM                    PIC X(2).
           05  W-RD-GG                    PIC X(2).
       01  W-DATA-EVENTO.
           05  W-DE-GG                    PIC X(2).
           05  FILLER                     PIC X       VALUE '/'.
           05  W-DE-MM                    PIC X(2).
           05  FILLER                     PIC X       VALUE '/'.
           05  W-DE-AA                    PIC X(2).
       01  W-ID-RICH-ED                   PIC 9(7)    VALUE ZEROES.
       01  SW-RESP-CALCOLATO              PIC X(1)    VALUE 'N'.
           88  RESP-CALCOLATO                         VALUE 'S'.
       01  SW-CONFLITTO                   PIC X(1)    VALUE 'N'.
           88  CONFLITTO-TROVATO                      VALUE 'S'.
      * ---
      * ULTIMO OPERATORE DECODIFICATO SU CWUTENTI (I CURSORI SONO
      * ORDINATI PER OPERATORE)
      * ---
       01  W-ULT-OPERATORE                PIC X(8)    VALUE LOW-VALUE.
       01  W-ULT-MATR-OPER                PIC S9(5)   COMP-3 VALUE +0.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(46)  VALUE
               'SEPARAZIONE DEI COMPITI - CONFLITTI DEL MESE '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(80)  VALUE SPACES.
       01  R-INTESTAZ-2.
           05  FILLER                     PIC X(10)  VALUE
               'REGOLA'.
           05  FILLER                     PIC X(4)   VALUE
               'FT'.
           05  FILLER                     PIC X(10)  VALUE
               'DATA'.
           05  FILLER                     PIC X(10)  VALUE
               'OPERATORE'.
           05  FILLER                     PIC X(7)   VALUE
               'MATR.'.
           05  FILLER                     PIC X(7)   VALUE
               'SOGG.'.
           05  FILLER                     PIC X(32)  VALUE
               'DETTAGLIO'.
           05  FILLER                     PIC X(53)  VALUE
               'CONFLITTO'.
       01  R-RIGA-CONFL.
           05  RC-REGOLA                  PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-FONTE                   PIC X(2).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-DATA                    PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-OPERATORE               PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-MATR-OPER               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-MATR-SOGG               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-DETTAGLIO               PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RC-DESCRIZIONE             PIC X(40).
           05  FILLER                     PIC X(13)  VALUE SPACES.
       01  R-RIGA-REG-KO.
           05  FILLER                     PIC X(7)   VALUE
               'REGOLA '.
           05  RK-REGOLA                  PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RK-FONTE                   PIC X(2).
           05  FILLER                     PIC X(1)   VALUE '/'.
           05  RK-TIPO                    PIC X(1).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RK-MOTIVO                  PIC X(50).
           05  FILLER                     PIC X(60)  VALUE SPACES.
       01  R-INTESTAZ-RIEP                PIC X(133) VALUE
           'RIEPILOGO PER REGOLA'.
       01  R-RIGA-RIEP.
           05  RR-REGOLA                  PIC X(8).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RR-FONTE                   PIC X(2).
           05  FILLER                     PIC X(1)   VALUE '/'.
           05  RR-TIPO                    PIC X(1).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RR-DESCRIZIONE             PIC X(40).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RR-CONTA                   PIC ZZZZZZ9.
           05  FILLER                     PIC X(68)  VALUE SPACES.
       01  R-RIGA-TOT.
           05  FILLER                     PIC X(24)  VALUE
               'EVENTI ESAMINATI     : '.
           05  RT-LETTI                   PIC ZZZZZZ9.
           05  FILLER                     PIC X(19)  VALUE
               '   CONFLITTI     : '.
           05  RT-CONFLITTI               PIC ZZZZZZ9.
           05  FILLER                     PIC X(76)  VALUE SPACES.
       01  R-RIGA-NESSUNA-REG             PIC X(133) VALUE
           'NESSUNA REGOLA ATTIVA SU CPS04.CWREGSOD: NESSUN CONTROLLO'.
       01  R-RIGA-NESSUNO                 PIC X(133) VALUE
           'NESSUN CONFLITTO NEL MESE'.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWRSOD  END-EXEC.

           EXEC SQL  INCLUDE CWASSE  END-EXEC.

           EXEC SQL  INCLUDE CWAPPR  END-EXEC.

           EXEC SQL  INCLUDE CWRETS  END-EXEC.

      * -------------------------------------------------------------- *
      * REGOLE ATTIVE DI SEPARAZIONE DEI COMPITI                       *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-REG24 CURSOR FOR
                    SELECT  COD_REGOLA,
                            FONTE,
                            TIPO_CONFLITTO,
                            DESCRIZIONE
                    FROM    CPS04.CWREGSOD
                    WHERE   STATO_REGOLA = 'A'
                    ORDER BY FONTE, COD_REGOLA
           END-EXEC.

      * -------------------------------------------------------------- *
      * TRACCE DI AGGIORNAMENTO DEL MESE, PER OPERATORE                *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-AN24 CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            UTENTE_AGGIORNAMENTO,
                            DATA_AGGIORNAMENTO
                    FROM    CPS04.CWSTORICO
                    WHERE   SUBSTR(DATA_AGGIORNAMENTO,3,4) = :W-MMAA
                    ORDER BY UTENTE_AGGIORNAMENTO, COD_MATRICOLA_DIP
           END-EXEC.

           EXEC SQL DECLARE CUR-RE24 CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            UTENTE_AGGIORNAMENTO,
                            DATA_AGGIORNAMENTO,
                            DATA_DECORRENZA
                    FROM    CPS04.CWRETSTO
                    WHERE   SUBSTR(DATA_AGGIORNAMENTO,3,4) = :W-MMAA
                    ORDER BY UTENTE_AGGIORNAMENTO, COD_MATRICOLA_DIP
           END-EXEC.

           EXEC SQL DECLARE CUR-BA24 CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            UTENTE_AGGIORNAMENTO,
                            DATA_AGGIORNAMENTO
                    FROM    CPS04.CWBANCHE
                    WHERE   SUBSTR(DATA_AGGIORNAMENTO,3,4) = :W-MMAA
                    ORDER BY UTENTE_AGGIORNAMENTO, COD_MATRICOLA_DIP
           END-EXEC.

           EXEC SQL DECLARE CUR-AS24 CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            UTENTE_REGISTRAZIONE,
                            DATA_REGISTRAZIONE,
                            TIPO_ASSENZA,
                            DATA_INIZIO
                    FROM    CPS04.CWASSENZE
                    WHERE   SUBSTR(DATA_REGISTRAZIONE,3,4) = :W-MMAA
                    ORDER BY UTENTE_REGISTRAZIONE, COD_MATRICOLA_DIP
           END-EXEC.

      * -------------------------------------------------------------- *
      * RICHIESTE DEL MESE GIA' DECISE (APPROVATE O RIFIUTATE); IL     *
      * DECISORE E' UTENTE_APPROVANTE, ANCHE QUANDO AGISCE IN DELEGA   *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-AP24 CURSOR FOR
                    SELECT  ID_RICHIESTA,
                            TIPO_RICHIESTA,
                            COD_MATRICOLA_DIP,
                            UTENTE_RICHIEDENTE,
                            UTENTE_APPROVANTE,
                            RUN_DATE
                    FROM    CPS04.CWAPPROV
                    WHERE   STATO_RICHIESTA IN ('A', 'R')
                    AND     UTENTE_APPROVANTE <> ' '
                    AND     RUN_DATE BETWEEN :W-RUN-DA AND :W-RUN-A
                    ORDER BY UTENTE_APPROVANTE, ID_RICHIESTA
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

           OPEN OUTPUT SODREP.
           IF NOT FS-SODREP-OK
              DISPLAY '** ERRORE OPEN SODREP, FILE STATUS: '
                      W-FS-SODREP
              STOP RUN
           END-IF.

           PERFORM 1100-CALCOLA-COMPETENZA.

           MOVE W-COMPETENZA      TO RI-COMPETENZA.
           MOVE R-INTESTAZ-1      TO SODREP-REC.
           WRITE SODREP-REC.
           MOVE R-RIGA-VUOTA      TO SODREP-REC.
           WRITE SODREP-REC.

           PERFORM 1200-CARICA-REGOLE.

           MOVE R-INTESTAZ-2      TO SODREP-REC.
           WRITE SODREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * MESE DI COMPETENZA (IL MESE SOLARE PRECEDENTE LA DATA DI       *
      * LANCIO) NEI DUE FORMATI DELLE TRACCE: MMAA PER LE DATE GGMMAA, *
      * INTERVALLO AAMM01-AAMM31 PER LA RUN_DATE DI CWAPPROV           *
      ******************************************************************
       1100-CALCOLA-COMPETENZA SECTION.
      *-----------------------*
           MOVE W-BR-AAAA TO W-COMP-AAAA.
           MOVE W-BR-MM   TO W-COMP-MM.
           IF W-COMP-MM = 01
              MOVE 12 TO W-COMP-MM
              SUBTRACT 1 FROM W-COMP-AAAA
           ELSE
              SUBTRACT 1 FROM W-COMP-MM
           END-IF.
           MOVE W-COMP-AAAA TO W-CMP-AAAA.
           MOVE W-COMP-MM   TO W-CMP-MM.

           DIVIDE W-COMP-AAAA BY 100 GIVING W-COMP-SECOLO
                                     REMAINDER W-COMP-AA.
           MOVE W-COMP-MM   TO W-MMAA-MM.
           MOVE W-COMP-AA   TO W-MMAA-AA.
           COMPUTE W-RUN-DA = W-COMP-AA * 10000 + W-COMP-MM * 100 + 1.
           COMPUTE W-RUN-A  = W-COMP-AA * 10000 + W-COMP-MM * 100 + 31.

       1100-EX. EXIT.
      *
      *
      ******************************************************************
      * CARICA LE REGOLE ATTIVE DI CWREGSOD; QUELLE CON FONTE O TIPO   *
      * NON GESTITI, O CON UN TIPO DI CATENA (C/D) SU UNA FONTE SENZA  *
      * RICHIEDENTE, SONO SEGNALATE SUL TABULATO E IGNORATE            *
      ******************************************************************
       1200-CARICA-REGOLE SECTION.
      *------------------*
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           MOVE +0 TO W-NUM-REGOLE.
           EXEC SQL OPEN CUR-REG24 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 1210-FETCH-REGOLA UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-REG24 END-EXEC.

           IF W-CONTA-REG-SCARTATE > 0
              MOVE R-RIGA-VUOTA TO SODREP-REC
              WRITE SODREP-REC
           END-IF.

       1200-EX. EXIT.
      *
      *
       1210-FETCH-REGOLA SECTION.
      *-----------------*
           EXEC SQL FETCH CUR-REG24
                    INTO  :DCL-CWREGSOD.COD-REGOLA,
                          :DCL-CWREGSOD.FONTE,
                          :DCL-CWREGSOD.TIPO-CONFLITTO,
                          :DCL-CWREGSOD.DESCRIZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              GO TO 1210-EX
           END-IF.

           MOVE SPACES TO RK-MOTIVO.
           IF NOT FONTE-VALIDA
              MOVE 'FONTE NON GESTITA (AN RE BA AS AP)' TO RK-MOTIVO
           END-IF.
           IF NOT CONFL-VALIDO
              MOVE 'TIPO DI CONFLITTO NON GESTITO (S M C D)'
                TO RK-MOTIVO
           END-IF.
           IF (CONFL-CATENA OR CONFL-CATENA-DELEGA)
              AND NOT FONTE-APPROVAZIONI
              MOVE 'CONFLITTI C/D AMMESSI SOLO SULLA FONTE AP'
                TO RK-MOTIVO
           END-IF.
           IF RK-MOTIVO = SPACES AND W-NUM-REGOLE NOT < W-MAX-REGOLE
              MOVE 'OLTRE IL NUMERO MASSIMO DI REGOLE (50)'
                TO RK-MOTIVO
           END-IF.

           IF RK-MOTIVO NOT = SPACES
              ADD 1 TO W-CONTA-REG-SCARTATE
              MOVE COD-REGOLA     OF DCL-CWREGSOD TO RK-REGOLA
              MOVE FONTE          OF DCL-CWREGSOD TO RK-FONTE
              MOVE TIPO-CONFLITTO OF DCL-CWREGSOD TO RK-TIPO
              MOVE R-RIGA-REG-KO  TO SODREP-REC
              WRITE SODREP-REC
              GO TO 1210-EX
           END-IF.

           ADD 1 TO W-NUM-REGOLE.
           MOVE COD-REGOLA     OF DCL-CWREGSOD
                               TO W-REG-CODICE (W-NUM-REGOLE).
           MOVE FONTE          OF DCL-CWREGSOD
                               TO W-REG-FONTE  (W-NUM-REGOLE).
           MOVE TIPO-CONFLITTO OF DCL-CWREGSOD
                               TO W-REG-TIPO   (W-NUM-REGOLE).
           MOVE DESCRIZIONE    OF DCL-CWREGSOD
                               TO W-REG-DESCR  (W-NUM-REGOLE).
           MOVE 0              TO W-REG-CONTA  (W-NUM-REGOLE).

       1210-EX. EXIT.
      *
      *
      ******************************************************************
      * OGNI TRACCIA VIENE LETTA SOLO SE HA ALMENO UNA REGOLA ATTIVA   *
      ******************************************************************
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           IF W-NUM-REGOLE = 0
              MOVE R-RIGA-NESSUNA-REG TO SODREP-REC
              WRITE SODREP-REC
              GO TO 2000-EX
           END-IF.

           MOVE 'AN' TO W-FONTE-CORR.
           PERFORM 2050-CONTA-REGOLE-FONTE.
           IF W-REG-DELLA-FONTE > 0
              PERFORM 2100-ANAGRAFICA
           END-IF.

           MOVE 'RE' TO W-FONTE-CORR.
           PERFORM 2050-CONTA-REGOLE-FONTE.
           IF W-REG-DELLA-FONTE > 0
              PERFORM 2200-RETRIBUZIONI
           END-IF.

           MOVE 'BA' TO W-FONTE-CORR.
           PERFORM 2050-CONTA-REGOLE-FONTE.
           IF W-REG-DELLA-FONTE > 0
              PERFORM 2300-BANCHE
           END-IF.

           MOVE 'AS' TO W-FONTE-CORR.
           PERFORM 2050-CONTA-REGOLE-FONTE.
           IF W-REG-DELLA-FONTE > 0
              PERFORM 2400-ASSENZE
           END-IF.

           MOVE 'AP' TO W-FONTE-CORR.
           PERFORM 2050-CONTA-REGOLE-FONTE.
           IF W-REG-DELLA-FONTE > 0
              PERFORM 2500-APPROVAZIONI
           END-IF.

           IF W-CONTA-CONFLITTI = 0
              MOVE R-RIGA-NESSUNO TO SODREP-REC
              WRITE SODREP-REC
           END-IF.

       2000-EX. EXIT.
      *
      *
       2050-CONTA-REGOLE-FONTE SECTION.
      *-----------------------*
           MOVE +0 TO W-REG-DELLA-FONTE.
           PERFORM 2060-REGOLA-DELLA-FONTE
                   VARYING W-IND-REG FROM 1 BY 1
                   UNTIL W-IND-REG > W-NUM-REGOLE.

       2050-EX. EXIT.
      *
      *
       2060-REGOLA-DELLA-FONTE SECTION.
      *-----------------------*
           IF W-REG-FONTE (W-IND-REG) = W-FONTE-CORR
              ADD 1 TO W-REG-DELLA-FONTE
           END-IF.

       2060-EX. EXIT.
      *
      *
      ******************************************************************
      * VARIAZIONI ANAGRAFICHE (CWSTORICO, CW07DEMO)                   *
      ******************************************************************
       2100-ANAGRAFICA SECTION.
      *---------------*
           EXEC SQL OPEN CUR-AN24 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2110-FETCH-ANAGRAFICA UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-AN24 END-EXEC.

       2100-EX. EXIT.
      *
      *
       2110-FETCH-ANAGRAFICA SECTION.
      *---------------------*
           EXEC SQL FETCH CUR-AN24
                    INTO  :W-MATR-SOGG,
                          :W-OPERATORE,
                          :W-DATA-GGMMAA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE 'VARIAZIONE ANAGRAFICA' TO W-DETTAGLIO
              MOVE SPACES                  TO W-RICHIEDENTE
              PERFORM 2700-PREPARA-EVENTO
           END-IF.

       2110-EX. EXIT.
      *
      *
      ******************************************************************
      * RETRIBUZIONI (CWRETSTO, CW33DEMO/CW85DEMO)                     *
      ******************************************************************
       2200-RETRIBUZIONI SECTION.
      *-----------------*
           EXEC SQL OPEN CUR-RE24 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2210-FETCH-RETRIBUZIONE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-RE24 END-EXEC.

       2200-EX. EXIT.
      *
      *
       2210-FETCH-RETRIBUZIONE SECTION.
      *-----------------------*
           EXEC SQL FETCH CUR-RE24
                    INTO  :W-MATR-SOGG,
                          :W-OPERATORE,
                          :W-DATA-GGMMAA,
                          :DCL-CWRETSTO.DATA-DECORRENZA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE SPACES TO W-DETTAGLIO
              STRING 'RETRIBUZIONE DAL '
                     DATA-DECORRENZA OF DCL-CWRETSTO
                     DELIMITED BY SIZE INTO W-DETTAGLIO
              END-STRING
              MOVE SPACES TO W-RICHIEDENTE
              PERFORM 2700-PREPARA-EVENTO
           END-IF.

       2210-EX. EXIT.
      *
      *
      ******************************************************************
      * COORDINATE BANCARIE (CWBANCHE, CW89DEMO)                       *
      ******************************************************************
       2300-BANCHE SECTION.
      *-----------*
           EXEC SQL OPEN CUR-BA24 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2310-FETCH-BANCA UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-BA24 END-EXEC.

       2300-EX. EXIT.
      *
      *
       2310-FETCH-BANCA SECTION.
      *----------------*
           EXEC SQL FETCH CUR-BA24
                    INTO  :W-MATR-SOGG,
                          :W-OPERATORE,
                          :W-DATA-GGMMAA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE 'COORDINATE BANCARIE' TO W-DETTAGLIO
              MOVE SPACES                TO W-RICHIEDENTE
              PERFORM 2700-PREPARA-EVENTO
           END-IF.

       2310-EX. EXIT.
      *
      *
      ******************************************************************
      * REGISTRAZIONI DI ASSENZA (CWASSENZE)                           *
      ******************************************************************
       2400-ASSENZE SECTION.
      *------------*
           EXEC SQL OPEN CUR-AS24 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2410-FETCH-ASSENZA UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-AS24 END-EXEC.

       2400-EX. EXIT.
      *
      *
       2410-FETCH-ASSENZA SECTION.
      *------------------*
           EXEC SQL FETCH CUR-AS24
                    INTO  :W-MATR-SOGG,
                          :W-OPERATORE,
                          :W-DATA-GGMMAA,
                          :DCL-CWASSENZE.TIPO-ASSENZA,
                          :DCL-CWASSENZE.DATA-INIZIO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE SPACES TO W-DETTAGLIO
              STRING 'ASSENZA ' TIPO-ASSENZA OF DCL-CWASSENZE
                     ' DAL ' DATA-INIZIO OF DCL-CWASSENZE
                     DELIMITED BY SIZE INTO W-DETTAGLIO
              END-STRING
              MOVE SPACES TO W-RICHIEDENTE
              PERFORM 2700-PREPARA-EVENTO
           END-IF.

       2410-EX. EXIT.
      *
      *
      ******************************************************************
      * DECISIONI SULLE RICHIESTE (CWAPPROV): L'OPERATORE E' IL        *
      * DECISORE, IL RICHIEDENTE ALIMENTA I CONFLITTI DI CATENA        *
      ******************************************************************
       2500-APPROVAZIONI SECTION.
      *-----------------*
           EXEC SQL OPEN CUR-AP24 END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2510-FETCH-APPROVAZIONE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-AP24 END-EXEC.

       2500-EX. EXIT.
      *
      *
       2510-FETCH-APPROVAZIONE SECTION.
      *-----------------------*
           EXEC SQL FETCH CUR-AP24
                    INTO  :DCL-CWAPPROV.ID-RICHIESTA,
                          :DCL-CWAPPROV.TIPO-RICHIESTA,
                          :W-MATR-SOGG,
                          :W-RICHIEDENTE,
                          :W-OPERATORE,
                          :DCL-CWAPPROV.RUN-DATE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE RUN-DATE     OF DCL-CWAPPROV TO W-RUN-DATE-N
              MOVE W-RD-GG      TO W-DG-GG
              MOVE W-RD-MM      TO W-DG-MM
              MOVE W-RD-AA      TO W-DG-AA
              MOVE ID-RICHIESTA OF DCL-CWAPPROV TO W-ID-RICH-ED
              MOVE SPACES TO W-DETTAGLIO
              STRING 'RICH. ' TIPO-RICHIESTA OF DCL-CWAPPROV
                     ' ' W-ID-RICH-ED ' DI ' W-RICHIEDENTE
                     DELIMITED BY SIZE INTO W-DETTAGLIO
              END-STRING
              PERFORM 2700-PREPARA-EVENTO
           END-IF.

       2510-EX. EXIT.
      *
      *
      ******************************************************************
      * EVENTO LETTO: DATA A VIDEO, MATRICOLA DELL'OPERATORE           *
      * (CWUTENTI, 0 SE L'UTENZA NON E' COLLEGATA A UN DIPENDENTE) E   *
      * VALUTAZIONE DELLE REGOLE DELLA FONTE                           *
      ******************************************************************
       2700-PREPARA-EVENTO SECTION.
      *-------------------*
           ADD 1 TO W-CONTA-LETTI.
           MOVE W-DG-GG TO W-DE-GG.
           MOVE W-DG-MM TO W-DE-MM.
           MOVE W-DG-AA TO W-DE-AA.

           IF W-OPERATORE NOT = W-ULT-OPERATORE
              MOVE W-OPERATORE TO W-ULT-OPERATORE
              MOVE +0          TO W-ULT-MATR-OPER
              EXEC SQL SELECT COD_MATRICOLA_DIP
                         INTO :W-ULT-MATR-OPER
                         FROM  CPS04.CWUTENTI
                        WHERE UTENTE = :W-OPERATORE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE +0 TO W-ULT-MATR-OPER
              END-IF
           END-IF.
           MOVE W-ULT-MATR-OPER TO W-MATR-OPER.
           MOVE 'N' TO SW-RESP-CALCOLATO.

           PERFORM 2800-VALUTA-REGOLA
                   VARYING W-IND-REG FROM 1 BY 1
                   UNTIL W-IND-REG > W-NUM-REGOLE.

       2700-EX. EXIT.
      *
      *
       2800-VALUTA-REGOLA SECTION.
      *------------------*
           IF W-REG-FONTE (W-IND-REG) NOT = W-FONTE-CORR
              GO TO 2800-EX
           END-IF.

           MOVE 'N' TO SW-CONFLITTO.
           EVALUATE W-REG-TIPO (W-IND-REG)
              WHEN 'S'
                 IF W-MATR-OPER > 0 AND W-MATR-OPER = W-MATR-SOGG
                    SET CONFLITTO-TROVATO TO TRUE
                 END-IF
              WHEN 'M'
                 IF W-MATR-OPER > 0 AND W-MATR-SOGG > 0
                    PERFORM 2850-CERCA-RESPONSABILE
                    IF W-MATR-RESP > 0 AND W-MATR-RESP = W-MATR-SOGG
                       SET CONFLITTO-TROVATO TO TRUE
                    END-IF
                 END-IF
              WHEN 'C'
                 IF W-RICHIEDENTE NOT = SPACES AND
                    W-RICHIEDENTE = W-OPERATORE
                    SET CONFLITTO-TROVATO TO TRUE
                 END-IF
              WHEN 'D'
                 IF W-RICHIEDENTE NOT = SPACES AND
                    W-RICHIEDENTE NOT = W-OPERATORE
                    MOVE +0 TO W-NUM-DELEGHE
                    EXEC SQL SELECT COUNT(*)
                               INTO :W-NUM-DELEGHE
                               FROM  CPS04.CWDELEGA
                              WHERE UTENTE_DELEGANTE = :W-RICHIEDENTE
                              AND   UTENTE_DELEGATO  = :W-OPERATORE
                    END-EXEC
                    IF W-NUM-DELEGHE > 0
                       SET CONFLITTO-TROVATO TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE.

           IF CONFLITTO-TROVATO
              PERFORM 2900-SCRIVI-CONFLITTO
           END-IF.

       2800-EX. EXIT.
      *
      *
      ******************************************************************
      * RESPONSABILE DIRETTO DELL'OPERATORE: COD_RESPONSABILE DEL SUO  *
      * DIPARTIMENTO O, SE NE E' LUI IL RESPONSABILE, DEL DIPARTIMENTO *
      * PADRE. CALCOLATO UNA VOLTA PER EVENTO                          *
      ******************************************************************
       2850-CERCA-RESPONSABILE SECTION.
      *-----------------------*
           IF RESP-CALCOLATO
              GO TO 2850-EX
           END-IF.
           SET RESP-CALCOLATO TO TRUE.

           MOVE +0     TO W-MATR-RESP.
           MOVE SPACES TO W-DIPART-PADRE.
           EXEC SQL SELECT P.COD_RESPONSABILE,
                           P.DIPART_PADRE
                      INTO :W-MATR-RESP,
                           :W-DIPART-PADRE
                      FROM  CPS04.CWDIPENDENTI D,
                            CPS04.CWDIPART     P
                     WHERE D.COD_MATRICOLA_DIP = :W-MATR-OPER
                     AND   P.CODICE            = D.DIPARTIMENTO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE +0 TO W-MATR-RESP
              GO TO 2850-EX
           END-IF.

           IF W-MATR-RESP = W-MATR-OPER AND W-DIPART-PADRE NOT = SPACES
              MOVE +0 TO W-MATR-RESP
              EXEC SQL SELECT COD_RESPONSABILE
                         INTO :W-MATR-RESP
                         FROM  CPS04.CWDIPART
                        WHERE CODICE = :W-DIPART-PADRE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE +0 TO W-MATR-RESP
              END-IF
           END-IF.

       2850-EX. EXIT.
      *
      *
       2900-SCRIVI-CONFLITTO SECTION.
      *---------------------*
           ADD 1 TO W-CONTA-CONFLITTI.
           ADD 1 TO W-REG-CONTA (W-IND-REG).
           MOVE W-REG-CODICE (W-IND-REG) TO RC-REGOLA.
           MOVE W-FONTE-CORR             TO RC-FONTE.
           MOVE W-DATA-EVENTO            TO RC-DATA.
           MOVE W-OPERATORE              TO RC-OPERATORE.
           MOVE W-MATR-OPER              TO RC-MATR-OPER.
           MOVE W-MATR-SOGG              TO RC-MATR-SOGG.
           MOVE W-DETTAGLIO              TO RC-DETTAGLIO.
           MOVE W-REG-DESCR  (W-IND-REG) TO RC-DESCRIZIONE.
           MOVE R-RIGA-CONFL             TO SODREP-REC.
           WRITE SODREP-REC.

       2900-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE SODREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-LETTI     TO W-BR-LETTI
              MOVE W-CONTA-CONFLITTI TO W-BR-SCRITTI
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
           MOVE R-RIGA-VUOTA    TO SODREP-REC.
           WRITE SODREP-REC.
           IF W-NUM-REGOLE > 0
              MOVE R-INTESTAZ-RIEP TO SODREP-REC
              WRITE SODREP-REC
              PERFORM 3100-RIGA-RIEPILOGO
                      VARYING W-IND-REG FROM 1 BY 1
                      UNTIL W-IND-REG > W-NUM-REGOLE
              MOVE R-RIGA-VUOTA    TO SODREP-REC
              WRITE SODREP-REC
           END-IF.
           MOVE W-CONTA-LETTI     TO RT-LETTI.
           MOVE W-CONTA-CONFLITTI TO RT-CONFLITTI.
           MOVE R-RIGA-TOT        TO SODREP-REC.
           WRITE SODREP-REC.

           DISPLAY 'CY24DEMO - MESE DI COMPETENZA            : '
                   W-COMPETENZA.
           DISPLAY 'CY24DEMO - REGOLE ATTIVE APPLICATE       : '
                   W-NUM-REGOLE.
           DISPLAY 'CY24DEMO - REGOLE NON APPLICABILI        : '
                   W-CONTA-REG-SCARTATE.
           DISPLAY 'CY24DEMO - EVENTI ESAMINATI              : '
                   W-CONTA-LETTI.
           DISPLAY 'CY24DEMO - CONFLITTI SEGNALATI           : '
                   W-CONTA-CONFLITTI.

           CLOSE SODREP.

           MOVE W-CONTA-LETTI     TO W-BR-LETTI.
           MOVE W-CONTA-CONFLITTI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
      *
       3100-RIGA-RIEPILOGO SECTION.
      *-------------------*
           MOVE W-REG-CODICE (W-IND-REG) TO RR-REGOLA.
           MOVE W-REG-FONTE  (W-IND-REG) TO RR-FONTE.
           MOVE W-REG-TIPO   (W-IND-REG) TO RR-TIPO.
           MOVE W-REG-DESCR  (W-IND-REG) TO RR-DESCRIZIONE.
           MOVE W-REG-CONTA  (W-IND-REG) TO RR-CONTA.
           MOVE R-RIGA-RIEP              TO SODREP-REC.
           WRITE SODREP-REC.

       3100-EX. EXIT.
      *
