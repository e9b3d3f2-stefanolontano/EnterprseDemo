       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY18DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : ESTRAZIONE NOTTURNA DELLA RUBRICA AZIENDALE  *
      *                   PER INTRANET E CENTRALINO (FILE RUBRICAX)    *
      * TIPO OPERAZIONE : BATCH DI ESTRAZIONE                          *
      * TABELLE USATE   : CPS04.CWRUBRIC, CPS04.CWDIPENDENTI           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * PROGRAMMA BATCH NOTTURNO CHE RICOSTRUISCE PER INTERO IL FILE   *
      * DELLA RUBRICA AZIENDALE CARICATO DALL'INTRANET E DAL           *
      * CENTRALINO: UN RECORD PER OGNI DIPENDENTE ATTIVO CON I         *
      * RECAPITI DI LAVORO CENSITI SU CPS04.CWRUBRIC (CY17DEMO), IN    *
      * ORDINE DI COGNOME E NOME. LE PERSONE CHE HANNO CHIESTO DI NON  *
      * ESSERE PUBBLICATE (NON_PUBBLICARE = 'S') E I DIPENDENTI        *
      * CESSATI O INATTIVI NON VENGONO ESTRATTI. A CONSOLE VENGONO     *
      * RIPORTATI GLI ESCLUSI PER RISERVATEZZA E I DIPENDENTI ATTIVI   *
      * ANCORA PRIVI DI RECAPITI DI LAVORO, DA CENSIRE CON CY17DEMO.   *
      * LA RUBRICA E' DI GRUPPO: NESSUNA SELEZIONE PER SOCIETA'.       *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUBRICAX       ASSIGN TO RUBRICAX
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-RUBRICAX.

       DATA DIVISION.
       FILE SECTION.
       FD  RUBRICAX
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 158 CHARACTERS.
       01  RUBRICAX-REC.
           05  RX-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(1).
           05  RX-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1).
           05  RX-NOME                    PIC X(15).
           05  FILLER                     PIC X(1).
           05  RX-DIPARTIMENTO            PIC X(10).
           05  FILLER                     PIC X(1).
           05  RX-INTERNO                 PIC X(6).
           05  FILLER                     PIC X(1).
           05  RX-TELEFONO                PIC X(15).
           05  FILLER                     PIC X(1).
           05  RX-EMAIL                   PIC X(50).
           05  FILLER                     PIC X(1).
           05  RX-SEDE                    PIC X(20).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY18DEMO'.
       01  W-FS-RUBRICAX                  PIC  X(2)   VALUE ZEROES.
           88  FS-RUBRICAX-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-ESTRATTI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-RISERVATI              PIC S9(9)   COMP VALUE +0.
       01  W-CONTA-SENZA-REC              PIC S9(9)   COMP VALUE +0.
       01  W-COGNOME                      PIC X(30)   VALUE SPACES.
       01  W-NOME                         PIC X(15)   VALUE SPACES.
       01  W-DIPART                       PIC X(10)   VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWRUBR  END-EXEC.

      * -------------------------------------------------------------- *
      * DIPENDENTI ATTIVI PUBBLICATI IN RUBRICA                        *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-RUB18 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME,
                            D.DIPARTIMENTO,
                            R.INTERNO,
                            R.TELEFONO_LAVORO,
                            R.EMAIL_LAVORO,
                            R.SEDE_LAVORO
                    FROM    CPS04.CWDIPENDENTI D,
                            CPS04.CWRUBRIC     R
                    WHERE   R.COD_MATRICOLA_DIP =
                            D.COD_MATRICOLA_DIP
                    AND     D.STATO_DIPENDENTE  = 'A'
                    AND     R.NON_PUBBLICARE   <> 'S'
                    ORDER BY D.COGNOME, D.NOME
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

           OPEN OUTPUT RUBRICAX.
           IF NOT FS-RUBRICAX-OK
              DISPLAY '** ERRORE OPEN RUBRICAX, FILE STATUS: '
                      W-FS-RUBRICAX
              MOVE 0   TO W-BR-LETTI W-BR-SCRITTI
              MOVE 'E' TO W-BR-ESITO
              PERFORM 1910-REGISTRA-FINE
              STOP RUN
           END-IF.

       1000-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-RUB18 END-EXEC.
           MOVE 0 TO W-SQLCODE.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-RUB18 END-EXEC.

           PERFORM 2500-CONTA-ESCLUSI.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-RUB18
                    INTO  :DCL-CWRUBRIC.COD-MATRICOLA-DIP,
                          :W-COGNOME,
                          :W-NOME,
                          :W-DIPART,
                          :DCL-CWRUBRIC.INTERNO,
                          :DCL-CWRUBRIC.TELEFONO-LAVORO,
                          :DCL-CWRUBRIC.EMAIL-LAVORO,
                          :DCL-CWRUBRIC.SEDE-LAVORO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 2300-SCRIVI-RECORD
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
       2300-SCRIVI-RECORD SECTION.
      *------------------*
           MOVE SPACES                               TO RUBRICAX-REC.
           MOVE COD-MATRICOLA-DIP OF DCL-CWRUBRIC    TO RX-MATRICOLA.
           MOVE W-COGNOME                            TO RX-COGNOME.
           MOVE W-NOME                               TO RX-NOME.
           MOVE W-DIPART                             TO RX-DIPARTIMENTO.
           MOVE INTERNO           OF DCL-CWRUBRIC    TO RX-INTERNO.
           MOVE TELEFONO-LAVORO   OF DCL-CWRUBRIC    TO RX-TELEFONO.
           MOVE EMAIL-LAVORO      OF DCL-CWRUBRIC    TO RX-EMAIL.
           MOVE SEDE-LAVORO       OF DCL-CWRUBRIC    TO RX-SEDE.
           WRITE RUBRICAX-REC.
           ADD 1 TO W-CONTA-ESTRATTI.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * DIPENDENTI ATTIVI NON ESTRATTI: ESCLUSI SU LORO RICHIESTA E    *
      * PRIVI DI RECAPITI DI LAVORO (DA CENSIRE CON CY17DEMO, MODO 3)  *
      ******************************************************************
       2500-CONTA-ESCLUSI SECTION.
      *------------------*
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-RISERVATI
                      FROM  CPS04.CWDIPENDENTI D,
                            CPS04.CWRUBRIC     R
                     WHERE R.COD_MATRICOLA_DIP = D.COD_MATRICOLA_DIP
                     AND   D.STATO_DIPENDENTE  = 'A'
                     AND   R.NON_PUBBLICARE    = 'S'
           END-EXEC.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-SENZA-REC
                      FROM  CPS04.CWDIPENDENTI D
                     WHERE D.STATO_DIPENDENTE  = 'A'
                     AND   NOT EXISTS
                          (SELECT 1
                             FROM CPS04.CWRUBRIC R
                            WHERE R.COD_MATRICOLA_DIP =
                                  D.COD_MATRICOLA_DIP)
           END-EXEC.

       2500-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE RUBRICAX.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-ESTRATTI TO W-BR-LETTI
              MOVE W-CONTA-ESTRATTI TO W-BR-SCRITTI
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
           DISPLAY 'CY18DEMO - NOMINATIVI ESTRATTI   : '
                   W-CONTA-ESTRATTI.
           DISPLAY 'CY18DEMO - ESCLUSI (RISERVATI)   : '
                   W-CONTA-RISERVATI.
           IF W-CONTA-SENZA-REC > 0
              DISPLAY 'CY18DEMO - ATTENZIONE: DIPENDENTI ATTIVI SENZA '
                      'RECAPITI DI LAVORO (CY17DEMO): '
                      W-CONTA-SENZA-REC
           END-IF.

           CLOSE RUBRICAX.

           MOVE W-CONTA-ESTRATTI TO W-BR-LETTI.
           MOVE W-CONTA-ESTRATTI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
