       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY14DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : CONSOLIDAMENTO MENSILE DEL FOGLIO PRESENZE   *
      *                   PER MATRICOLA (CPS04.CWFOGPRE) CON           *
      *                   SEGNALAZIONE DELLE ANOMALIE                  *
      * TIPO OPERAZIONE : BATCH DI CONSOLIDAMENTO E CONTROLLO          *
      * TABELLE USATE   : CPS04.CWFOGPRE, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWCESSAZ, CPS04.CWPRESEN,              *
      *                   CPS04.CWASSENZE, CPS04.CWTURASS,             *
      *                   CPS04.CWRICHFE, CPS04.CWSMPIAN,              *
      *                   CPS04.CWSCIADE, CPS04.CWSCIOPE,              *
      *                   CPS04.CWCALEND, CPS04.CWPERIOD,              *
      *                   FOGLREP (TABULATO)                           *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * LE PRESENZE DEL MESE SONO SPARSE SU PIU' TABELLE (TIMBRATURE   *
      * CWPRESEN, ASSENZE CWASSENZE, TURNI CWTURASS, RICHIESTE FERIE   *
      * DAL CHIOSCO CWRICHFE, LAVORO AGILE CWSMPIAN, SCIOPERI          *
      * CWSCIADE). QUESTO BATCH, LANCIATO A INIZIO MESE SUL MESE DI    *
      * COMPETENZA (IL MESE SOLARE PRECEDENTE, COME CW82DEMO), COSTRUI-*
      * SCE PER OGNI MATRICOLA IN FORZA NEL MESE UN FOGLIO PRESENZE    *
      * SU CPS04.CWFOGPRE CON IL CODICE DI OGNI GIORNO (VEDI COPY      *
      * CWFOGP) E MARCA I GIORNI ANOMALI:                              *
      *   - NESSUNA TIMBRATURA E NESSUN GIUSTIFICATIVO IN GIORNO       *
      *     LAVORATIVO (STESSO CRITERIO DELLA QUADRATURA CW95DEMO)     *
      *   - TIMBRATURA IN UN GIORNO DI ASSENZA REGISTRATA              *
      *   - TIMBRATURA SENZA USCITA (ENTRATA = USCITA SU CWPRESEN)     *
      *   - RICHIESTA FERIE DAL CHIOSCO NON ANCORA LAVORATA            *
      * I GIORNI ANOMALI SONO STAMPATI SUL TABULATO FOGLREP PER IL     *
      * RESPONSABILE DEL DIPARTIMENTO, CHE CORREGGE ALLA FONTE,        *
      * RILANCIA IL CONSOLIDAMENTO E CERTIFICA IL FOGLIO CON CY15DEMO. *
      * I FOGLI GIA' CERTIFICATI NON VENGONO RICOSTRUITI; UN MESE GIA' *
      * CHIUSO SU CWPERIOD NON VIENE ELABORATO.                        *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOGLREP        ASSIGN TO FOGLREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-FOGLREP.

       DATA DIVISION.
       FILE SECTION.
       FD  FOGLREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FOGLREP-REC                    PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY14DEMO'.
       01  W-FS-FOGLREP                   PIC  X(2)   VALUE ZEROES.
           88  FS-FOGLREP-OK                          VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-MATRICOLE              PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-FOGLI                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-CERTIFICATI            PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-FOGLI-ANOM             PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-GG-ANOM                PIC S9(7)   COMP-3 VALUE 0.
       01  W-COUNT                        PIC S9(4)   COMP-3 VALUE 0.
       01  W-STATO-PERIODO                PIC X(1)    VALUE SPACE.
      * -------------------------------------------------------------- *
      *    MATRICOLA IN ELABORAZIONE                                   *
      * -------------------------------------------------------------- *
       01  W-MATRICOLA                    PIC S9(5)   COMP-3 VALUE 0.
       01  W-COGNOME                      PIC X(30)   VALUE SPACES.
       01  W-DIPART                       PIC X(10)   VALUE SPACES.
       01  W-SOCIETA                      PIC X(4)    VALUE SPACES.
       01  W-DATA-ASSUNZIONE              PIC X(10)   VALUE SPACES.
       01  W-DATA-CESSAZIONE              PIC X(10)   VALUE SPACES.
       01  W-STATO-FOGLIO                 PIC X(1)    VALUE SPACE.
      * -------------------------------------------------------------- *
      *    FOGLIO DEL MESE IN COSTRUZIONE: CODICE E FLAG DI ANOMALIA   *
      *    PER GIORNO (POSIZIONE = GIORNO DEL MESE)                    *
      * -------------------------------------------------------------- *
       01  W-CODICI-GIORNO                PIC X(62)   VALUE SPACES.
       01  W-CODICI-GIORNO-R REDEFINES W-CODICI-GIORNO.
           05  W-COD-GIORNO               PIC X(2)    OCCURS 31.
       01  W-ANOMALIE-GIORNO              PIC X(31)   VALUE SPACES.
       01  W-ANOMALIE-GIORNO-R REDEFINES W-ANOMALIE-GIORNO.
           05  W-ANOM-GIORNO              PIC X(1)    OCCURS 31.
       01  W-GG-LAVORATI                  PIC S9(3)   COMP-3 VALUE 0.
       01  W-GG-ASSENZA                   PIC S9(3)   COMP-3 VALUE 0.
       01  W-NUM-ANOMALIE                 PIC S9(3)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    GIORNO IN ESAME E SUA CLASSIFICAZIONE                       *
      * -------------------------------------------------------------- *
       01  W-IND-GG                       PIC S9(4)   COMP VALUE +0.
       01  W-DATA-GIORNO.
           05  W-DG-AAAA                  PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-DG-MM                    PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-DG-GG                    PIC 9(2).
       01  W-GIORNI-PRIMO                 PIC 9(7)    VALUE ZERO.
       01  W-TIPO-ASSENZA                 PIC X(2)    VALUE SPACES.
       01  W-STATO-RICHFE                 PIC X(1)    VALUE SPACE.
       01  W-COD-TURNO                    PIC X(2)    VALUE SPACES.
       01  W-ORA-ENTRATA                  PIC X(4)    VALUE SPACES.
       01  W-ORA-USCITA                   PIC X(4)    VALUE SPACES.
       01  SW-TIMBRATO                    PIC X(1)    VALUE 'N'.
           88  GIORNO-TIMBRATO                        VALUE 'S'.
       01  SW-TURNO                       PIC X(1)    VALUE 'N'.
           88  TURNO-ASSEGNATO                        VALUE 'S'.
       01  SW-GIORNO-LAV                  PIC X(1)    VALUE 'S'.
           88  GIORNO-LAVORATIVO                      VALUE 'S'.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA: IL MESE SOLARE PRECEDENTE LA DATA DI    *
      *    LANCIO, CON PRIMO E ULTIMO GIORNO IN FORMATO AAAA-MM-GG     *
      *    (VEDI CW82DEMO)                                             *
      * -------------------------------------------------------------- *
       01  W-COMP-AAAA                    PIC 9(4)    VALUE ZERO.
       01  W-COMP-MM                      PIC 9(2)    VALUE ZERO.
       01  W-COMPETENZA.
           05  W-CMP-AAAA                 PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-CMP-MM                   PIC X(2).
       01  W-MESE-INIZIO.
           05  W-MIN-AAAA                 PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-MIN-MM                   PIC X(2).
           05  FILLER                     PIC X(3)    VALUE '-01'.
       01  W-MESE-FINE.
           05  W-MFI-AAAA                 PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-MFI-MM                   PIC X(2).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-MFI-GG                   PIC X(2).
       01  W-ULTIMO-GG-MESE               PIC 9(2)    VALUE ZERO.
      *
       01  TAB-GG-MESE-D.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 28.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
           02 FILLER               PIC 9(2) VALUE 30.
           02 FILLER               PIC 9(2) VALUE 31.
       01  TAB-GG-MESE REDEFINES TAB-GG-MESE-D.
           02 EL-GG-MESE           PIC 9(2) OCCURS 12.
      * -------------------------------------------------------------- *
      *    CALCOLO GIORNI (ALGORITMO DI IET016CT IN FORMA BATCH, VEDI  *
      *    CW16DEMO E CW66DEMO) PER IL CONTROLLO SABATO/DOMENICA       *
      * -------------------------------------------------------------- *
       01  W-GG-CALC                      PIC 99      VALUE ZERO.
       01  W-MM-CALC                      PIC 99      VALUE ZERO.
       01  W-AAAA-CALC                    PIC 9(4)    VALUE ZERO.
       01  W-Q4                           PIC 9(4)    VALUE ZERO.
       01  W-R4                           PIC 9(2)    VALUE ZERO.
       01  W-Q100                         PIC 9(2)    VALUE ZERO.
       01  W-R100                         PIC 9(2)    VALUE ZERO.
       01  W-Q400                         PIC 9(2)    VALUE ZERO.
       01  W-R400                         PIC 9(3)    VALUE ZERO.
       01  W-GIORNI-CALC                  PIC 9(7)    VALUE ZERO.
       01  W-QUOZ-7                       PIC S9(7)   COMP-3 VALUE 0.
       01  W-RESTO-7                      PIC S9(5)   COMP-3 VALUE 0.
      *
       01  TAB-CUM-GG-MESE-D.
           02 FILLER               PIC 9(3) VALUE 000.
           02 FILLER               PIC 9(3) VALUE 031.
           02 FILLER               PIC 9(3) VALUE 059.
           02 FILLER               PIC 9(3) VALUE 090.
           02 FILLER               PIC 9(3) VALUE 120.
           02 FILLER               PIC 9(3) VALUE 151.
           02 FILLER               PIC 9(3) VALUE 181.
           02 FILLER               PIC 9(3) VALUE 212.
           02 FILLER               PIC 9(3) VALUE 243.
           02 FILLER               PIC 9(3) VALUE 273.
           02 FILLER               PIC 9(3) VALUE 304.
           02 FILLER               PIC 9(3) VALUE 334.
       01  TAB-CUM-GG-MESE REDEFINES TAB-CUM-GG-MESE-D.
           02 EL-CUM-GG-MESE       PIC 9(3) OCCURS 12.


      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO DELLE ANOMALIE                           *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(44)  VALUE
               'FOGLI PRESENZE MENSILI - ANOMALIE DEL MESE  '.
           05  FILLER                     PIC X(2)   VALUE ': '.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(80)  VALUE SPACES.
       01  R-RIGA-DETT.
           05  RD-DIPART                  PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-DATA                    PIC X(10).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-CODICE                  PIC X(2).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RD-MOTIVO                  PIC X(50).
           05  FILLER                     PIC X(16)  VALUE SPACES.
       01  R-RIGA-TRAILER-1.
           05  FILLER                     PIC X(30)  VALUE
               'MATRICOLE IN FORZA NEL MESE: '.
           05  RT-MATRICOLE               PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  FILLER                     PIC X(30)  VALUE
               'FOGLI ELABORATI           : '.
           05  RT-FOGLI                   PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(49)  VALUE SPACES.
       01  R-RIGA-TRAILER-2.
           05  FILLER                     PIC X(30)  VALUE
               'GIA'' CERTIFICATI (INVARIATI): '.
           05  RT-CERTIFICATI             PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  FILLER                     PIC X(30)  VALUE
               'FOGLI / GIORNI ANOMALI    : '.
           05  RT-FOGLI-ANOM              PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(3)   VALUE ' / '.
           05  RT-GG-ANOM                 PIC ZZZ.ZZ9.
           05  FILLER                     PIC X(39)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWFOGP  END-EXEC.

           EXEC SQL  INCLUDE CWDIPE  END-EXEC.

           EXEC SQL  INCLUDE CWCESS  END-EXEC.

           EXEC SQL  INCLUDE CWPRES  END-EXEC.

           EXEC SQL  INCLUDE CWASSE  END-EXEC.

           EXEC SQL  INCLUDE CWTURA  END-EXEC.

           EXEC SQL  INCLUDE CWRFER  END-EXEC.

           EXEC SQL  INCLUDE CWSMPI  END-EXEC.

           EXEC SQL  INCLUDE CWSCIO  END-EXEC.

           EXEC SQL  INCLUDE CWSCAD  END-EXEC.

           EXEC SQL  INCLUDE CWCALE  END-EXEC.

           EXEC SQL  INCLUDE CWPERD  END-EXEC.

      * -------------------------------------------------------------- *
      * MATRICOLE IN FORZA IN ALMENO UN GIORNO DEL MESE: ASSUNTE ENTRO *
      * LA FINE DEL MESE E NON CESSATE (CESSAZIONE ESEGUITA CWCESSAZ)  *
      * PRIMA DEL SUO INIZIO. LA DATA DI CESSAZIONE E' IL PRIMO GIORNO *
      * FUORI DAL RAPPORTO ('9999-12-31' SE NON CESSATE)               *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-DIP14 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.DIPARTIMENTO,
                            D.COD_SOCIETA,
                            D.DATA_ASSUNZIONE,
                            COALESCE((SELECT MIN(C.DATA_CESSAZIONE)
                                        FROM CPS04.CWCESSAZ C
                                       WHERE C.COD_MATRICOLA_DIP =
                                             D.COD_MATRICOLA_DIP
                                         AND C.STATO_CESSAZIONE = 'E'),
                                     '9999-12-31')
                    FROM    CPS04.CWDIPENDENTI D
                    WHERE   D.DATA_ASSUNZIONE <= :W-MESE-FINE
                    AND     NOT EXISTS
                        (SELECT 1 FROM CPS04.CWCESSAZ C
                          WHERE C.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                            AND C.STATO_CESSAZIONE = 'E'
                            AND C.DATA_CESSAZIONE <= :W-MESE-INIZIO)
                    ORDER BY D.DIPARTIMENTO, D.COD_MATRICOLA_DIP
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
           PERFORM 1100-CALCOLA-COMPETENZA.
           PERFORM 1200-CONTROLLA-PERIODO.

           OPEN OUTPUT FOGLREP.
           IF NOT FS-FOGLREP-OK
              DISPLAY '** ERRORE OPEN FOGLREP, FILE STATUS: '
                      W-FS-FOGLREP
              STOP RUN
           END-IF.

           MOVE W-COMPETENZA TO RI-COMPETENZA.
           MOVE R-INTESTAZ-1 TO FOGLREP-REC.
           WRITE FOGLREP-REC.
           MOVE R-RIGA-VUOTA TO FOGLREP-REC.
           WRITE FOGLREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * MESE DI COMPETENZA: IL MESE SOLARE PRECEDENTE LA DATA DI       *
      * LANCIO, CON PRIMO E ULTIMO GIORNO (ANNO BISESTILE COMPRESO) E  *
      * NUMERO ASSOLUTO DEL PRIMO GIORNO PER IL GIORNO DELLA SETTIMANA *
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

           MOVE EL-GG-MESE(W-COMP-MM) TO W-ULTIMO-GG-MESE.
           MOVE W-COMP-AAAA TO W-AAAA-CALC.
           DIVIDE W-AAAA-CALC BY   4  GIVING W-Q4
                                      REMAINDER W-R4.
           DIVIDE W-AAAA-CALC BY 100  GIVING W-Q100
                                      REMAINDER W-R100.
           DIVIDE W-AAAA-CALC BY 400  GIVING W-Q400
                                      REMAINDER W-R400.
           IF W-COMP-MM = 02 AND
              (((W-R4 = 0) AND (W-R100 NOT = 0)) OR (W-R400 = 0))
              MOVE 29 TO W-ULTIMO-GG-MESE
           END-IF.

           MOVE W-COMP-AAAA TO W-CMP-AAAA W-MIN-AAAA W-MFI-AAAA
                               W-DG-AAAA.
           MOVE W-COMP-MM   TO W-CMP-MM   W-MIN-MM   W-MFI-MM
                               W-DG-MM.
           MOVE W-ULTIMO-GG-MESE TO W-MFI-GG.

           MOVE 01          TO W-GG-CALC.
           MOVE W-COMP-MM   TO W-MM-CALC.
           MOVE W-COMP-AAAA TO W-AAAA-CALC.
           PERFORM 2700-CALCOLA-GIORNI.
           MOVE W-GIORNI-CALC TO W-GIORNI-PRIMO.

       1100-EX. EXIT.
      *
      *
      ******************************************************************
      * UN MESE GIA' CHIUSO SU CWPERIOD (CX33DEMO) E' STATO CONSEGNATO *
      * ALLE PAGHE: I SUOI FOGLI NON SI RICOSTRUISCONO                 *
      ******************************************************************
       1200-CONTROLLA-PERIODO SECTION.
      *----------------------*
           MOVE 'A' TO W-STATO-PERIODO.
           EXEC SQL SELECT STATO_PERIODO
                      INTO :W-STATO-PERIODO
                      FROM  CPS04.CWPERIOD
                     WHERE ANNO_MESE = :W-COMPETENZA
           END-EXEC.
           IF SQLCODE = 0 AND W-STATO-PERIODO = 'C'
              DISPLAY 'CY14DEMO - MESE ' W-COMPETENZA
                      ' CHIUSO SU CWPERIOD: RUN ANNULLATO'
              MOVE 0   TO W-BR-LETTI W-BR-SCRITTI
              MOVE 'E' TO W-BR-ESITO
              PERFORM 1910-REGISTRA-FINE
              STOP RUN
           END-IF.

       1200-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-DIP14 END-EXEC.
           MOVE 0 TO W-SQLCODE.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-DIP14 END-EXEC.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-DIP14
                    INTO  :W-MATRICOLA,
                          :W-COGNOME,
                          :W-DIPART,
                          :W-SOCIETA,
                          :W-DATA-ASSUNZIONE,
                          :W-DATA-CESSAZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-CONTA-MATRICOLE
              PERFORM 2200-TRATTA-MATRICOLA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2100-EX. EXIT.
      *
      *
      ******************************************************************
      * UNA MATRICOLA: SE IL FOGLIO DEL MESE E' GIA' CERTIFICATO RESTA *
      * COM'E'; ALTRIMENTI VIENE RICOSTRUITO GIORNO PER GIORNO E       *
      * RISCRITTO IN STATO 'E' (RILANCIO IDEMPOTENTE)                  *
      ******************************************************************
       2200-TRATTA-MATRICOLA SECTION.
      *---------------------*
           MOVE SPACE TO W-STATO-FOGLIO.
           EXEC SQL SELECT STATO_FOGLIO
                      INTO :W-STATO-FOGLIO
                      FROM  CPS04.CWFOGPRE
                     WHERE ANNO_MESE         = :W-COMPETENZA
                     AND   COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = 0 AND W-STATO-FOGLIO = 'C'
              ADD 1 TO W-CONTA-CERTIFICATI
              GO TO 2200-EX
           END-IF.

           MOVE SPACES TO W-CODICI-GIORNO
                          W-ANOMALIE-GIORNO.
           MOVE 0      TO W-GG-LAVORATI
                          W-GG-ASSENZA
                          W-NUM-ANOMALIE.
           PERFORM 2300-CLASSIFICA-GIORNO
                   VARYING W-IND-GG FROM 1 BY 1
                   UNTIL W-IND-GG > W-ULTIMO-GG-MESE.

           IF W-STATO-FOGLIO = 'E'
              EXEC SQL UPDATE CPS04.CWFOGPRE
                          SET DIPARTIMENTO      = :W-DIPART,
                              COD_SOCIETA       = :W-SOCIETA,
                              CODICI_GIORNO     = :W-CODICI-GIORNO,
                              ANOMALIE_GIORNO   = :W-ANOMALIE-GIORNO,
                              GIORNI_LAVORATI   = :W-GG-LAVORATI,
                              GIORNI_ASSENZA    = :W-GG-ASSENZA,
                              NUM_ANOMALIE      = :W-NUM-ANOMALIE,
                              DATA_ELABORAZIONE = :W-BR-DATA
                        WHERE ANNO_MESE         = :W-COMPETENZA
                        AND   COD_MATRICOLA_DIP = :W-MATRICOLA
              END-EXEC
           ELSE
              EXEC SQL INSERT INTO CPS04.CWFOGPRE
                            VALUES (:W-COMPETENZA,
                                    :W-MATRICOLA,
                                    :W-DIPART,
                                    :W-SOCIETA,
                                    :W-CODICI-GIORNO,
                                    :W-ANOMALIE-GIORNO,
                                    :W-GG-LAVORATI,
                                    :W-GG-ASSENZA,
                                    :W-NUM-ANOMALIE,
                                    'E',
                                    :W-BR-DATA,
                                    ' ',
                                    ' ',
                                    ' ')
              END-EXEC
           END-IF.
           ADD 1 TO W-CONTA-FOGLI.
           IF W-NUM-ANOMALIE > 0
              ADD 1 TO W-CONTA-FOGLI-ANOM
           END-IF.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * CODICE DEL GIORNO W-IND-GG, IN ORDINE DI PRECEDENZA:           *
      *   1. FUORI DAL RAPPORTO (PRIMA DELL'ASSUNZIONE O DALLA DATA DI *
      *      CESSAZIONE): SPAZI                                        *
      *   2. ASSENZA CWASSENZE: IL SUO TIPO (ANOMALIA 'T' SE TIMBRATO) *
      *   3. TIMBRATURA CWPRESEN: LV (ANOMALIA 'U' SENZA USCITA)       *
      *   4. LAVORO AGILE CWSMPIAN: LA - SCIOPERO CWSCIADE: SC         *
      *   5. FESTIVITA' CWCALEND: FS                                   *
      *   6. RIPOSO: TURNO CWTURASS A SPAZI, OPPURE SABATO/DOMENICA    *
      *      SENZA TURNO ASSEGNATO: RI                                 *
      *   7. RICHIESTA FERIE CWRICHFE APPROVATA: FE; PENDENTE: AI CON  *
      *      ANOMALIA 'R'                                              *
      *   8. NESSUN GIUSTIFICATIVO: AI CON ANOMALIA 'N'                *
      ******************************************************************
       2300-CLASSIFICA-GIORNO SECTION.
      *----------------------*
           MOVE W-IND-GG TO W-DG-GG.
           IF W-DATA-GIORNO < W-DATA-ASSUNZIONE OR
              W-DATA-GIORNO NOT < W-DATA-CESSAZIONE
              GO TO 2300-EX
           END-IF.

           MOVE SPACES TO W-TIPO-ASSENZA.
           EXEC SQL SELECT COALESCE(MIN(TIPO_ASSENZA), '  ')
                      INTO :W-TIPO-ASSENZA
                      FROM  CPS04.CWASSENZE
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_INIZIO      <= :W-DATA-GIORNO
                     AND   DATA_FINE        >= :W-DATA-GIORNO
           END-EXEC.

           MOVE 'N' TO SW-TIMBRATO.
           EXEC SQL SELECT ORA_ENTRATA,
                           ORA_USCITA
                      INTO :W-ORA-ENTRATA,
                           :W-ORA-USCITA
                      FROM  CPS04.CWPRESEN
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_PRESENZA     = :W-DATA-GIORNO
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'S' TO SW-TIMBRATO
           END-IF.

           IF W-TIPO-ASSENZA NOT = SPACES
              MOVE W-TIPO-ASSENZA TO W-COD-GIORNO (W-IND-GG)
              ADD 1 TO W-GG-ASSENZA
              IF GIORNO-TIMBRATO
                 MOVE 'T' TO W-ANOM-GIORNO (W-IND-GG)
                 PERFORM 2400-SEGNALA-ANOMALIA
              END-IF
              GO TO 2300-EX
           END-IF.

           IF GIORNO-TIMBRATO
              MOVE 'LV' TO W-COD-GIORNO (W-IND-GG)
              ADD 1 TO W-GG-LAVORATI
              IF W-ORA-ENTRATA = W-ORA-USCITA
                 MOVE 'U' TO W-ANOM-GIORNO (W-IND-GG)
                 PERFORM 2400-SEGNALA-ANOMALIA
              END-IF
              GO TO 2300-EX
           END-IF.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSMPIAN
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_SMART        = :W-DATA-GIORNO
           END-EXEC.
           IF W-COUNT > 0
              MOVE 'LA' TO W-COD-GIORNO (W-IND-GG)
              ADD 1 TO W-GG-LAVORATI
              GO TO 2300-EX
           END-IF.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSCIADE X,
                            CPS04.CWSCIOPE Y
                     WHERE X.COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   Y.ID_SCIOPERO       = X.ID_SCIOPERO
                     AND   Y.STATO_SCIOPERO    = 'P'
                     AND   Y.DATA_SCIOPERO     = :W-DATA-GIORNO
           END-EXEC.
           IF W-COUNT > 0
              MOVE 'SC' TO W-COD-GIORNO (W-IND-GG)
              ADD 1 TO W-GG-ASSENZA
              GO TO 2300-EX
           END-IF.

           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWCALEND
                     WHERE DATA_FESTA = :W-DATA-GIORNO
           END-EXEC.
           IF W-COUNT > 0
              MOVE 'FS' TO W-COD-GIORNO (W-IND-GG)
              GO TO 2300-EX
           END-IF.

           PERFORM 2310-CONTROLLA-RIPOSO.
           IF NOT GIORNO-LAVORATIVO
              MOVE 'RI' TO W-COD-GIORNO (W-IND-GG)
              GO TO 2300-EX
           END-IF.

           MOVE SPACE TO W-STATO-RICHFE.
           EXEC SQL SELECT COALESCE(MIN(STATO_RICHIESTA), ' ')
                      INTO :W-STATO-RICHFE
                      FROM  CPS04.CWRICHFE
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_INIZIO      <= :W-DATA-GIORNO
                     AND   DATA_FINE        >= :W-DATA-GIORNO
                     AND   STATO_RICHIESTA IN ('A', 'P')
           END-EXEC.
           IF W-STATO-RICHFE = 'A'
              MOVE 'FE' TO W-COD-GIORNO (W-IND-GG)
              ADD 1 TO W-GG-ASSENZA
              GO TO 2300-EX
           END-IF.

           MOVE 'AI' TO W-COD-GIORNO (W-IND-GG).
           ADD 1 TO W-GG-ASSENZA.
           IF W-STATO-RICHFE = 'P'
              MOVE 'R' TO W-ANOM-GIORNO (W-IND-GG)
           ELSE
              MOVE 'N' TO W-ANOM-GIORNO (W-IND-GG)
           END-IF.
           PERFORM 2400-SEGNALA-ANOMALIA.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * GIORNO DI RIPOSO: CON UNA RIGA CWTURASS DEL GIORNO DECIDE IL   *
      * TURNO (A SPAZI = RIPOSO, REPARTI A CICLO CONTINUO); SENZA      *
      * TURNO ASSEGNATO SONO DI RIPOSO IL SABATO E LA DOMENICA         *
      ******************************************************************
       2310-CONTROLLA-RIPOSO SECTION.
      *---------------------*
           MOVE 'S' TO SW-GIORNO-LAV.
           MOVE 'N' TO SW-TURNO.
           EXEC SQL SELECT COD_TURNO
                      INTO :W-COD-TURNO
                      FROM  CPS04.CWTURASS
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_TURNO        = :W-DATA-GIORNO
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'S' TO SW-TURNO
              IF W-COD-TURNO = SPACES
                 MOVE 'N' TO SW-GIORNO-LAV
              END-IF
              GO TO 2310-EX
           END-IF.

           COMPUTE W-GIORNI-CALC = W-GIORNI-PRIMO + W-IND-GG - 1.
           DIVIDE W-GIORNI-CALC BY 7 GIVING W-QUOZ-7
                                     REMAINDER W-RESTO-7.
           IF W-RESTO-7 = 0 OR W-RESTO-7 = 1
              MOVE 'N' TO SW-GIORNO-LAV
           END-IF.

       2310-EX. EXIT.
      *
      *
      ******************************************************************
      * GIORNO ANOMALO: CONTEGGIO SUL FOGLIO E RIGA SUL TABULATO PER   *
      * IL RESPONSABILE DEL DIPARTIMENTO                               *
      ******************************************************************
       2400-SEGNALA-ANOMALIA SECTION.
      *---------------------*
           ADD 1 TO W-NUM-ANOMALIE.
           ADD 1 TO W-CONTA-GG-ANOM.
           MOVE W-DIPART                   TO RD-DIPART.
           MOVE W-MATRICOLA                TO RD-MATRICOLA.
           MOVE W-COGNOME                  TO RD-COGNOME.
           MOVE W-DATA-GIORNO              TO RD-DATA.
           MOVE W-COD-GIORNO (W-IND-GG)    TO RD-CODICE.
           EVALUATE W-ANOM-GIORNO (W-IND-GG)
              WHEN 'N'
                 MOVE 'NESSUNA TIMBRATURA NE'' GIUSTIFICATIVO'
                                           TO RD-MOTIVO
              WHEN 'T'
                 MOVE 'TIMBRATURA IN GIORNO DI ASSENZA REGISTRATA'
                                           TO RD-MOTIVO
              WHEN 'U'
                 MOVE 'TIMBRATURA SENZA USCITA'
                                           TO RD-MOTIVO
              WHEN OTHER
                 MOVE 'RICHIESTA FERIE DAL CHIOSCO ANCORA PENDENTE'
                                           TO RD-MOTIVO
           END-EVALUATE.
           MOVE R-RIGA-DETT TO FOGLREP-REC.
           WRITE FOGLREP-REC.

       2400-EX. EXIT.
      *
      *
      ******************************************************************
      * NUMERO DI GIORNI ASSOLUTO (ALGORITMO DI IET016CT / CW16DEMO)   *
      ******************************************************************
       2700-CALCOLA-GIORNI SECTION.
      *---------------*
           DIVIDE W-AAAA-CALC BY   4  GIVING W-Q4
                                      REMAINDER W-R4.
           DIVIDE W-AAAA-CALC BY 100  GIVING W-Q100
                                      REMAINDER W-R100.
           DIVIDE W-AAAA-CALC BY 400  GIVING W-Q400
                                      REMAINDER W-R400.
      *
           COMPUTE W-GIORNI-CALC = (W-AAAA-CALC * 365)
                                 + W-Q4 - W-Q100 + W-Q400
                                 + EL-CUM-GG-MESE(W-MM-CALC)
                                 + W-GG-CALC.
      *
      * FLOOR(ANNO/4) CONTEGGIA GIA' IL 29 FEBBRAIO DELL'ANNO IN
      * CORSO: NEI MESI FINO A FEBBRAIO VA TOLTO (EQUIVALE A CALCOLARE
      * I QUOZIENTI BISESTILI SULL'ANNO PRECEDENTE), ALTRIMENTI NEGLI
      * ANNI BISESTILI L'INTERO ANNO SLITTA DI UN GIORNO E IL RESTO
      * MODULO 7 NON ANCORA PIU' 0=SABATO
           IF  ((W-R4 = 0) AND (W-R100 NOT = 0))
                OR (W-R400 = 0)
               IF  W-MM-CALC NOT > 2
                   SUBTRACT 1 FROM W-GIORNI-CALC
               END-IF
           END-IF.

       2700-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE FOGLREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-MATRICOLE TO W-BR-LETTI
              MOVE W-CONTA-FOGLI     TO W-BR-SCRITTI
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
           MOVE R-RIGA-VUOTA        TO FOGLREP-REC.
           WRITE FOGLREP-REC.
           MOVE W-CONTA-MATRICOLE   TO RT-MATRICOLE.
           MOVE W-CONTA-FOGLI       TO RT-FOGLI.
           MOVE R-RIGA-TRAILER-1    TO FOGLREP-REC.
           WRITE FOGLREP-REC.
           MOVE W-CONTA-CERTIFICATI TO RT-CERTIFICATI.
           MOVE W-CONTA-FOGLI-ANOM  TO RT-FOGLI-ANOM.
           MOVE W-CONTA-GG-ANOM     TO RT-GG-ANOM.
           MOVE R-RIGA-TRAILER-2    TO FOGLREP-REC.
           WRITE FOGLREP-REC.

           DISPLAY 'CY14DEMO - MESE DI COMPETENZA   : '
                   W-COMPETENZA.
           DISPLAY 'CY14DEMO - FOGLI ELABORATI      : '
                   W-CONTA-FOGLI.
           DISPLAY 'CY14DEMO - GIA'' CERTIFICATI     : '
                   W-CONTA-CERTIFICATI.
           DISPLAY 'CY14DEMO - GIORNI ANOMALI       : '
                   W-CONTA-GG-ANOM.

           CLOSE FOGLREP.

           MOVE W-CONTA-MATRICOLE TO W-BR-LETTI.
           MOVE W-CONTA-FOGLI     TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
