       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX87DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : TABULATO MENSILE DELLE RICHIESTE DI          *
      *                   ASSUNZIONE: TEMPI DI COPERTURA E RICHIESTE   *
      *                   ANCORA APERTE PER DIPARTIMENTO               *
      * TIPO OPERAZIONE : BATCH DI STAMPA                              *
      * TABELLE USATE   : CPS04.CWRICASS, CPS04.CWDIPART               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * BATCH MENSILE SUL MESE DI COMPETENZA (IL MESE SOLARE PRECEDENTE*
      * LA DATA DI LANCIO) SULLE RICHIESTE DI ASSUNZIONE (CWRICASS,    *
      * CX86DEMO):                                                     *
      *   1 - RICHIESTE COPERTE NEL MESE (CONVERSIONE DEL CANDIDATO IN *
      *       CW75DEMO) PER DIPARTIMENTO, CON I GIORNI MEDI E MASSIMI  *
      *       DALLA RICHIESTA ALLA COPERTURA;                          *
      *   2 - RICHIESTE ANCORA APERTE ALL'ULTIMO GIORNO DEL MESE       *
      *       (INSERITE O APPROVATE, COMPRESE QUELLE COPERTE O         *
      *       RESPINTE SOLO DOPO), UNA PER RIGA CON I GIORNI DI        *
      *       APERTURA, A ROTTURA DI DIPARTIMENTO.                     *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RICASREP       ASSIGN TO RICASREP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-RICASREP.

       DATA DIVISION.
       FILE SECTION.
       FD  RICASREP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  RICASREP-REC                   PIC X(133).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CX87DEMO'.
       01  W-FS-RICASREP                  PIC  X(2)   VALUE ZEROES.
           88  FS-RICASREP-OK                         VALUE '00'.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-RIGHE                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-DIPART-CORR                  PIC X(10)   VALUE SPACES.
       01  W-CONTA-DIPART                 PIC S9(5)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    PARTE 1: COPERTURE DEL MESE PER DIPARTIMENTO                *
      * -------------------------------------------------------------- *
       01  W-COPERTE                      PIC S9(7)   COMP-3 VALUE 0.
       01  W-GIORNI-TOT                   PIC S9(9)   COMP-3 VALUE 0.
       01  W-GIORNI-MAX                   PIC S9(7)   COMP-3 VALUE 0.
       01  W-COPERTE-TOT                  PIC S9(7)   COMP-3 VALUE 0.
       01  W-GIORNI-TOT-GEN               PIC S9(9)   COMP-3 VALUE 0.
       01  W-GIORNI-MAX-GEN               PIC S9(7)   COMP-3 VALUE 0.
       01  W-GIORNI-MEDI                  PIC S9(7)V9 COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    PARTE 2: RICHIESTE APERTE A FINE MESE                       *
      * -------------------------------------------------------------- *
       01  W-GIORNI-APERTA                PIC S9(7)   COMP-3 VALUE 0.
       01  W-APERTE-DIPART                PIC S9(7)   COMP-3 VALUE 0.
       01  W-APERTE-TOT                   PIC S9(7)   COMP-3 VALUE 0.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA (AAAA-MM) CON PRIMO E ULTIMO GIORNO      *
      *    CONVENZIONALE PER IL CONFRONTO CON LE DATE DELLE RICHIESTE  *
      * -------------------------------------------------------------- *
       01  W-COMP-AAAA                    PIC 9(4)    VALUE ZERO.
       01  W-COMP-MM                      PIC 9(2)    VALUE ZERO.
       01  W-COMPETENZA.
           05  W-CMP-AAAA                 PIC 9(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-CMP-MM                   PIC 9(2).
       01  W-MESE-INIZIO.
           05  W-MIN-COMP                 PIC X(7).
           05  FILLER                     PIC X(3)    VALUE '-01'.
       01  W-MESE-FINE.
           05  W-MFI-COMP                 PIC X(7).
           05  FILLER                     PIC X(3)    VALUE '-31'.

      * -------------------------------------------------------------- *
      *    RIGHE DEL TABULATO                                          *
      * -------------------------------------------------------------- *
       01  R-INTESTAZ-1.
           05  FILLER                     PIC X(40)  VALUE
               'RICHIESTE DI ASSUNZIONE PER DIPARTIMENTO'.
           05  FILLER                     PIC X(9)   VALUE
               ' - MESE :'.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  RI-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(76)  VALUE SPACES.
       01  R-TITOLO-COPERTE.
           05  FILLER                     PIC X(40)  VALUE
               '1 - RICHIESTE COPERTE NEL MESE'.
           05  FILLER                     PIC X(93)  VALUE SPACES.
       01  R-INTESTAZ-COPERTE.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(41)  VALUE
               'DIPARTIMENTO'.
           05  FILLER                     PIC X(38)  VALUE
               '  COPERTE  GG MEDI GG MASSIMI'.
           05  FILLER                     PIC X(50)  VALUE SPACES.
       01  R-RIGA-COPERTE.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RC-DIPART                  PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RC-DESCR                   PIC X(30).
           05  RC-COPERTE                 PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RC-GG-MEDI                 PIC ZZZZZZ9,9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RC-GG-MAX                  PIC ZZZZZZZZZ9.
           05  FILLER                     PIC X(58)  VALUE SPACES.
       01  R-TITOLO-APERTE.
           05  FILLER                     PIC X(40)  VALUE
               '2 - RICHIESTE APERTE A FINE MESE'.
           05  FILLER                     PIC X(93)  VALUE SPACES.
       01  R-INTESTAZ-APERTE.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(36)  VALUE
               '     ID QUALIF.  CT  M  MATR.    S  '.
           05  FILLER                     PIC X(28)  VALUE
               'RICHIESTA  APPROVATA  GIORNI'.
           05  FILLER                     PIC X(65)  VALUE SPACES.
       01  R-RIGA-DIPART.
           05  FILLER                     PIC X(15)  VALUE
               'DIPARTIMENTO : '.
           05  RP-DIPART                  PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RP-DESCR                   PIC X(30).
           05  FILLER                     PIC X(77)  VALUE SPACES.
       01  R-RIGA-APERTA.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RA-ID                      PIC ZZZZZZ9.
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RA-QU-IN                   PIC X(8).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RA-TIPO-CONTR              PIC X(2).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RA-MOTIVO                  PIC X(1).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RA-MATRICOLA               PIC ZZZZZ.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RA-STATO                   PIC X(1).
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  RA-DATA-RICH               PIC X(10).
           05  FILLER                     PIC X(1)   VALUE SPACES.
           05  RA-DATA-ESITO              PIC X(10).
           05  RA-GIORNI                  PIC ZZZZZZ9.
           05  FILLER                     PIC X(65)  VALUE SPACES.
       01  R-RIGA-SUBTOT.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  RS-TESTO                   PIC X(41).
           05  RS-NUMERO                  PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(79)  VALUE SPACES.
       01  R-RIGA-NESSUNA.
           05  FILLER                     PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(41)  VALUE
               'NESSUNA RICHIESTA'.
           05  FILLER                     PIC X(88)  VALUE SPACES.
       01  R-RIGA-VUOTA                   PIC X(133) VALUE SPACES.

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWDIPA  END-EXEC.

           EXEC SQL  INCLUDE CWRICA  END-EXEC.

      * -------------------------------------------------------------- *
      * RICHIESTE COPERTE NEL MESE PER DIPARTIMENTO, CON LA SOMMA E IL *
      * MASSIMO DEI GIORNI DALLA RICHIESTA ALLA COPERTURA              *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-COP87 CURSOR FOR
                    SELECT  R.DIPARTIMENTO,
                            COUNT(*),
                            SUM(DAYS(DATE(R.DATA_COPERTURA))
                              - DAYS(DATE(R.DATA_RICHIESTA))),
                            MAX(DAYS(DATE(R.DATA_COPERTURA))
                              - DAYS(DATE(R.DATA_RICHIESTA)))
                    FROM    CPS04.CWRICASS R
                    WHERE   R.STATO_RICHIESTA = 'C'
                    AND     R.DATA_COPERTURA BETWEEN :W-MESE-INIZIO
                                                 AND :W-MESE-FINE
                    GROUP BY R.DIPARTIMENTO
                    ORDER BY R.DIPARTIMENTO
           END-EXEC.

      * -------------------------------------------------------------- *
      * RICHIESTE APERTE ALL'ULTIMO GIORNO DEL MESE: INSERITE ENTRO IL *
      * MESE E NON ANCORA COPERTE O RESPINTE A QUELLA DATA; I GIORNI   *
      * SONO CONTATI FINO ALL'ULTIMO GIORNO EFFETTIVO DEL MESE         *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-APE87 CURSOR FOR
                    SELECT  R.DIPARTIMENTO,
                            R.ID_RICASS,
                            R.QUALIFICA_INTERNA,
                            R.TIPO_CONTRATTO,
                            R.MOTIVO_RICHIESTA,
                            R.MATRICOLA_SOSTITUITA,
                            R.STATO_RICHIESTA,
                            R.DATA_RICHIESTA,
                            R.DATA_ESITO,
                            DAYS(DATE(:W-MESE-INIZIO) + 1 MONTH) - 1
                              - DAYS(DATE(R.DATA_RICHIESTA))
                    FROM    CPS04.CWRICASS R
                    WHERE   R.DATA_RICHIESTA <= :W-MESE-FINE
                    AND    (R.STATO_RICHIESTA IN ('I', 'A')
                            OR (R.STATO_RICHIESTA = 'C'
                                AND R.DATA_COPERTURA > :W-MESE-FINE)
                            OR (R.STATO_RICHIESTA = 'R'
                                AND R.DATA_ESITO > :W-MESE-FINE))
                    ORDER BY R.DIPARTIMENTO,
                             R.DATA_RICHIESTA,
                             R.ID_RICASS
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

           OPEN OUTPUT RICASREP.
           IF NOT FS-RICASREP-OK
              DISPLAY '** ERRORE OPEN RICASREP, FILE STATUS: '
                      W-FS-RICASREP
              STOP RUN
           END-IF.

           MOVE W-COMPETENZA TO RI-COMPETENZA.
           MOVE R-INTESTAZ-1 TO RICASREP-REC.
           WRITE RICASREP-REC.
           MOVE R-RIGA-VUOTA TO RICASREP-REC.
           WRITE RICASREP-REC.

       1000-EX. EXIT.
      *
      *
      ******************************************************************
      * MESE DI COMPETENZA = MESE SOLARE PRECEDENTE LA DATA DI LANCIO  *
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
           MOVE W-COMP-AAAA  TO W-CMP-AAAA.
           MOVE W-COMP-MM    TO W-CMP-MM.
           MOVE W-COMPETENZA TO W-MIN-COMP.
           MOVE W-COMPETENZA TO W-MFI-COMP.

       1100-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           PERFORM 2100-STAMPA-COPERTE.
           PERFORM 2300-STAMPA-APERTE.

       2000-EX. EXIT.
      *
      *
      ******************************************************************
      * PARTE 1: UNA RIGA PER DIPARTIMENTO CON LE RICHIESTE COPERTE    *
      * NEL MESE E I GIORNI MEDI/MASSIMI DI COPERTURA, POI IL TOTALE   *
      ******************************************************************
       2100-STAMPA-COPERTE SECTION.
      *-------------------*
           MOVE R-TITOLO-COPERTE   TO RICASREP-REC.
           WRITE RICASREP-REC.
           MOVE R-INTESTAZ-COPERTE TO RICASREP-REC.
           WRITE RICASREP-REC.

           MOVE 0 TO W-SQLCODE.
           EXEC SQL OPEN CUR-COP87 END-EXEC.

           PERFORM 2150-FETCH-COPERTE UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-COP87 END-EXEC.

           IF W-COPERTE-TOT = 0
              MOVE R-RIGA-NESSUNA TO RICASREP-REC
              WRITE RICASREP-REC
           ELSE
              MOVE SPACES           TO RC-DIPART
              MOVE 'TOTALE GENERALE' TO RC-DESCR
              MOVE W-COPERTE-TOT    TO W-COPERTE
              MOVE W-GIORNI-TOT-GEN TO W-GIORNI-TOT
              MOVE W-GIORNI-MAX-GEN TO W-GIORNI-MAX
              PERFORM 2200-SCRIVI-COPERTE
           END-IF.
           MOVE R-RIGA-VUOTA TO RICASREP-REC.
           WRITE RICASREP-REC.

       2100-EX. EXIT.
      *
      *
       2150-FETCH-COPERTE SECTION.
      *------------------*
           EXEC SQL FETCH CUR-COP87
                    INTO  :DCL-CWRICASS.DIPARTIMENTO,
                          :W-COPERTE,
                          :W-GIORNI-TOT,
                          :W-GIORNI-MAX
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1             TO W-CONTA-RIGHE
              ADD W-COPERTE     TO W-COPERTE-TOT
              ADD W-GIORNI-TOT  TO W-GIORNI-TOT-GEN
              IF W-GIORNI-MAX > W-GIORNI-MAX-GEN
                 MOVE W-GIORNI-MAX TO W-GIORNI-MAX-GEN
              END-IF
              MOVE DIPARTIMENTO OF DCL-CWRICASS TO RC-DIPART
              PERFORM 2700-LEGGI-DIPART
              MOVE DESCRIZIONE OF DCL-CWDIPART  TO RC-DESCR
              PERFORM 2200-SCRIVI-COPERTE
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2150-EX. EXIT.
      *
      *
       2200-SCRIVI-COPERTE SECTION.
      *-------------------*
           IF W-COPERTE > 0
              COMPUTE W-GIORNI-MEDI ROUNDED =
                      W-GIORNI-TOT / W-COPERTE
           ELSE
              MOVE 0 TO W-GIORNI-MEDI
           END-IF.
           MOVE W-COPERTE     TO RC-COPERTE.
           MOVE W-GIORNI-MEDI TO RC-GG-MEDI.
           MOVE W-GIORNI-MAX  TO RC-GG-MAX.
           MOVE R-RIGA-COPERTE TO RICASREP-REC.
           WRITE RICASREP-REC.

       2200-EX. EXIT.
      *
      *
      ******************************************************************
      * PARTE 2: RICHIESTE APERTE A FINE MESE A ROTTURA DI             *
      * DIPARTIMENTO, CON IL NUMERO DI APERTE PER DIPARTIMENTO E IL    *
      * TOTALE GENERALE                                                *
      ******************************************************************
       2300-STAMPA-APERTE SECTION.
      *------------------*
           MOVE R-TITOLO-APERTE   TO RICASREP-REC.
           WRITE RICASREP-REC.
           MOVE R-INTESTAZ-APERTE TO RICASREP-REC.
           WRITE RICASREP-REC.

           MOVE SPACES TO W-DIPART-CORR.
           MOVE 0      TO W-SQLCODE.
           EXEC SQL OPEN CUR-APE87 END-EXEC.

           PERFORM 2350-FETCH-APERTE UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-APE87 END-EXEC.

           IF W-CONTA-DIPART > 0
              PERFORM 2450-CHIUDI-DIPART
           ELSE
              MOVE R-RIGA-NESSUNA TO RICASREP-REC
              WRITE RICASREP-REC
           END-IF.

       2300-EX. EXIT.
      *
      *
       2350-FETCH-APERTE SECTION.
      *-----------------*
           EXEC SQL FETCH CUR-APE87
                    INTO  :DCL-CWRICASS.DIPARTIMENTO,
                          :DCL-CWRICASS.ID-RICASS,
                          :DCL-CWRICASS.QUALIFICA-INTERNA,
                          :DCL-CWRICASS.TIPO-CONTRATTO,
                          :DCL-CWRICASS.MOTIVO-RICHIESTA,
                          :DCL-CWRICASS.MATRICOLA-SOSTITUITA,
                          :DCL-CWRICASS.STATO-RICHIESTA,
                          :DCL-CWRICASS.DATA-RICHIESTA,
                          :DCL-CWRICASS.DATA-ESITO,
                          :W-GIORNI-APERTA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              IF DIPARTIMENTO OF DCL-CWRICASS NOT = W-DIPART-CORR
              OR W-CONTA-DIPART = 0
                 IF W-CONTA-DIPART > 0
                    PERFORM 2450-CHIUDI-DIPART
                 END-IF
                 PERFORM 2400-NUOVO-DIPART
              END-IF
              PERFORM 2420-STAMPA-APERTA
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
           END-IF.

       2350-EX. EXIT.
      *
      *
       2400-NUOVO-DIPART SECTION.
      *-----------------*
           MOVE DIPARTIMENTO OF DCL-CWRICASS TO W-DIPART-CORR.
           ADD 1 TO W-CONTA-DIPART.
           MOVE 0 TO W-APERTE-DIPART.

           MOVE W-DIPART-CORR TO RP-DIPART.
           PERFORM 2700-LEGGI-DIPART.
           MOVE DESCRIZIONE OF DCL-CWDIPART TO RP-DESCR.
           MOVE R-RIGA-DIPART TO RICASREP-REC.
           WRITE RICASREP-REC.

       2400-EX. EXIT.
      *
      *
      ******************************************************************
      * RIGA DELLA RICHIESTA APERTA: LO STATO E' QUELLO ATTUALE (UNA   *
      * 'C' O UNA 'R' INDICANO UNA RICHIESTA CHIUSA DOPO IL MESE)      *
      ******************************************************************
       2420-STAMPA-APERTA SECTION.
      *------------------*
           ADD 1 TO W-CONTA-RIGHE.
           ADD 1 TO W-APERTE-DIPART.
           ADD 1 TO W-APERTE-TOT.

           MOVE ID-RICASS            OF DCL-CWRICASS TO RA-ID.
           MOVE QUALIFICA-INTERNA    OF DCL-CWRICASS TO RA-QU-IN.
           MOVE TIPO-CONTRATTO       OF DCL-CWRICASS TO RA-TIPO-CONTR.
           MOVE MOTIVO-RICHIESTA     OF DCL-CWRICASS TO RA-MOTIVO.
           MOVE MATRICOLA-SOSTITUITA OF DCL-CWRICASS TO RA-MATRICOLA.
           MOVE STATO-RICHIESTA      OF DCL-CWRICASS TO RA-STATO.
           MOVE DATA-RICHIESTA       OF DCL-CWRICASS TO RA-DATA-RICH.
           IF RICASS-INSERITA
              MOVE SPACES                            TO RA-DATA-ESITO
           ELSE
              MOVE DATA-ESITO        OF DCL-CWRICASS TO RA-DATA-ESITO
           END-IF.
           MOVE W-GIORNI-APERTA                      TO RA-GIORNI.
           MOVE R-RIGA-APERTA TO RICASREP-REC.
           WRITE RICASREP-REC.

       2420-EX. EXIT.
      *
      *
       2450-CHIUDI-DIPART SECTION.
      *------------------*
           MOVE 'APERTE DEL DIPARTIMENTO' TO RS-TESTO.
           MOVE W-APERTE-DIPART           TO RS-NUMERO.
           MOVE R-RIGA-SUBTOT TO RICASREP-REC.
           WRITE RICASREP-REC.
           MOVE R-RIGA-VUOTA  TO RICASREP-REC.
           WRITE RICASREP-REC.

       2450-EX. EXIT.
      *
      *
      ******************************************************************
      * DESCRIZIONE DEL DIPARTIMENTO DA CWDIPART (SPAZI SE IL CODICE   *
      * NON E' IN ANAGRAFICA)                                          *
      ******************************************************************
       2700-LEGGI-DIPART SECTION.
      *-----------------*
           MOVE SPACES TO DESCRIZIONE OF DCL-CWDIPART.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL SELECT DESCRIZIONE
                      INTO :DCL-CWDIPART.DESCRIZIONE
                      FROM CPS04.CWDIPART
                     WHERE CODICE = :DCL-CWRICASS.DIPARTIMENTO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO DESCRIZIONE OF DCL-CWDIPART
           END-IF.
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

       2700-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE RICASREP.
           IF NOT BR-GIA-IN-ERRORE
              SET BR-GIA-IN-ERRORE TO TRUE
              MOVE W-CONTA-RIGHE TO W-BR-LETTI
              MOVE W-CONTA-RIGHE TO W-BR-SCRITTI
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
           MOVE 'TOTALE RICHIESTE APERTE' TO RS-TESTO.
           MOVE W-APERTE-TOT              TO RS-NUMERO.
           MOVE R-RIGA-SUBTOT TO RICASREP-REC.
           WRITE RICASREP-REC.

           DISPLAY 'CX87DEMO - RICHIESTE COPERTE NEL MESE : '
                   W-COPERTE-TOT.
           DISPLAY 'CX87DEMO - RICHIESTE APERTE A FINE MESE: '
                   W-APERTE-TOT.

           CLOSE RICASREP.

           MOVE W-CONTA-RIGHE TO W-BR-LETTI.
           MOVE W-CONTA-RIGHE TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
