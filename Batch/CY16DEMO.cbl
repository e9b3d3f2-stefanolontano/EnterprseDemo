       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY16DEMO.
      * ---
      ******************************************************************
      * PROGETTO        :                                              *
      * ID. TRANSAZIONE : (BATCH - NESSUNA TRANSID)                    *
      *----------------------------------------------------------------*
      * AREA COMPETENTE :                                              *
      * OGGETTO         : ESTRAZIONE MENSILE DEI FOGLI PRESENZE        *
      *                   CERTIFICATI PER LO STUDIO PAGHE (FILE DI     *
      *                   INTERFACCIA PRESMEX)                         *
      * TIPO OPERAZIONE : BATCH DI ESTRAZIONE                          *
      * TABELLE USATE   : CPS04.CWFOGPRE, CPS04.CWDIPENDENTI,          *
      *                   CPS04.CWSOCIETA                              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * PROGRAMMA BATCH MENSILE, COMPAGNO DELL'ESTRAZIONE PAGHE        *
      * CW82DEMO, CHE INVIA ALLO STUDIO IL DETTAGLIO GIORNALIERO DELLE *
      * PRESENZE DEL MESE DI COMPETENZA (IL MESE SOLARE PRECEDENTE LA  *
      * DATA DI LANCIO): UN RECORD PER OGNI FOGLIO PRESENZE            *
      * CPS04.CWFOGPRE CERTIFICATO DAL RESPONSABILE DEL DIPARTIMENTO   *
      * (CY15DEMO), CON I 31 CODICI GIORNO (VEDI COPY CWFOGP), I       *
      * TOTALI E LA DATA DI CERTIFICAZIONE. I FOGLI NON ANCORA         *
      * CERTIFICATI NON VENGONO ESTRATTI E SONO SEGNALATI A CONSOLE.   *
      * COME PER CW82DEMO OGNI LANCIO ESTRAE UNA SOLA SOCIETA' DEL     *
      * GRUPPO, LETTA DAL PARMFILE (A SPAZI O ASSENTE SOLO SE C'E' UNA *
      * SOLA SOCIETA' ATTIVA), CON UN PRESMEX DISTINTO PER SOCIETA'.   *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE       ASSIGN TO PARMFILE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PARMFILE.

           SELECT PRESMEX        ASSIGN TO PRESMEX
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PRESMEX.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARMFILE-REC.
           05  PF-SOCIETA                 PIC X(4).
           05  FILLER                     PIC X(76).

       FD  PRESMEX
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 147 CHARACTERS.
       01  PRESMEX-REC.
           05  PM-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PM-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1).
           05  PM-NOME                    PIC X(15).
           05  FILLER                     PIC X(1).
           05  PM-ANNO-MESE               PIC X(7).
           05  FILLER                     PIC X(1).
           05  PM-SOCIETA                 PIC X(4).
           05  FILLER                     PIC X(1).
           05  PM-CODICI-GIORNO           PIC X(62).
           05  FILLER                     PIC X(1).
           05  PM-GG-LAVORATI             PIC 9(3).
           05  FILLER                     PIC X(1).
           05  PM-GG-ASSENZA              PIC 9(3).
           05  FILLER                     PIC X(1).
           05  PM-NUM-ANOMALIE            PIC 9(3).
           05  FILLER                     PIC X(1).
           05  PM-DATA-CERT               PIC X(6).

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
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CY16DEMO'.
       01  W-FS-PRESMEX                   PIC  X(2)   VALUE ZEROES.
           88  FS-PRESMEX-OK                          VALUE '00'.
       01  W-FS-PARMFILE                  PIC  X(2)   VALUE ZEROES.
           88  FS-PARMFILE-OK                         VALUE '00'.
       01  W-SOCIETA-RUN                  PIC  X(4)   VALUE SPACES.
       01  W-NUM-SOCIETA                  PIC S9(9)   COMP VALUE +0.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-ESTRATTI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-CONTA-NON-CERT               PIC S9(9)   COMP VALUE +0.
       01  W-COGNOME                      PIC X(30)   VALUE SPACES.
       01  W-NOME                         PIC X(15)   VALUE SPACES.
      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA: IL MESE SOLARE PRECEDENTE LA DATA DI    *
      *    LANCIO (VEDI CW82DEMO)                                      *
      * -------------------------------------------------------------- *
       01  W-COMP-AAAA                    PIC 9(4)    VALUE ZERO.
       01  W-COMP-MM                      PIC 9(2)    VALUE ZERO.
       01  W-COMPETENZA.
           05  W-CMP-AAAA                 PIC X(4).
           05  FILLER                     PIC X       VALUE '-'.
           05  W-CMP-MM                   PIC X(2).

      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.

           EXEC SQL  INCLUDE CWBRUN  END-EXEC.

           EXEC SQL  INCLUDE CWFOGP  END-EXEC.

      * -------------------------------------------------------------- *
      * FOGLI PRESENZE CERTIFICATI DEL MESE PER LA SOCIETA' DEL RUN    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-FOG16 CURSOR FOR
                    SELECT  F.COD_MATRICOLA_DIP,
                            COALESCE(D.COGNOME, ' '),
                            COALESCE(D.NOME, ' '),
                            F.CODICI_GIORNO,
                            F.GIORNI_LAVORATI,
                            F.GIORNI_ASSENZA,
                            F.NUM_ANOMALIE,
                            F.DATA_CERT
                    FROM    CPS04.CWFOGPRE F
                            LEFT OUTER JOIN CPS04.CWDIPENDENTI D
                            ON  D.COD_MATRICOLA_DIP =
                                F.COD_MATRICOLA_DIP
                    WHERE   F.ANNO_MESE    = :W-COMPETENZA
                    AND     F.COD_SOCIETA  = :W-SOCIETA-RUN
                    AND     F.STATO_FOGLIO = 'C'
                    ORDER BY F.COD_MATRICOLA_DIP
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
           PERFORM 1200-LEGGI-SOCIETA.

           OPEN OUTPUT PRESMEX.
           IF NOT FS-PRESMEX-OK
              DISPLAY '** ERRORE OPEN PRESMEX, FILE STATUS: '
                      W-FS-PRESMEX
              STOP RUN
           END-IF.

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
           MOVE W-COMP-AAAA TO W-CMP-AAAA.
           MOVE W-COMP-MM   TO W-CMP-MM.

       1100-EX. EXIT.
      *
      *
      ******************************************************************
      * SOCIETA' DEL RUN: DAL PARMFILE; SE IL PARAMETRO E' A SPAZI (O  *
      * IL FILE MANCA) SI ASSUME L'UNICA SOCIETA' ATTIVA DEL GRUPPO,   *
      * ALTRIMENTI IL RUN TERMINA IN ERRORE (STESSA REGOLA DI CW82DEMO)*
      ******************************************************************
       1200-LEGGI-SOCIETA SECTION.
      *------------------*
           OPEN INPUT PARMFILE.
           IF FS-PARMFILE-OK
              READ PARMFILE
                 AT END MOVE SPACES TO PF-SOCIETA
              END-READ
              MOVE PF-SOCIETA TO W-SOCIETA-RUN
              CLOSE PARMFILE
           ELSE
              DISPLAY 'CY16DEMO - PARMFILE NON DISPONIBILE, FILE '
                      'STATUS: ' W-FS-PARMFILE
           END-IF.

           IF W-SOCIETA-RUN = SPACES
              EXEC SQL SELECT COUNT(*),
                              COALESCE(MIN(COD_SOCIETA), ' ')
                         INTO :W-NUM-SOCIETA,
                              :W-SOCIETA-RUN
                         FROM CPS04.CWSOCIETA
                        WHERE STATO_SOCIETA = 'A'
              END-EXEC
              IF W-NUM-SOCIETA NOT = 1
                 DISPLAY 'CY16DEMO - SOCIETA'' NON INDICATA NEL '
                         'PARMFILE CON ' W-NUM-SOCIETA
                         ' SOCIETA'' ATTIVE: RUN ANNULLATO'
                 GO TO 1200-ERRORE
              END-IF
           ELSE
              EXEC SQL SELECT COUNT(*)
                         INTO :W-NUM-SOCIETA
                         FROM CPS04.CWSOCIETA
                        WHERE COD_SOCIETA = :W-SOCIETA-RUN
              END-EXEC
              IF W-NUM-SOCIETA = 0
                 DISPLAY 'CY16DEMO - SOCIETA'' ' W-SOCIETA-RUN
                         ' NON CENSITA SU CWSOCIETA: RUN ANNULLATO'
                 GO TO 1200-ERRORE
              END-IF
           END-IF.
           GO TO 1200-EX.

       1200-ERRORE.
           MOVE 0   TO W-BR-LETTI W-BR-SCRITTI.
           MOVE 'E' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.
           STOP RUN.

       1200-EX. EXIT.
      *
      *
       2000-CORPO-ELAB SECTION.
      *------------------------
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR END-EXEC.

           EXEC SQL OPEN CUR-FOG16 END-EXEC.
           MOVE 0 TO W-SQLCODE.

           PERFORM 2100-FETCH UNTIL W-SQLCODE-NOT-FOUND.

           EXEC SQL CLOSE CUR-FOG16 END-EXEC.

           PERFORM 2500-CONTA-NON-CERTIFICATI.

       2000-EX. EXIT.
      *
      *
       2100-FETCH SECTION.
      *----------*
           EXEC SQL FETCH CUR-FOG16
                    INTO  :DCL-CWFOGPRE.COD-MATRICOLA-DIP,
                          :W-COGNOME,
                          :W-NOME,
                          :DCL-CWFOGPRE.CODICI-GIORNO,
                          :DCL-CWFOGPRE.GIORNI-LAVORATI,
                          :DCL-CWFOGPRE.GIORNI-ASSENZA,
                          :DCL-CWFOGPRE.NUM-ANOMALIE,
                          :DCL-CWFOGPRE.DATA-CERT
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
           MOVE SPACES                               TO PRESMEX-REC.
           MOVE COD-MATRICOLA-DIP OF DCL-CWFOGPRE    TO PM-MATRICOLA.
           MOVE W-COGNOME                            TO PM-COGNOME.
           MOVE W-NOME                               TO PM-NOME.
           MOVE W-COMPETENZA                         TO PM-ANNO-MESE.
           MOVE W-SOCIETA-RUN                        TO PM-SOCIETA.
           MOVE CODICI-GIORNO     OF DCL-CWFOGPRE    TO
                PM-CODICI-GIORNO.
           MOVE GIORNI-LAVORATI   OF DCL-CWFOGPRE    TO PM-GG-LAVORATI.
           MOVE GIORNI-ASSENZA    OF DCL-CWFOGPRE    TO PM-GG-ASSENZA.
           MOVE NUM-ANOMALIE      OF DCL-CWFOGPRE    TO
                PM-NUM-ANOMALIE.
           MOVE DATA-CERT         OF DCL-CWFOGPRE    TO PM-DATA-CERT.
           WRITE PRESMEX-REC.
           ADD 1 TO W-CONTA-ESTRATTI.

       2300-EX. EXIT.
      *
      *
      ******************************************************************
      * FOGLI DEL MESE DELLA SOCIETA' NON ANCORA CERTIFICATI: NON      *
      * ESTRATTI, VANNO CERTIFICATI CON CY15DEMO E IL JOB RILANCIATO   *
      ******************************************************************
       2500-CONTA-NON-CERTIFICATI SECTION.
      *--------------------------*
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-NON-CERT
                      FROM  CPS04.CWFOGPRE
                     WHERE ANNO_MESE    = :W-COMPETENZA
                     AND   COD_SOCIETA  = :W-SOCIETA-RUN
                     AND   STATO_FOGLIO <> 'C'
           END-EXEC.

       2500-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
           DISPLAY '** ERRORE SQL, SQLCODE: ' SQLCODE
                   ' PGM: ' W-NOME-PGM.
           CLOSE PRESMEX.
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
           DISPLAY 'CY16DEMO - COMPETENZA            : '
                   W-COMPETENZA.
           DISPLAY 'CY16DEMO - SOCIETA''              : '
                   W-SOCIETA-RUN.
           DISPLAY 'CY16DEMO - FOGLI ESTRATTI        : '
                   W-CONTA-ESTRATTI.
           IF W-CONTA-NON-CERT > 0
              DISPLAY 'CY16DEMO - ATTENZIONE: FOGLI NON CERTIFICATI '
                      'E NON ESTRATTI (CY15DEMO): ' W-CONTA-NON-CERT
           END-IF.

           CLOSE PRESMEX.

           MOVE W-CONTA-ESTRATTI TO W-BR-LETTI.
           MOVE W-CONTA-ESTRATTI TO W-BR-SCRITTI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

       3000-EX. EXIT.
      *
