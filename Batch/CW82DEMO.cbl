      *                   (FILE DI INTERFACCIA PAYROLX)                *
      * TIPO OPERAZIONE : BATCH DI ESTRAZIONE                          *
      * TABELLE USATE   : CPS04.CWDIPENDENTI, CPS04.CWRETRIB,          *
      *                   CPS04.CWASSENZE, CPS04.CWSTRAOR,             *
      *                   CPS04.CWBUONIP, CPS04.CWTRASF,               *
      *                   CPS04.CWASSBEN, CPS04.CWANTTFR,              *
      *                   CPS04.CWPIGNOR, CPS04.CWSCIOPE,              *
      *                   CPS04.CWSCIADE, CPS04.CWPREMIO,              *
      *                   CPS04.CWARRET, CPS04.CWSOCIETA,              *
      *                   CPS04.CWCIGAUT, CPS04.CWCIGORE               *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  AGGIUNTO IL FLAG DEL PREMIO DI ANZIANITA' (10/  *
      *                20/30 ANNI COMPIUTI NEL MESE DI COMPETENZA,     *
      *                CHE NEGLI ANNI BISESTILI FACEVA SLITTARE DI UN  *
      *                GIORNO L'INTERO ANNO (E IL RESTO MODULO 7:      *
      *                0=SABATO DIVENTAVA VENERDI')                    *
      * 15/10/2026 GM  AGGIUNTE LE ORE DI STRAORDINARIO AUTORIZZATE    *
      *                (DIURNE, NOTTURNE, FESTIVE) DA CPS04.CWSTRAOR   *
      *                (CX49DEMO/CX50DEMO); LE RIGHE PASSATE VENGONO   *
      *                MARCATE 'P' CON IL MESE DI COMPETENZA           *
      * 15/10/2026 GM  AGGIUNTI NUMERO E VALORE UNITARIO DEI BUONI     *
      *                PASTO MATURATI NEL MESE (CPS04.CWBUONIP,        *
      *                SCRITTA DA CX51DEMO CHE VA LANCIATO PRIMA)      *
      * 15/10/2026 GM  AGGIUNTI I RIMBORSI TRASFERTA APPROVATI (CPS04. *
      *                CWTRASF, CX52DEMO/CW18DEMO) IN DUE IMPORTI      *
      *                SEPARATI, ESENTE E IMPONIBILE; LE TRASFERTE     *
      *                PASSATE VENGONO MARCATE 'L' CON IL MESE PAGHE   *
      * 15/10/2026 GM  AGGIUNTI I GIORNI DI PERMESSO LEGGE 104 ('L4',  *
      *                DA CPS04.CWASSBEN) E DI CONGEDO PARENTALE ('CP',*
      *                INTERSEZIONE CON IL MESE COME PER L'ASPETTATIVA)*
      *                FRUITI NEL MESE DI COMPETENZA                   *
      * 15/10/2026 GM  AGGIUNTO L'ANTICIPO TFR APPROVATO (CPS04.       *
      *                CWANTTFR, CX76DEMO) DA LIQUIDARE NEL MESE; LE   *
      *                RIGHE PASSATE VENGONO MARCATE CON IL MESE PAGHE *
      * 15/10/2026 GM  AGGIUNTE LE RATE DEL MESE DI CESSIONI DEL QUINTO*
      *                E PIGNORAMENTI (CPS04.CWPIGNOR, CALCOLATE NEI   *
      *                LIMITI DI LEGGE DA CX79DEMO CHE VA LANCIATO     *
      *                PRIMA), CON SEGNALAZIONE A CONSOLE DELLE        *
      *                TRATTENUTE APERTE SENZA RATA DEL MESE           *
      * 15/10/2026 GM  AGGIUNTE LE ORE DI SCIOPERO NON RETRIBUITE      *
      *                (ADESIONI CPS04.CWSCIADE REGISTRATE CON         *
      *                CX84DEMO); LE ADESIONI PASSATE VENGONO MARCATE  *
      *                CON IL MESE PAGHE                               *
      * 15/10/2026 GM  AGGIUNTO IL PREMIO MBO APPROVATO (CPS04.        *
      *                CWPREMIO, CALCOLATO DA CX96DEMO), PAGATO UNA    *
      *                TANTUM; I PREMI PASSATI VENGONO MARCATI CON IL  *
      *                MESE PAGHE (RECORD PAYROLX DA 222 A 232 BYTE)   *
      * 15/10/2026 GM  AGGIUNTI GLI ARRETRATI DA AUMENTI RETROATTIVI   *
      *                (CPS04.CWARRET, CALCOLATI DA CX97DEMO CHE VA    *
      *                LANCIATO PRIMA): UN RECORD ARRETRATO SEPARATO   *
      *                PER OGNI MESE RECUPERATO, DOPO IL RECORD DELLA  *
      *                MATRICOLA, RICONOSCIBILE DAL TIPO RECORD 'A' IN *
      *                CODA (RECORD PAYROLX DA 232 A 234 BYTE, 'M' SUL *
      *                RECORD MENSILE); GLI ARRETRATI PASSATI VENGONO  *
      *                MARCATI CON IL MESE PAGHE                       *
      * 15/10/2026 GM  ESTRAZIONE PER SOCIETA' DEL GRUPPO: IL CODICE   *
      *                SOCIETA' VIENE LETTO DAL FILE PARMFILE (A SPAZI *
      *                O ASSENTE SOLO SE C'E' UNA SOLA SOCIETA' ATTIVA)*
      *                E SI ESTRAGGONO SOLO LE SUE MATRICOLE; UN FILE  *
      *                PAYROLX PER SOCIETA', CON IL CODICE SU OGNI     *
      *                RECORD (PAYROLX DA 234 A 239 BYTE)              *
      * 15/10/2026 GM  AGGIUNTE LE ORE DI CASSA INTEGRAZIONE DEL MESE  *
      *                (RIDUZIONI CPS04.CWCIGORE REGISTRATE CON        *
      *                CY30DEMO SU AUTORIZZAZIONI CPS04.CWCIGAUT DI    *
      *                CY29DEMO), MARCATE CON IL MESE PAGHE; CAMPO     *
      *                PRIMA DEL CODICE SOCIETA' (PAYROLX DA 239 A 245 *
      *                BYTE)                                           *
      ******************************************************************
      ******************************************************************
      * PROGRAMMA BATCH MENSILE, STESSO IMPIANTO DELL'ESTRAZIONE BADGE *
      * COMPAGNO CW83DEMO, COME CW46DEMO LO E' PER CW23DEMO.           *
      * LE MATRICOLE ATTIVE SENZA RIGA RETRIBUTIVA VENGONO SEGNALATE   *
      * A CONSOLE PERCHE' VANNO COMPLETATE CON CW33DEMO.               *
      * OGNI LANCIO ESTRAE UNA SOLA SOCIETA' DEL GRUPPO (CWSOCIETA,    *
      * DATORE DI LAVORO DELLE MATRICOLE DEL DIPARTIMENTO): IN         *
      * PRESENZA DI PIU' SOCIETA' ATTIVE IL CODICE VA INDICATO NEL     *
      * PARMFILE E IL JOB VA RIPETUTO PER CIASCUNA, CON UN PAYROLX     *
      * DISTINTO PER OGNI STUDIO PAGHE.                                *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE       ASSIGN TO PARMFILE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PARMFILE.

           SELECT PAYROLX        ASSIGN TO PAYROLX
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS W-FS-PAYROLX.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARMFILE-REC.
           05  PF-SOCIETA                 PIC X(4).
           05  FILLER                     PIC X(76).

       FD  PAYROLX
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 245 CHARACTERS.
       01  PAYROLX-REC.
           05  PX-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-NUM-FAMILIARI           PIC 9(2).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-PREMIO-ANZ              PIC 9(2).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-ORE-STR-DIURNE          PIC 9(3)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-ORE-STR-NOTTURNE        PIC 9(3)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-ORE-STR-FESTIVE         PIC 9(3)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-NUM-BUONI               PIC 9(2).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-VALORE-BUONO            PIC 9(3)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-RIMB-ESENTE             PIC 9(7)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-RIMB-IMPONIBILE         PIC 9(7)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-GG-LEGGE104             PIC 9(3).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-GG-CONG-PARENT          PIC 9(3).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-ANTICIPO-TFR            PIC 9(7)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-TRATT-CESSIONI          PIC 9(7)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-TRATT-PIGNOR            PIC 9(7)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-ORE-SCIOPERO            PIC 9(3)V99.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  PX-PREMIO-MBO              PIC 9(7)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-ORE-CIG                 PIC 9(3)V99.
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-SOCIETA                 PIC X(4).
           05  FILLER                     PIC X(1)   VALUE SPACE.
           05  PX-TIPO-RECORD             PIC X(1).
               88  PX-REC-MENSILE                    VALUE 'M'.
               88  PX-REC-ARRETRATO                  VALUE 'A'.
      * ---
      * RECORD ARRETRATO (TIPO 'A'): UNO PER OGNI MESE GIA' PAGATO ALLA
      * VECCHIA RETRIBUZIONE DA UN AUMENTO RETROATTIVO (CPS04.CWARRET),
      * SCRITTO DOPO IL RECORD MENSILE DELLA STESSA MATRICOLA
      * ---
       01  PAYROLX-ARR-REC.
           05  PA-MATRICOLA               PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PA-COGNOME                 PIC X(30).
           05  FILLER                     PIC X(1).
           05  PA-NOME                    PIC X(15).
           05  FILLER                     PIC X(1).
           05  PA-MESE-RIFERIMENTO        PIC X(7).
           05  FILLER                     PIC X(1).
           05  PA-RETRIB-PRECEDENTE       PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  PA-RETRIB-NUOVA            PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  PA-DATA-DECORRENZA         PIC X(10).
           05  FILLER                     PIC X(1).
           05  PA-PERC-PARTTIME           PIC 9(3)V99.
           05  FILLER                     PIC X(1).
           05  PA-GG-MESE                 PIC 9(2).
           05  FILLER                     PIC X(1).
           05  PA-GG-RETRIBUITI           PIC 9(2).
           05  FILLER                     PIC X(1).
           05  PA-IMPORTO                 PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  PA-COMPETENZA              PIC X(7).
           05  FILLER                     PIC X(118).
           05  PA-SOCIETA                 PIC X(4).
           05  FILLER                     PIC X(1).
           05  PA-TIPO-RECORD             PIC X(1).

       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
       01  W-NOME-PGM                     PIC  X(8)   VALUE 'CW82DEMO'.
       01  W-FS-PAYROLX                   PIC  X(2)   VALUE ZEROES.
           88  FS-PAYROLX-OK                          VALUE '00'.
       01  W-FS-PARMFILE                  PIC  X(2)   VALUE ZEROES.
           88  FS-PARMFILE-OK                         VALUE '00'.
       01  W-SOCIETA-RUN                  PIC  X(4)   VALUE SPACES.
       01  W-NUM-SOCIETA                  PIC S9(9)   COMP VALUE +0.
       01  W-SQLCODE                      PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-DATA-ANZ-EFF                 PIC X(10)   VALUE SPACES.
       01  W-ANNO-ANZ                     PIC 9(4)    VALUE ZERO.
       01  W-ANNI-COMPIUTI                PIC S9(3)   COMP-3 VALUE 0.
       01  W-MIN-STR-DIURNI               PIC S9(7)   COMP-3 VALUE 0.
       01  W-MIN-STR-NOTTURNI             PIC S9(7)   COMP-3 VALUE 0.
       01  W-MIN-STR-FESTIVI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-ORE-STR-DIURNE               PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-ORE-STR-NOTTURNE             PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-ORE-STR-FESTIVE              PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-NUM-BUONI                    PIC S9(3)   COMP-3 VALUE 0.
       01  W-VALORE-BUONO                 PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-CONTA-SENZA-BUONI            PIC S9(5)   COMP-3 VALUE 0.
       01  W-RIMB-ESENTE                  PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-RIMB-IMPONIBILE              PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-TIPO-ASS82                   PIC X(2)    VALUE SPACES.
       01  W-GG-TIPO-MESE                 PIC S9(3)   COMP-3 VALUE 0.
       01  W-GG-LEGGE104                  PIC S9(3)   COMP-3 VALUE 0.
       01  W-GG-CONG-PARENT               PIC S9(3)   COMP-3 VALUE 0.
       01  W-ANTICIPO-TFR                 PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-PREMIO-MBO                   PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-TRATT-CESSIONI               PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-TRATT-PIGNOR                 PIC S9(7)V99 COMP-3 VALUE 0.
       01  W-PIGN-SENZA-RATA              PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-PIGN-SENZA-RATA        PIC S9(5)   COMP-3 VALUE 0.
       01  W-MIN-SCIOPERO                 PIC S9(7)   COMP-3 VALUE 0.
       01  W-ORE-SCIOPERO                 PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-MIN-CIG                      PIC S9(7)   COMP-3 VALUE 0.
       01  W-ORE-CIG                      PIC S9(3)V99 COMP-3 VALUE 0.
       01  W-CONTA-ARRETRATI              PIC S9(7)   COMP-3 VALUE 0.
       01  W-SQLCODE-ARR                  PIC S9(3)   COMP VALUE +0.
           88  W-SQLCODE-ARR-OK      VALUE +0.
           88  W-SQLCODE-ARR-NOTFND  VALUE +100.

      * -------------------------------------------------------------- *
      *    MESE DI COMPETENZA: IL MESE SOLARE PRECEDENTE LA DATA DI    *

           EXEC SQL  INCLUDE CWANZC  END-EXEC.

           EXEC SQL  INCLUDE CWSTRA  END-EXEC.

           EXEC SQL  INCLUDE CWBUON  END-EXEC.

           EXEC SQL  INCLUDE CWTRAS  END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWASSB  END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWANTT  END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWPIGN  END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWSCIO  END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWSCAD  END-EXEC.

           EXEC SQL  INCLUDE CWPREM  END-EXEC.

           EXEC SQL  INCLUDE CWARRE  END-EXEC.

           EXEC SQL  INCLUDE CWSOCI  END-EXEC.

      * -------------------------------------------------------------- *
      * DIPENDENTI ATTIVI CON RIGA RETRIBUTIVA DELLA SOCIETA' DEL RUN: *
      * UN RECORD DI INTERFACCIA PER OGNUNO, IN ORDINE DI MATRICOLA    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-PAY82 CURSOR FOR
                    SELECT  D.COD_MATRICOLA_DIP,
                            CPS04.CWRETRIB     R
                    WHERE   R.COD_MATRICOLA_DIP =
                            D.COD_MATRICOLA_DIP
                    AND     D.COD_SOCIETA = :W-SOCIETA-RUN
                    ORDER BY D.COD_MATRICOLA_DIP
           END-EXEC.

      * -------------------------------------------------------------- *
      * PERIODI DEL TIPO W-TIPO-ASS82 (ASPETTATIVA 'AS', CONGEDO       *
      * PARENTALE 'CP') CHE INTERSECANO IL MESE DI COMPETENZA PER LA   *
      * MATRICOLA CORRENTE                                             *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-ASP82 CURSOR FOR
                    SELECT  DATA_INIZIO,
                    FROM    CPS04.CWASSENZE
                    WHERE   COD_MATRICOLA_DIP =
                            :DCL-CPSDIP.COD-MATRICOLA-DIP
                    AND     TIPO_ASSENZA = :W-TIPO-ASS82
                    AND     DATA_INIZIO <= :W-MESE-FINE
                    AND     DATA_FINE   >= :W-MESE-INIZIO
           END-EXEC.

      * -------------------------------------------------------------- *
      * ARRETRATI DA AUMENTI RETROATTIVI DELLA MATRICOLA CORRENTE NON  *
      * ANCORA PAGATI (O GIA' PASSATI SUL MESE STESSO, COSI' UN        *
      * RILANCIO DELL'ESTRAZIONE LI RIPORTA)                           *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-ARR82 CURSOR FOR
                    SELECT  MESE_RIFERIMENTO,
                            RETRIB_PRECEDENTE,
                            RETRIB_NUOVA,
                            DATA_DECORRENZA,
                            PERC_PARTTIME,
                            GG_MESE,
                            GG_RETRIBUITI,
                            IMPORTO
                    FROM    CPS04.CWARRET
                    WHERE   COD_MATRICOLA_DIP =
                            :DCL-CPSDIP.COD-MATRICOLA-DIP
                    AND    (MESE_PAGHE = ' '
                     OR     MESE_PAGHE = :W-COMPETENZA)
                    ORDER BY MESE_RIFERIMENTO, DATA_CALCOLO
           END-EXEC.

       PROCEDURE DIVISION.
      *---
       0000-MAIN SECTION.
      *----------------*
           PERFORM 1900-REGISTRA-INIZIO.
           PERFORM 1100-CALCOLA-COMPETENZA.
           PERFORM 1200-LEGGI-SOCIETA.

           OPEN OUTPUT PAYROLX.
           IF NOT FS-PAYROLX-OK

       1100-EX. EXIT.
      *
      *
      ******************************************************************
      * SOCIETA' DEL RUN: DAL PARMFILE; SE IL PARAMETRO E' A SPAZI (O  *
      * IL FILE MANCA) SI ASSUME L'UNICA SOCIETA' ATTIVA DEL GRUPPO,   *
      * ALTRIMENTI IL RUN TERMINA IN ERRORE PERCHE' LE MATRICOLE DI    *
      * SOCIETA' DIVERSE NON DEVONO FINIRE NELLO STESSO FILE PAGHE     *
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
              DISPLAY 'CW82DEMO - PARMFILE NON DISPONIBILE, FILE '
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
                 DISPLAY 'CW82DEMO - SOCIETA'' NON INDICATA NEL '
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
                 DISPLAY 'CW82DEMO - SOCIETA'' ' W-SOCIETA-RUN
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
              PERFORM 2260-CALCOLA-TRATT-SIND
              PERFORM 2270-CONTA-FAMILIARI
              PERFORM 2280-PREMIO-ANZIANITA
              PERFORM 2290-CALCOLA-STRAORDINARI
              PERFORM 2292-CALCOLA-SCIOPERI
              PERFORM 2293-CALCOLA-CIG
              PERFORM 2295-LEGGI-BUONI-PASTO
              PERFORM 2296-LEGGI-TRATTENUTE
              PERFORM 2297-CALCOLA-TRASFERTE
              PERFORM 2298-CALCOLA-TUTELATI
              PERFORM 2299-CALCOLA-ANTICIPO-TFR
              PERFORM 2291-CALCOLA-PREMIO-MBO
              PERFORM 2300-SCRIVI-RECORD
              PERFORM 2310-SCRIVI-ARRETRATI
           ELSE
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
      ******************************************************************
       2200-CALCOLA-ASPETTATIVA SECTION.
      *------------------------*
           MOVE 'AS' TO W-TIPO-ASS82.
           PERFORM 2205-GIORNI-NEL-MESE.
           MOVE W-GG-TIPO-MESE TO W-GG-ASPETT-MESE.

       2200-EX. EXIT.
      *
      *
       2205-GIORNI-NEL-MESE SECTION.
      *--------------------*
           MOVE 0 TO W-GG-TIPO-MESE.

           EXEC SQL OPEN CUR-ASP82 END-EXEC.
           MOVE 0 TO W-SQLCODE-ASS.

           EXEC SQL CLOSE CUR-ASP82 END-EXEC.

       2205-EX. EXIT.
      *
      *
       2210-FETCH-ASPETT SECTION.
           END-IF.

           IF W-GIORNI-OVL-FIN NOT < W-GIORNI-OVL-INI
              COMPUTE W-GG-TIPO-MESE = W-GG-TIPO-MESE
                    + W-GIORNI-OVL-FIN - W-GIORNI-OVL-INI + 1
           END-IF.

           END-IF.
       2280-EX. EXIT.
      *
      *
      ******************************************************************
      * ORE DI STRAORDINARIO AUTORIZZATE (CPS04.CWSTRAOR, CALCOLATE DA *
      * CX49DEMO E DECISE CON CX50DEMO) FINO ALLA FINE DEL MESE DI     *
      * COMPETENZA: ENTRANO LE RIGHE 'A' E QUELLE GIA' PASSATE 'P' SUL *
      * MESE STESSO, COSI' UN RILANCIO DELL'ESTRAZIONE RIPORTA LE      *
      * STESSE ORE. LE RIGHE 'A' VENGONO POI MARCATE 'P' CON IL MESE;  *
      * UNA RIGA AUTORIZZATA IN RITARDO ENTRA NEL PRIMO MESE UTILE     *
      ******************************************************************
       2290-CALCOLA-STRAORDINARI SECTION.
      *---------------*
           MOVE 0 TO W-MIN-STR-DIURNI.
           MOVE 0 TO W-MIN-STR-NOTTURNI.
           MOVE 0 TO W-MIN-STR-FESTIVI.
           EXEC SQL SELECT COALESCE(SUM(AUT_DIURNI), 0),
                           COALESCE(SUM(AUT_NOTTURNI), 0),
                           COALESCE(SUM(AUT_FESTIVI), 0)
                      INTO :W-MIN-STR-DIURNI,
                           :W-MIN-STR-NOTTURNI,
                           :W-MIN-STR-FESTIVI
                      FROM CPS04.CWSTRAOR
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   DATA_PRESENZA <= :W-MESE-FINE
                     AND  (STATO_STRAORD = 'A'
                           OR (STATO_STRAORD = 'P'
                               AND MESE_PAGHE = :W-COMPETENZA))
           END-EXEC.

           COMPUTE W-ORE-STR-DIURNE   ROUNDED = W-MIN-STR-DIURNI / 60.
           COMPUTE W-ORE-STR-NOTTURNE ROUNDED = W-MIN-STR-NOTTURNI / 60.
           COMPUTE W-ORE-STR-FESTIVE  ROUNDED = W-MIN-STR-FESTIVI / 60.

           EXEC SQL UPDATE CPS04.CWSTRAOR
                       SET STATO_STRAORD = 'P',
                           MESE_PAGHE    = :W-COMPETENZA
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   DATA_PRESENZA <= :W-MESE-FINE
                     AND   STATO_STRAORD = 'A'
           END-EXEC.
       2290-EX. EXIT.
      *
      *
      ******************************************************************
      * PREMIO MBO APPROVATO (CPS04.CWPREMIO STATO 'A', CALCOLATO DA   *
      * CX96DEMO E SE OLTRE SOGLIA APPROVATO IN CW18DEMO), PAGATO UNA  *
      * TANTUM: COME PER L'ANTICIPO TFR I PREMI PASSATI VENGONO        *
      * MARCATI CON IL MESE PAGHE, COSI' UN RILANCIO LI RIPRENDE       *
      ******************************************************************
       2291-CALCOLA-PREMIO-MBO SECTION.
      *---------------*
           MOVE 0 TO W-PREMIO-MBO.
           EXEC SQL SELECT COALESCE(SUM(IMPORTO), 0)
                      INTO :W-PREMIO-MBO
                      FROM CPS04.CWPREMIO
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   STATO_PREMIO = 'A'
                     AND  (MESE_PAGHE = ' '
                           OR MESE_PAGHE = :W-COMPETENZA)
           END-EXEC.

           EXEC SQL UPDATE CPS04.CWPREMIO
                       SET MESE_PAGHE = :W-COMPETENZA
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   STATO_PREMIO = 'A'
                     AND   MESE_PAGHE = ' '
           END-EXEC.
       2291-EX. EXIT.
      *
      *
      ******************************************************************
      * ORE DI SCIOPERO NON RETRIBUITE: ADESIONI (CPS04.CWSCIADE,      *
      * CX84DEMO) A SCIOPERI PROCLAMATI (CPS04.CWSCIOPE, CX83DEMO)     *
      * FINO ALLA FINE DEL MESE DI COMPETENZA, NON ANCORA PASSATE O    *
      * GIA' PASSATE SUL MESE STESSO (COSI' UN RILANCIO RIPORTA LE     *
      * STESSE ORE). LE ADESIONI NUOVE VENGONO MARCATE CON IL MESE     *
      * PAGHE E DA QUEL MOMENTO NON SONO PIU' MODIFICABILI; UNA        *
      * ADESIONE REGISTRATA IN RITARDO ENTRA NEL PRIMO MESE UTILE      *
      ******************************************************************
       2292-CALCOLA-SCIOPERI SECTION.
      *---------------*
           MOVE 0 TO W-MIN-SCIOPERO.
           EXEC SQL SELECT COALESCE(SUM(A.MIN_ADESIONE), 0)
                      INTO :W-MIN-SCIOPERO
                      FROM CPS04.CWSCIADE A,
                           CPS04.CWSCIOPE S
                     WHERE A.COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   S.ID_SCIOPERO    = A.ID_SCIOPERO
                     AND   S.STATO_SCIOPERO = 'P'
                     AND   S.DATA_SCIOPERO <= :W-MESE-FINE
                     AND  (A.MESE_PAGHE = ' '
                           OR A.MESE_PAGHE = :W-COMPETENZA)
           END-EXEC.

           COMPUTE W-ORE-SCIOPERO ROUNDED = W-MIN-SCIOPERO / 60.

           EXEC SQL UPDATE CPS04.CWSCIADE A
                       SET MESE_PAGHE = :W-COMPETENZA
                     WHERE A.COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   A.MESE_PAGHE = ' '
                     AND   EXISTS
                          (SELECT 1 FROM CPS04.CWSCIOPE S
                            WHERE S.ID_SCIOPERO    = A.ID_SCIOPERO
                              AND S.STATO_SCIOPERO = 'P'
                              AND S.DATA_SCIOPERO <= :W-MESE-FINE)
           END-EXEC.
       2292-EX. EXIT.
      *
      *
      ******************************************************************
      * ORE DI CASSA INTEGRAZIONE: RIDUZIONI GIORNALIERE (CPS04.       *
      * CWCIGORE, CY30DEMO) SU AUTORIZZAZIONI CIG ANCORA VALIDE        *
      * (CPS04.CWCIGAUT, CY29DEMO) FINO ALLA FINE DEL MESE DI          *
      * COMPETENZA, CON LO STESSO CRITERIO DEGLI SCIOPERI: LE RIGHE    *
      * NON ANCORA PASSATE O GIA' PASSATE SUL MESE STESSO, MARCATE     *
      * CON IL MESE PAGHE E DA QUEL MOMENTO NON PIU' MODIFICABILI      *
      ******************************************************************
       2293-CALCOLA-CIG SECTION.
      *---------------*
           MOVE 0 TO W-MIN-CIG.
           EXEC SQL SELECT COALESCE(SUM(O.MIN_RIDUZIONE), 0)
                      INTO :W-MIN-CIG
                      FROM CPS04.CWCIGORE O,
                           CPS04.CWCIGAUT C
                     WHERE O.COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   C.ID_CIG     = O.ID_CIG
                     AND   C.STATO_CIG  = 'A'
                     AND   O.DATA_CIG  <= :W-MESE-FINE
                     AND  (O.MESE_PAGHE = ' '
                           OR O.MESE_PAGHE = :W-COMPETENZA)
           END-EXEC.

           COMPUTE W-ORE-CIG ROUNDED = W-MIN-CIG / 60.

           EXEC SQL UPDATE CPS04.CWCIGORE O
                       SET MESE_PAGHE = :W-COMPETENZA
                     WHERE O.COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   O.MESE_PAGHE = ' '
                     AND   O.DATA_CIG  <= :W-MESE-FINE
                     AND   EXISTS
                          (SELECT 1 FROM CPS04.CWCIGAUT C
                            WHERE C.ID_CIG    = O.ID_CIG
                              AND C.STATO_CIG = 'A')
           END-EXEC.
       2293-EX. EXIT.
      *
      *
      ******************************************************************
      * BUONI PASTO DEL MESE DI COMPETENZA (CPS04.CWBUONIP, SCRITTA    *
      * DA CX51DEMO): IL VALORE UNITARIO SERVE ALLO STUDIO PER LA      *
      * QUOTA IMPONIBILE OLTRE IL VALORE GIORNALIERO ESENTE. SENZA     *
      * RIGA IL CONTEGGIO E' ZERO                                      *
      ******************************************************************
       2295-LEGGI-BUONI-PASTO SECTION.
      *---------------*
           MOVE 0 TO W-NUM-BUONI.
           MOVE 0 TO W-VALORE-BUONO.
           EXEC SQL SELECT NUM_BUONI,
                           VALORE_UNITARIO
                      INTO :DCL-CWBUONIP.NUM-BUONI,
                           :DCL-CWBUONIP.VALORE-UNITARIO
                      FROM CPS04.CWBUONIP
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   MESE_COMPETENZA = :W-COMPETENZA
           END-EXEC.
           IF SQLCODE = 0
              MOVE NUM-BUONI OF DCL-CWBUONIP       TO W-NUM-BUONI
              MOVE VALORE-UNITARIO OF DCL-CWBUONIP TO W-VALORE-BUONO
           ELSE
              ADD 1 TO W-CONTA-SENZA-BUONI
           END-IF.
       2295-EX. EXIT.
      *
      *
      ******************************************************************
      * RATE DEL MESE DI CESSIONI DEL QUINTO E PIGNORAMENTI (CPS04.    *
      * CWPIGNOR, CALCOLATE DA CX79DEMO NEI LIMITI DI LEGGE): SI       *
      * LEGGONO SOLO, IL RESIDUO E' GIA' STATO SCALATO. LE TRATTENUTE  *
      * APERTE E INIZIATE ENTRO IL MESE MA SENZA RATA DEL MESE VENGONO *
      * CONTATE PER LA SEGNALAZIONE A CONSOLE                          *
      ******************************************************************
       2296-LEGGI-TRATTENUTE SECTION.
      *---------------*
           MOVE 0 TO W-TRATT-CESSIONI.
           MOVE 0 TO W-TRATT-PIGNOR.
           EXEC SQL SELECT COALESCE(SUM(ULTIMA_RATA), 0)
                      INTO :W-TRATT-CESSIONI
                      FROM CPS04.CWPIGNOR
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   TIPO_TRATTENUTA  = 'C'
                     AND   MESE_ULTIMA_RATA = :W-COMPETENZA
           END-EXEC.

           EXEC SQL SELECT COALESCE(SUM(ULTIMA_RATA), 0)
                      INTO :W-TRATT-PIGNOR
                      FROM CPS04.CWPIGNOR
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   TIPO_TRATTENUTA  = 'P'
                     AND   MESE_ULTIMA_RATA = :W-COMPETENZA
           END-EXEC.

           MOVE 0 TO W-PIGN-SENZA-RATA.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-PIGN-SENZA-RATA
                      FROM CPS04.CWPIGNOR
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   STATO_PIGNOR     = 'A'
                     AND   DATA_INIZIO     <= :W-MESE-FINE
                     AND   MESE_ULTIMA_RATA < :W-COMPETENZA
           END-EXEC.
           ADD W-PIGN-SENZA-RATA TO W-CONTA-PIGN-SENZA-RATA.
       2296-EX. EXIT.
      *
      *
      ******************************************************************
      * RIMBORSI TRASFERTA APPROVATI (CPS04.CWTRASF STATO 'A', VEDI    *
      * CX52DEMO E CW18DEMO) CONCLUSI ENTRO IL MESE DI COMPETENZA:     *
      * QUOTA ESENTE E QUOTA IMPONIBILE VIAGGIANO SEPARATE. COME PER   *
      * GLI STRAORDINARI LE RIGHE PASSATE VENGONO MARCATE 'L' CON IL   *
      * MESE, COSI' UN RILANCIO DELLO STESSO MESE LE RIPRENDE          *
      ******************************************************************
       2297-CALCOLA-TRASFERTE SECTION.
      *---------------*
           MOVE 0 TO W-RIMB-ESENTE.
           MOVE 0 TO W-RIMB-IMPONIBILE.
           EXEC SQL SELECT COALESCE(SUM(IMP_ESENTE), 0),
                           COALESCE(SUM(IMP_IMPONIBILE), 0)
                      INTO :W-RIMB-ESENTE,
                           :W-RIMB-IMPONIBILE
                      FROM CPS04.CWTRASF
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   DATA_FINE <= :W-MESE-FINE
                     AND  (STATO_TRASFERTA = 'A'
                           OR (STATO_TRASFERTA = 'L'
                               AND MESE_PAGHE = :W-COMPETENZA))
           END-EXEC.

           EXEC SQL UPDATE CPS04.CWTRASF
                       SET STATO_TRASFERTA = 'L',
                           MESE_PAGHE      = :W-COMPETENZA
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   DATA_FINE <= :W-MESE-FINE
                     AND   STATO_TRASFERTA = 'A'
           END-EXEC.
       2297-EX. EXIT.
      *
      *
      ******************************************************************
      * CONGEDI TUTELATI DEL MESE DI COMPETENZA (VEDI CW35DEMO):       *
      * - PERMESSO LEGGE 104: GIORNI LAVORATIVI FRUITI REGISTRATI SU   *
      *   CPS04.CWASSBEN, IL PERIODO CADE SEMPRE IN UN SOLO MESE;      *
      * - CONGEDO PARENTALE: GIORNI DI CALENDARIO DEI PERIODI 'CP'     *
      *   INTERSECATI CON IL MESE (STESSO CALCOLO DELL'ASPETTATIVA)    *
      ******************************************************************
       2298-CALCOLA-TUTELATI SECTION.
      *---------------*
           MOVE 0 TO W-GG-LEGGE104.
           EXEC SQL SELECT COALESCE(SUM(GG_FRUITI), 0)
                      INTO :W-GG-LEGGE104
                      FROM CPS04.CWASSBEN
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   TIPO_ASSENZA = 'L4'
                     AND   DATA_INIZIO >= :W-MESE-INIZIO
                     AND   DATA_INIZIO <= :W-MESE-FINE
           END-EXEC.

           MOVE 'CP' TO W-TIPO-ASS82.
           PERFORM 2205-GIORNI-NEL-MESE.
           MOVE W-GG-TIPO-MESE TO W-GG-CONG-PARENT.
       2298-EX. EXIT.
      *
      *
      ******************************************************************
      * ANTICIPO TFR APPROVATO (CPS04.CWANTTFR STATO 'A', VEDI         *
      * CX76DEMO) ENTRO LA FINE DEL MESE DI COMPETENZA E NON ANCORA    *
      * LIQUIDATO: COME PER LE TRASFERTE LE RIGHE PASSATE VENGONO      *
      * MARCATE CON IL MESE PAGHE, COSI' UN RILANCIO LE RIPRENDE       *
      ******************************************************************
       2299-CALCOLA-ANTICIPO-TFR SECTION.
      *---------------*
           MOVE 0 TO W-ANTICIPO-TFR.
           EXEC SQL SELECT COALESCE(SUM(IMPORTO), 0)
                      INTO :W-ANTICIPO-TFR
                      FROM CPS04.CWANTTFR
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   STATO_ANTICIPO = 'A'
                     AND   DATA_ESITO <= :W-MESE-FINE
                     AND  (MESE_PAGHE = ' '
                           OR MESE_PAGHE = :W-COMPETENZA)
           END-EXEC.

           EXEC SQL UPDATE CPS04.CWANTTFR
                       SET MESE_PAGHE = :W-COMPETENZA
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   STATO_ANTICIPO = 'A'
                     AND   DATA_ESITO <= :W-MESE-FINE
                     AND   MESE_PAGHE = ' '
           END-EXEC.
       2299-EX. EXIT.
      *
      *
       2300-SCRIVI-RECORD SECTION.
      *---------------*
           MOVE SPACES                            TO PAYROLX-REC.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP   TO PX-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP   TO PX-COGNOME.
           MOVE NOME              OF DCL-CPSDIP   TO PX-NOME.
           MOVE W-TRATT-SIND                      TO PX-TRATT-SIND.
           MOVE W-NUM-FAMILIARI                   TO PX-NUM-FAMILIARI.
           MOVE W-PREMIO-ANZ                      TO PX-PREMIO-ANZ.
           MOVE W-ORE-STR-DIURNE                  TO PX-ORE-STR-DIURNE.
           MOVE W-ORE-STR-NOTTURNE             TO PX-ORE-STR-NOTTURNE.
           MOVE W-ORE-STR-FESTIVE                 TO PX-ORE-STR-FESTIVE.
           MOVE W-NUM-BUONI                       TO PX-NUM-BUONI.
           MOVE W-VALORE-BUONO                    TO PX-VALORE-BUONO.
           MOVE W-RIMB-ESENTE                     TO PX-RIMB-ESENTE.
           MOVE W-RIMB-IMPONIBILE                 TO PX-RIMB-IMPONIBILE.
           MOVE W-GG-LEGGE104                     TO PX-GG-LEGGE104.
           MOVE W-GG-CONG-PARENT                  TO PX-GG-CONG-PARENT.
           MOVE W-ANTICIPO-TFR                    TO PX-ANTICIPO-TFR.
           MOVE W-TRATT-CESSIONI                  TO PX-TRATT-CESSIONI.
           MOVE W-TRATT-PIGNOR                    TO PX-TRATT-PIGNOR.
           MOVE W-ORE-SCIOPERO                    TO PX-ORE-SCIOPERO.
           MOVE W-PREMIO-MBO                      TO PX-PREMIO-MBO.
           MOVE W-ORE-CIG                         TO PX-ORE-CIG.
           MOVE W-SOCIETA-RUN                     TO PX-SOCIETA.
           SET PX-REC-MENSILE                     TO TRUE.
           WRITE PAYROLX-REC.
           ADD 1 TO W-CONTA-ESTRATTI.

      *
      *
      ******************************************************************
      * ARRETRATI DA AUMENTI RETROATTIVI (CPS04.CWARRET, CALCOLATI DA  *
      * CX97DEMO): UN RECORD DI TIPO 'A' PER OGNI MESE RECUPERATO,     *
      * DOPO IL RECORD MENSILE; LE RIGHE PASSATE VENGONO MARCATE CON   *
      * IL MESE PAGHE                                                  *
      ******************************************************************
       2310-SCRIVI-ARRETRATI SECTION.
      *---------------*
           EXEC SQL OPEN CUR-ARR82 END-EXEC.
           MOVE 0 TO W-SQLCODE-ARR.

           PERFORM 2315-FETCH-ARRETRATO UNTIL W-SQLCODE-ARR-NOTFND.

           EXEC SQL CLOSE CUR-ARR82 END-EXEC.

           EXEC SQL UPDATE CPS04.CWARRET
                       SET MESE_PAGHE = :W-COMPETENZA
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CPSDIP.COD-MATRICOLA-DIP
                     AND   MESE_PAGHE = ' '
           END-EXEC.

       2310-EX. EXIT.
      *
      *
       2315-FETCH-ARRETRATO SECTION.
      *---------------*
           EXEC SQL FETCH CUR-ARR82
                    INTO  :DCL-CWARRET.MESE-RIFERIMENTO,
                          :DCL-CWARRET.RETRIB-PRECEDENTE,
                          :DCL-CWARRET.RETRIB-NUOVA,
                          :DCL-CWARRET.DATA-DECORRENZA,
                          :DCL-CWARRET.PERC-PARTTIME,
                          :DCL-CWARRET.GG-MESE,
                          :DCL-CWARRET.GG-RETRIBUITI,
                          :DCL-CWARRET.IMPORTO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-ARR.
           IF NOT W-SQLCODE-ARR-OK
              IF NOT W-SQLCODE-ARR-NOTFND
                 PERFORM 2998-DBERROR
              END-IF
              GO TO 2315-EX
           END-IF.

           MOVE SPACES                            TO PAYROLX-ARR-REC.
           MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP   TO PA-MATRICOLA.
           MOVE COGNOME           OF DCL-CPSDIP   TO PA-COGNOME.
           MOVE NOME              OF DCL-CPSDIP   TO PA-NOME.
           MOVE MESE-RIFERIMENTO  OF DCL-CWARRET
                                             TO PA-MESE-RIFERIMENTO.
           MOVE RETRIB-PRECEDENTE OF DCL-CWARRET
                                             TO PA-RETRIB-PRECEDENTE.
           MOVE RETRIB-NUOVA      OF DCL-CWARRET  TO PA-RETRIB-NUOVA.
           MOVE DATA-DECORRENZA   OF DCL-CWARRET  TO PA-DATA-DECORRENZA.
           MOVE PERC-PARTTIME     OF DCL-CWARRET  TO PA-PERC-PARTTIME.
           MOVE GG-MESE           OF DCL-CWARRET  TO PA-GG-MESE.
           MOVE GG-RETRIBUITI     OF DCL-CWARRET  TO PA-GG-RETRIBUITI.
           MOVE IMPORTO           OF DCL-CWARRET  TO PA-IMPORTO.
           MOVE W-COMPETENZA                      TO PA-COMPETENZA.
           MOVE W-SOCIETA-RUN                     TO PA-SOCIETA.
           MOVE 'A'                               TO PA-TIPO-RECORD.
           WRITE PAYROLX-ARR-REC.
           ADD 1 TO W-CONTA-ARRETRATI.

       2315-EX. EXIT.
      *
      *
      ******************************************************************
      * NUMERO DI GIORNI ASSOLUTO (ALGORITMO DI IET016CT / CW16DEMO)   *
      ******************************************************************
       2400-CALCOLA-GIORNI SECTION.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-SENZA-RETR
                      FROM CPS04.CWDIPENDENTI D
                     WHERE D.COD_SOCIETA = :W-SOCIETA-RUN
                     AND   NOT EXISTS
                        (SELECT 1 FROM CPS04.CWRETRIB R
                          WHERE R.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP)
      *-----------------------
           DISPLAY 'CW82DEMO - COMPETENZA            : '
                   W-COMPETENZA.
           DISPLAY 'CW82DEMO - SOCIETA''              : '
                   W-SOCIETA-RUN.
           DISPLAY 'CW82DEMO - RECORD ESTRATTI       : '
                   W-CONTA-ESTRATTI.
           DISPLAY 'CW82DEMO - RECORD ARRETRATI      : '
                   W-CONTA-ARRETRATI.
           IF W-CONTA-SENZA-IBAN > 0
              DISPLAY 'CW82DEMO - ATTENZIONE: MATRICOLE SENZA IBAN '
                      '(CW89DEMO): ' W-CONTA-SENZA-IBAN
           END-IF.
           IF W-CONTA-SENZA-BUONI = W-CONTA-ESTRATTI AND
              W-CONTA-ESTRATTI > 0
              DISPLAY 'CW82DEMO - ATTENZIONE: NESSUN CONTEGGIO BUONI '
                      'PASTO PER ' W-COMPETENZA ' (LANCIARE CX51DEMO)'
           END-IF.
           IF W-CONTA-PIGN-SENZA-RATA > 0
              DISPLAY 'CW82DEMO - ATTENZIONE: TRATTENUTE APERTE SENZA '
                      'RATA PER ' W-COMPETENZA ' (LANCIARE CX79DEMO): '
                      W-CONTA-PIGN-SENZA-RATA
           END-IF.

           CLOSE PAYROLX.

           MOVE W-CONTA-ESTRATTI TO W-BR-LETTI.
           COMPUTE W-BR-SCRITTI = W-CONTA-ESTRATTI + W-CONTA-ARRETRATI.
           MOVE 'O' TO W-BR-ESITO.
           PERFORM 1910-REGISTRA-FINE.

