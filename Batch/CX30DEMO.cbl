      *                   CPS04.CWLOGON, CPS04.CWCONTAT                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  NUOVA SEZIONE DEL TABULATO CON LE UTENZE ATTIVE *
      *                DA RIVEDERE PERCHE' IL TITOLARE E' STATO        *
      *                TRASFERITO (FLAG_REVISIONE 'S' DA CY02DEMO)     *
      ******************************************************************
      ******************************************************************
      * SCHEDULATO OGNI NOTTE, IN DUE FASI IDEMPOTENTI:                *
      *      SCADENZA A 30 GIORNI. LE DECISIONI SI PRENDONO ON-LINE    *
      *      IN CX31DEMO.                                              *
      * STAMPA SU RECERREP L'ELENCO PER DIPARTIMENTO DELLE UTENZE      *
      * APERTE E DI QUELLE BLOCCATE D'UFFICIO, PIU' LE UTENZE ATTIVE   *
      * IL CUI TITOLARE E' STATO TRASFERITO (FLAG_REVISIONE 'S'): IL   *
      * PERIMETRO VA RIVISTO IN CW15DEMO SENZA ATTENDERE LA CAMPAGNA.  *
      * LE DATE DI CWLOGON SONO GGMMAA: L'ULTIMO LOGON SI RICAVA COL   *
      * MASSIMO DELLA DATA RIORDINATA IN AAMMGG.                       *
      ******************************************************************
           88  W-SQLCODE-NOT-FOUND   VALUE +100.
       01  W-CONTA-BLOCCATE               PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-APERTE                 PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-RIVEDERE               PIC S9(5)   COMP-3 VALUE 0.
       01  W-CONTA-PENDENTI               PIC S9(9)   COMP VALUE +0.
       01  W-ID-CAMPAGNA                  PIC S9(5)   COMP-3 VALUE 0.
       01  W-ULTIMA-APERTURA              PIC X(10)   VALUE SPACES.
                    ORDER BY DIPARTIMENTO, UTENTE
           END-EXEC.

      * -------------------------------------------------------------- *
      * UTENZE ATTIVE DA RIVEDERE DOPO UN TRASFERIMENTO DEL TITOLARE   *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-RIVXU CURSOR FOR
                    SELECT  UTENTE,
                            TIPO_ACCESSO,
                            DIPARTIMENTO,
                            DATA_REVISIONE
                    FROM    CPS04.CWUTENTI
                    WHERE   STATO_UTENTE   = 'A'
                    AND     FLAG_REVISIONE = 'S'
                    ORDER BY DIPARTIMENTO, UTENTE
           END-EXEC.

       PROCEDURE DIVISION.
      *---
       0000-MAIN SECTION.

           PERFORM 2100-BLOCCA-SCADUTE.
           PERFORM 2200-VALUTA-APERTURA.
           PERFORM 2300-ELENCA-DA-RIVEDERE.

       2000-EX. EXIT.
      *

       2250-EX. EXIT.
      *
      *
      ******************************************************************
      * FASE 3 - UTENZE DA RIVEDERE: IL TITOLARE E' STATO TRASFERITO   *
      * E IL PERIMETRO DIPARTIMENTO E' ANCORA QUELLO DI PROVENIENZA    *
      ******************************************************************
       2300-ELENCA-DA-RIVEDERE SECTION.
      *-----------------------*
           MOVE R-RIGA-VUOTA TO RECERREP-REC.
           WRITE RECERREP-REC.
           MOVE 'UTENZE DA RIVEDERE PER TRASFERIMENTO DEL TITOLARE'
                TO RS-TITOLO.
           MOVE R-SEZIONE TO RECERREP-REC.
           WRITE RECERREP-REC.

           EXEC SQL OPEN CUR-RIVXU END-EXEC.
           MOVE 0 TO W-SQLCODE.
           PERFORM 2310-FETCH-DA-RIVEDERE UNTIL W-SQLCODE-NOT-FOUND.
           EXEC SQL CLOSE CUR-RIVXU END-EXEC.

       2300-EX. EXIT.
      *
      *
       2310-FETCH-DA-RIVEDERE SECTION.
      *----------------------*
           EXEC SQL FETCH CUR-RIVXU
                    INTO  :DCL-CPSUTE.UTENTE,
                          :DCL-CPSUTE.TIPO-ACCESSO,
                          :DCL-CPSUTE.DIPARTIMENTO,
                          :DCL-CPSUTE.DATA-REVISIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              IF NOT W-SQLCODE-NOT-FOUND
                 PERFORM 2998-DBERROR
              END-IF
              GO TO 2310-EX
           END-IF.

           ADD 1 TO W-CONTA-RIVEDERE.
           MOVE DIPARTIMENTO OF DCL-CPSUTE TO RU-DIPART.
           MOVE UTENTE OF DCL-CPSUTE       TO RU-UTENTE.
           MOVE TIPO-ACCESSO OF DCL-CPSUTE TO RU-PROFILO.
           MOVE SPACES                     TO RU-ULTIMO.
           MOVE SPACES                     TO RU-NOTA.
           STRING 'TRASF. ' DATA-REVISIONE OF DCL-CPSUTE
                  DELIMITED BY SIZE INTO RU-NOTA.
           MOVE R-RIGA-UTENZA TO RECERREP-REC.
           WRITE RECERREP-REC.

       2310-EX. EXIT.
      *
      *
       2998-DBERROR SECTION.
      *----------------------
                   W-CONTA-BLOCCATE.
           DISPLAY 'CX30DEMO - UTENZE DA CONFERMARE: '
                   W-CONTA-APERTE.
           DISPLAY 'CX30DEMO - UTENZE DA RIVEDERE  : '
                   W-CONTA-RIVEDERE.

           CLOSE RECERREP.

