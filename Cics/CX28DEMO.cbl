      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * L'OPERATORE DIGITA LA MATRICOLA (O IL CODICE FISCALE) E IL     *
      * CHE IL SISTEMA CONSERVA SULLA PERSONA: ANAGRAFICA CWDIPENDENTI *
      * E CWANAGR, RETRIBUZIONE CORRENTE E STORICO (CWRETRIB/CWRETSTO),*
      * ASSENZE, CARRIERA, TRASFERIMENTI, CONTRATTO, PERIODO DI PROVA, *
      * CESSAZIONE, PERIODI DI LAVORO PRECEDENTI DI UNA MATRICOLA      *
      * RIASSUNTA (CWPERLAV) E LE CONSULTAZIONI CWCONSUL CHE MOSTRANO  *
      * CHI HA VISTO IL RECORD. LA STAMPA DEL DOSSIER E' ESSA STESSA   *
      * TRACCIATA SU CWCONSUL.                                         *
      ******************************************************************
      * ---
           05  FILLER                      PIC X(4)   VALUE ' ***'.
           05  FILLER                      PIC X(85)  VALUE SPACES.
       01  R-RIGA-VUOTA                    PIC X(133) VALUE SPACES.
       01  W-NUM-PERIODO-ED                PIC ZZ9.
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (TRACCIATURA E TESTATA)      *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE CWCESS         END-EXEC.
           EXEC SQL  INCLUDE CWCONS         END-EXEC.
           EXEC SQL  INCLUDE CWCONT         END-EXEC.
           EXEC SQL  INCLUDE CWPERL         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
                    WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                    ORDER BY DATA_EFFETTO
           END-EXEC.
           EXEC SQL DECLARE CUR-PERL CURSOR FOR
                    SELECT  NUM_PERIODO, DATA_INIZIO, DATA_FINE,
                            CAUSA_CESSAZIONE
                    FROM CPS04.CWPERLAV
                    WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                    ORDER BY NUM_PERIODO
           END-EXEC.
           EXEC SQL DECLARE CUR-CONS CURSOR FOR
                    SELECT  UTENTE, TERMINALE, TRANSID,
                            DATA_CONSULTAZIONE, ORA_CONSULTAZIONE,
                            COD_DATO
                    FROM CPS04.CWCONSUL
                    WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                    ORDER BY DATA_CONSULTAZIONE, ORA_CONSULTAZIONE
           PERFORM 2450-SEZ-TRASFERIMENTI.
           PERFORM 2460-SEZ-CONTRATTO.
           PERFORM 2470-SEZ-PROVA-CESSAZ.
           PERFORM 2475-SEZ-PERIODI.
           PERFORM 2480-SEZ-CONSULTAZIONI.

           PERFORM 2320-CHIUDI-RUN.
                           :DCL-CWCESSAZ.STATO-CESSAZIONE
                      FROM  CPS04.CWCESSAZ
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                       AND STATO_CESSAZIONE <> 'R'
           END-EXEC.
           IF SQLCODE = 0
              MOVE SPACES TO W-RIGA-STAMPA
           PERFORM 2950-SCRIVI-RIGA.
       2470-EX. EXIT.

      * -------------------------------------------------------------- *
      * PERIODI DI LAVORO: I RAPPORTI GIA' CHIUSI DI UNA MATRICOLA     *
      * RIASSUNTA (CWPERLAV, CY26DEMO) E IL PERIODO IN CORSO, CHE      *
      * DECORRE DA CWDIPENDENTI.DATA_ASSUNZIONE (LETTA IN 2400)        *
      * -------------------------------------------------------------- *
       2475-SEZ-PERIODI SECTION.
      *----------------*
           MOVE '2475-SEZ-PERL' TO W-ULT-LABEL.
           MOVE 'PERIODI DI LAVORO (CWPERLAV)' TO RS-TITOLO.
           MOVE R-SEZIONE TO W-RIGA-STAMPA.
           PERFORM 2950-SCRIVI-RIGA.
           EXEC SQL OPEN CUR-PERL END-EXEC.
           MOVE 0 TO W-SQLCODE-SEZ.
           PERFORM 2476-RIGA-PERIODO UNTIL W-SQLCODE-SEZ-FINE.
           EXEC SQL CLOSE CUR-PERL END-EXEC.
           MOVE SPACES TO W-RIGA-STAMPA.
           STRING 'PERIODO IN CORSO DAL '
                  DATA-ASSUNZIONE OF DCL-CPSDIP
                  DELIMITED BY SIZE INTO W-RIGA-STAMPA
           END-STRING.
           PERFORM 2950-SCRIVI-RIGA.
           MOVE R-RIGA-VUOTA TO W-RIGA-STAMPA.
           PERFORM 2950-SCRIVI-RIGA.
       2475-EX. EXIT.

       2476-RIGA-PERIODO SECTION.
      *-----------------*
           EXEC SQL FETCH CUR-PERL
                    INTO :DCL-CWPERLAV.NUM-PERIODO,
                         :DCL-CWPERLAV.DATA-INIZIO,
                         :DCL-CWPERLAV.DATA-FINE,
                         :DCL-CWPERLAV.CAUSA-CESSAZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-SEZ.
           IF W-SQLCODE-SEZ-OK
              MOVE NUM-PERIODO OF DCL-CWPERLAV TO W-NUM-PERIODO-ED
              MOVE SPACES TO W-RIGA-STAMPA
              STRING 'PERIODO ' W-NUM-PERIODO-ED
                     '  DAL ' DATA-INIZIO OF DCL-CWPERLAV
                     ' AL '   DATA-FINE   OF DCL-CWPERLAV
                     '  CAUSA ' CAUSA-CESSAZIONE OF DCL-CWPERLAV
                     DELIMITED BY SIZE INTO W-RIGA-STAMPA
              END-STRING
              PERFORM 2950-SCRIVI-RIGA
           END-IF.
       2476-EX. EXIT.

       2480-SEZ-CONSULTAZIONI SECTION.
      *----------------------*
           MOVE '2480-SEZ-CONS' TO W-ULT-LABEL.
                         :DCL-CWCONSUL.TERMINALE,
                         :DCL-CWCONSUL.TRANSID,
                         :DCL-CWCONSUL.DATA-CONSULTAZIONE,
                         :DCL-CWCONSUL.ORA-CONSULTAZIONE,
                         :DCL-CWCONSUL.COD-DATO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE-SEZ.
           IF W-SQLCODE-SEZ-OK
                     '  TRANS ' TRANSID OF DCL-CWCONSUL
                     '  IL ' DATA-CONSULTAZIONE OF DCL-CWCONSUL
                     ' ALLE ' ORA-CONSULTAZIONE OF DCL-CWCONSUL
                     '  DATO ' COD-DATO OF DCL-CWCONSUL
                     DELIMITED BY SIZE INTO W-RIGA-STAMPA
              END-STRING
              PERFORM 2950-SCRIVI-RIGA
           MOVE EIBTRNID     TO TRANSID    OF DCL-CWCONSUL.
           MOVE W-DATE       TO DATA-CONSULTAZIONE OF DCL-CWCONSUL.
           MOVE W-TIME       TO ORA-CONSULTAZIONE  OF DCL-CWCONSUL.
           MOVE SPACES       TO COD-DATO           OF DCL-CWCONSUL.
           EXEC SQL INSERT INTO CPS04.CWCONSUL
                         VALUES (:DCL-CWCONSUL.UTENTE,
                                 :DCL-CWCONSUL.TERMINALE,
                                 :DCL-CWCONSUL.COD-MATRICOLA-DIP,
                                 :DCL-CWCONSUL.TRANSID,
                                 :DCL-CWCONSUL.DATA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.ORA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.COD-DATO)
           END-EXEC.
       2960-EX. EXIT.

