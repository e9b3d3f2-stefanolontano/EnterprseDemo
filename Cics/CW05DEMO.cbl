      * TIPO OPERAZIONE : SELEZIONE                                    *00100043
      *----------------------------------------------------------------*00120000
      * CREAZIONE       : 04/03/1999                                   *00130043
      * ULTIMA MODIFICA : 15/10/2026                                   *00140043
      *----------------------------------------------------------------*
      * 22/08/2026 GM  LA LISTA NON VIENE PIU' MATERIALIZZATA TUTTA    *
      *                IN CODA TS ALLA PRIMA VIDEATA: OGNI PAGINA      *
      *                RAGGIUNGONO SOLO I DIPENDENTI DEL PROPRIO       *
      *                DIPARTIMENTO (CWUTENTI.DIPARTIMENTO, VEDI       *
      *                CW15DEMO); GLI AMMINISTRATORI NON HANNO LIMITI  *
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: GLI OPERATORI*
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA) RAGGIUNGONO SOLO LE MATRICOLE*
      *                DI QUELLE SOCIETA', AMMINISTRATORI COMPRESI     *
      * 15/10/2026 GM  NELL'EXPORT CSV (PF12) IL CODICE FISCALE SEGUE  *
      *                LA REGOLA DI VISIBILITA' DEL TIPO UTENTE        *
      *                (CPS04.CWMASCHE, ROUTINE CY09DEMO); OGNI RIGA   *
      *                ESPORTATA IN CHIARO E' TRACCIATA SU CWCONSUL.   *
      *                LA STAMPA PF11 (CW11DEMO) APPLICA LA STESSA     *
      *                REGOLA                                          *
      ******************************************************************00150000
       ENVIRONMENT DIVISION.                                            00170000
       CONFIGURATION SECTION.                                           00180000
       01  W-ULT-NASC                      PIC X(10)  VALUE LOW-VALUES.
       01  W-TIPO-CUR                      PIC 9(1)   VALUE 0.
       01  W-DIPART-SCOPE                  PIC X(10)  VALUE SPACES.
       01  W-SOC-SCOPE                     PIC X(1)   VALUE 'N'.
       01  W-UTENTE-SCOPE                  PIC X(8)   VALUE SPACES.
       01  SW-FINE-LISTA                   PIC X(1)   VALUE 'N'.
           88  FINE-LISTA                             VALUE 'S'.
      *                                                                 00440043
           05  W-SALVA-GIRO                PIC X(1)   VALUE SPACE.
           05  W-SALVA-MAPPA               PIC X(4096) VALUE SPACES.
           COPY CWCERR.
      * -------------------------------------------------------------- *
      *    AREA DI COMUNICAZ. PER LINK CY09DEMO (MASCHERATURA DEL      *
      *    CODICE FISCALE NELL'EXPORT CSV SECONDO CPS04.CWMASCHE)      *
      * -------------------------------------------------------------- *
           COPY CWCY09.
       01  W-COD-FISC-CSV                  PIC X(16)  VALUE SPACES.
      *                                                                 01360043
      * -------------------------------------------------------------- *01360043
      *                                                                *01370043
                              COD_MATRICOLA_DIP > :W-ULT-MATR))) )
                    AND   (DIPARTIMENTO = :W-DIPART-SCOPE
                           OR :W-DIPART-SCOPE = '          ')
                    AND   (:W-SOC-SCOPE = 'N'
                           OR COD_SOCIETA IN
                              (SELECT U.COD_SOCIETA
                                 FROM CPS04.CWUTESOC U
                                WHERE U.UTENTE = :W-UTENTE-SCOPE))
                    ORDER BY  CASE WHEN :W-ORDINE = 'M'
                                   THEN COD_MATRICOLA_DIP END,
                              CASE WHEN :W-ORDINE = 'C'
                              COD_MATRICOLA_DIP > :W-ULT-MATR))) )
                    AND   (DIPARTIMENTO = :W-DIPART-SCOPE
                           OR :W-DIPART-SCOPE = '          ')
                    AND   (:W-SOC-SCOPE = 'N'
                           OR COD_SOCIETA IN
                              (SELECT U.COD_SOCIETA
                                 FROM CPS04.CWUTESOC U
                                WHERE U.UTENTE = :W-UTENTE-SCOPE))
                    ORDER BY  CASE WHEN :W-ORDINE = 'M'
                                   THEN COD_MATRICOLA_DIP END,
                              CASE WHEN :W-ORDINE = 'C'
                              COD_MATRICOLA_DIP > :W-ULT-MATR))) )
                    AND   (DIPARTIMENTO = :W-DIPART-SCOPE
                           OR :W-DIPART-SCOPE = '          ')
                    AND   (:W-SOC-SCOPE = 'N'
                           OR COD_SOCIETA IN
                              (SELECT U.COD_SOCIETA
                                 FROM CPS04.CWUTESOC U
                                WHERE U.UTENTE = :W-UTENTE-SCOPE))
                    ORDER BY  CASE WHEN :W-ORDINE = 'M'
                                   THEN COD_MATRICOLA_DIP END,
                              CASE WHEN :W-ORDINE = 'C'
                 MOVE COM-DIPART-UTENTE TO W-DIPART-SCOPE
              END-IF
           END-IF.
      * ---
      * PERIMETRO PER SOCIETA' DEL GRUPPO: CON AUTORIZZAZIONI SU
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO) SI VEDONO SOLO LE
      * MATRICOLE DELLE SOCIETA' CONCESSE, ANCHE DA AMMINISTRATORE
      * ---
           MOVE COM-SOC-RISTRETTA TO W-SOC-SCOPE.
           MOVE COM-UTENTE        TO W-UTENTE-SCOPE.
           IF COM-ORDINE NOT = 'M' AND COM-ORDINE NOT = 'C' AND
              COM-ORDINE NOT = 'N'
              MOVE 'M' TO COM-ORDINE
           MOVE '2935-SCRIVI-RIGA-CSV' TO ULT-LABEL.
      *---
           IF CPS-MATR(W-RIGA) NOT = SPACE
              PERFORM 2936-MASCHERA-CF-CSV
              MOVE CPS-MATR(W-RIGA)  TO W-MATRICOLA-N
              INSPECT W-MATRICOLA-X REPLACING LEADING ZEROES BY SPACE
              MOVE SPACES            TO W-RIGA-CSV
                     ','                    DELIMITED BY SIZE
                     CPS-QU-IN(W-RIGA)      DELIMITED BY SIZE
                     ','                    DELIMITED BY SIZE
                     W-COD-FISC-CSV         DELIMITED BY SIZE
                INTO W-RIGA-CSV
              END-STRING
              EXEC CICS WRITEQ TD QUEUE(W-CODA-CSV)

       2935-EX. EXIT.

      ******************************************************************
      * IL CODICE FISCALE ESPORTATO SEGUE LA STESSA REGOLA DI          *
      * VISIBILITA' DELLA SCHEDA CW06DEMO (DATO 'CODFISC' DI           *
      * CPS04.CWMASCHE): OGNI RIGA ESPORTATA IN CHIARO E' TRACCIATA    *
      * DALLA ROUTINE CY09DEMO SU CPS04.CWCONSUL                       *
      ******************************************************************
       2936-MASCHERA-CF-CSV SECTION.
      *---------------*
           MOVE '2936-MASCHERA' TO ULT-LABEL.
           MOVE LENGTH OF AREA-CY09       TO LL-CY09.
           MOVE 'CODFISC'                 TO COD-DATO-CY09.
           MOVE COM-TIPO-UTENTE           TO TIPO-UTENTE-CY09.
           MOVE COM-UTENTE                TO UTENTE-CY09.
           MOVE CPS-MATR(W-RIGA)          TO MATRICOLA-CY09.
           MOVE LENGTH OF W-COD-FISC-CSV  TO LUNG-CY09.
           MOVE CPS-COD-FISC(W-RIGA)      TO VALORE-CY09.
           EXEC CICS LINK PROGRAM  ('CY09DEMO')
                          COMMAREA (AREA-CY09)
                          LENGTH   (LL-CY09)
           END-EXEC.
           MOVE VALORE-CY09               TO W-COD-FISC-CSV.
       2936-EX. EXIT.


                                                                        09160043
       2970-PREPARA-MAP SECTION.                                        07110043
