      * TABELLE USATE   : IETDIPENDENTI                                *        
      *----------------------------------------------------------------*00120000
      * CREAZIONE       : 05/03/1999                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 22/08/2026 GM  OGNI VISUALIZZAZIONE RIUSCITA VIENE TRACCIATA   *
      *                SU CPS04.CWCONSUL (OPERATORE, TERMINALE,        *
      *                RAGGIUNGONO SOLO I DIPENDENTI DEL PROPRIO       *
      *                DIPARTIMENTO (CWUTENTI.DIPARTIMENTO, VEDI       *
      *                CW15DEMO); GLI AMMINISTRATORI NON HANNO LIMITI  *
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: GLI OPERATORI*
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA) RAGGIUNGONO SOLO LE MATRICOLE*
      *                DI QUELLE SOCIETA', AMMINISTRATORI COMPRESI     *
      * 15/10/2026 GM  LA TRACCIATURA SU CPS04.CWCONSUL VALORIZZA      *
      *                A SPAZI LA NUOVA COLONNA COD_DATO (CONSULTAZIONE*
      *                DELLA SCHEDA; LE VISUALIZZAZIONI IN CHIARO DEI  *
      *                DATI RISERVATI SONO TRACCIATE DA CY09DEMO)      *
      * 15/10/2026 GM  CODICE FISCALE A VIDEO SECONDO LA REGOLA        *
      *                CWMASCHE DEL TIPO UTENTE (ROUTINE CY09DEMO)     *
      ******************************************************************00150000
      ******************************************************************00040000
      * QUESTO PROGRAMMA CONSENTE DI VISUALIZZARE I DATI CONTENUTI     *00050000
       01  W-ULT-MATR-POS                  PIC S9(5)  COMP-3 VALUE +0.
       01  W-CONTA-FETCH                   PIC 9(1)   VALUE 0.
       01  W-DIPART-SCOPE                  PIC X(10)  VALUE SPACES.
       01  W-SOC-SCOPE                     PIC X(1)   VALUE 'N'.
       01  W-UTENTE-SCOPE                  PIC X(8)   VALUE SPACES.
       01  CPSCODA-RIC.
           02  FILLER                      PIC XXX    VALUE 'CPS'.
           02  IE-TERM-RIC                 PIC X(4)   VALUE SPACES.
       01  W-ABSTIME-CONS                  PIC S9(8)  COMP.
       01  W-DATE-CONS                     PIC X(6).
       01  W-TIME-CONS                     PIC X(6).
      * -------------------------------------------------------------- *
      *    MASCHERATURA DEI DATI RISERVATI PER RUOLO (ROUTINE         *
      *    CY09DEMO, REGOLE SU CPS04.CWMASCHE - VEDI 2965-*)           *
      * -------------------------------------------------------------- *
           COPY CWCY09.
                                                                        02846000
      * -------------------------------------------------------------- *02640000
      * DECLARE CURSOR                                                 *02650000
                                OR :W-QU-IN = '        ')
                        AND (DIPARTIMENTO = :W-DIPART-SCOPE
                             OR :W-DIPART-SCOPE = '          ')
                        AND (:W-SOC-SCOPE = 'N'
                             OR COD_SOCIETA IN
                                (SELECT U.COD_SOCIETA
                                   FROM CPS04.CWUTESOC U
                                  WHERE U.UTENTE = :W-UTENTE-SCOPE))
                        AND (COGNOME > :W-ULT-COGN-POS OR
                            (COGNOME = :W-ULT-COGN-POS AND
                             COD_MATRICOLA_DIP > :W-ULT-MATR-POS))
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
           INSPECT W-COGN REPLACING ALL '''' BY SPACE.
           MOVE W-COGN TO  W-COMODO1.                                   06300043
           MOVE SPACES TO  W-COMODO2.                                   06300043
           MOVE  CPS-M-NASC         TO M-M-NASCO.
           MOVE  CPS-G-NASC         TO M-G-NASCO.
           MOVE  CPS-QU-IN          TO M-QU-INO COM-QUALIFICA-INTERNA.
           MOVE  SPACES             TO M-MSG-1O                                 
                                       M-MSG-2O.                                
           MOVE  CPS-MATR           TO W-MATR-CONS.
           PERFORM 2965-MASCHERA-CF.
           PERFORM 2960-LOG-CONSULTAZIONE.
                                                                                
       2610-EX. EXIT.                                                           
           MOVE EIBTRNID     TO TRANSID    OF DCL-CWCONSUL.
           MOVE W-DATE-CONS  TO DATA-CONSULTAZIONE OF DCL-CWCONSUL.
           MOVE W-TIME-CONS  TO ORA-CONSULTAZIONE  OF DCL-CWCONSUL.
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

      *----------------------------------------------------------------*
      * CODICE FISCALE A VIDEO SECONDO LA REGOLA DI VISIBILITA' DEL    *
      * TIPO UTENTE (CPS04.CWMASCHE, DATO 'CODFISC'): IN CHIARO,       *
      * PARZIALE O NASCOSTO. LA VISUALIZZAZIONE IN CHIARO E' TRACCIATA *
      * DALLA ROUTINE CY09DEMO SU CPS04.CWCONSUL                       *
      *----------------------------------------------------------------*
       2965-MASCHERA-CF SECTION.
      *----------------*
           MOVE '2965-MASCHERA' TO W-ULT-LABEL.
           MOVE LENGTH OF AREA-CY09 TO LL-CY09.
           MOVE 'CODFISC'           TO COD-DATO-CY09.
           MOVE COM-TIPO-UTENTE     TO TIPO-UTENTE-CY09.
           MOVE COM-UTENTE          TO UTENTE-CY09.
           MOVE W-MATR-CONS         TO MATRICOLA-CY09.
           MOVE LENGTH OF M-COD-FIO TO LUNG-CY09.
           MOVE CPS-COD-FISC        TO VALORE-CY09.
           EXEC CICS LINK PROGRAM  ('CY09DEMO')
                          COMMAREA (AREA-CY09)
                          LENGTH   (LL-CY09)
           END-EXEC.
           MOVE VALORE-CY09         TO M-COD-FIO.
       2965-EX. EXIT.

      *----------------------------------------------------------------*
      * SCRIVE L'ANOMALIA SUL REGISTRO CENTRALE CPS04.CWERRORI (VIA    *
      * CW77DEMO). VA RICHIAMATA DOPO LA SYNCPOINT ROLLBACK: CW77 E'   *
