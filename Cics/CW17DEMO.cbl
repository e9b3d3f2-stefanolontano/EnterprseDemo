      * TABELLE USATE   : IETDIPENDENTI                                *
      *----------------------------------------------------------------*
      * CREAZIONE       : 09/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 22/08/2026 GM  PERIMETRO DI COMPETENZA: I NON AMMINISTRATORI   *
      *                RAGGIUNGONO SOLO I DIPENDENTI DEL PROPRIO       *
      *                SU CPS04.CWCONSUL (OPERATORE, TERMINALE,        *
      *                MATRICOLA, TRANSID, DATA/ORA) PER GLI AUDIT     *
      *                PRIVACY - CONSULTAZIONE CON CW54DEMO            *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: GLI OPERATORI*
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA) RAGGIUNGONO SOLO LE MATRICOLE*
      *                DI QUELLE SOCIETA', AMMINISTRATORI COMPRESI     *
      * 15/10/2026 GM  LA TRACCIATURA SU CPS04.CWCONSUL VALORIZZA      *
      *                A SPAZI LA NUOVA COLONNA COD_DATO (CONSULTAZIONE*
      *                DELLA SCHEDA; LE VISUALIZZAZIONI IN CHIARO DEI  *
      *                DATI RISERVATI SONO TRACCIATE DA CY09DEMO)      *
      * 15/10/2026 GM  CODICE FISCALE A VIDEO SECONDO LA REGOLA        *
      *                CWMASCHE DEL TIPO UTENTE (ROUTINE CY09DEMO);    *
      *                UN CODICE MASCHERATO NON E' CHIAVE DI RICERCA   *
      ******************************************************************
      ******************************************************************
      * QUESTO PROGRAMMA CONSENTE DI VISUALIZZARE I DATI CONTENUTI     *
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15)  VALUE SPACES.
       01  W-DIPART-SCOPE                  PIC X(10)  VALUE SPACES.
       01  W-SOC-SCOPE                     PIC X(1)   VALUE 'N'.
       01  W-UTENTE-SCOPE                  PIC X(8)   VALUE SPACES.
       01  W-LEN                           PIC S9(4)   COMP VALUE +260.
       01  W-REQID-TIMEOUT.
           05  FILLER                      PIC X(4)   VALUE 'RRTO'.
       01  W-ABSTIME-CONS                  PIC S9(8)  COMP.
       01  W-DATE-CONS                     PIC X(6).
       01  W-TIME-CONS                     PIC X(6).
      * -------------------------------------------------------------- *
      *    MASCHERATURA DEI DATI RISERVATI PER RUOLO (ROUTINE         *
      *    CY09DEMO, REGOLE SU CPS04.CWMASCHE - VEDI 2965-*)           *
      * -------------------------------------------------------------- *
           COPY CWCY09.
       01  W-CONTA-ASTER                   PIC S9(4)  COMP VALUE +0.

      * -------------------------------------------------------------- *
      * DECLARE CURSOR - RICERCA DIRETTA PER MATRICOLA O COD. FISCALE  *
                    OR      COD_FISC          = :W-CODFIS-CERCA)
                    AND    (DIPARTIMENTO = :W-DIPART-SCOPE
                            OR :W-DIPART-SCOPE = '          ')
                    AND    (:W-SOC-SCOPE = 'N'
                            OR COD_SOCIETA IN
                               (SELECT U.COD_SOCIETA
                                  FROM CPS04.CWUTESOC U
                                 WHERE U.UTENTE = :W-UTENTE-SCOPE))
           END-EXEC.

       LINKAGE SECTION.
           ELSE
              MOVE M-COD-FII    TO W-CODFIS-CERCA
           END-IF.
      * ---
      * IL CODICE FISCALE MASCHERATO DELLA RICERCA PRECEDENTE NON E'
      * UNA CHIAVE: SI RICERCA PER LA SOLA MATRICOLA
      * ---
           MOVE +0 TO W-CONTA-ASTER.
           INSPECT W-CODFIS-CERCA TALLYING W-CONTA-ASTER FOR ALL '*'.
           IF W-CONTA-ASTER > +0
              MOVE SPACES       TO W-CODFIS-CERCA
           END-IF.

           IF W-MATR-CERCA = ZERO AND W-CODFIS-CERCA = SPACES
              MOVE FSET-BRT     TO M-MATRA
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
           EXEC SQL OPEN CUR-DIP17  END-EXEC.

           EXEC SQL FETCH   CUR-DIP17
           MOVE  NOME              OF DCL-CPSDIP     TO M-NOMEO.
           MOVE  DATA-NASCITA      OF DCL-CPSDIP     TO M-DATANO.
           MOVE  QUALIFICA-INTERNA OF DCL-CPSDIP     TO M-QU-INO.
           MOVE  COD-MATRICOLA-DIP OF DCL-CPSDIP     TO W-MATR-CONS.
           PERFORM 2965-MASCHERA-CF.
           PERFORM 2960-LOG-CONSULTAZIONE.
           MOVE  SPACES                              TO M-MSG-1O
                                                         M-MSG-2O.
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
           MOVE COD-FISC OF DCL-CPSDIP TO VALORE-CY09.
           EXEC CICS LINK PROGRAM  ('CY09DEMO')
                          COMMAREA (AREA-CY09)
                          LENGTH   (LL-CY09)
           END-EXEC.
           MOVE VALORE-CY09         TO M-COD-FIO.
       2965-EX. EXIT.

      *----------------------------------------------------------------*
      * SCRIVE L'ANOMALIA SUL REGISTRO CENTRALE CPS04.CWERRORI (VIA    *
      * CW77DEMO). VA RICHIAMATA DOPO LA SYNCPOINT ROLLBACK: CW77 E'   *
