      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *00110000
      *----------------------------------------------------------------*00120000
      * CREAZIONE       : 09/08/2026                                   *00130000
      * ULTIMA MODIFICA : 15/10/2026                                   *00140000
      *----------------------------------------------------------------*
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      * 15/10/2026 GM  COLLEGAMENTO DELL'UTENZA ALLA MATRICOLA DEL     *
      *                TITOLARE (NUOVO CAMPO MATRICOLA, DEVE ESSERE IN *
      *                FORZA; VUOTO = UTENZA NON COLLEGATA). LA        *
      *                VARIAZIONE CHIUDE LA REVISIONE DEL PERIMETRO    *
      *                APERTA DA CY02DEMO DOPO UN TRASFERIMENTO        *
      * 22/08/2026 GM  MANUTENZIONE DELLA NUOVA COLONNA LINGUA DI      *
      *                CWUTENTI (I=ITALIANO E=INGLESE), LETTA DA       *
      *                CW01DEMO AL LOGON                               *
       01  W-LINGUA                        PIC X(1)  VALUE 'I'.
       01  W-DIPART-UT                     PIC X(10) VALUE SPACES.
      * ---
      * MATRICOLA DEL TITOLARE DELL'UTENZA (SPAZI = NON COLLEGATA)
      * ---
       01  W-MATR-UT                       PIC X(5)  VALUE SPACES.
       01  W-MATR-UT-NUM REDEFINES W-MATR-UT PIC 9(5).
       01  W-MATR-UT-HV                    PIC S9(5) COMP-3 VALUE +0.
       01  W-STATO-DIP                     PIC X(1)  VALUE SPACE.
      * ---
      * FASCIA ORARIA DI ACCESSO (VEDI CWUTENTI E IL CONTROLLO AL
      * LOGON IN CW01DEMO): ORE 'HHMM', 7 FLAG S/N LUN..DOM, CLASSE
      * 'E' = ESENTE DAL CONTROLLO
           88  W-MODO-VAR                  VALUE '2'.
           88  W-MODO-DIS                  VALUE '3'.
      *                                                                 01370000
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *01590000
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *01600000
      * -------------------------------------------------------------- *01610000
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1426-ESEGUI-OPERAZIONE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
       1426-ESEGUI-OPERAZIONE SECTION.
      *-----------------------*
           MOVE '1426-ESEGUI-OPERAZIONE' TO W-ULT-LABEL.
           PERFORM 1428-PREPARA-MATRICOLA.
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 1430-INSERIMENTO
           END-EVALUATE.
       1426-EX. EXIT.
                                                                        04390000
      * ---
      * MATRICOLA DEL TITOLARE RILETTA DALLA MAPPA DI CONFERMA (GIA'
      * CONTROLLATA AL GIRO PRECEDENTE DA 2220-CONTROLLA-MATRICOLA)
      * ---
       1428-PREPARA-MATRICOLA SECTION.
      *----------------------*
           INSPECT M-MATRUTI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRUTI  REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRUTI  TO W-MATR-UT.
           MOVE +0 TO W-MATR-UT-HV.
           IF W-MATR-UT NUMERIC
              MOVE W-MATR-UT-NUM TO W-MATR-UT-HV
           END-IF.
       1428-EX. EXIT.
                                                                        04390000
       1430-INSERIMENTO SECTION.
      *----------------*
           MOVE '1430-INSERIMENTO' TO W-ULT-LABEL.
                                 :W-ORA-INI-ACC,
                                 :W-ORA-FIN-ACC,
                                 :W-GIORNI-ACC,
                                 :W-CLASSE-ORA,
                                 :W-MATR-UT-HV,
                                 ' ',
                                 ' ')
           END-EXEC.
       1430-EX. EXIT.
                                                                        04390000
                        WHERE UTENTE = :W-UTENTE
              END-EXEC
           END-IF.
           IF W-MATR-UT NOT = SPACES
              EXEC SQL UPDATE CPS04.CWUTENTI
                          SET COD_MATRICOLA_DIP = :W-MATR-UT-HV
                        WHERE UTENTE = :W-UTENTE
              END-EXEC
           END-IF.
      * ---
      * LA VARIAZIONE CONFERMATA DALL'AMMINISTRATORE CHIUDE L'EVENTUALE
      * REVISIONE DEL PERIMETRO APERTA DOPO UN TRASFERIMENTO (CY02DEMO)
      * ---
           EXEC SQL UPDATE CPS04.CWUTENTI
                       SET FLAG_REVISIONE = ' ',
                           DATA_REVISIONE = ' '
                     WHERE UTENTE = :W-UTENTE
           END-EXEC.
       1440-EX. EXIT.
                                                                        04390000
       1450-DISATTIVAZIONE SECTION.
           INSPECT M-CLORAI   REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CLORAI   REPLACING ALL '_'       BY ' '.
           MOVE    M-CLORAI   TO W-CLASSE-ORA.
           INSPECT M-MATRUTI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRUTI  REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRUTI  TO W-MATR-UT.
           MOVE    M-MODOI    TO W-MODO.
       2100-EX. EXIT.                                                   05710000
                                                                        05750000
              WHEN W-MODO-INS
                 PERFORM 2210-CONTROLLA-INS
                 PERFORM 2215-CONTROLLA-ORARIO
                 PERFORM 2220-CONTROLLA-MATRICOLA
              WHEN W-MODO-VAR
                 PERFORM 2260-LEGGI-UTENTE
                 PERFORM 2215-CONTROLLA-ORARIO
                 PERFORM 2220-CONTROLLA-MATRICOLA
              WHEN W-MODO-DIS
                 PERFORM 2260-LEGGI-UTENTE
           END-EVALUATE.
       2200-EX. EXIT.                                                   07180000
                                                                        07220000
      *----------------------------------------------------------------*
      * FINESTRA BATCH NOTTURNA (CWPARAM 'FINBATCH', APERTA DA         *
      * CY08DEMO E CHIUSA DA CX40DEMO): CON LA CATENA IN CORSO, SALVO  *
      * SBLOCCO DI EMERGENZA DELL'AMMINISTRATORE (PF6 SU CW02DEMO),    *
      * LA TRANSAZIONE E' DI SOLA CONSULTAZIONE                        *
      *----------------------------------------------------------------*
       2205-CONTROLLA-FINESTRA SECTION.
      *-----------------------*
           MOVE '2205-CONTR-FIN' TO W-ULT-LABEL.
           MOVE SPACES TO W-FINESTRA-BATCH.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :W-FINESTRA-BATCH
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'FINBATCH'
           END-EXEC.
           IF SQLCODE = 0 AND FINESTRA-BLOCCO
              MOVE '394'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.

       2210-CONTROLLA-INS SECTION.
      *------------------*
           EXEC SQL SELECT COUNT(*)
              PERFORM 2999-CERCA-ERR
           END-IF.
       2215-EX. EXIT.
      *
      ******************************************************************
      * MATRICOLA DEL TITOLARE: FACOLTATIVA (UTENZE TECNICHE O DI      *
      * ESTERNI), MA SE INDICATA DEVE ESISTERE SU CWDIPENDENTI ED      *
      * ESSERE IN FORZA: LA CESSAZIONE DEL TITOLARE BLOCCA L'UTENZA    *
      * (CW39DEMO) E IL SUO TRASFERIMENTO NE APRE LA REVISIONE         *
      ******************************************************************
       2220-CONTROLLA-MATRICOLA SECTION.
      *------------------------*
           MOVE +0 TO W-MATR-UT-HV.
           IF W-MATR-UT = SPACES
              GO TO 2220-EX
           END-IF.
           IF W-MATR-UT NOT NUMERIC
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRUTL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-MATR-UT-NUM TO W-MATR-UT-HV.
           EXEC SQL SELECT STATO_DIPENDENTE
                      INTO :W-STATO-DIP
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATR-UT-HV
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRUTL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF SQLCODE NOT = +0
              PERFORM 2998-DBERROR
           END-IF.
           IF W-STATO-DIP NOT = 'A'
              MOVE '372'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRUTL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.
                                                                        07220000
       2260-LEGGI-UTENTE SECTION.
      *----------------*
