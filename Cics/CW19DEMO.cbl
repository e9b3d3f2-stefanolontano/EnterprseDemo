      * AREA COMPETENTE :                                              *
      * OGGETTO         : RIPRISTINO DIPENDENTE DA ARCHIVIO STORICO    *
      * TIPO OPERAZIONE : RIPRISTINO                                   *
      * TABELLE USATE   : CWDIPENDENTI, CWPARAM, CWCESSAZ,             *
      *                   ARCHIVIO (VSAM)                              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 09/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  LA MATRICOLA RIPRISTINATA, CHE RIENTRA SENZA    *
      *                DIPARTIMENTO, VIENE ASSEGNATA ALLA SOCIETA'     *
      *                PRINCIPALE DEL GRUPPO (CWPARAM SOCPRINC)        *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') IL RIPRISTINO E'           *
      *                RIFIUTATO ALLA CONFERMA                         *
      * 15/10/2026 GM  LA MATRICOLA RIPRISTINATA RIENTRA SENZA SEDE    *
      *                DI LAVORO (COD_SEDE A SPAZI, DA RIASSEGNARE     *
      *                CON CY25DEMO)                                   *
      * 15/10/2026 GM  UNA MATRICOLA CON CESSAZIONE ESEGUITA           *
      *                (CWCESSAZ 'E') NON SI RIPRISTINA: RIENTRA CON   *
      *                LA RIASSUNZIONE CY26DEMO (MESSAGGIO 454)        *
      ******************************************************************
      ******************************************************************
      * QUESTO PROGRAMMA CONSENTE DI RIPRISTINARE IN CPS04.CWDIPENDENTI *
      * CHIAVE MATRICOLA GIA' USATO DA CW13DEMO) E REINSERENDOLO NELLA  *
      * TABELLA DB2. RISERVATO ALL'AMMINISTRATORE (OPZIONE 8 DEL MENU   *
      * DI RAMO CW03DEMO).                                              *
      * IL RIPRISTINO ANNULLA UNA CANCELLAZIONE: UNA MATRICOLA CON UNA  *
      * CESSAZIONE ESEGUITA (CWCESSAZ STATO 'E') HA CHIUSO DAVVERO IL   *
      * RAPPORTO E RIENTRA SOLO CON LA RIASSUNZIONE CY26DEMO, CHE NE    *
      * CONSERVA IL PERIODO PRECEDENTE.                                 *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       01  W-CONF-OP                       PIC X(2)   VALUE SPACES.
       01  W-MATR                          PIC 9(5)   VALUE ZEROES.
       01  W-MATR-CERCA                    PIC S9(5)  COMP-3 VALUE 0.
       01  W-CONTA-CESS                    PIC S9(9)  COMP   VALUE +0.

      * -------------------------------------------------------------- *
      *    CALCOLO DI RUN-DATE ALLA DATA DI SISTEMA, COME IN CW04DEMO  *
           02  RUN-DATE-GG                 PIC 9(2).

      * -------------------------------------------------------------- *
      *    SOCIETA' DEL GRUPPO ASSEGNATA ALLA MATRICOLA RIPRISTINATA    *
      * -------------------------------------------------------------- *
       01  W-COD-SOCIETA                   PIC X(4)   VALUE SPACES.
       01  W-SOC-PRINC                     PIC X(10)  VALUE SPACES.
      * -------------------------------------------------------------- *
      *    L'ARCHIVIO VSAM NON PORTA LA COLONNA DATA_ASSUNZIONE (NON    *
      *    ESISTEVA QUANDO IL DIPENDENTE FU CANCELLATO): SI VALORIZZA   *
      *    CON LA DATA DI SISTEMA, STESSO CRITERIO GIA' USATO PER LA    *
       01  W-XCTL-PGM                      PIC  X(8)   VALUE SPACE.
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15)  VALUE SPACES.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
       01  W-LEN                           PIC S9(4)   COMP VALUE +260.
       01  W-REQID-TIMEOUT.
           05  FILLER                      PIC X(4)   VALUE 'RRTO'.
              GO TO 1425-EX
           END-IF.

           IF W-CONF-OP  = 'SI'
              PERFORM 2205-CONTROLLA-FINESTRA
           END-IF.
           IF W-COD-MSG-HOST NOT = SPACES
              PERFORM 3000-FINE-ELAB
              GO TO 1425-EX
           END-IF.

           IF W-CONF-OP  = 'SI'
              PERFORM 1426-RIPRISTINO
           ELSE

       1425-EX. EXIT.
      *
      *
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
      *
      *
       1426-RIPRISTINO SECTION.
      *---------------*
           MOVE VS-QUALIFICA-INTERNA  TO QUALIFICA-INTERNA OF DCL-CPSDIP.
           MOVE VS-COD-FISCALE        TO COD-FISC          OF DCL-CPSDIP.
           MOVE W-RUN-DATE            TO RUN-DATE          OF DCL-CPSDIP.
      * ---
      * SENZA DIPARTIMENTO LA MATRICOLA VA ALLA SOCIETA' PRINCIPALE DEL
      * GRUPPO (PARAMETRO SOCPRINC DI CWPARAM, DEFAULT '0001'); IL
      * CAMBIO DI DIPARTIMENTO IN CW07DEMO LA RIALLINEA POI A QUELLA
      * DEL NUOVO DIPARTIMENTO
      * ---
           MOVE '0001'                TO W-COD-SOCIETA.
           MOVE SPACES                TO W-SOC-PRINC.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :W-SOC-PRINC
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'SOCPRINC'
           END-EXEC.
           IF SQLCODE = 0 AND W-SOC-PRINC NOT = SPACES
              MOVE W-SOC-PRINC(1:4)   TO W-COD-SOCIETA
           END-IF.

           EXEC SQL INSERT INTO CPS04.CWDIPENDENTI
                         VALUES (:COD-MATRICOLA-DIP OF DCL-CPSDIP,
                                 ' ',
                                 'A',
                                 :W-DATA-ASSUNZIONE-RIP,
                                 ' ',
                                 :W-COD-SOCIETA,
                                 ' ')
           END-EXEC.

                               EQUAL
           END-EXEC.

           MOVE +0 TO W-CONTA-CESS.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-CESS
                      FROM  CPS04.CWCESSAZ
                     WHERE COD_MATRICOLA_DIP = :W-MATR-CERCA
                       AND STATO_CESSAZIONE  = 'E'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 2998-DBERROR
           END-IF.
           IF W-CONTA-CESS > 0
              MOVE '1'            TO COM-GIRO
              MOVE -1             TO M-MATRL
              MOVE '454'          TO W-COD-MSG-HOST
              PERFORM 2999-CERCA-ERR
              GO TO 2200-EX
           END-IF.

           MOVE '2'            TO COM-GIRO.
           MOVE VS-MATRICOLA           TO M-MATRO.
           MOVE VS-COGNOME             TO M-COGNO.
