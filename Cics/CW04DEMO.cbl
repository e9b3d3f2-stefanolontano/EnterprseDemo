      * RIFERIMENTO P.E.:                                              *        
      *----------------------------------------------------------------*00120000
      * CREAZIONE       : 05/03/1999                                   *        
      * ULTIMA MODIFICA : 15/10/2026                                   *        
      *----------------------------------------------------------------*
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA (CWPARAM *
      *                'FINBATCH') LA CONFERMA DELL'INSERIMENTO E'    *
      *                RIFIUTATA (2205-CONTROLLA-FINESTRA)            *
      * 15/10/2026 GM  ESTESA LA INSERT SU CWAPPROV CON LA NUOVA      *
      *                COLONNA CAUSA_CESSAZIONE (USATA SOLO DALLE      *
      *                CANCELLAZIONI DI CW08DEMO, QUI A SPAZI)         *
      * 02/09/2026 GM  RACCOLTA DELLA CATEGORIA PROTETTA L.68/99      *
      *                (' '=NO, 'D'=DISABILE, 'A'=ALTRA): VIAGGIA SU   *
      *                CWAPPROV E ARRIVA SU CWDIPENDENTI CON           *
      *                SUL CONTATORE RETRYDB2 DI CWCONTAT) E POI      *
      *                SEGNALATA CON CORTESIA CONSERVANDO I DATI      *
      *                DIGITATI (VEDI 2996/2997)                      *
      * 15/10/2026 GM  IL CODICE FISCALE DI UN EX DIPENDENTE (CESSATO  *
      *                O CANCELLATO) DA' IL MESSAGGIO 454: IL RIENTRO  *
      *                SI FA CON LA RIASSUNZIONE CY26DEMO SULLA STESSA *
      *                MATRICOLA                                       *
      ******************************************************************00150000
      * ---                                                             00160000
       ENVIRONMENT DIVISION.                                            00170000
       01  W-XCTL-PGM                      PIC  X(8)  VALUE SPACE.      01660000
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15) VALUE SPACES.     01670000
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    RITENTATIVI AUTOMATICI SU DEADLOCK/TIMEOUT DB2 (-911/-913) *
      *    IL MASSIMO E' CONFIGURABILE SUL CONTATORE RETRYDB2 DI      *
           END-IF.                                                              
                                                                                
           IF W-CONF-OP  = 'SI'                                                 
              PERFORM 2205-CONTROLLA-FINESTRA
              PERFORM 1426-INSERIMENTO                                          
           ELSE                                                                 
            IF W-CONF-OP  = 'NO'                                                
                                 0,
                                 0,
                                 '          ',
                                 :W-CAT-PROTETTA,
                                 '  ')
           END-EXEC.                                                    05010000
DUMPDB*    MOVE 'PPPPP'     TO W-DUMP-T.
DUMPDB*    ADD W-DUMP      TO W-PACKED.
              MOVE FSET-BRT TO M-COD-FIA
              MOVE -1       TO M-COD-FIL
              MOVE '088'    TO W-COD-MSG-HOST
      * ---
      * EX DIPENDENTE CESSATO (INATTIVO CON CESSAZIONE ESEGUITA): NON
      * SI APRE UNA NUOVA MATRICOLA, IL RIENTRO PASSA DALLA
      * RIASSUNZIONE CY26DEMO CHE CONSERVA I PERIODI DI LAVORO
      * ---
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWDIPENDENTI D
                        WHERE D.COD_FISC = :W-COD-FI
                        AND   D.STATO_DIPENDENTE = 'I'
                        AND   EXISTS
                             (SELECT 1 FROM CPS04.CWCESSAZ C
                               WHERE C.COD_MATRICOLA_DIP =
                                     D.COD_MATRICOLA_DIP
                                 AND C.STATO_CESSAZIONE = 'E')
              END-EXEC
              IF W-COUNT > +0
                 MOVE '454' TO W-COD-MSG-HOST
              END-IF
              GO TO 2230-EX
           END-IF.
      * ---
      * MATRICOLA CANCELLATA (CANCELLAZIONE APPROVATA, RECORD SOLO SU
      * ARCHIVIO): ANCHE IN QUESTO CASO IL RIENTRO E' UNA RIASSUNZIONE
      * DELLA STESSA MATRICOLA
      * ---
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWAPPROV
                     WHERE COD_FISC        = :W-COD-FI
                     AND   TIPO_RICHIESTA  = 'D'
                     AND   STATO_RICHIESTA = 'A'
           END-EXEC.
           IF W-COUNT > +0
              MOVE FSET-BRT TO M-COD-FIA
              MOVE -1       TO M-COD-FIL
              MOVE '454'    TO W-COD-MSG-HOST
           END-IF.
       2230-EX. EXIT.

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
       2500-CONFERMA SECTION.                                           09010000
      *-------------*                                                   09020000
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.                         09030000
