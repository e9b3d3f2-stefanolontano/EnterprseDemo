      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *00110000
      *----------------------------------------------------------------*00120000
      * CREAZIONE       : 09/08/2026                                   *00130000
      * ULTIMA MODIFICA : 15/10/2026                                   *00140000
      *----------------------------------------------------------------*
      * 22/08/2026 GM  MANUTENZIONE DELLA NUOVA COLONNA MESI_PROVA     *
      *                (DURATA DEL PERIODO DI PROVA PER QUALIFICA,     *
      * 02/09/2026 GM  STORICIZZAZIONE SU CPS04.CWTABSTO DELL'IMMAGINE*
      *                DELLA RIGA PRIMA E DOPO OGNI VARIAZIONE O      *
      *                DISATTIVAZIONE (CONSULTABILE CON CX32DEMO)     *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************00150000
      * ---                                                             00160000
       ENVIRONMENT DIVISION.                                            00170000
           05  IMG-MESI-VISITA             PIC 9(3).
           05  FILLER                      PIC X(68) VALUE SPACES.
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
