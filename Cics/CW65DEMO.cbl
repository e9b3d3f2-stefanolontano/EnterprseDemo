      * RIFERIMENTO P.E.: RUOLI 1 E 2 (RESPONSABILI)                   *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  LETTERA DI ESITO PROVA SULLO SPOOL ALLA        *
      *                CONFERMA (MODELLI CWLETTER PROVAOK/PROVAKO,   *
      *                ROUTINE CX48DEMO, MANUTENZIONE CX47DEMO)      *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * IL RESPONSABILE REGISTRA L'ESITO DEL PERIODO DI PROVA DI UN    *
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1430-REGISTRA
                 MOVE '094'      TO W-COD-MSG-HOST
              WHEN 'NO'
           END-IF.
       2200-EX. EXIT.

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

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
