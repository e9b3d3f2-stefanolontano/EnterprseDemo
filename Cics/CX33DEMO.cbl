      * RIFERIMENTO P.E.: RIAPERTURA RISERVATA A COM-UTENTE-1          *
      *----------------------------------------------------------------*
      * CREAZIONE       : 02/09/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  CHIUSURA DEL MESE SUBORDINATA AI FOGLI PRESENZE *
      *                CONSOLIDATI E CERTIFICATI (CWFOGPRE)            *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * DOPO LA CONSEGNA DEI DATI MENSILI ALLE PAGHE IL MESE VIENE     *
      * CORREZIONI CW62DEMO RESPINGONO I MOVIMENTI DATATI NEL MESE     *
      * CHIUSO. LA RIAPERTURA (OPERAZIONE 'A') E' RISERVATA            *
      * ALL'AMMINISTRATORE. STESSO IMPIANTO A CONFERMA DI CW26DEMO.    *
      * IL MESE SI CHIUDE SOLO CON TUTTI I FOGLI PRESENZE CERTIFICATI  *
      * (CPS04.CWFOGPRE, VEDI CY14DEMO E CY15DEMO).                    *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       01  W-DATA-OGGI                     PIC X(6)  VALUE SPACES.
       01  W-ORA-OGGI                      PIC X(6)  VALUE SPACES.
      *
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA  END-EXEC.
           EXEC SQL  INCLUDE CWPERD END-EXEC.
           EXEC SQL  INCLUDE CWFOGP END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 1426-ESEGUI-OPERAZIONE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
                                DDMMYY  (W-DATA-OGGI)
                                TIME    (W-ORA-OGGI) END-EXEC.
           IF W-MODO-CHIUDI
      * ---
      * I FOGLI PRESENZE SI RICONTROLLANO: NEL FRATTEMPO UNA
      * CERTIFICAZIONE PUO' ESSERE STATA REVOCATA (CY15DEMO)
      * ---
              MOVE SPACE     TO COM-GIRO
              MOVE UNPROT    TO M-ANNOA M-MESEA M-MODOA
              PERFORM 2270-CONTROLLA-FOGLI
              PERFORM 1430-CHIUDI-PERIODO
              MOVE '177' TO W-COD-MSG-HOST
           ELSE
              MOVE -1       TO M-ANNOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MODO-CHIUDI
              PERFORM 2270-CONTROLLA-FOGLI
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

      * -------------------------------------------------------------- *
      * STATO CORRENTE DEL PERIODO: SENZA RIGA SU CWPERIOD IL MESE E'  *
      * APERTO                                                         *
           MOVE W-STATO-PERIODO TO M-STATOO.
       2260-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA CHIUSURA RICHIEDE I FOGLI PRESENZE DEL MESE CONSOLIDATI     *
      * (CY14DEMO) E TUTTI CERTIFICATI DAI RESPONSABILI (CY15DEMO)     *
      * -------------------------------------------------------------- *
       2270-CONTROLLA-FOGLI SECTION.
      *--------------------*
           MOVE '2270-CTL-FOGLI' TO W-ULT-LABEL.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWFOGPRE
                     WHERE ANNO_MESE = :W-ANNO-MESE
           END-EXEC.
           IF W-COUNT = +0
              MOVE '418'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ANNOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWFOGPRE
                     WHERE ANNO_MESE    = :W-ANNO-MESE
                     AND   STATO_FOGLIO <> 'C'
           END-EXEC.
           IF W-COUNT > +0
              MOVE '419'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ANNOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2270-EX. EXIT.

      * -------------------------------------------------------------- *
      * PRIMA CONFERMA SUPERATA: CAMPI PROTETTI, OPERAZIONE E PERIODO  *
      * ACCANTONATI IN COMMAREA E RICHIESTA DEL SI/NO (GIRO '2')       *
