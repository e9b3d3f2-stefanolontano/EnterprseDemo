      * RIFERIMENTO P.E.: RUOLI 1 E 3 (COME LA CANCELLAZIONE CW08DEMO) *
      *----------------------------------------------------------------*
      * CREAZIONE       : 22/08/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 02/09/2026 GM  LA CONFERMA MOSTRA LA CHECKLIST DEI BENI        *
      *                AZIENDALI ANCORA FUORI (CPS04.CWBENI, VEDI      *
      * 02/09/2026 GM  LETTERA DI CESSAZIONE SULLO SPOOL ALLA         *
      *                REGISTRAZIONE (MODELLO CWLETTER 'CESSAZ',     *
      *                ROUTINE CX48DEMO, MANUTENZIONE CX47DEMO)      *
      * 15/10/2026 GM  LA CONFERMA SEGNALA LE CESSIONI DEL QUINTO E I  *
      *                PIGNORAMENTI ANCORA APERTI (CPS04.CWPIGNOR, VEDI*
      *                CX78DEMO), DA REGOLARE SUL TFR; IN TAL CASO LA  *
      *                REGISTRAZIONE LO RICORDA NEL MESSAGGIO FINALE   *
      * 15/10/2026 GM  CAUSA DI CESSAZIONE CODIFICATA OBBLIGATORIA     *
      *                (CAUSA_CESSAZIONE, CODICI IN COPY CWCESS) CHE   *
      *                DISTINGUE LE USCITE VOLONTARIE DALLE            *
      *                INVOLONTARIE NEL TABULATO DI TURNOVER CX88DEMO  *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * REGISTRA LA CESSAZIONE DI UN DIPENDENTE CON DATA DI EFFETTO    *
       01  W-MATR                          PIC X(5)  VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5) USAGE COMP-3.
       01  W-CONF-OP                       PIC X(2)  VALUE SPACES.
       01  W-CAUSA                         PIC X(2)  VALUE SPACES.
      * ---
      * CHECKLIST DEI BENI AZIENDALI ANCORA FUORI (CWBENI/CX18DEMO):
      * MOSTRATA IN CONFERMA COSI' IL RITIRO SI ORGANIZZA PRIMA
           05  FILLER                      PIC X(3)  VALUE ' - '.
           05  WB-TIPI                     PIC X(33) VALUE SPACES.
      * ---
      * CESSIONI DEL QUINTO E PIGNORAMENTI ANCORA APERTI (CWPIGNOR/
      * CX78DEMO): IL RESIDUO VA REGOLATO SUL TFR DI FINE RAPPORTO
      * ---
       01  W-CONTA-PIGN                    PIC S9(3) COMP-3 VALUE +0.
       01  W-PIGN-ED.
           05  FILLER                      PIC X(21) VALUE
               'TRATTENUTE APERTE: '.
           05  WP-CONTA                    PIC ZZ9.
           05  FILLER                      PIC X(36) VALUE
               ' - RESIDUO DA REGOLARE SUL TFR'.
      * ---
      * DATA DI CESSAZIONE E DATA ODIERNA IN FORMATO AAAA-MM-GG, COSI'
      * DA POTERLE CONFRONTARE LESSICOGRAFICAMENTE
      * ---
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
                 PERFORM 2560-CONTA-TRATTENUTE
                 IF W-CONTA-PIGN > 0
                    MOVE '284'   TO W-COD-MSG-HOST
                 ELSE
                    MOVE '082'   TO W-COD-MSG-HOST
                 END-IF
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
              WHEN OTHER
           MOVE W-MATRICOLA       TO COD-MATRICOLA-DIP OF DCL-CWCESSAZ.
           MOVE W-DATA-CESSAZIONE TO DATA-CESSAZIONE   OF DCL-CWCESSAZ.
           MOVE 'P'               TO STATO-CESSAZIONE  OF DCL-CWCESSAZ.
           MOVE W-CAUSA           TO CAUSA-CESSAZIONE  OF DCL-CWCESSAZ.
           MOVE COM-UTENTE TO UTENTE-RICHIEDENTE  OF DCL-CWCESSAZ.
           MOVE W-DATE     TO DATA-REGISTRAZIONE  OF DCL-CWCESSAZ.
           MOVE W-TIME     TO ORA-REGISTRAZIONE   OF DCL-CWCESSAZ.
                                 :DCL-CWCESSAZ.STATO-CESSAZIONE,
                                 :DCL-CWCESSAZ.UTENTE-RICHIEDENTE,
                                 :DCL-CWCESSAZ.DATA-REGISTRAZIONE,
                                 :DCL-CWCESSAZ.ORA-REGISTRAZIONE,
                                 :DCL-CWCESSAZ.CAUSA-CESSAZIONE)
           END-EXEC.
      * ---
      * LETTERA DI CESSAZIONE SULLO SPOOL (MODELLO CWLETTER 'CESSAZ',
           MOVE M-A-CESI TO W-AA-CES.
           MOVE M-M-CESI TO W-MM-CES.
           MOVE M-G-CESI TO W-GG-CES.
           INSPECT M-CAUSAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CAUSAI REPLACING ALL '_'       BY ' '.
           MOVE M-CAUSAI TO W-CAUSA.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * CAUSA DI CESSAZIONE CODIFICATA (VOLONTARIA/INVOLONTARIA, VEDI
      * COPY CWCESS): ALIMENTA IL TABULATO DI TURNOVER CX88DEMO
      * ---
           IF W-CAUSA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CAUSAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-CAUSA TO CAUSA-CESSAZIONE OF DCL-CWCESSAZ.
           IF NOT CAUSA-CESS-VALIDA
              MOVE '325'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CAUSAL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * UNA SOLA CESSAZIONE PROGRAMMATA PER MATRICOLA
      * ---
           EXEC SQL SELECT COUNT(*)
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
           MOVE '2'      TO COM-GIRO.
           MOVE '020'    TO W-COD-MSG-HOST.
           PERFORM 2550-MOSTRA-BENI-APERTI.
           PERFORM 2560-CONTA-TRATTENUTE.
           MOVE SPACES TO M-PIGNO.
           IF W-CONTA-PIGN > 0
              MOVE W-CONTA-PIGN TO WP-CONTA
              MOVE W-PIGN-ED    TO M-PIGNO
           END-IF.
      * ---
      * I CAMPI DATI VENGONO PROTETTI CON FSET COSI' DA RIENTRARE
      * INALTERATI ALLA CONFERMA (VEDI 1520-RIPRISTINO-ATTR DI CW31DEMO)
           MOVE PROT-FSET TO M-MATRA
                             M-A-CESA
                             M-M-CESA
                             M-G-CESA
                             M-CAUSAA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
           END-IF.
       2550-EX. EXIT.

      * -------------------------------------------------------------- *
      * CESSIONI DEL QUINTO E PIGNORAMENTI ANCORA APERTI SULLA         *
      * MATRICOLA IN CESSAZIONE (CPS04.CWPIGNOR, VEDI CX78DEMO)        *
      * -------------------------------------------------------------- *
       2560-CONTA-TRATTENUTE SECTION.
      *---------------------*
           MOVE '2560-CONTA-TRATT' TO W-ULT-LABEL.
           MOVE 0      TO W-CONTA-PIGN.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-PIGN
                      FROM CPS04.CWPIGNOR
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_PIGNOR      = 'A'
           END-EXEC.
       2560-EX. EXIT.

       2900-RIEMP-MASK  SECTION.
      *------------------------
           MOVE LOW-VALUE     TO  MF38MAPO.
