      * RIFERIMENTO P.E.: 1.0                                          *00110000
      *----------------------------------------------------------------*00120000
      * CREAZIONE       : 04/03/1999                                   *00130002
      * ULTIMA MODIFICA : 15/10/2026                                   *00140002
      *----------------------------------------------------------------*
      * 22/08/2026 GM  IL MENU SEGNALA LE NOTIFICHE CWNOTIFY NON       *
      *                LETTE DELL'OPERATORE (OPZIONE U - CW81DEMO) E   *
      * 02/09/2026 GM  ALLARMI DELLA CATENA BATCH (CPS04.CWALLARM,    *
      *                SCRITTI DA CX40DEMO) MOSTRATI IN EVIDENZA AGLI  *
      *                AMMINISTRATORI, COME GLI AVVISI DI BACHECA      *
      * 15/10/2026 GM  FINESTRA BATCH NOTTURNA (CWPARAM 'FINBATCH'):   *
      *                IL MENU AVVISA CHE GLI AGGIORNAMENTI SONO       *
      *                SOSPESI; CON PF6 L'AMMINISTRATORE ATTIVA O      *
      *                REVOCA LO SBLOCCO DI EMERGENZA (TRACCIATO SU    *
      *                CWLOGON, ESITI 'B'/'R')                         *
      ******************************************************************00150000
      * ---                                                             00160000
       ENVIRONMENT DIVISION.                                            00170000
       01  W-ABSTIME-AUD                   PIC S9(8)  COMP.
       01  W-DATE-AUD                      PIC X(6)   VALUE SPACES.
       01  W-TIME-AUD                      PIC X(6)   VALUE SPACES.
      * FINESTRA BATCH NOTTURNA (VEDI 1246 E 3138)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-CHIUSA                        VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
           88  FINESTRA-SBLOCCATA                     VALUE 'F'.
       01  W-ESITO-TRACCIA                 PIC X(1)   VALUE SPACE.
       01  W-DATA-OGGI-AVV.
           05  W-AVV-AAAA                  PIC X(4).
           05  FILLER                      PIC X      VALUE '-'.
                                PF1    (1244-TASTO-HELP)                        
                                PF3    (1230-TASTO-PF3)                         
                                PF4    (1240-TASTO-PF4)                         
                                PF6    (1246-TASTO-SBLOCCO)
                                PA1    (1210-TASTO-PA1)                         
                                ANYKEY (1250-TASTO-ANYK)                04200000
           END-EXEC.                                                    04210000
       1245-EX. EXIT.
      *
      *----------------------------------------------------------------*
      * PF6: SBLOCCO DI EMERGENZA DELLA FINESTRA BATCH NOTTURNA, SOLO  *
      * PER GLI AMMINISTRATORI. CON LA CATENA IN CORSO ('FINBATCH' =   *
      * 'B') RIABILITA GLI AGGIORNAMENTI ON-LINE ('F'); RIPREMUTO LI   *
      * SOSPENDE DI NUOVO. OGNI CAMBIO E' TRACCIATO SU CPS04.CWLOGON.  *
      * LO SBLOCCO DECADE ALLA CHIUSURA DELLA FINESTRA (CX40DEMO) O    *
      * ALLA SUA RIAPERTURA LA NOTTE SUCCESSIVA (CY08DEMO)             *
      *----------------------------------------------------------------*
       1246-TASTO-SBLOCCO  SECTION.
      *------------------*
           MOVE '1246-TASTO-SBL' TO W-ULT-LABEL.
           MOVE SPACES       TO M-MSG-1O.
           MOVE PROT-BRT     TO M-MSG-2A M-MSG-1A.
           MOVE -1           TO M-SCELTAL.
           IF NOT COM-UTENTE-1
              MOVE '008'     TO M-MSG-2O
              PERFORM 2999-CERCA-ERR
           END-IF.

           PERFORM 3139-LEGGI-FINESTRA.
           IF FINESTRA-CHIUSA
              MOVE '397'     TO M-MSG-2O
              PERFORM 2999-CERCA-ERR
           END-IF.

           IF FINESTRA-BLOCCO
              EXEC SQL UPDATE CPS04.CWPARAM
                          SET VALORE_CHAR    = 'F'
                        WHERE NOME_PARAMETRO = 'FINBATCH'
              END-EXEC
              MOVE 'B'       TO W-ESITO-TRACCIA
              MOVE '395'     TO M-MSG-2O
           ELSE
              EXEC SQL UPDATE CPS04.CWPARAM
                          SET VALORE_CHAR    = 'B'
                        WHERE NOME_PARAMETRO = 'FINBATCH'
              END-EXEC
              MOVE 'R'       TO W-ESITO-TRACCIA
              MOVE '396'     TO M-MSG-2O
           END-IF.
           IF SQLCODE = 0
              PERFORM 2780-TRACCIA-SBLOCCO
           END-IF.
           PERFORM 2999-CERCA-ERR.
      *
       1246-EX. EXIT.
      *
      *----------------------------------------------------------------*
      * CERCA IL PRIMO AVVISO ATTIVO DA MOSTRARE (GLI IMPORTANTI NON   *
      * ANCORA VISIONATI HANNO LA PRECEDENZA) E LO METTE IN MAPPA      *
      *----------------------------------------------------------------*
       3136-EX. EXIT.
      *
      *----------------------------------------------------------------*
      * FINESTRA BATCH NOTTURNA APERTA (DA CY08DEMO FINO AL RIEPILOGO  *
      * CX40DEMO): A TUTTI GLI OPERATORI IL MENU SPIEGA CHE LE         *
      * TRANSAZIONI DI AGGIORNAMENTO (CW04, CW07, CW08, CW15, CW18,    *
      * CW19, CW26, CW28, CW31, CW33, CW35, CW37, CW38, CW65, CW68,    *
      * CW74, CW75, CW76, CW80, CW84, CW89, CW91, CW94, CW96, CX01,    *
      * CX02, CX04, CX06, CX09, CX11, CX12, CX13, CX14, CX16, CX18,    *
      * CX19, CX21, CX23, CX26, CX33, CX50, CX52, CX53, CX59, CX62,    *
      * CX64, CX66, CX68, CX70, CX72, CX76, CX78, CX80, CX83, CX84,    *
      * CX86, CX90, CX92, CX95, CX99, CY03, CY06, CY10, CY11, CY12,    *
      * CY15, CY17, CY25, CY26, CY27, CY29, CY30, CY34) SONO IN SOLA   *
      * CONSULTAZIONE, O CHE E' ATTIVO LO SBLOCCO DI EMERGENZA. HA LA  *
      * PRECEDENZA SUGLI ALLARMI, CHE CX40DEMO SCRIVE SOLO A FINESTRA  *
      * CHIUSA                                                         *
      *----------------------------------------------------------------*
       3138-CERCA-FINESTRA  SECTION.
      *-------------------*
           MOVE '3138-CERCA-FIN' TO W-ULT-LABEL.
           PERFORM 3139-LEGGI-FINESTRA.
           IF FINESTRA-BLOCCO
              MOVE
                'CATENA BATCH IN CORSO: AGGIORNAMENTI ON-LINE SOSPESI'
                TO M-ALLARO
              MOVE PROT-BRT TO M-ALLARA
           END-IF.
           IF FINESTRA-SBLOCCATA
              MOVE
                'CATENA BATCH IN CORSO: SBLOCCO DI EMERGENZA ATTIVO'
                TO M-ALLARO
              MOVE PROT-BRT TO M-ALLARA
           END-IF.
      *
       3138-EX. EXIT.
      *
      *----------------------------------------------------------------*
      * STATO DELLA FINESTRA BATCH DA CPS04.CWPARAM 'FINBATCH'; RIGA   *
      * ASSENTE O ILLEGGIBILE = FINESTRA CHIUSA                        *
      *----------------------------------------------------------------*
       3139-LEGGI-FINESTRA  SECTION.
      *-------------------*
           MOVE SPACES TO W-FINESTRA-BATCH.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :W-FINESTRA-BATCH
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'FINBATCH'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO W-FINESTRA-BATCH
           END-IF.
      *
       3139-EX. EXIT.
      *
      *----------------------------------------------------------------*
      * SEGNALA SUL MENU LE NOTIFICHE NON ANCORA LETTE DELL'OPERATORE *
      * (ESITI DELLE RICHIESTE CWAPPROV, SCRITTE DA CW18DEMO E        *
      * CONSULTABILI CON L'OPZIONE U DEL MENU DI RAMO - CW81DEMO)     *
                                 :DCL-CPSLOG.ESITO)
           END-EXEC.
       2770-EX. EXIT.
      *
      ******************************************************************
      * TRACCIA SU CPS04.CWLOGON L'ATTIVAZIONE ('B') O LA REVOCA ('R') *
      * DELLO SBLOCCO DI EMERGENZA DELLA FINESTRA BATCH (VEDI 1246)    *
      ******************************************************************
       2780-TRACCIA-SBLOCCO SECTION.
      *--------------------*
           MOVE '2780-TRAC-SBL' TO W-ULT-LABEL.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME-AUD) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME-AUD)
                                DDMMYY  (W-DATE-AUD)
                                TIME    (W-TIME-AUD)    END-EXEC.
           MOVE COM-UTENTE      TO UTENTE     OF DCL-CPSLOG.
           MOVE EIBTRMID        TO TERMINALE  OF DCL-CPSLOG.
           MOVE W-DATE-AUD      TO DATA-LOGON OF DCL-CPSLOG.
           MOVE W-TIME-AUD      TO ORA-LOGON  OF DCL-CPSLOG.
           MOVE W-ESITO-TRACCIA TO ESITO      OF DCL-CPSLOG.
           EXEC SQL INSERT INTO CPS04.CWLOGON
                         VALUES (:DCL-CPSLOG.UTENTE,
                                 :DCL-CPSLOG.TERMINALE,
                                 :DCL-CPSLOG.DATA-LOGON,
                                 :DCL-CPSLOG.ORA-LOGON,
                                 :DCL-CPSLOG.ESITO)
           END-EXEC.
       2780-EX. EXIT.
      *
       2900-RIEMP-MASK SECTION.                                         07150000
      *---------------*                                                 07160000
           END-IF.
           PERFORM 3135-CERCA-AVVISO.
           PERFORM 3136-CERCA-ALLARME.
           PERFORM 3138-CERCA-FINESTRA.
           PERFORM 3137-CONTA-NOTIFICHE.
           INSPECT M-SCELTAO REPLACING ALL ' '       BY '_'.            07920000
           INSPECT M-SCELTAO REPLACING ALL LOW-VALUE BY '_'.            07930000
