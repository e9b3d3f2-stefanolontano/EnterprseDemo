       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY27DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RY27                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : VALIDAZIONE DELLE RICHIESTE DI VARIAZIONE    *
      *                   DEI RECAPITI DAL CHIOSCO (CPS04.CWRICANA)    *
      * TIPO OPERAZIONE : APPROVAZIONE / RIFIUTO                       *
      * RIFERIMENTO P.E.: NEGATA AL RUOLO 4 (SOLA CONSULTAZIONE)       *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * PRESENTA ALL'OPERATORE, IN ORDINE DI ARRIVO, LE RICHIESTE DI   *
      * VARIAZIONE DI INDIRIZZO, TELEFONO ED E-MAIL INOLTRATE DAI      *
      * DIPENDENTI DAL CHIOSCO (CW76DEMO, PF10), CON I RECAPITI        *
      * ATTUALI (CPS04.CWANAGR) ACCANTO A QUELLI RICHIESTI, SULLO      *
      * STESSO IMPIANTO DELLA CODA FERIE DI CW96DEMO.                  *
      *   SI - LA RICHIESTA PASSA A CW68DEMO (COM-GIRO 'K', MATRICOLA  *
      *        IN COM-MATRICOLA), CHE LA PROPONE GIA' COMPILATA E      *
      *        CONTROLLATA; ALLA CONFERMA LA VARIAZIONE SEGUE LA       *
      *        STRADA NORMALE DI CW68DEMO (STORICO SU CWANASTO), LA    *
      *        RICHIESTA VIENE CHIUSA 'A' E IL CONTROLLO TORNA QUI     *
      *        CON L'ESITO NEL GIRO ('A' = APPLICATA, 'N' = NON        *
      *        CONFERMATA, RICHIESTA ANCORA PENDENTE)                  *
      *   NO - RIFIUTO CON MOTIVAZIONE OBBLIGATORIA                    *
      * IL DIPENDENTE VEDE L'ESITO (E L'EVENTUALE MOTIVO DEL RIFIUTO)  *
      * ALLA VISITA SUCCESSIVA AL CHIOSCO.                             *
      * LA RICHIESTA IN LAVORAZIONE E' SEMPRE LA PIU' VECCHIA ANCORA   *
      * PENDENTE: VIENE RILETTA ALLA CONFERMA, COSI' NON SERVE STATO   *
      * IN COMMAREA (LE UPDATE CON STATO_RICHIESTA = 'P' PROTEGGONO    *
      * DALLA DOPPIA LAVORAZIONE).                                     *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
      *      DEFINIZIONE VARIABILI HOST                                *
      * -------------------------------------------------------------- *
       01  W-COD-MSG-HOST                  PIC  X(3)       VALUE SPACE.
       01  W-SQLCODE                       PIC S9(3)  COMP VALUE +0.
           88  W-SQLCODE-OK                                VALUE +0.
           88  W-SQLCODE-NOT-FOUND                         VALUE +100.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-MOTIVO                        PIC X(60)     VALUE SPACES.
       01  W-COGNOME-DIP                   PIC X(30)     VALUE SPACES.
       01  W-NOME-DIP                      PIC X(15)     VALUE SPACES.
       01  W-MATR-ED                       PIC 9(5)      VALUE ZERO.
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (ESTREMI DI REGISTRAZIONE)   *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CY27DEMO'.
       01  W-PGM-MENU-RAMO                 PIC  X(8)   VALUE 'CW03DEMO'.
       01  W-PGM-ANAGR-EST                 PIC  X(8)   VALUE 'CW68DEMO'.
       01  W-TRS-ID                        PIC  X(4)   VALUE SPACE.
       01  W-XCTL-PGM                      PIC  X(8)   VALUE SPACE.
       01  W-ULT-LABEL                     PIC  X(15)  VALUE SPACES.
       01  W-LEN                           PIC S9(4)   COMP VALUE +260.
       01  W-REQID-TIMEOUT.
           05  FILLER                      PIC X(4)   VALUE 'RRTO'.
           05  W-REQID-TERMID              PIC X(4)   VALUE SPACE.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE  MESSAGGIO ABEND SQL                            *
      * -------------------------------------------------------------- *
       01  ERR-SQL.
           02  FILLER                      PIC X(11)
                                                 VALUE 'ERRORE SQL '.
           02  SQL-CODICE                  PIC ----.
           02  FILLER                      PIC X(12)
                                                 VALUE ' ALLA LABEL '.
           02  ULT-LABEL-SQL               PIC X(15).
           02  FILLER                      PIC X(10)
                                                  VALUE ' TRANSID: '.
           02  TRS-ID-SQL                  PIC X(4).
           02  FILLER                      PIC X(06)
                                                  VALUE ' PGM: '.
           02  NOME-PGM-SQL                PIC X(8).
           02  FILLER                      PIC X(4).
      * -------------------------------------------------------------- *
      *    DEFINIZIONE  MESSAGGIO ABEND CICS                           *
      * -------------------------------------------------------------- *
       01  ERR-CICS.
           02  FILLER                      PIC X(12)
                                                VALUE 'ERRORE CICS '.
           02  COD-ERR                     PIC X(4).
           02  FILLER                      PIC X(12)
                                                 VALUE ' ALLA LABEL '.
           02  ULT-LABEL-CICS              PIC X(15).
           02  FILLER                      PIC X(10)
                                                VALUE ' TRANSID: '.
           02  TRS-ID-CICS                 PIC X(4).
           02  FILLER                      PIC X(06)
                                                VALUE ' PGM: '.
           02  NOME-PGM-CICS               PIC X(8).
           02  FILLER                      PIC X(8).
      * -------------------------------------------------------------- *
      *    DEFINIZIONE SQLA E TABELLE                                  *
      * -------------------------------------------------------------- *
           EXEC SQL  INCLUDE SQLCA          END-EXEC.
           EXEC SQL  INCLUDE CWRANA         END-EXEC.
           EXEC SQL  INCLUDE CWANAG         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZDMAP.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLE COPY COMUNI                               *
      * -------------------------------------------------------------- *
           COPY CWATTRIB.
           COPY CWMESS.
      * -------------------------------------------------------------- *
      *    CARICAMENTO DEI TESTI MESSAGGI DA CPS04.CWMESSAG (ROUTINE   *
      *    CW50DEMO, UNA VOLTA PER TASK - VEDI 2995-CARICA-MESSAGGI)   *
      * -------------------------------------------------------------- *
       01  SW-MSG-CARICATI                 PIC X(1)   VALUE 'N'.
           88  MSG-CARICATI                           VALUE 'S'.
       01  W-LEN-TAB-MSG                   PIC S9(4)  COMP VALUE +0.
           COPY DFHAID.
           COPY CWCERR.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE COMMAREA.                                       *
      * -------------------------------------------------------------- *
       01  W-COMMAREA.
           COPY CWCOMMA.
      * -------------------------------------------------------------- *
      * DECLARE CURSOR - PIU' VECCHIA RICHIESTA DI VARIAZIONE DEI      *
      * RECAPITI ANCORA PENDENTE (CON L'ANAGRAFICA DEL RICHIEDENTE)    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-RIC27 CURSOR FOR
                    SELECT  R.ID_RICHIESTA,
                            R.COD_MATRICOLA_DIP,
                            R.INDIRIZZO1,
                            R.INDIRIZZO2,
                            R.CAP,
                            R.COMUNE,
                            R.TELEFONO,
                            R.EMAIL,
                            R.DATA_RICHIESTA,
                            D.COGNOME,
                            D.NOME
                    FROM    CPS04.CWRICANA     R,
                            CPS04.CWDIPENDENTI D
                    WHERE   D.COD_MATRICOLA_DIP =
                            R.COD_MATRICOLA_DIP
                    AND     R.STATO_RICHIESTA = 'P'
                    ORDER BY R.ID_RICHIESTA
           END-EXEC.

       LINKAGE SECTION.
      * ---
       01  DFHCOMMAREA.
           05  FILLER  PIC X OCCURS 1 TO 32767 DEPENDING ON EIBCALEN.
      *
       PROCEDURE DIVISION.
      *---
       0000-MAIN SECTION.
      *---------*
           PERFORM 1000-INIZIO-ELAB.
           PERFORM 2000-CORPO-ELAB.
           PERFORM 3000-FINE-ELAB.
           GOBACK.

       1000-INIZIO-ELAB SECTION.
      *----------------*
           MOVE EIBTRNID TO W-TRS-ID.
           PERFORM 1100-COND-ANOMAL.
           PERFORM 1300-TESTA-RIEN.
      *
      * LA LAVORAZIONE MODIFICA DATI: NEGATA AL RUOLO 4
      *
           IF COM-UTENTE-4
              MOVE '008' TO W-COD-MSG-HOST
              MOVE -1    TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * ARRIVO DAL MENU O RIENTRO DA CW68DEMO: SI PRESENTA LA
      * RICHIESTA SUCCESSIVA, CON L'ESITO DI QUELLA APPENA PASSATA
      * ---
           IF W-NOME-PGM NOT = COM-NOME-PGM
              PERFORM 2900-RIEMP-MASK
           END-IF.
      *
           PERFORM 1400-TASTI-LAST.
       1000-EX. EXIT.

       1100-COND-ANOMAL SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION  MAPFAIL (1120-COND-MFAIL)
                                                           END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 2998-DBERROR   END-EXEC.
       1100-EX. EXIT.

       1120-COND-MFAIL SECTION.
      *---------------*
           MOVE '** ERRORE DI MAPFAIL **' TO ERR-CICS.
           EXEC CICS SEND TEXT FROM (ERR-CICS) LENGTH (78)
                          ERASE WAIT END-EXEC.
           EXEC CICS RETURN END-EXEC.
       1120-EX. EXIT.

       1220-TASTO-CLEAR SECTION.
      *--------------*                    * RITORNO MENU DI RAMO *
           MOVE 'END'            TO W-CTL-END.
           MOVE W-PGM-MENU-RAMO  TO W-XCTL-PGM.
           PERFORM 3000-FINE-ELAB.
       1220-EX. EXIT.

       1250-TASTO-ANYK SECTION.
      *--------------*
           MOVE '006' TO W-COD-MSG-HOST.
           MOVE -1    TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       1250-EX. EXIT.

       1300-TESTA-RIEN SECTION.
      *---------------*
           IF EIBCALEN = ZERO
            THEN
              PERFORM 1310-TRANS-DIS
           END-IF.
           MOVE DFHCOMMAREA TO W-COMMAREA.

      * DISARMA IL TIMER DI IDLE-TIMEOUT ARMATO ALLA VISUALIZZAZIONE
      * PRECEDENTE, ORA CHE E' ARRIVATO NUOVO INPUT DAL TERMINALE
           EXEC CICS HANDLE CONDITION NOTFND (1300-EX)
           END-EXEC.

           MOVE EIBTRMID TO W-REQID-TERMID.
           EXEC CICS CANCEL
                     REQID (W-REQID-TIMEOUT)
           END-EXEC.
       1300-EX. EXIT.

       1310-TRANS-DIS SECTION.
      *--------------*
           MOVE '*** TRANSAZIONE NON PERMESSA ***' TO ERR-CICS.
           EXEC CICS SEND TEXT FROM   (ERR-CICS)
                               LENGTH (78)
                               ERASE WAIT END-EXEC.
           EXEC CICS RETURN END-EXEC.
       1310-EX. EXIT.

       1400-TASTI-LAST SECTION.
      *---------------*
           EXEC CICS HANDLE AID
                                CLEAR  (1220-TASTO-CLEAR)
                                PF3    (1220-TASTO-CLEAR)
                                ENTER  (1425-CONTROLLA-CONF)
                                ANYKEY (1250-TASTO-ANYK)
           END-EXEC.
       1400-EX. EXIT.

       1425-CONTROLLA-CONF SECTION.
      *-------------------*
           MOVE '1425-CONTROLLA-CONF' TO W-ULT-LABEL.
           PERFORM 2100-RECEIVE.
      *
           IF W-CONF-OP = SPACES
              MOVE '001'      TO W-COD-MSG-HOST
              MOVE -1         TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * LA RICHIESTA IN LAVORAZIONE E' LA PIU' VECCHIA ANCORA
      * PENDENTE: VIENE RILETTA QUI, COSI' NON SERVE STATO IN COMMAREA
      * ---
           PERFORM 2200-CERCA-RICHIESTA.
           IF ID-RICHIESTA OF DCL-CWRICANA = ZERO
              MOVE '463'      TO W-COD-MSG-HOST
              MOVE -1         TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2205-CONTROLLA-FINESTRA.
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2400-APPROVA
              WHEN 'NO'
                 PERFORM 2450-RIFIUTA
              WHEN OTHER
                 MOVE -1         TO M-CONF-OPL
                 MOVE '021'      TO W-COD-MSG-HOST
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
      * ---
      * DOPO IL RIFIUTO SI RIPRESENTA LA RICHIESTA SUCCESSIVA
      * ---
           PERFORM 2200-CERCA-RICHIESTA.
           PERFORM 2500-MOSTRA-RICHIESTA.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

       2000-CORPO-ELAB SECTION.
      *---------------*
           IF W-NOME-PGM = COM-NOME-PGM
            THEN
              CONTINUE
            ELSE
              PERFORM 2900-RIEMP-MASK
           END-IF.
       2000-EX. EXIT.

       2100-RECEIVE SECTION.
      *------------*
           MOVE '2100-RECEIVE' TO W-ULT-LABEL.
           EXEC CICS RECEIVE MAP    ('MFZDMAP')
                             MAPSET ('MFZDMAP') END-EXEC.
           INSPECT M-CONF-OPI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CONF-OPI REPLACING ALL '_'       BY ' '.
           MOVE    M-CONF-OPI TO W-CONF-OP.
           INSPECT M-MOTIVOI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MOTIVOI  REPLACING ALL '_'       BY ' '.
           MOVE    M-MOTIVOI  TO W-MOTIVO.
           MOVE SPACE TO M-MSGO.
       2100-EX. EXIT.

      * -------------------------------------------------------------- *
      * PIU' VECCHIA RICHIESTA ANCORA PENDENTE; ID ZERO = CODA VUOTA   *
      * -------------------------------------------------------------- *
       2200-CERCA-RICHIESTA SECTION.
      *--------------------*
           MOVE '2200-CERCA-RICH' TO W-ULT-LABEL.
           MOVE ZERO TO ID-RICHIESTA OF DCL-CWRICANA.

           EXEC SQL OPEN CUR-RIC27  END-EXEC.

           EXEC SQL FETCH   CUR-RIC27
           INTO   :DCL-CWRICANA.ID-RICHIESTA,
                  :DCL-CWRICANA.COD-MATRICOLA-DIP,
                  :DCL-CWRICANA.INDIRIZZO1,
                  :DCL-CWRICANA.INDIRIZZO2,
                  :DCL-CWRICANA.CAP,
                  :DCL-CWRICANA.COMUNE,
                  :DCL-CWRICANA.TELEFONO,
                  :DCL-CWRICANA.EMAIL,
                  :DCL-CWRICANA.DATA-RICHIESTA,
                  :W-COGNOME-DIP,
                  :W-NOME-DIP
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.

           EXEC SQL CLOSE CUR-RIC27  END-EXEC.

           IF W-SQLCODE-NOT-FOUND
              MOVE ZERO TO ID-RICHIESTA OF DCL-CWRICANA
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
      * RECAPITI ATTUALI DEL RICHIEDENTE (NESSUNA RIGA = A SPAZI)      *
      * -------------------------------------------------------------- *
       2250-LEGGI-ATTUALI SECTION.
      *------------------*
           MOVE '2250-LEGGI-ATT' TO W-ULT-LABEL.
           EXEC SQL SELECT INDIRIZZO1,
                           INDIRIZZO2,
                           CAP,
                           COMUNE,
                           TELEFONO,
                           EMAIL
                      INTO :DCL-CWANAGR.INDIRIZZO1,
                           :DCL-CWANAGR.INDIRIZZO2,
                           :DCL-CWANAGR.CAP,
                           :DCL-CWANAGR.COMUNE,
                           :DCL-CWANAGR.TELEFONO,
                           :DCL-CWANAGR.EMAIL
                      FROM  CPS04.CWANAGR
                     WHERE COD_MATRICOLA_DIP =
                           :DCL-CWRICANA.COD-MATRICOLA-DIP
           END-EXEC.
           IF SQLCODE = +100
              MOVE SPACES TO INDIRIZZO1 OF DCL-CWANAGR
                             INDIRIZZO2 OF DCL-CWANAGR
                             CAP        OF DCL-CWANAGR
                             COMUNE     OF DCL-CWANAGR
                             TELEFONO   OF DCL-CWANAGR
                             EMAIL      OF DCL-CWANAGR
           END-IF.
       2250-EX. EXIT.

      ******************************************************************
      * APPROVAZIONE: LA RICHIESTA PASSA A CW68DEMO, CHE LA PROPONE    *
      * COMPILATA E CONTROLLATA E ALLA CONFERMA LA APPLICA CON LO      *
      * STORICO CWANASTO, LA CHIUDE E RIPASSA IL CONTROLLO A QUI       *
      ******************************************************************
       2400-APPROVA SECTION.
      *------------*
           MOVE '2400-APPROVA' TO W-ULT-LABEL.
           MOVE COD-MATRICOLA-DIP OF DCL-CWRICANA TO W-MATR-ED.
           MOVE W-MATR-ED        TO COM-MATRICOLA.
           MOVE 'K'              TO COM-GIRO.
           MOVE W-NOME-PGM       TO COM-NOME-PGM.
           MOVE 'END'            TO W-CTL-END.
           MOVE W-PGM-ANAGR-EST  TO W-XCTL-PGM.
           PERFORM 3000-FINE-ELAB.
       2400-EX. EXIT.

      ******************************************************************
      * RIFIUTO: MOTIVAZIONE OBBLIGATORIA, LA RICHIESTA VIENE CHIUSA   *
      * 'R' E IL DIPENDENTE VEDE IL MOTIVO AL CHIOSCO                  *
      ******************************************************************
       2450-RIFIUTA SECTION.
      *------------*
           MOVE '2450-RIFIUTA' TO W-ULT-LABEL.
           IF W-MOTIVO = SPACES
              MOVE '142'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MOTIVOL
              PERFORM 2999-CERCA-ERR
           END-IF.

           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                DDMMYY  (W-DATE)
                                TIME    (W-TIME)    END-EXEC.
           EXEC SQL UPDATE CPS04.CWRICANA
                       SET STATO_RICHIESTA  = 'R',
                           MOTIVO_RIFIUTO   = :W-MOTIVO,
                           UTENTE_OPERATORE = :COM-UTENTE,
                           DATA_ESITO       = :W-DATE
                     WHERE ID_RICHIESTA =
                           :DCL-CWRICANA.ID-RICHIESTA
                     AND   STATO_RICHIESTA = 'P'
           END-EXEC.

           MOVE '141' TO W-COD-MSG-HOST.
       2450-EX. EXIT.

       2500-MOSTRA-RICHIESTA SECTION.
      *---------------------*
           MOVE '2500-MOSTRA-RICH' TO W-ULT-LABEL.
           IF ID-RICHIESTA OF DCL-CWRICANA = ZERO
              MOVE SPACES TO M-MATRO M-COGNO M-NOMEO M-DT-RICO
                             M-ATIND1O M-NUIND1O M-ATIND2O M-NUIND2O
                             M-ATCAPO  M-NUCAPO  M-ATCOMO  M-NUCOMO
                             M-ATTELO  M-NUTELO  M-ATMAILO M-NUMAILO
              MOVE ASKIP  TO M-CONF-OPA
              IF W-COD-MSG-HOST = SPACES
                 MOVE '463' TO W-COD-MSG-HOST
              END-IF
              GO TO 2500-EX
           END-IF.
           PERFORM 2250-LEGGI-ATTUALI.
           MOVE COD-MATRICOLA-DIP OF DCL-CWRICANA TO M-MATRO.
           MOVE W-COGNOME-DIP                     TO M-COGNO.
           MOVE W-NOME-DIP                        TO M-NOMEO.
           MOVE DATA-RICHIESTA OF DCL-CWRICANA    TO M-DT-RICO.
           MOVE INDIRIZZO1 OF DCL-CWANAGR         TO M-ATIND1O.
           MOVE INDIRIZZO1 OF DCL-CWRICANA        TO M-NUIND1O.
           MOVE INDIRIZZO2 OF DCL-CWANAGR         TO M-ATIND2O.
           MOVE INDIRIZZO2 OF DCL-CWRICANA        TO M-NUIND2O.
           MOVE CAP        OF DCL-CWANAGR         TO M-ATCAPO.
           MOVE CAP        OF DCL-CWRICANA        TO M-NUCAPO.
           MOVE COMUNE     OF DCL-CWANAGR         TO M-ATCOMO.
           MOVE COMUNE     OF DCL-CWRICANA        TO M-NUCOMO.
           MOVE TELEFONO   OF DCL-CWANAGR         TO M-ATTELO.
           MOVE TELEFONO   OF DCL-CWRICANA        TO M-NUTELO.
           MOVE EMAIL      OF DCL-CWANAGR         TO M-ATMAILO.
           MOVE EMAIL      OF DCL-CWRICANA        TO M-NUMAILO.
           MOVE UNPROT  TO M-CONF-OPA.
           MOVE -1      TO M-CONF-OPL.
           IF W-COD-MSG-HOST = SPACES
              MOVE '020' TO W-COD-MSG-HOST
           END-IF.
       2500-EX. EXIT.

      * -------------------------------------------------------------- *
      * PRIMA PRESENTAZIONE O RIENTRO DA CW68DEMO: L'ESITO DELLA       *
      * RICHIESTA PASSATA ARRIVA NEL GIRO ('A' = APPLICATA, 'N' = NON  *
      * CONFERMATA, ANCORA PENDENTE)                                   *
      * -------------------------------------------------------------- *
       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZDMAPO.
           MOVE SPACES     TO W-COD-MSG-HOST.
           IF COM-NOME-PGM = W-PGM-ANAGR-EST
              EVALUATE COM-GIRO
                 WHEN 'A'
                    MOVE '465' TO W-COD-MSG-HOST
                 WHEN 'N'
                    MOVE '022' TO W-COD-MSG-HOST
              END-EVALUATE
           END-IF.
           MOVE SPACE      TO COM-GIRO.
           MOVE W-NOME-PGM TO COM-NOME-PGM.
           PERFORM 2200-CERCA-RICHIESTA.
           PERFORM 2500-MOSTRA-RICHIESTA.
           PERFORM 2999-CERCA-ERR.
       2900-EX. EXIT.

      *----------------------------------------------------------------*
      * SCRIVE L'ANOMALIA SUL REGISTRO CENTRALE CPS04.CWERRORI (VIA    *
      * CW77DEMO). VA RICHIAMATA DOPO LA SYNCPOINT ROLLBACK: CW77 E'   *
      * IN LINK, QUINDI LA SUA INSERT VIVE NELLA UNIT OF WORK DEL      *
      * CHIAMANTE E UNA ROLLBACK SUCCESSIVA LA ANNULLEREBBE. UN        *
      * ERRORE DI REGISTRAZIONE NON DEVE BLOCCARE LA GESTIONE          *
      * ORIGINARIA DELL'ANOMALIA                                       *
      *----------------------------------------------------------------*
       2994-LOG-ERRORE SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION PGMIDERR (2994-EX)
           END-EXEC.
           MOVE LENGTH OF AREA-ERRLOG TO LL-ERRLOG.
           MOVE W-NOME-PGM    TO PGM-ERRLOG.
           MOVE EIBTRNID      TO TRANSID-ERRLOG.
           MOVE EIBTRMID      TO TERM-ERRLOG.
           MOVE COM-UTENTE    TO UTENTE-ERRLOG.
           MOVE W-ULT-LABEL     TO LABEL-ERRLOG.
           EXEC CICS LINK PROGRAM  ('CW77DEMO')
                          COMMAREA (AREA-ERRLOG)
                          LENGTH   (LL-ERRLOG)
           END-EXEC.
       2994-EX. EXIT.
      *
       2998-DBERROR  SECTION.
      *------------*
           MOVE W-ULT-LABEL TO ULT-LABEL-SQL.
           MOVE W-TRS-ID    TO TRS-ID-SQL.
           MOVE W-NOME-PGM  TO NOME-PGM-SQL.
           MOVE SQLCODE     TO SQL-CODICE.
           MOVE ERR-SQL     TO M-MSGO.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           MOVE 'S'        TO TIPO-ERRLOG.
           MOVE SQL-CODICE TO COD-ERRLOG.
           PERFORM 2994-LOG-ERRORE.
           PERFORM 3000-FINE-ELAB.
       2998-EX. EXIT.

      *----------------------------------------------------------------*
      * CARICA (UNA VOLTA PER TASK) I TESTI CORRENTI DEI MESSAGGI      *
      * DALLA TABELLA CPS04.CWMESSAG SOPRA QUELLI COMPILATI NELLA      *
      * COPY CWMESS, TRAMITE LA ROUTINE CW50DEMO (VEDI CW51DEMO PER    *
      * LA MANUTENZIONE DEI TESTI)                                     *
      *----------------------------------------------------------------*
       2995-CARICA-MESSAGGI SECTION.
      *--------------------*
           IF MSG-CARICATI
              GO TO 2995-EX
           END-IF.
           SET MSG-CARICATI TO TRUE.
           MOVE COM-LINGUA TO LINGUA-TAB-MSG.
           MOVE COM-TIPO-UTENTE TO TIPO-UTENTE-TAB-MSG.
           MOVE LENGTH OF TAB-MSG TO W-LEN-TAB-MSG.
           EXEC CICS LINK PROGRAM  ('CW50DEMO')
                          COMMAREA (TAB-MSG)
                          LENGTH   (W-LEN-TAB-MSG)
           END-EXEC.
       2995-EX. EXIT.

       2999-CERCA-ERR SECTION.
      *--------------*
           PERFORM 2995-CARICA-MESSAGGI.
           SET IND-TAB TO 1.
           SEARCH ELEM-TAB-MSG AT END
                  MOVE  '** CODICE MESSAGGIO NON TROVATO **'
                    TO M-MSGO
                  WHEN W-COD-MSG-HOST = ELEM-COD-MSG(IND-TAB)
                       MOVE ELEM-DESC-MSG(IND-TAB)  TO M-MSGO
           END-SEARCH.
           PERFORM 3000-FINE-ELAB.
       2999-EX. EXIT.

       3000-FINE-ELAB SECTION.
      * -------------*
           IF W-CTL-END = 'LOOP'
              PERFORM 3100-RIENTRO
           ELSE
              PERFORM 3200-PASSA-CTL
           END-IF.
       3000-EX. EXIT.

       3100-RIENTRO SECTION.
      *------------*
           MOVE COM-DATA-SISTEMA TO M-DATA-SO.
           EXEC CICS SEND
                     MAP    ('MFZDMAP')
                     MAPSET ('MFZDMAP')
                     CURSOR
                     ERASE
                     FREEKB
           END-EXEC.
      * ARMA IL TIMER DI IDLE-TIMEOUT: SE NON ARRIVA NUOVO INPUT DAL
      * TERMINALE ENTRO L'INTERVALLO, CW25DEMO RIPORTA AL LOGON
           MOVE EIBTRMID TO W-REQID-TERMID.
           EXEC CICS START
                     TRANSID  ('RR25')
                     REQID    (W-REQID-TIMEOUT)
                     TERMID   (EIBTRMID)
                     INTERVAL (000500)
           END-EXEC.
           EXEC CICS RETURN
                     TRANSID  ('RY27')
                     COMMAREA (W-COMMAREA)
                     LENGTH   (W-LEN)
                     END-EXEC.
       3100-EX. EXIT.

       3200-PASSA-CTL SECTION.
      *--------------*
           EXEC CICS XCTL
                     PROGRAM  (W-XCTL-PGM)
                     COMMAREA (W-COMMAREA)
                     LENGTH   (W-LEN)
           END-EXEC.
       3200-EX. EXIT.
