       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX86DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX86                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : RICHIESTE DI ASSUNZIONE                      *
      *                   (CPS04.CWRICASS)                             *
      * TIPO OPERAZIONE : INSERIMENTO / APPROVAZIONE / RIFIUTO /       *
      *                   CONSULTAZIONE                                *
      * RIFERIMENTO P.E.: RUOLI 1 E 2; APPROVAZIONE E RIFIUTO          *
      *                   RISERVATI AL RUOLO 1                         *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: CON SOCIETA' *
      *                AUTORIZZATE SU CWUTESOC (CX99DEMO) IL           *
      *                DIPARTIMENTO DELLA RICHIESTA DEVE ESSERE DI UNA *
      *                SOCIETA' CONCESSA, AMMINISTRATORI COMPRESI      *
      *                (MESSAGGIO 365)                                 *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * PRIMA DI CERCARE CANDIDATI IL RESPONSABILE CHIEDE LA POSIZIONE *
      * DA COPRIRE: DIPARTIMENTO, QUALIFICA, TIPO DI CONTRATTO E       *
      * MOTIVO (SOSTITUZIONE DI UNA MATRICOLA DEL DIPARTIMENTO O NUOVA *
      * POSIZIONE). IL PERSONALE LA APPROVA CONTRO L'ORGANICO          *
      * AUTORIZZATO DELL'ANNO (CPS04.CWBUDGET); SOLO LE RICHIESTE      *
      * APPROVATE SONO APERTE AI CANDIDATI DI CW75DEMO, E LA           *
      * CONVERSIONE DEL CANDIDATO LE CHIUDE COME COPERTE.              *
      *   MODO 1 - INSERIMENTO DI UNA RICHIESTA (ID DA CWCONTAT        *
      *            'IDRICASS'); IL RUOLO 2 SOLO PER IL PROPRIO         *
      *            DIPARTIMENTO                                        *
      *   MODO 2 - APPROVAZIONE DI UNA RICHIESTA INSERITA (RUOLO 1)    *
      *   MODO 3 - RIFIUTO DI UNA RICHIESTA INSERITA, CON IL MOTIVO    *
      *            NELLE NOTE (RUOLO 1)                                *
      *   MODO 4 - CONSULTAZIONE DALLA PIU' RECENTE, PER DIPARTIMENTO  *
      *            E STATO SE DIGITATI, CON I GIORNI DI APERTURA (FINO *
      *            AD OGGI O ALLA COPERTURA)                           *
      * I TEMPI DI COPERTURA E LE RICHIESTE ANCORA APERTE PER          *
      * DIPARTIMENTO SONO NEL TABULATO MENSILE CX87DEMO.               *
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
       01  W-COUNT                         PIC S9(9)  COMP VALUE +0.
       01  W-ID                            PIC X(7)      VALUE SPACES.
       01  W-ID-RICASS                     PIC S9(7)  COMP-3 VALUE +0.
       01  W-ID-EDIT                       PIC 9(7)      VALUE ZERO.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-QU-IN                         PIC X(8)      VALUE SPACES.
       01  W-TIPO-CONTR                    PIC X(2)      VALUE SPACES.
       01  W-MOTIVO                        PIC X(1)      VALUE SPACES.
           88  W-MOTIVO-SOST               VALUE 'S'.
           88  W-MOTIVO-NUOVA              VALUE 'N'.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)  COMP-3 VALUE +0.
       01  W-NOTE                          PIC X(40)     VALUE SPACES.
       01  W-STATO                         PIC X(1)      VALUE SPACES.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-APP                  VALUE '2'.
           88  W-MODO-RIF                  VALUE '3'.
           88  W-MODO-CON                  VALUE '4'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * -------------------------------------------------------------- *
      *    CONTROLLO DELL'ORGANICO AUTORIZZATO ALL'APPROVAZIONE        *
      *    (VEDI 2240-CONTROLLA-BUDGET)                                *
      * -------------------------------------------------------------- *
       01  W-ANNO-BUDGET                   PIC S9(4)  COMP-3 VALUE +0.
       01  W-ORGANICO-AUT                  PIC S9(5)  COMP-3 VALUE +0.
       01  W-ORGANICO-ATT                  PIC S9(9)  COMP VALUE +0.
      * ---
      * ELENCO DELLE RICHIESTE (MODO 4), UNA PER RIGA (M-RIGAO)
      * ---
       01  W-IND-RIC                       PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-GIORNI                        PIC S9(9)  COMP VALUE +0.
       01  W-RIGA-RIC.
           05  WR-ID                       PIC 9(7).
           05  FILLER                      PIC X(1).
           05  WR-DIPART                   PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-QU-IN                    PIC X(8).
           05  FILLER                      PIC X(1).
           05  WR-TIPO-CONTR               PIC X(2).
           05  FILLER                      PIC X(1).
           05  WR-MOTIVO                   PIC X(1).
           05  FILLER                      PIC X(1).
           05  WR-MATRICOLA                PIC ZZZZZ.
           05  FILLER                      PIC X(1).
           05  WR-STATO                    PIC X(1).
           05  FILLER                      PIC X(1).
           05  WR-DATA-RICH                PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-DATA-COP                 PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-GIORNI                   PIC ZZZ9.
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (ESTREMI DI REGISTRAZIONE)   *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX86DEMO'.
       01  W-PGM-MENU-RAMO                 PIC  X(8)   VALUE 'CW03DEMO'.
       01  W-TRS-ID                        PIC  X(4)   VALUE SPACE.
       01  W-XCTL-PGM                      PIC  X(8)   VALUE SPACE.
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
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
      * ---
           EXEC SQL  INCLUDE CWRICA         END-EXEC.
      * ---
      * RICHIESTE DALLA PIU' RECENTE, PER IL DIPARTIMENTO E LO STATO
      * INDICATI (SPAZI = TUTTI), CON I GIORNI DI APERTURA FINO AD OGGI
      * O FINO ALLA COPERTURA
      * ---
           EXEC SQL DECLARE CUR-RIC86 CURSOR FOR
                    SELECT  R.ID_RICASS,
                            R.DIPARTIMENTO,
                            R.QUALIFICA_INTERNA,
                            R.TIPO_CONTRATTO,
                            R.MOTIVO_RICHIESTA,
                            R.MATRICOLA_SOSTITUITA,
                            R.STATO_RICHIESTA,
                            R.DATA_RICHIESTA,
                            R.DATA_COPERTURA,
                            CASE WHEN R.STATO_RICHIESTA = 'C'
                                 THEN DAYS(DATE(R.DATA_COPERTURA))
                                    - DAYS(DATE(R.DATA_RICHIESTA))
                                 ELSE DAYS(DATE(:W-DATA-OGGI))
                                    - DAYS(DATE(R.DATA_RICHIESTA))
                            END
                    FROM    CPS04.CWRICASS R
                    WHERE  (:W-DIPART = ' '
                            OR R.DIPARTIMENTO = :W-DIPART)
                    AND    (:W-STATO = ' '
                            OR R.STATO_RICHIESTA = :W-STATO)
                    ORDER BY R.ID_RICASS DESC
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFY7MAP.
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
      * -------------------------------------------------------------- *
      *    SALVATAGGIO DELLA VIDEATA PER LA GUIDA PF1 (VEDI 1244 E    *
      *    1249-RIPRENDI-MAPPA): GIRO CORRENTE + MAPPA RICEVUTA,      *
      *    SULLA CODA TS 'CPS'+TERMINALE+'M'                          *
      * -------------------------------------------------------------- *
       01  W-CODA-SALVA-MAPPA.
           05  FILLER                      PIC XXX    VALUE 'CPS'.
           05  W-TERM-SALVA                PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X      VALUE 'M'.
       01  W-LEN-SALVA                     PIC S9(4)  COMP VALUE +0.
       01  W-ITEM-SALVA                    PIC S9(4)  COMP VALUE +1.
       01  W-AREA-SALVA-MAPPA.
           05  W-SALVA-GIRO                PIC X(1)   VALUE SPACE.
           05  W-SALVA-MAPPA               PIC X(4096) VALUE SPACES.
           COPY CWCERR.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE COMMAREA.                                       *
      * -------------------------------------------------------------- *
       01  W-COMMAREA.
           COPY CWCOMMA.
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
      * RIENTRO DALLA GUIDA PF1: LA VIDEATA ACCANTONATA IN 1244 VA
      * RIPRESENTATA TALE E QUALE (VEDI 1249-RIPRENDI-MAPPA)
           IF COM-GIRO = 'G'
              PERFORM 1249-RIPRENDI-MAPPA
           END-IF.
      *
           IF COM-GIRO = '2'
              PERFORM 1400-TASTI-CONF
           ELSE
              PERFORM 1200-TASTI-FUNZ
           END-IF.
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

       1200-TASTI-FUNZ SECTION.
      *---------------*
           EXEC CICS HANDLE AID
                                PF1    (1244-TASTO-HELP)
                                CLEAR  (1220-TASTO-CLEAR)
                                PF3    (1220-TASTO-CLEAR)
                                ENTER  ()
                                ANYKEY (1250-TASTO-ANYK)
           END-EXEC.
       1200-EX. EXIT.

       1220-TASTO-CLEAR SECTION.
      *--------------*                    * RITORNO MENU DI RAMO *
           MOVE 'END'            TO W-CTL-END.
           MOVE W-PGM-MENU-RAMO  TO W-XCTL-PGM.
           MOVE SPACE            TO COM-GIRO.
           PERFORM 3000-FINE-ELAB.
       1220-EX. EXIT.

       1250-TASTO-ANYK SECTION.
      *--------------*
           MOVE '006' TO W-COD-MSG-HOST.
           MOVE -1    TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1250-EX. EXIT.

      *----------------------------------------------------------------*
      * PF1: GUIDA CONTESTUALE - PASSA IL CONTROLLO A CW60DEMO, CHE    *
      * MOSTRA I TESTI CWHELP DI QUESTO PROGRAMMA E CON PF3 RIPORTA    *
      * L'OPERATORE ALLA MASCHERA DI PROVENIENZA                       *
      *----------------------------------------------------------------*
       1244-TASTO-HELP SECTION.
      *---------------*
           EXEC CICS HANDLE AID PF1 END-EXEC.
           EXEC CICS HANDLE CONDITION MAPFAIL (1244-SALVA)
           END-EXEC.
           EXEC CICS RECEIVE MAP    ('MFY7MAP')
                             MAPSET ('MFY7MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFY7MAPI TO W-SALVA-MAPPA.
           MOVE LENGTH OF W-AREA-SALVA-MAPPA TO W-LEN-SALVA.
           EXEC CICS WRITEQ TS QUEUE  (W-CODA-SALVA-MAPPA)
                               FROM   (W-AREA-SALVA-MAPPA)
                               LENGTH (W-LEN-SALVA)
           END-EXEC.
           MOVE W-NOME-PGM      TO COM-NOME-PGM.
           MOVE 'END'           TO W-CTL-END.
           MOVE W-PGM-GUIDA     TO W-XCTL-PGM.
           PERFORM 3000-FINE-ELAB.
       1244-EX. EXIT.

      *----------------------------------------------------------------*
      * RIENTRO DALLA GUIDA (COM-GIRO 'G'): LA VIDEATA ACCANTONATA IN *
      * 1244 VIENE RIPRESENTATA TALE E QUALE, CON IL GIRO ORIGINARIO; *
      * SE LA CODA NON C'E' PIU' SI RIPARTE CON LA VIDEATA PULITA     *
      *----------------------------------------------------------------*
       1249-RIPRENDI-MAPPA SECTION.
      *-------------------*
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1249-VUOTA)
           END-EXEC.
           MOVE LENGTH OF W-AREA-SALVA-MAPPA TO W-LEN-SALVA.
           MOVE +1 TO W-ITEM-SALVA.
           EXEC CICS READQ TS  QUEUE  (W-CODA-SALVA-MAPPA)
                               INTO   (W-AREA-SALVA-MAPPA)
                               LENGTH (W-LEN-SALVA)
                               ITEM   (W-ITEM-SALVA)
           END-EXEC.
           MOVE W-SALVA-GIRO  TO COM-GIRO.
           MOVE W-SALVA-MAPPA TO MFY7MAPI.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.
           PERFORM 3000-FINE-ELAB.

       1249-VUOTA.
           MOVE SPACE  TO COM-GIRO.
           MOVE SPACES TO COM-NOME-PGM.
       1249-EX. EXIT.

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

       1400-TASTI-CONF SECTION.
      *---------------*
           EXEC CICS HANDLE AID
                                PF1    (1244-TASTO-HELP)
                                CLEAR  (1220-TASTO-CLEAR)
                                PF3    (1220-TASTO-CLEAR)
                                ENTER  (1425-CONTROLLA-CONF)
                                ANYKEY (1250-TASTO-ANYK)
           END-EXEC.
       1400-EX. EXIT.

       1425-CONTROLLA-CONF SECTION.
      *-------------------*
           MOVE '1425-CONTROLLA-CONF' TO W-ULT-LABEL.
      * ---
      * I CAMPI DATI RIENTRANO DALLA MAPPA (PROT-FSET IMPOSTATO IN
      * 2500-CONFERMA) E VANNO RICONVERTITI PRIMA DELL'AGGIORNAMENTO
      * ---
           EXEC CICS RECEIVE MAP    ('MFY7MAP')
                             MAPSET ('MFY7MAP') END-EXEC.
           PERFORM 2150-RICAVA-CAMPI.
           INSPECT M-CONF-OPI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CONF-OPI REPLACING ALL '_'       BY ' '.
           MOVE    M-CONF-OPI TO W-CONF-OP.
      *
           IF W-CONF-OP = SPACES
              MOVE '001'      TO W-COD-MSG-HOST
              MOVE -1         TO M-CONF-OPL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE W-CONF-OP
              WHEN 'SI'
      * ---
      * LA RICHIESTA VIENE RICONTROLLATA: NEL FRATTEMPO PUO' ESSERE
      * STATA INSERITA, APPROVATA O RESPINTA DA UN ALTRO OPERATORE, E
      * L'ORGANICO DEL DIPARTIMENTO PUO' ESSERE CAMBIATO
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 EVALUATE TRUE
                    WHEN W-MODO-INS
                       PERFORM 2220-CONTROLLA-RICHIESTA
                       PERFORM 1430-INSERISCI
                    WHEN W-MODO-APP
                       PERFORM 2230-LEGGI-RICHIESTA
                       PERFORM 2240-CONTROLLA-BUDGET
                       PERFORM 1440-APPROVA
                    WHEN OTHER
                       PERFORM 2230-LEGGI-RICHIESTA
                       PERFORM 2250-CONTROLLA-RIFIUTO
                       PERFORM 1450-RIFIUTA
                 END-EVALUATE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
              WHEN OTHER
                 MOVE -1         TO M-CONF-OPL
                 MOVE '021'      TO W-COD-MSG-HOST
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
      *
           MOVE SPACE      TO COM-GIRO.
           MOVE LOW-VALUE  TO MFY7MAPO.
           IF W-COD-MSG-HOST = '023'
              MOVE W-ID-RICASS TO W-ID-EDIT
              MOVE W-ID-EDIT   TO M-IDRICO
           END-IF.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVA RICHIESTA (MODO 1): ID DAL CONTATORE 'IDRICASS', MOSTRATO*
      * ALL'OPERATORE PER LA REGISTRAZIONE DEI CANDIDATI (CW75DEMO)    *
      * -------------------------------------------------------------- *
       1430-INSERISCI SECTION.
      *--------------*
           MOVE '1430-INSERISCI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDRICASS'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-RICASS
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDRICASS'
           END-EXEC.
           EXEC SQL INSERT INTO CPS04.CWRICASS
                         VALUES (:W-ID-RICASS,
                                 :W-DIPART,
                                 :W-QU-IN,
                                 :W-TIPO-CONTR,
                                 :W-MOTIVO,
                                 :W-MATRICOLA,
                                 :W-NOTE,
                                 'I',
                                 :COM-UTENTE,
                                 :W-DATA-OGGI,
                                 '        ',
                                 '          ',
                                 0,
                                 '          ')
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * APPROVAZIONE (MODO 2): LA RICHIESTA PASSA AD 'A' E DIVENTA     *
      * UTILIZZABILE DAI CANDIDATI DI CW75DEMO                         *
      * -------------------------------------------------------------- *
       1440-APPROVA SECTION.
      *------------*
           MOVE '1440-APPROVA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWRICASS
                       SET STATO_RICHIESTA = 'A',
                           UTENTE_ESITO    = :COM-UTENTE,
                           DATA_ESITO      = :W-DATA-OGGI
                     WHERE ID_RICASS       = :W-ID-RICASS
                     AND   STATO_RICHIESTA = 'I'
           END-EXEC.
           MOVE '319'   TO W-COD-MSG-HOST.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIFIUTO (MODO 3): LA RICHIESTA PASSA AD 'R' CON IL MOTIVO      *
      * DIGITATO NELLE NOTE                                            *
      * -------------------------------------------------------------- *
       1450-RIFIUTA SECTION.
      *------------*
           MOVE '1450-RIFIUTA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWRICASS
                       SET STATO_RICHIESTA = 'R',
                           NOTE            = :W-NOTE,
                           UTENTE_ESITO    = :COM-UTENTE,
                           DATA_ESITO      = :W-DATA-OGGI
                     WHERE ID_RICASS       = :W-ID-RICASS
                     AND   STATO_RICHIESTA = 'I'
           END-EXEC.
           MOVE '320'   TO W-COD-MSG-HOST.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-IDRICA
                             M-DIPAA
                             M-QU-INA
                             M-TIPO-CONA
                             M-MOTIA
                             M-MATRA
                             M-NOTEA
                             M-STATA.
           MOVE PROT      TO M-CONF-OPA.
           MOVE SPACE     TO M-CONF-OPO.
       1520-EX. EXIT.

       2000-CORPO-ELAB SECTION.
      *---------------*
           IF W-NOME-PGM = COM-NOME-PGM
            THEN
              PERFORM 2100-RECEIVE
              PERFORM 2200-CONTROLLI
            ELSE
              PERFORM 2900-RIEMP-MASK
           END-IF.
       2000-EX. EXIT.

       2100-RECEIVE SECTION.
      *------------*
           MOVE '2100-RECEIVE' TO W-ULT-LABEL.
           EXEC CICS RECEIVE MAP    ('MFY7MAP')
                             MAPSET ('MFY7MAP') END-EXEC.
           PERFORM 2150-RICAVA-CAMPI.
           MOVE SPACE TO M-MSGO.
       2100-EX. EXIT.

      * -------------------------------------------------------------- *
      * NORMALIZZAZIONE DEI CAMPI DIGITATI E CONVERSIONE NEI CAMPI DI  *
      * APPOGGIO. RICHIAMATA SIA ALLA RICEZIONE SIA ALLA CONFERMA      *
      * -------------------------------------------------------------- *
       2150-RICAVA-CAMPI SECTION.
      *-----------------*
           MOVE '2150-RICAVA-CAMPI' TO W-ULT-LABEL.
           INSPECT M-MODOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MODOI REPLACING ALL '_'       BY ' '.
           MOVE    M-MODOI TO W-MODO.
           INSPECT M-IDRICI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IDRICI REPLACING ALL '_'       BY ' '.
           MOVE    M-IDRICI TO W-ID.
           IF W-ID NUMERIC
              MOVE W-ID TO W-ID-RICASS
           END-IF.
           INSPECT M-DIPAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DIPAI REPLACING ALL '_'       BY ' '.
           MOVE    M-DIPAI TO W-DIPART.
           INSPECT M-QU-INI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-QU-INI REPLACING ALL '_'       BY ' '.
           MOVE    M-QU-INI TO W-QU-IN.
           INSPECT M-TIPO-CONI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TIPO-CONI REPLACING ALL '_'       BY ' '.
           MOVE    M-TIPO-CONI TO W-TIPO-CONTR.
           INSPECT M-MOTII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MOTII REPLACING ALL '_'       BY ' '.
           MOVE    M-MOTII TO W-MOTIVO.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           MOVE +0 TO W-MATRICOLA.
           IF W-MATR NUMERIC
              MOVE W-MATR TO W-MATRICOLA
           END-IF.
           INSPECT M-NOTEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-NOTEI REPLACING ALL '_'       BY ' '.
           MOVE    M-NOTEI TO W-NOTE.
           INSPECT M-STATI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-STATI REPLACING ALL '_'       BY ' '.
           MOVE    M-STATI TO W-STATO.
      * ---
      * DATA DEL GIORNO (AAAA-MM-GG) PER GLI ESTREMI DI AGGIORNAMENTO
      * ---
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      * ---
      * LE RICHIESTE DI ASSUNZIONE SONO DEGLI STESSI RUOLI DELLA
      * GESTIONE CANDIDATI (1-AMMINISTRATORE, 2-INSERIMENTO)
      * ---
           IF NOT COM-UTENTE-1 AND NOT COM-UTENTE-2
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-MODO-INS AND NOT W-MODO-APP AND
              NOT W-MODO-RIF AND NOT W-MODO-CON
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
      * APPROVAZIONE E RIFIUTO SONO RISERVATI ALL'AMMINISTRATORE
      * (UFFICIO DEL PERSONALE)
      *
           IF (W-MODO-APP OR W-MODO-RIF) AND NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
      * PERIMETRO: IL RESPONSABILE OPERA SOLO SUL PROPRIO DIPARTIMENTO
      * (COM-DIPART-UTENTE DA CWUTENTI), L'AMMINISTRATORE SU QUALSIASI
      *
           IF NOT COM-UTENTE-1
              IF COM-DIPART-UTENTE = SPACES
                 MOVE '050' TO W-COD-MSG-HOST
                 MOVE -1    TO M-MODOL
                 PERFORM 2999-CERCA-ERR
              END-IF
              MOVE COM-DIPART-UTENTE TO W-DIPART
              MOVE W-DIPART          TO M-DIPAO
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 2220-CONTROLLA-RICHIESTA
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-APP
                 PERFORM 2230-LEGGI-RICHIESTA
                 PERFORM 2240-CONTROLLA-BUDGET
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-RIF
                 PERFORM 2230-LEGGI-RICHIESTA
                 PERFORM 2250-CONTROLLA-RIFIUTO
                 PERFORM 2500-CONFERMA
              WHEN OTHER
                 PERFORM 2300-CONSULTA
           END-EVALUATE.
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
      * NUOVA RICHIESTA (MODO 1): DIPARTIMENTO E QUALIFICA ATTIVI,     *
      * CONTRATTO TI/TD (DEFAULT TI, COME CW04DEMO E CW75DEMO), MOTIVO *
      * S/N. PER LA SOSTITUZIONE LA MATRICOLA DEVE ESSERE DEL          *
      * DIPARTIMENTO E NON AVERE GIA' UN'ALTRA RICHIESTA IN CORSO      *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-RICHIESTA SECTION.
      *------------------------*
           MOVE '2220-CTL-RICH' TO W-ULT-LABEL.
           MOVE +0 TO W-ID-RICASS.
           IF W-DIPART = SPACES OR W-QU-IN = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWDIPART
                     WHERE CODICE = :W-DIPART
                     AND   STATO_DIPART = 'A'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '079'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2225-CONTROLLA-SOCIETA.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWQUALIF
                     WHERE CODICE = :W-QU-IN
                     AND   STATO_QUALIFICA = 'A'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '044'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QU-INL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-TIPO-CONTR = SPACES
              MOVE 'TI' TO W-TIPO-CONTR
           END-IF.
           IF W-TIPO-CONTR NOT = 'TI' AND W-TIPO-CONTR NOT = 'TD'
              MOVE '096'    TO W-COD-MSG-HOST
              MOVE -1       TO M-TIPO-CONL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT W-MOTIVO-SOST AND NOT W-MOTIVO-NUOVA
              MOVE '316'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MOTIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MOTIVO-NUOVA
              MOVE +0 TO W-MATRICOLA
              GO TO 2220-EX
           END-IF.
      *
           IF W-MATR = SPACES
              MOVE '014'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MATR NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DIPARTIMENTO      = :W-DIPART
           END-EXEC.
           IF W-COUNT = +0
              MOVE '317'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWRICASS
                     WHERE MATRICOLA_SOSTITUITA = :W-MATRICOLA
                     AND   MOTIVO_RICHIESTA     = 'S'
                     AND   STATO_RICHIESTA IN ('I', 'A', 'C')
           END-EXEC.
           IF W-COUNT > +0
              MOVE '318'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * PERIMETRO PER SOCIETA' DEL GRUPPO: CON AUTORIZZAZIONI SU       *
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO) IL DIPARTIMENTO     *
      * DELLA RICHIESTA DEVE ESSERE DI UNA SOCIETA' CONCESSA, ANCHE    *
      * PER L'AMMINISTRATORE                                           *
      * -------------------------------------------------------------- *
       2225-CONTROLLA-SOCIETA SECTION.
      *----------------------*
           IF COM-SOC-LIMITATE
              MOVE +0 TO W-COUNT
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWDIPART A,
                               CPS04.CWUTESOC U
                        WHERE A.CODICE      = :W-DIPART
                        AND   U.COD_SOCIETA = A.COD_SOCIETA
                        AND   U.UTENTE      = :COM-UTENTE
              END-EXEC
              IF W-COUNT = +0
                 MOVE '365'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-DIPAL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
       2225-EX. EXIT.

      * -------------------------------------------------------------- *
      * APPROVAZIONE E RIFIUTO (MODI 2 E 3): LA RICHIESTA DELL'ID      *
      * INDICATO DEVE ESSERE ANCORA INSERITA; I DATI VENGONO MOSTRATI  *
      * -------------------------------------------------------------- *
       2230-LEGGI-RICHIESTA SECTION.
      *--------------------*
           MOVE '2230-LEGGI-RICH' TO W-ULT-LABEL.
           IF W-ID NOT NUMERIC
              MOVE '315'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT DIPARTIMENTO,
                           QUALIFICA_INTERNA,
                           TIPO_CONTRATTO,
                           MOTIVO_RICHIESTA,
                           MATRICOLA_SOSTITUITA,
                           STATO_RICHIESTA
                      INTO :DCL-CWRICASS.DIPARTIMENTO,
                           :DCL-CWRICASS.QUALIFICA-INTERNA,
                           :DCL-CWRICASS.TIPO-CONTRATTO,
                           :DCL-CWRICASS.MOTIVO-RICHIESTA,
                           :DCL-CWRICASS.MATRICOLA-SOSTITUITA,
                           :DCL-CWRICASS.STATO-RICHIESTA
                      FROM  CPS04.CWRICASS
                     WHERE ID_RICASS = :W-ID-RICASS
           END-EXEC.
           IF SQLCODE = +100
              MOVE '315'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT RICASS-INSERITA
              MOVE '315'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE DIPARTIMENTO      OF DCL-CWRICASS TO W-DIPART
                                                     M-DIPAO.
           MOVE QUALIFICA-INTERNA OF DCL-CWRICASS TO W-QU-IN
                                                     M-QU-INO.
           MOVE TIPO-CONTRATTO    OF DCL-CWRICASS TO W-TIPO-CONTR
                                                     M-TIPO-CONO.
           MOVE MOTIVO-RICHIESTA  OF DCL-CWRICASS TO W-MOTIVO
                                                     M-MOTIO.
           MOVE MATRICOLA-SOSTITUITA OF DCL-CWRICASS
                                                  TO W-MATRICOLA.
           IF W-MOTIVO-SOST
              MOVE W-MATRICOLA TO W-MATR
              MOVE W-MATR      TO M-MATRO
           END-IF.
           PERFORM 2225-CONTROLLA-SOCIETA.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * APPROVAZIONE (MODO 2) CONTRO L'ORGANICO AUTORIZZATO DELL'ANNO  *
      * (CPS04.CWBUDGET, COME 2440-CONTROLLA-BUDGET DI CW18DEMO): AI   *
      * DIPENDENTI ATTIVI DEL DIPARTIMENTO SI AGGIUNGONO LE ASSUNZIONI *
      * IN ATTESA DI APPROVAZIONE SU CWAPPROV E LE RICHIESTE GIA'      *
      * APPROVATE E NON ANCORA COPERTE. UNA SOSTITUZIONE NON AGGIUNGE  *
      * ORGANICO FINCHE' IL SOSTITUITO E' ANCORA ATTIVO NEL            *
      * DIPARTIMENTO. SENZA BUDGET NON SI APPROVA                      *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-BUDGET SECTION.
      *---------------------*
           MOVE '2240-CTL-BUDGET' TO W-ULT-LABEL.
           MOVE COM-DATA-SISTEMA-AAAA TO W-ANNO-BUDGET.
           EXEC SQL SELECT ORGANICO_AUTORIZZATO
                      INTO :W-ORGANICO-AUT
                      FROM  CPS04.CWBUDGET
                     WHERE DIPARTIMENTO = :W-DIPART
                     AND   ANNO = :W-ANNO-BUDGET
           END-EXEC.
           IF SQLCODE = +100
              MOVE '151'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-MOTIVO-SOST
              MOVE +0 TO W-COUNT
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWDIPENDENTI
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   DIPARTIMENTO      = :W-DIPART
                        AND   STATO_DIPENDENTE  = 'A'
              END-EXEC
              IF W-COUNT > +0
                 GO TO 2240-EX
              END-IF
           END-IF.
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :W-ORGANICO-ATT
                      FROM  CPS04.CWDIPENDENTI
                     WHERE DIPARTIMENTO = :W-DIPART
                     AND   STATO_DIPENDENTE = 'A'
           END-EXEC.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWAPPROV
                     WHERE DIPARTIMENTO    = :W-DIPART
                     AND   TIPO_RICHIESTA  = 'I'
                     AND   STATO_RICHIESTA = 'P'
           END-EXEC.
           ADD W-COUNT TO W-ORGANICO-ATT.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWRICASS R
                     WHERE R.DIPARTIMENTO    = :W-DIPART
                     AND   R.STATO_RICHIESTA = 'A'
                     AND   NOT EXISTS
                          (SELECT 1
                             FROM CPS04.CWDIPENDENTI D
                            WHERE R.MOTIVO_RICHIESTA  = 'S'
                            AND   D.COD_MATRICOLA_DIP =
                                  R.MATRICOLA_SOSTITUITA
                            AND   D.DIPARTIMENTO      = R.DIPARTIMENTO
                            AND   D.STATO_DIPENDENTE  = 'A')
           END-EXEC.
           ADD W-COUNT TO W-ORGANICO-ATT.
           IF W-ORGANICO-ATT >= W-ORGANICO-AUT
              MOVE '150'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIFIUTO (MODO 3): IL MOTIVO VA DIGITATO NELLE NOTE             *
      * -------------------------------------------------------------- *
       2250-CONTROLLA-RIFIUTO SECTION.
      *----------------------*
           MOVE '2250-CTL-RIFIUTO' TO W-ULT-LABEL.
           IF W-NOTE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-NOTEL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 4): RICHIESTE DALLA PIU' RECENTE, UNA PER  *
      * RIGA (M-RIGAO), DEL DIPARTIMENTO E DELLO STATO INDICATI (SE    *
      * DIGITATI)                                                      *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIC FROM 1 BY 1
                   UNTIL W-IND-RIC > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIC.
           EXEC SQL OPEN CUR-RIC86  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-RIC86  END-EXEC.
      *
           IF W-IND-RIC = 0
              MOVE '322'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '321'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-RIC).
       2310-EX. EXIT.

       2320-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-RIC86
           INTO   :DCL-CWRICASS.ID-RICASS,
                  :DCL-CWRICASS.DIPARTIMENTO,
                  :DCL-CWRICASS.QUALIFICA-INTERNA,
                  :DCL-CWRICASS.TIPO-CONTRATTO,
                  :DCL-CWRICASS.MOTIVO-RICHIESTA,
                  :DCL-CWRICASS.MATRICOLA-SOSTITUITA,
                  :DCL-CWRICASS.STATO-RICHIESTA,
                  :DCL-CWRICASS.DATA-RICHIESTA,
                  :DCL-CWRICASS.DATA-COPERTURA,
                  :W-GIORNI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIC < W-MAX-RIGHE
              ADD 1 TO W-IND-RIC
              MOVE SPACES                            TO W-RIGA-RIC
              MOVE ID-RICASS         OF DCL-CWRICASS TO WR-ID
              MOVE DIPARTIMENTO      OF DCL-CWRICASS TO WR-DIPART
              MOVE QUALIFICA-INTERNA OF DCL-CWRICASS TO WR-QU-IN
              MOVE TIPO-CONTRATTO    OF DCL-CWRICASS TO WR-TIPO-CONTR
              MOVE MOTIVO-RICHIESTA  OF DCL-CWRICASS TO WR-MOTIVO
              MOVE MATRICOLA-SOSTITUITA OF DCL-CWRICASS
                                                     TO WR-MATRICOLA
              MOVE STATO-RICHIESTA   OF DCL-CWRICASS TO WR-STATO
              MOVE DATA-RICHIESTA    OF DCL-CWRICASS TO WR-DATA-RICH
              MOVE DATA-COPERTURA    OF DCL-CWRICASS TO WR-DATA-COP
              IF RICASS-RESPINTA
                 MOVE SPACES                         TO WR-DATA-COP
              ELSE
                 MOVE W-GIORNI                       TO WR-GIORNI
              END-IF
              MOVE W-RIGA-RIC TO M-RIGAO (W-IND-RIC)
           END-IF.
       2320-EX. EXIT.

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           MOVE '2'      TO COM-GIRO.
           MOVE '020'    TO W-COD-MSG-HOST.
      * ---
      * I CAMPI DATI VENGONO PROTETTI CON FSET COSI' DA RIENTRARE
      * INALTERATI ALLA CONFERMA (VEDI 1520-RIPRISTINO-ATTR DI
      * CW31DEMO)
      * ---
           MOVE PROT-FSET TO M-MODOA
                             M-IDRICA
                             M-DIPAA
                             M-QU-INA
                             M-TIPO-CONA
                             M-MOTIA
                             M-MATRA
                             M-NOTEA
                             M-STATA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFY7MAPO.
           MOVE -1         TO M-MODOL.
           MOVE SPACE      TO COM-GIRO.
           MOVE W-NOME-PGM TO COM-NOME-PGM.
       2900-EX. EXIT.

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
           IF W-NOME-PGM = COM-NOME-PGM
            THEN
              EXEC CICS SEND
                        MAP    ('MFY7MAP')
                        MAPSET ('MFY7MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFY7MAP')
                        MAPSET ('MFY7MAP')
                        CURSOR
                        ERASE
                        FREEKB
              END-EXEC
           END-IF.
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
                     TRANSID  ('RX86')
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
