       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX99DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX99                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : SOCIETA' DEL GRUPPO E AUTORIZZAZIONI DEGLI   *
      *                   OPERATORE (CPS04.CWSOCIETA/CPS04.CWUTESOC)   *
      * TIPO OPERAZIONE : INSERIMENTO / VARIAZIONE / BLOCCO /          *
      *                   CONCESSIONE / REVOCA / CONSULTAZIONE         *
      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * ANAGRAFICA DELLE SOCIETA' DEL GRUPPO (DATORI DI LAVORO: OGNI   *
      * DIPARTIMENTO DI CWDIPART, E CON ESSO OGNI MATRICOLA, APPARTIENE*
      * A UNA SOCIETA') E SOCIETA' SU CUI OGNI OPERATORE E'            *
      * AUTORIZZATO. UN OPERATORE SENZA AUTORIZZAZIONI VEDE TUTTE LE   *
      * SOCIETA'; CON ALMENO UNA AUTORIZZAZIONE, AL LOGON SUCCESSIVO   *
      * (CW01DEMO, COM-SOC-RISTRETTA) VEDE SOLO LE MATRICOLE DELLE     *
      * SOCIETA' CONCESSE, COME GIA' AVVIENE PER IL DIPARTIMENTO.      *
      *   MODO 1 - INSERIMENTO DI UNA SOCIETA'                         *
      *   MODO 2 - VARIAZIONE DI RAGIONE SOCIALE / CODICE FISCALE (UNA *
      *            SOCIETA' BLOCCATA VIENE RIATTIVATA)                 *
      *   MODO 3 - BLOCCO DI UNA SOCIETA' (NON RICEVE PIU' NUOVI       *
      *            DIPARTIMENTI, VEDI CW37DEMO)                        *
      *   MODO 4 - CONCESSIONE DI UNA SOCIETA' A UN OPERATORE          *
      *   MODO 5 - REVOCA DI UNA SOCIETA' A UN OPERATORE               *
      *   MODO 6 - CONSULTAZIONE: AUTORIZZAZIONI DELL'OPERATORE        *
      *            DIGITATO, OPPURE ELENCO DELLE SOCIETA'              *
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
       01  W-SOCIETA                       PIC X(4)      VALUE SPACES.
       01  W-RAGSOC                        PIC X(40)     VALUE SPACES.
       01  W-CODFIS                        PIC X(16)     VALUE SPACES.
       01  W-UTENTE                        PIC X(8)      VALUE SPACES.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-VAR                  VALUE '2'.
           88  W-MODO-BLO                  VALUE '3'.
           88  W-MODO-CON                  VALUE '4'.
           88  W-MODO-REV                  VALUE '5'.
           88  W-MODO-ELE                  VALUE '6'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * ---
      * ELENCO DI SOCIETA' O AUTORIZZAZIONI (MODO 6), UNO PER RIGA
      * (M-RIGAO)
      * ---
       01  W-IND-RIGA                      PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-RIGA-SOC.
           05  WO-SOCIETA                  PIC X(4).
           05  FILLER                      PIC X(1).
           05  WO-RAGSOC                   PIC X(40).
           05  FILLER                      PIC X(1).
           05  WO-CODFIS                   PIC X(16).
           05  FILLER                      PIC X(1).
           05  WO-STATO                    PIC X(1).
           05  FILLER                      PIC X(15).
       01  W-RIGA-AUT REDEFINES W-RIGA-SOC.
           05  WA-UTENTE                   PIC X(8).
           05  FILLER                      PIC X(1).
           05  WA-SOCIETA                  PIC X(4).
           05  FILLER                      PIC X(1).
           05  WA-RAGSOC                   PIC X(40).
           05  FILLER                      PIC X(1).
           05  WA-DATA-INS                 PIC X(10).
           05  FILLER                      PIC X(14).
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (DATA DI AGGIORNAMENTO)      *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX99DEMO'.
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
           EXEC SQL  INCLUDE CWSOCI         END-EXEC.
           EXEC SQL  INCLUDE CWUTSO         END-EXEC.
      * ---
      * ELENCO DELLE SOCIETA' DEL GRUPPO
      * ---
           EXEC SQL DECLARE CUR-SOC99 CURSOR FOR
                    SELECT  S.COD_SOCIETA,
                            S.RAGIONE_SOCIALE,
                            S.COD_FISCALE,
                            S.STATO_SOCIETA
                    FROM    CPS04.CWSOCIETA S
                    ORDER BY S.COD_SOCIETA
           END-EXEC.
      * ---
      * SOCIETA' AUTORIZZATE ALL'OPERATORE DIGITATO
      * ---
           EXEC SQL DECLARE CUR-AUT99 CURSOR FOR
                    SELECT  U.UTENTE,
                            U.COD_SOCIETA,
                            COALESCE(S.RAGIONE_SOCIALE, ' '),
                            U.DATA_INS
                    FROM    CPS04.CWUTESOC U
                    LEFT OUTER JOIN CPS04.CWSOCIETA S
                      ON    S.COD_SOCIETA = U.COD_SOCIETA
                    WHERE   U.UTENTE = :W-UTENTE
                    ORDER BY U.COD_SOCIETA
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZ2MAP.
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
           EXEC CICS RECEIVE MAP    ('MFZ2MAP')
                             MAPSET ('MFZ2MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZ2MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFZ2MAPI.
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
           EXEC CICS RECEIVE MAP    ('MFZ2MAP')
                             MAPSET ('MFZ2MAP') END-EXEC.
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
      * I CONTROLLI VENGONO RIPETUTI: NEL FRATTEMPO UN ALTRO
      * OPERATORE PUO' AVER AGGIORNATO LA STESSA SOCIETA' O
      * AUTORIZZAZIONE
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 2210-CONTROLLA-MODO
                 PERFORM 1426-ESEGUI-OPERAZIONE
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
              WHEN OTHER
                 MOVE -1         TO M-CONF-OPL
                 MOVE '021'      TO W-COD-MSG-HOST
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
      *
           MOVE SPACE      TO COM-GIRO.
           MOVE LOW-VALUE  TO MFZ2MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

       1426-ESEGUI-OPERAZIONE SECTION.
      *-----------------------*
           MOVE '1426-ESEGUI-OP' TO W-ULT-LABEL.
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 1430-INSERISCI-SOCIETA
                 MOVE '023' TO W-COD-MSG-HOST
              WHEN W-MODO-VAR
                 PERFORM 1440-VARIA-SOCIETA
                 MOVE '024' TO W-COD-MSG-HOST
              WHEN W-MODO-BLO
                 PERFORM 1450-BLOCCA-SOCIETA
                 MOVE '024' TO W-COD-MSG-HOST
              WHEN W-MODO-CON
                 PERFORM 1460-CONCEDI
                 MOVE '023' TO W-COD-MSG-HOST
              WHEN W-MODO-REV
                 PERFORM 1470-REVOCA
                 MOVE '027' TO W-COD-MSG-HOST
           END-EVALUATE.
       1426-EX. EXIT.

       1430-INSERISCI-SOCIETA SECTION.
      *----------------------*
           MOVE '1430-INS-SOC' TO W-ULT-LABEL.
           EXEC SQL INSERT INTO CPS04.CWSOCIETA
                         VALUES (:W-SOCIETA,
                                 :W-RAGSOC,
                                 :W-CODFIS,
                                 'A',
                                 :COM-UTENTE,
                                 :W-DATA-OGGI)
           END-EXEC.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * VARIAZIONE (MODO 2): SOLO I CAMPI DIGITATI; LA SOCIETA', SE    *
      * BLOCCATA, TORNA ATTIVA                                         *
      * -------------------------------------------------------------- *
       1440-VARIA-SOCIETA SECTION.
      *------------------*
           MOVE '1440-VAR-SOC' TO W-ULT-LABEL.
           IF W-RAGSOC NOT = SPACES
              EXEC SQL UPDATE CPS04.CWSOCIETA
                          SET RAGIONE_SOCIALE = :W-RAGSOC
                        WHERE COD_SOCIETA = :W-SOCIETA
              END-EXEC
           END-IF.
           IF W-CODFIS NOT = SPACES
              EXEC SQL UPDATE CPS04.CWSOCIETA
                          SET COD_FISCALE = :W-CODFIS
                        WHERE COD_SOCIETA = :W-SOCIETA
              END-EXEC
           END-IF.
           EXEC SQL UPDATE CPS04.CWSOCIETA
                       SET STATO_SOCIETA = 'A',
                           UTENTE_AGG    = :COM-UTENTE,
                           DATA_AGG      = :W-DATA-OGGI
                     WHERE COD_SOCIETA = :W-SOCIETA
           END-EXEC.
       1440-EX. EXIT.

       1450-BLOCCA-SOCIETA SECTION.
      *-------------------*
           MOVE '1450-BLO-SOC' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWSOCIETA
                       SET STATO_SOCIETA = 'B',
                           UTENTE_AGG    = :COM-UTENTE,
                           DATA_AGG      = :W-DATA-OGGI
                     WHERE COD_SOCIETA = :W-SOCIETA
           END-EXEC.
       1450-EX. EXIT.

       1460-CONCEDI SECTION.
      *------------*
           MOVE '1460-CONCEDI' TO W-ULT-LABEL.
           EXEC SQL INSERT INTO CPS04.CWUTESOC
                         VALUES (:W-UTENTE,
                                 :W-SOCIETA,
                                 :COM-UTENTE,
                                 :W-DATA-OGGI)
           END-EXEC.
       1460-EX. EXIT.

       1470-REVOCA SECTION.
      *-----------*
           MOVE '1470-REVOCA' TO W-ULT-LABEL.
           EXEC SQL DELETE FROM CPS04.CWUTESOC
                     WHERE UTENTE      = :W-UTENTE
                     AND   COD_SOCIETA = :W-SOCIETA
           END-EXEC.
       1470-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-SOCA
                             M-RAGSOCA
                             M-CODFISA
                             M-UTENTEA.
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
           EXEC CICS RECEIVE MAP    ('MFZ2MAP')
                             MAPSET ('MFZ2MAP') END-EXEC.
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
           INSPECT M-SOCI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-SOCI REPLACING ALL '_'       BY ' '.
           MOVE    M-SOCI TO W-SOCIETA.
           INSPECT M-RAGSOCI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-RAGSOCI REPLACING ALL '_'       BY ' '.
           MOVE    M-RAGSOCI TO W-RAGSOC.
           INSPECT M-CODFISI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CODFISI REPLACING ALL '_'       BY ' '.
           MOVE    M-CODFISI TO W-CODFIS.
           INSPECT M-UTENTEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-UTENTEI REPLACING ALL '_'       BY ' '.
           MOVE    M-UTENTEI TO W-UTENTE.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      * ---
      * LE SOCIETA' E IL PERIMETRO DEGLI OPERATORI, COME L'ANAGRAFICA
      * DIPARTIMENTI (CW37DEMO), SONO RISERVATI ALL'AMMINISTRATORE
      * ---
           IF NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-MODO-ELE
              PERFORM 2300-CONSULTA
           ELSE
              PERFORM 2210-CONTROLLA-MODO
              PERFORM 2500-CONFERMA
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

       2210-CONTROLLA-MODO SECTION.
      *-------------------*
           MOVE '2210-CTL-MODO' TO W-ULT-LABEL.
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 2220-CONTROLLA-INSERIMENTO
              WHEN W-MODO-VAR
                 PERFORM 2230-CONTROLLA-ESISTENZA
              WHEN W-MODO-BLO
                 PERFORM 2230-CONTROLLA-ESISTENZA
              WHEN W-MODO-CON
                 PERFORM 2240-CONTROLLA-CONCESSIONE
              WHEN W-MODO-REV
                 PERFORM 2250-CONTROLLA-REVOCA
              WHEN OTHER
                 MOVE '007'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MODOL
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * INSERIMENTO (MODO 1): CODICE, RAGIONE SOCIALE E CODICE FISCALE *
      * OBBLIGATORI, CODICE NON ANCORA CENSITO                         *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-INSERIMENTO SECTION.
      *--------------------------*
           MOVE '2220-CTL-INS' TO W-ULT-LABEL.
           IF W-SOCIETA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SOCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-RAGSOC = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RAGSOCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-CODFIS = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CODFISL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSOCIETA
                     WHERE COD_SOCIETA = :W-SOCIETA
           END-EXEC.
           IF W-COUNT > +0
              MOVE '367'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SOCL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * VARIAZIONE E BLOCCO (MODI 2 E 3): LA SOCIETA' DEVE ESISTERE    *
      * -------------------------------------------------------------- *
       2230-CONTROLLA-ESISTENZA SECTION.
      *------------------------*
           MOVE '2230-CTL-ESIST' TO W-ULT-LABEL.
           IF W-SOCIETA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SOCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSOCIETA
                     WHERE COD_SOCIETA = :W-SOCIETA
           END-EXEC.
           IF W-COUNT = +0
              MOVE '364'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SOCL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONCESSIONE (MODO 4): OPERATORE CENSITO SU CWUTENTI, SOCIETA'  *
      * ATTIVA, AUTORIZZAZIONE NON ANCORA PRESENTE                     *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-CONCESSIONE SECTION.
      *--------------------------*
           MOVE '2240-CTL-CONC' TO W-ULT-LABEL.
           PERFORM 2260-CONTROLLA-CHIAVE.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWUTENTI
                     WHERE UTENTE = :W-UTENTE
           END-EXEC.
           IF W-COUNT = +0
              MOVE '004'    TO W-COD-MSG-HOST
              MOVE -1       TO M-UTENTEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSOCIETA
                     WHERE COD_SOCIETA   = :W-SOCIETA
                       AND STATO_SOCIETA = 'A'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '364'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SOCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2270-CONTA-AUTORIZZAZIONE.
           IF W-COUNT > +0
              MOVE '368'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SOCL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * REVOCA (MODO 5): L'AUTORIZZAZIONE DEVE ESISTERE                *
      * -------------------------------------------------------------- *
       2250-CONTROLLA-REVOCA SECTION.
      *---------------------*
           MOVE '2250-CTL-REV' TO W-ULT-LABEL.
           PERFORM 2260-CONTROLLA-CHIAVE.
           PERFORM 2270-CONTA-AUTORIZZAZIONE.
           IF W-COUNT = +0
              MOVE '369'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SOCL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2250-EX. EXIT.

       2260-CONTROLLA-CHIAVE SECTION.
      *---------------------*
           IF W-UTENTE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-UTENTEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-SOCIETA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SOCL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2260-EX. EXIT.

       2270-CONTA-AUTORIZZAZIONE SECTION.
      *-------------------------*
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWUTESOC
                     WHERE UTENTE      = :W-UTENTE
                     AND   COD_SOCIETA = :W-SOCIETA
           END-EXEC.
       2270-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 6): CON L'OPERATORE DIGITATO LE SUE        *
      * SOCIETA' AUTORIZZATE, ALTRIMENTI L'ELENCO DELLE SOCIETA' DEL   *
      * GRUPPO, UNA PER RIGA (M-RIGAO)                                 *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIGA.
           IF W-UTENTE = SPACES
              EXEC SQL OPEN CUR-SOC99  END-EXEC
              MOVE SQLCODE TO W-SQLCODE
              PERFORM 2320-FETCH-SOCIETA UNTIL
               (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK)
              EXEC SQL CLOSE CUR-SOC99  END-EXEC
           ELSE
              EXEC SQL OPEN CUR-AUT99  END-EXEC
              MOVE SQLCODE TO W-SQLCODE
              PERFORM 2330-FETCH-AUTORIZZ UNTIL
               (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK)
              EXEC SQL CLOSE CUR-AUT99  END-EXEC
           END-IF.
      *
           IF W-IND-RIGA = 0
              MOVE '371'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '370'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-RIGA).
       2310-EX. EXIT.

       2320-FETCH-SOCIETA SECTION.
      *------------------*
           EXEC SQL FETCH   CUR-SOC99
           INTO   :DCL-CWSOCIETA.COD-SOCIETA,
                  :DCL-CWSOCIETA.RAGIONE-SOCIALE,
                  :DCL-CWSOCIETA.COD-FISCALE,
                  :DCL-CWSOCIETA.STATO-SOCIETA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIGA < W-MAX-RIGHE
              ADD 1 TO W-IND-RIGA
              MOVE SPACES                            TO W-RIGA-SOC
              MOVE COD-SOCIETA     OF DCL-CWSOCIETA  TO WO-SOCIETA
              MOVE RAGIONE-SOCIALE OF DCL-CWSOCIETA  TO WO-RAGSOC
              MOVE COD-FISCALE     OF DCL-CWSOCIETA  TO WO-CODFIS
              MOVE STATO-SOCIETA   OF DCL-CWSOCIETA  TO WO-STATO
              MOVE W-RIGA-SOC TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2320-EX. EXIT.

       2330-FETCH-AUTORIZZ SECTION.
      *-------------------*
           EXEC SQL FETCH   CUR-AUT99
           INTO   :DCL-CWUTESOC.UTENTE,
                  :DCL-CWUTESOC.COD-SOCIETA,
                  :DCL-CWSOCIETA.RAGIONE-SOCIALE,
                  :DCL-CWUTESOC.DATA-INS
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIGA < W-MAX-RIGHE
              ADD 1 TO W-IND-RIGA
              MOVE SPACES                            TO W-RIGA-AUT
              MOVE UTENTE          OF DCL-CWUTESOC   TO WA-UTENTE
              MOVE COD-SOCIETA     OF DCL-CWUTESOC   TO WA-SOCIETA
              MOVE RAGIONE-SOCIALE OF DCL-CWSOCIETA  TO WA-RAGSOC
              MOVE DATA-INS        OF DCL-CWUTESOC   TO WA-DATA-INS
              MOVE W-RIGA-AUT TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2330-EX. EXIT.

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
                             M-SOCA
                             M-RAGSOCA
                             M-CODFISA
                             M-UTENTEA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZ2MAPO.
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
                        MAP    ('MFZ2MAP')
                        MAPSET ('MFZ2MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZ2MAP')
                        MAPSET ('MFZ2MAP')
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
                     TRANSID  ('RX99')
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
