       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY10DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RY10                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : REGOLE DI VISIBILITA' DEI DATI RISERVATI     *
      *                   (CPS04.CWMASCHE)                             *
      * TIPO OPERAZIONE : REGISTRAZIONE / CANCELLAZIONE / CONSULTAZIONE*
      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * PER OGNI DATO RISERVATO (CODICE FISCALE, IBAN, RETRIBUZIONE    *
      * BASE, NOTE DELLE VISITE MEDICHE) E TIPO UTENTE (1-4, DA        *
      * CWUTENTI.TIPO_ACCESSO) STABILISCE SE IL DATO SI MOSTRA IN      *
      * CHIARO (C), PARZIALMENTE (P, SOLO GLI ULTIMI N CARATTERI) O    *
      * NON SI MOSTRA (N). LE REGOLE SONO APPLICATE DALLA ROUTINE      *
      * CY09DEMO NELLE VIDEATE CW06DEMO, CW33DEMO, CW89DEMO, CX16DEMO  *
      * E NELLE STAMPE CW05DEMO (CSV) E CW11DEMO; SENZA REGOLA IL DATO *
      * E' IN CHIARO. OGNI VISUALIZZAZIONE IN CHIARO E' TRACCIATA SU   *
      * CPS04.CWCONSUL (CONSULTAZIONE CON CW54DEMO).                   *
      *   MODO 1 - REGISTRAZIONE (INSERIMENTO O VARIAZIONE) DI UNA     *
      *            REGOLA                                              *
      *   MODO 2 - CANCELLAZIONE DI UNA REGOLA                         *
      *   MODO 3 - CONSULTAZIONE PER DATO E TIPO UTENTE SE DIGITATI    *
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
       01  W-DATO                          PIC X(8)      VALUE SPACES.
           88  W-DATO-PREVISTO             VALUE 'CODFISC' 'IBAN'
                                                 'RETRIB'  'NOTEMED'.
       01  W-TIPO-UTENTE                   PIC X(1)      VALUE SPACES.
           88  W-TIPO-VALIDO               VALUE '1' THRU '4'.
       01  W-LIVELLO                       PIC X(1)      VALUE SPACES.
           88  W-LIVELLO-VALIDO            VALUE 'C' 'P' 'N'.
           88  W-LIVELLO-PARZIALE          VALUE 'P'.
       01  W-CAR-VIS-X                     PIC X(2)      VALUE SPACES.
       01  W-CAR-VIS-N REDEFINES W-CAR-VIS-X
                                           PIC 9(2).
       01  W-CAR-VISIBILI                  PIC S9(2)  COMP-3 VALUE +0.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-REG                  VALUE '1'.
           88  W-MODO-CAN                  VALUE '2'.
           88  W-MODO-CON                  VALUE '3'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * ---
      * ELENCO DELLE REGOLE (MODO 3), UNA PER RIGA (M-RIGAO)
      * ---
       01  W-IND-REG                       PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-CAR-VIS-ED                    PIC Z9.
       01  W-RIGA-REG.
           05  WR-DATO                     PIC X(8).
           05  FILLER                      PIC X(3).
           05  WR-TIPO-UTENTE              PIC X(1).
           05  FILLER                      PIC X(4).
           05  WR-LIVELLO                  PIC X(1).
           05  FILLER                      PIC X(1).
           05  WR-DESC-LIV                 PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-CAR-VIS                  PIC X(2).
           05  FILLER                      PIC X(3).
           05  WR-UTENTE-AGG               PIC X(8).
           05  FILLER                      PIC X(1).
           05  WR-DATA-AGG                 PIC X(10).
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (DATA DI INSERIMENTO)        *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CY10DEMO'.
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
           EXEC SQL  INCLUDE CWMASC         END-EXEC.
      * ---
      * REGOLE PER DATO E TIPO UTENTE INDICATI (SPAZI = TUTTI)
      * ---
           EXEC SQL DECLARE CUR-MAS10 CURSOR FOR
                    SELECT  M.COD_DATO,
                            M.TIPO_UTENTE,
                            M.LIVELLO_VIS,
                            M.CAR_VISIBILI,
                            M.UTENTE_AGG,
                            M.DATA_AGG
                    FROM    CPS04.CWMASCHE M
                    WHERE  (:W-DATO = ' '
                            OR M.COD_DATO = :W-DATO)
                    AND    (:W-TIPO-UTENTE = ' '
                            OR M.TIPO_UTENTE = :W-TIPO-UTENTE)
                    ORDER BY M.COD_DATO, M.TIPO_UTENTE
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZ5MAP.
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
           EXEC CICS RECEIVE MAP    ('MFZ5MAP')
                             MAPSET ('MFZ5MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZ5MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFZ5MAPI.
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
           EXEC CICS RECEIVE MAP    ('MFZ5MAP')
                             MAPSET ('MFZ5MAP') END-EXEC.
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
      * LA REGOLA VIENE RICONTROLLATA: NEL FRATTEMPO UN ALTRO
      * OPERATORE PUO' AVERLA REGISTRATA O CANCELLATA
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 IF W-MODO-REG
                    PERFORM 2220-CONTROLLA-REGISTRAZIONE
                    PERFORM 1430-REGISTRA
                 ELSE
                    PERFORM 2240-CONTROLLA-CANCELLAZIONE
                    PERFORM 1440-CANCELLA
                 END-IF
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
              WHEN OTHER
                 MOVE -1         TO M-CONF-OPL
                 MOVE '021'      TO W-COD-MSG-HOST
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
      *
           MOVE SPACE      TO COM-GIRO.
           MOVE LOW-VALUE  TO MFZ5MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * REGISTRAZIONE: VARIAZIONE DELLA REGOLA SE GIA' PRESENTE PER IL *
      * DATO E IL TIPO UTENTE, ALTRIMENTI INSERIMENTO                  *
      * -------------------------------------------------------------- *
       1430-REGISTRA SECTION.
      *-------------*
           MOVE '1430-REGISTRA' TO W-ULT-LABEL.
           PERFORM 2250-CONTA-REGOLA.
           IF W-COUNT > +0
              EXEC SQL UPDATE CPS04.CWMASCHE
                          SET LIVELLO_VIS  = :W-LIVELLO,
                              CAR_VISIBILI = :W-CAR-VISIBILI,
                              UTENTE_AGG   = :COM-UTENTE,
                              DATA_AGG     = :W-DATA-OGGI
                        WHERE COD_DATO     = :W-DATO
                        AND   TIPO_UTENTE  = :W-TIPO-UTENTE
              END-EXEC
              MOVE '024'   TO W-COD-MSG-HOST
           ELSE
              EXEC SQL INSERT INTO CPS04.CWMASCHE
                            VALUES (:W-DATO,
                                    :W-TIPO-UTENTE,
                                    :W-LIVELLO,
                                    :W-CAR-VISIBILI,
                                    :COM-UTENTE,
                                    :W-DATA-OGGI)
              END-EXEC
              MOVE '023'   TO W-COD-MSG-HOST
           END-IF.
       1430-EX. EXIT.

       1440-CANCELLA SECTION.
      *-------------*
           MOVE '1440-CANCELLA' TO W-ULT-LABEL.
           EXEC SQL DELETE FROM CPS04.CWMASCHE
                     WHERE COD_DATO    = :W-DATO
                     AND   TIPO_UTENTE = :W-TIPO-UTENTE
           END-EXEC.
           MOVE '027'   TO W-COD-MSG-HOST.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-DATOA
                             M-TIPOUA
                             M-LIVELA
                             M-CARVISA.
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
           EXEC CICS RECEIVE MAP    ('MFZ5MAP')
                             MAPSET ('MFZ5MAP') END-EXEC.
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
           INSPECT M-DATOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DATOI REPLACING ALL '_'       BY ' '.
           MOVE    M-DATOI TO W-DATO.
           INSPECT M-TIPOUI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TIPOUI REPLACING ALL '_'       BY ' '.
           MOVE    M-TIPOUI TO W-TIPO-UTENTE.
           INSPECT M-LIVELI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-LIVELI REPLACING ALL '_'       BY ' '.
           MOVE    M-LIVELI TO W-LIVELLO.
           INSPECT M-CARVISI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CARVISI REPLACING ALL '_'       BY ' '.
           MOVE    M-CARVISI TO W-CAR-VIS-X.
      * ---
      * UNA SOLA CIFRA DIGITATA VALE COME NUMERO A UNA CIFRA
      * ---
           IF W-CAR-VIS-X (2:1) = SPACE AND W-CAR-VIS-X (1:1) NUMERIC
              MOVE W-CAR-VIS-X (1:1) TO W-CAR-VIS-X (2:1)
              MOVE '0'               TO W-CAR-VIS-X (1:1)
           END-IF.
           IF W-CAR-VIS-X = SPACES
              MOVE '00'              TO W-CAR-VIS-X
           END-IF.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      * ---
      * LE REGOLE DECIDONO CHI VEDE I DATI RISERVATI: COME GLI
      * ABBONAMENTI AI REPORT (CX92DEMO) SONO RISERVATE
      * ALL'AMMINISTRATORE
      * ---
           IF NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-REG
                 PERFORM 2220-CONTROLLA-REGISTRAZIONE
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-CAN
                 PERFORM 2240-CONTROLLA-CANCELLAZIONE
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-CON
                 PERFORM 2300-CONSULTA
              WHEN OTHER
                 MOVE '007'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MODOL
                 PERFORM 2999-CERCA-ERR
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
      * REGISTRAZIONE (MODO 1): DATO E TIPO UTENTE PREVISTI, LIVELLO   *
      * C, P O N; CON P I CARATTERI LASCIATI IN CHIARO VANNO DA 1 A 20,*
      * CON C E N NON SI USANO E VENGONO AZZERATI                      *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-REGISTRAZIONE SECTION.
      *----------------------------*
           MOVE '2220-CTL-REG' TO W-ULT-LABEL.
           PERFORM 2230-CONTROLLA-CHIAVE.
           IF NOT W-LIVELLO-VALIDO
              MOVE '400'    TO W-COD-MSG-HOST
              MOVE -1       TO M-LIVELL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT W-LIVELLO-PARZIALE
              MOVE +0       TO W-CAR-VISIBILI
              GO TO 2220-EX
           END-IF.
           IF W-CAR-VIS-X NOT NUMERIC
              MOVE '401'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CARVISL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-CAR-VIS-N TO W-CAR-VISIBILI.
           IF W-CAR-VISIBILI < 1 OR W-CAR-VISIBILI > 20
              MOVE '401'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CARVISL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

       2230-CONTROLLA-CHIAVE SECTION.
      *---------------------*
           IF W-DATO = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DATOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT W-DATO-PREVISTO
              MOVE '398'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DATOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT W-TIPO-VALIDO
              MOVE '399'    TO W-COD-MSG-HOST
              MOVE -1       TO M-TIPOUL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * CANCELLAZIONE (MODO 2): LA REGOLA DEVE ESISTERE PER IL DATO E  *
      * IL TIPO UTENTE; DOPO LA CANCELLAZIONE IL DATO TORNA IN CHIARO  *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-CANCELLAZIONE SECTION.
      *----------------------------*
           MOVE '2240-CTL-CAN' TO W-ULT-LABEL.
           PERFORM 2230-CONTROLLA-CHIAVE.
           PERFORM 2250-CONTA-REGOLA.
           IF W-COUNT = +0
              MOVE '402'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DATOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

       2250-CONTA-REGOLA SECTION.
      *-----------------*
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWMASCHE
                     WHERE COD_DATO    = :W-DATO
                     AND   TIPO_UTENTE = :W-TIPO-UTENTE
           END-EXEC.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 3): REGOLE PER DATO E TIPO UTENTE, UNA PER *
      * RIGA (M-RIGAO); CAMPI A SPAZI = TUTTI                          *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-REG FROM 1 BY 1
                   UNTIL W-IND-REG > W-MAX-RIGHE.
           MOVE +0     TO W-IND-REG.
           EXEC SQL OPEN CUR-MAS10  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-MAS10  END-EXEC.
      *
           IF W-IND-REG = 0
              MOVE '404'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '403'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-REG).
       2310-EX. EXIT.

       2320-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-MAS10
           INTO   :DCL-CWMASCHE.COD-DATO,
                  :DCL-CWMASCHE.TIPO-UTENTE,
                  :DCL-CWMASCHE.LIVELLO-VIS,
                  :DCL-CWMASCHE.CAR-VISIBILI,
                  :DCL-CWMASCHE.UTENTE-AGG,
                  :DCL-CWMASCHE.DATA-AGG
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-REG < W-MAX-RIGHE
              ADD 1 TO W-IND-REG
              MOVE SPACES                          TO W-RIGA-REG
              MOVE COD-DATO     OF DCL-CWMASCHE    TO WR-DATO
              MOVE TIPO-UTENTE  OF DCL-CWMASCHE    TO WR-TIPO-UTENTE
              MOVE LIVELLO-VIS  OF DCL-CWMASCHE    TO WR-LIVELLO
              EVALUATE TRUE
                 WHEN VIS-IN-CHIARO
                    MOVE 'IN CHIARO'               TO WR-DESC-LIV
                 WHEN VIS-PARZIALE
                    MOVE 'PARZIALE'                TO WR-DESC-LIV
                    MOVE CAR-VISIBILI OF DCL-CWMASCHE
                                                   TO W-CAR-VIS-ED
                    MOVE W-CAR-VIS-ED              TO WR-CAR-VIS
                 WHEN VIS-NASCOSTO
                    MOVE 'NASCOSTO'                TO WR-DESC-LIV
              END-EVALUATE
              MOVE UTENTE-AGG   OF DCL-CWMASCHE    TO WR-UTENTE-AGG
              MOVE DATA-AGG     OF DCL-CWMASCHE    TO WR-DATA-AGG
              MOVE W-RIGA-REG TO M-RIGAO (W-IND-REG)
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
                             M-DATOA
                             M-TIPOUA
                             M-LIVELA
                             M-CARVISA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZ5MAPO.
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
                        MAP    ('MFZ5MAP')
                        MAPSET ('MFZ5MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZ5MAP')
                        MAPSET ('MFZ5MAP')
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
                     TRANSID  ('RY10')
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
