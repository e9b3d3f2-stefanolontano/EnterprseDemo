       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX53DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX53                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : MANUTENZIONE CATEGORIE DI DIARIA (CWDIARIA)  *
      * TIPO OPERAZIONE : INSERIMENTO / VARIAZIONE / CANCELLAZIONE     *
      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * MANUTENZIONE DELLA TABELLA DELLE CATEGORIE DI DIARIA           *
      * CPS04.CWDIARIA (IMPORTO GIORNALIERO E QUOTA GIORNALIERA ESENTE *
      * DA IMPOSTA, ITALIA/ESTERO), SULLO STESSO IMPIANTO DI CX06DEMO. *
      * LE CATEGORIE SONO USATE DALLA REGISTRAZIONE TRASFERTE          *
      * CX52DEMO; UNA CATEGORIA CITATA DA TRASFERTE NON PUO' ESSERE    *
      * CANCELLATA.                                                    *
      ******************************************************************
      * ---
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
      *      DEFINIZIONE VARIABILI HOST PER ISTRUZIONI SQL             *
      * -------------------------------------------------------------- *
       01  W-SQLCODE                       PIC S9(3)  COMP VALUE +0.
           88  W-SQLCODE-OK          VALUE +0.
       01  W-COUNT                         PIC S9(4)  COMP-3 VALUE +0.
      * -------------------------------------------------------------- *
      *      DEFINIZIONE DI CAMPI DI APPOGGIO PER ELABORAZIONE         *
      * -------------------------------------------------------------- *
       01  W-COD-MSG-HOST                  PIC X(3)  VALUE SPACE.
       01  W-CATEGORIA                     PIC X(2)  VALUE SPACES.
       01  W-DESCRIZIONE                   PIC X(30) VALUE SPACES.
       01  W-ESTERO                        PIC X(1)  VALUE SPACES.
           88  W-ESTERO-VALIDO             VALUE 'S' 'N'.
       01  W-IMPORTO-ED.
           05  W-IMPORTO-INT               PIC 9(5)  VALUE ZEROES.
           05  W-IMPORTO-DEC               PIC 9(2)  VALUE ZEROES.
       01  W-IMPORTO-NUM REDEFINES W-IMPORTO-ED
                                           PIC 9(5)V99.
       01  W-QUOTA-ED.
           05  W-QUOTA-INT                 PIC 9(5)  VALUE ZEROES.
           05  W-QUOTA-DEC                 PIC 9(2)  VALUE ZEROES.
       01  W-QUOTA-NUM REDEFINES W-QUOTA-ED
                                           PIC 9(5)V99.
       01  W-CONF-OP                       PIC X(2)  VALUE SPACES.
       01  W-MODO                          PIC X(1)  VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-VAR                  VALUE '2'.
           88  W-MODO-DIS                  VALUE '3'.
      *
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-PGM-MENU-RAMO                 PIC  X(8)  VALUE 'CW03DEMO'.
       01  W-CTL-END                       PIC  X(4)  VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)  VALUE 'CX53DEMO'.
       01  W-TRS-ID                        PIC  X(4)  VALUE SPACE.
       01  W-XCTL-PGM                      PIC  X(8)  VALUE SPACE.
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15) VALUE SPACES.
       01  W-LEN                           PIC S9(4)  COMP VALUE +260.
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
           02  W-ULT-LABEL-SQL             PIC X(15).
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
           02  W-ULT-LABEL-CICS            PIC X(15).
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
           EXEC SQL  INCLUDE SQLCA  END-EXEC.
           EXEC SQL  INCLUDE CWDIAR  END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFXLMAP.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA COPY DEGLI ATTRIBUTI                      *
      * -------------------------------------------------------------- *
           COPY CWATTRIB.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA COPY DEI MESSAGGI E DEI TASTI FUNZIONALI  *
      * -------------------------------------------------------------- *
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
      * TRANSAZIONE RISERVATA ALL'AMMINISTRATORE (COM-UTENTE-1)
      *
           IF NOT COM-UTENTE-1
              MOVE '050' TO W-COD-MSG-HOST
              MOVE -1    TO M-CATEGL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF COM-GIRO = '2'
              PERFORM 1400-TASTI-LAST
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
           PERFORM 3000-FINE-ELAB.
       1220-EX. EXIT.

       1250-TASTO-ANYK SECTION.
      *--------------*
           MOVE '006' TO W-COD-MSG-HOST.
           MOVE -1    TO M-CATEGL.
           PERFORM 2999-CERCA-ERR.
       1250-EX. EXIT.

       1244-TASTO-HELP SECTION.
      *---------------*
      * ---
      * GUIDA CONTESTUALE: PRIMA DI PASSARE A CW60DEMO LA MAPPA VIENE
      * RICEVUTA COSI' COM'E' (CAMPI DIGITATI COMPRESI) E ACCANTONATA
      * CON IL GIRO CORRENTE SULLA CODA 'CPS'+TERMINALE+'M'; AL PF3
      * DALLA GUIDA IL CONTROLLO RIENTRA CON COM-GIRO 'G' E
      * 1249-RIPRENDI-MAPPA RIPRESENTA LA VIDEATA TALE E QUALE
      * ---
           EXEC CICS HANDLE AID PF1 END-EXEC.
           EXEC CICS HANDLE CONDITION MAPFAIL (1244-SALVA)
           END-EXEC.
           EXEC CICS RECEIVE MAP    ('MFXLMAP')
                             MAPSET ('MFXLMAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFXLMAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFXLMAPI.
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

       1400-TASTI-LAST SECTION.
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
      * 2500-CONFERMA) E VANNO RICONVERTITI PRIMA DELLA REGISTRAZIONE
      * ---
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
                 PERFORM 2205-CONTROLLA-FINESTRA
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
           MOVE LOW-VALUE  TO MFXLMAPO.
           MOVE -1         TO M-CATEGL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

       1426-ESEGUI-OPERAZIONE SECTION.
      *-----------------------*
           MOVE '1426-ESEGUI-OPERAZIONE' TO W-ULT-LABEL.
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 1430-INSERIMENTO
                 MOVE '023' TO W-COD-MSG-HOST
              WHEN W-MODO-VAR
                 PERFORM 1440-VARIAZIONE
                 MOVE '024' TO W-COD-MSG-HOST
              WHEN W-MODO-DIS
                 PERFORM 1450-CANCELLAZIONE
                 MOVE '027' TO W-COD-MSG-HOST
           END-EVALUATE.
       1426-EX. EXIT.

       1430-INSERIMENTO SECTION.
      *----------------*
           MOVE '1430-INSERIMENTO' TO W-ULT-LABEL.
           EXEC SQL INSERT INTO CPS04.CWDIARIA
                         VALUES (:W-CATEGORIA,
                                 :W-DESCRIZIONE,
                                 :W-IMPORTO-NUM,
                                 :W-QUOTA-NUM,
                                 :W-ESTERO)
           END-EXEC.
       1430-EX. EXIT.

       1440-VARIAZIONE SECTION.
      *----------------*
           MOVE '1440-VARIAZIONE' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWDIARIA
                       SET DESCRIZIONE   = :W-DESCRIZIONE,
                           IMPORTO_GIORN = :W-IMPORTO-NUM,
                           QUOTA_ESENTE  = :W-QUOTA-NUM,
                           ESTERO        = :W-ESTERO
                     WHERE COD_CATEGORIA = :W-CATEGORIA
           END-EXEC.
       1440-EX. EXIT.

       1450-CANCELLAZIONE SECTION.
      *-------------------*
           MOVE '1450-CANCELLAZIONE' TO W-ULT-LABEL.
           EXEC SQL DELETE FROM CPS04.CWDIARIA
                     WHERE COD_CATEGORIA = :W-CATEGORIA
           END-EXEC.
       1450-EX. EXIT.

       2000-CORPO-ELAB SECTION.
      *---------------*
           IF W-NOME-PGM = COM-NOME-PGM
            THEN
              PERFORM 2100-RECEIVE
              PERFORM 2200-CONTROLLI
              PERFORM 2500-CONFERMA
            ELSE
              PERFORM 2900-RIEMPI-MASK
           END-IF.
       2000-EX. EXIT.

       2100-RECEIVE SECTION.
      *------------*
           EXEC CICS RECEIVE MAP    ('MFXLMAP')
                             MAPSET ('MFXLMAP') END-EXEC.
           PERFORM 2150-RICAVA-CAMPI.
       2100-EX. EXIT.

      * -------------------------------------------------------------- *
      * NORMALIZZAZIONE DEI CAMPI DIGITATI. GLI IMPORTI SONO DIGITATI  *
      * IN PARTE INTERA E DECIMALE COME LA RETRIBUZIONE DI CW33DEMO    *
      * -------------------------------------------------------------- *
       2150-RICAVA-CAMPI SECTION.
      *-----------------*
           INSPECT M-CATEGI   REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CATEGI   REPLACING ALL '_'       BY ' '.
           MOVE    M-CATEGI   TO W-CATEGORIA.
           INSPECT M-DESCRI   REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DESCRI   REPLACING ALL '_'       BY ' '.
           MOVE    M-DESCRI   TO W-DESCRIZIONE.
           INSPECT M-IMPINTI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IMPINTI  REPLACING ALL '_'       BY ' '.
           IF M-IMPINTI NUMERIC
              MOVE M-IMPINTI  TO W-IMPORTO-INT
           END-IF.
           INSPECT M-IMPDECI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IMPDECI  REPLACING ALL '_'       BY ' '.
           IF M-IMPDECI NUMERIC
              MOVE M-IMPDECI  TO W-IMPORTO-DEC
           END-IF.
           INSPECT M-ESEINTI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ESEINTI  REPLACING ALL '_'       BY ' '.
           IF M-ESEINTI NUMERIC
              MOVE M-ESEINTI  TO W-QUOTA-INT
           END-IF.
           INSPECT M-ESEDECI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ESEDECI  REPLACING ALL '_'       BY ' '.
           IF M-ESEDECI NUMERIC
              MOVE M-ESEDECI  TO W-QUOTA-DEC
           END-IF.
           INSPECT M-ESTEROI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ESTEROI  REPLACING ALL '_'       BY ' '.
           MOVE    M-ESTEROI  TO W-ESTERO.
           MOVE    M-MODOI    TO W-MODO.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE SPACE TO M-MSGO.
      *
           IF W-CATEGORIA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CATEGL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-MODO NOT = '1' AND '2' AND '3'
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 2210-CONTROLLA-INS
                 PERFORM 2220-CONTROLLA-CAMPI
              WHEN W-MODO-VAR
                 PERFORM 2260-LEGGI-DIARIA
                 PERFORM 2220-CONTROLLA-CAMPI
              WHEN W-MODO-DIS
                 PERFORM 2260-LEGGI-DIARIA
                 PERFORM 2270-CONTROLLA-USO
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

       2210-CONTROLLA-INS SECTION.
      *------------------*
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWDIARIA
                     WHERE COD_CATEGORIA = :W-CATEGORIA
           END-EXEC.
           IF W-COUNT > +0
              MOVE '010'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CATEGL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * DESCRIZIONE OBBLIGATORIA, IMPORTO GIORNALIERO POSITIVO, QUOTA  *
      * ESENTE NUMERICA (ZERO = DIARIA INTERAMENTE IMPONIBILE) E       *
      * INDICATORE ESTERO S/N                                          *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-CAMPI SECTION.
      *--------------------*
           IF W-DESCRIZIONE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DESCRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF M-IMPINTI NOT NUMERIC OR
              (M-IMPDECI NOT = SPACES AND M-IMPDECI NOT NUMERIC) OR
              W-IMPORTO-NUM = ZEROES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IMPINTL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF M-ESEINTI NOT NUMERIC OR
              (M-ESEDECI NOT = SPACES AND M-ESEDECI NOT NUMERIC)
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ESEINTL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-ESTERO-VALIDO
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ESTEROL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

       2260-LEGGI-DIARIA SECTION.
      *-----------------*
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWDIARIA
                     WHERE COD_CATEGORIA = :W-CATEGORIA
           END-EXEC.
           IF W-COUNT = +0
              MOVE '187'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CATEGL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2260-EX. EXIT.

      * -------------------------------------------------------------- *
      * UNA CATEGORIA CITATA DA TRASFERTE NON PUO' ESSERE CANCELLATA   *
      * (LE TRASFERTE IN VARIAZIONE NON TROVEREBBERO PIU' LA TARIFFA)  *
      * -------------------------------------------------------------- *
       2270-CONTROLLA-USO SECTION.
      *------------------*
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWTRASF
                     WHERE COD_CATEGORIA = :W-CATEGORIA
           END-EXEC.
           IF W-COUNT > +0
              MOVE '193'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CATEGL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2270-EX. EXIT.

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           MOVE '2'      TO COM-GIRO.
           MOVE '020'    TO W-COD-MSG-HOST.
           MOVE PROT-FSET TO M-CATEGA
                             M-DESCRA
                             M-IMPINTA
                             M-IMPDECA
                             M-ESEINTA
                             M-ESEDECA
                             M-ESTEROA
                             M-MODOA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMPI-MASK  SECTION.
      *------------------------
           MOVE LOW-VALUE     TO  MFXLMAPO.
           MOVE -1            TO  M-CATEGL.
           MOVE W-NOME-PGM    TO  COM-NOME-PGM.
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
           MOVE W-ULT-LABEL TO W-ULT-LABEL-SQL.
           MOVE W-TRS-ID   TO TRS-ID-SQL.
           MOVE W-NOME-PGM TO NOME-PGM-SQL.
           MOVE SQLCODE    TO SQL-CODICE.
           MOVE ERR-SQL    TO M-MSGO.
           EXEC CICS DUMP TRANSACTION DUMPCODE(SQL-CODICE)
                                         END-EXEC.
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
           EXEC CICS SEND MAP    ('MFXLMAP')
                          MAPSET ('MFXLMAP')
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
                     TRANSID  ('RX53')
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
