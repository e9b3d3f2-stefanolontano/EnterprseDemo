       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX83DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX83                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 2 - GESTIONE DEL PERSONALE                   *
      * OGGETTO         : REGISTRO DEGLI SCIOPERI PROCLAMATI           *
      *                   (CPS04.CWSCIOPE)                             *
      * TIPO OPERAZIONE : INSERIMENTO / REVOCA / CONSULTAZIONE         *
      * RIFERIMENTO P.E.: INSERIMENTO E REVOCA RISERVATI AL RUOLO 1    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * REGISTRA GLI SCIOPERI PROCLAMATI: SINDACATO PROCLAMANTE, DATA, *
      * DURATA (HHMM, L'INTERA GIORNATA O LE ORE DI ASTENSIONE) E UNA  *
      * DESCRIZIONE. L'IDENTIFICATIVO VIENE DA CWCONTAT 'IDSCIOP' E    *
      * SERVE AI RESPONSABILI PER REGISTRARE LE ADESIONI DEL PROPRIO   *
      * DIPARTIMENTO CON CX84DEMO.                                     *
      *   MODO 1 - INSERIMENTO DI UNO SCIOPERO (UNO PER SINDACATO E    *
      *            DATA)                                               *
      *   MODO 2 - REVOCA DI UNO SCIOPERO: LE ADESIONI REGISTRATE      *
      *            VENGONO CANCELLATE; NON E' AMMESSA SE LE ORE DI     *
      *            QUALCHE ADERENTE SONO GIA' PASSATE IN PAGHE         *
      *   MODO 3 - CONSULTAZIONE DEGLI SCIOPERI DAL PIU' RECENTE (FINO *
      *            ALLA DATA INDICATA E DEL SOLO SINDACATO INDICATO,   *
      *            SE DIGITATI) CON IL NUMERO DI ADERENTI              *
      * LE ORE NON RETRIBUITE VIAGGIANO SULL'ESTRAZIONE PAGHE          *
      * CW82DEMO; LE PERCENTUALI DI ADESIONE PER DIPARTIMENTO E        *
      * SINDACATO SONO NEL TABULATO MENSILE CX85DEMO.                  *
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
       01  W-ID-SCIOPERO                   PIC S9(7)  COMP-3 VALUE +0.
       01  W-ID-EDIT                       PIC 9(7)      VALUE ZERO.
       01  W-SINDACATO                     PIC X(4)      VALUE SPACES.
       01  W-DESCRIZIONE                   PIC X(40)     VALUE SPACES.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-REV                  VALUE '2'.
           88  W-MODO-CON                  VALUE '3'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
      * ---
      * DATA DELLO SCIOPERO IN FORMATO AAAA-MM-GG E DURATA DIGITATA IN
      * HHMM (COME LE ORE AUTORIZZATE DI CX50DEMO), CONVERTITA IN MINUTI
      * ---
       01  W-DATA-SCIOPERO.
           05  W-AA-SCI                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-SCI                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-SCI                    PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  W-DURATA                        PIC X(4)      VALUE SPACES.
       01  W-DURATA-R REDEFINES W-DURATA.
           05  W-DURATA-HH                 PIC 9(2).
           05  W-DURATA-MM                 PIC 9(2).
       01  W-MIN-SCIOPERO                  PIC S9(5)  COMP-3 VALUE +0.
      * ---
      * ELENCO DEGLI SCIOPERI (MODO 3), UNO PER RIGA (M-RIGAO)
      * ---
       01  W-IND-SCI                       PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-ADERENTI                      PIC S9(9)  COMP VALUE +0.
       01  W-DATA-LIMITE                   PIC X(10)     VALUE SPACES.
       01  W-MINUTI-EDIT                   PIC S9(5) COMP-3 VALUE 0.
       01  W-ORE-EDIT                      PIC 9(3)  VALUE ZERO.
       01  W-RESTO-EDIT                    PIC 9(2)  VALUE ZERO.
       01  W-RIGA-SCI.
           05  WR-ID                       PIC 9(7).
           05  FILLER                      PIC X(1).
           05  WR-SINDACATO                PIC X(4).
           05  FILLER                      PIC X(1).
           05  WR-DATA                     PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-HH                       PIC Z9.
           05  WR-SEP                      PIC X(1).
           05  WR-MM                       PIC 99.
           05  FILLER                      PIC X(1).
           05  WR-STATO                    PIC X(1).
           05  FILLER                      PIC X(1).
           05  WR-ADERENTI                 PIC ZZZZ9.
           05  FILLER                      PIC X(1).
           05  WR-DESCRIZIONE              PIC X(40).
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX83DEMO'.
       01  W-PGM-MENU-GEN                  PIC  X(8)   VALUE 'CW02DEMO'.
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
           EXEC SQL  INCLUDE CWSCIO         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWSCAD         END-EXEC.
      * ---
      * SCIOPERI DAL PIU' RECENTE, FINO ALLA DATA LIMITE E PER IL
      * SINDACATO INDICATO (SPAZI = TUTTI), CON IL NUMERO DI ADERENTI
      * ---
           EXEC SQL DECLARE CUR-SCI83 CURSOR FOR
                    SELECT  S.ID_SCIOPERO,
                            S.COD_SINDACATO,
                            S.DATA_SCIOPERO,
                            S.MIN_SCIOPERO,
                            S.STATO_SCIOPERO,
                            (SELECT COUNT(*)
                               FROM CPS04.CWSCIADE A
                              WHERE A.ID_SCIOPERO = S.ID_SCIOPERO),
                            S.DESCRIZIONE
                    FROM    CPS04.CWSCIOPE S
                    WHERE   S.DATA_SCIOPERO <= :W-DATA-LIMITE
                    AND    (:W-SINDACATO = ' '
                            OR S.COD_SINDACATO = :W-SINDACATO)
                    ORDER BY S.DATA_SCIOPERO DESC,
                             S.ID_SCIOPERO   DESC
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFY5MAP.
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
      *--------------*                    * RITORNO MENU GENERALE *
           MOVE 'END'            TO W-CTL-END.
           MOVE W-PGM-MENU-GEN   TO W-XCTL-PGM.
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
           EXEC CICS RECEIVE MAP    ('MFY5MAP')
                             MAPSET ('MFY5MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFY5MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFY5MAPI.
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
           EXEC CICS RECEIVE MAP    ('MFY5MAP')
                             MAPSET ('MFY5MAP') END-EXEC.
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
      * LO SCIOPERO VIENE RICONTROLLATO: NEL FRATTEMPO PUO' ESSERE
      * STATO REGISTRATO O REVOCATO DA UN ALTRO OPERATORE, O LE ORE
      * DI UN ADERENTE POSSONO ESSERE PASSATE IN PAGHE
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 EVALUATE TRUE
                    WHEN W-MODO-INS
                       PERFORM 2220-CONTROLLA-SCIOPERO
                       PERFORM 1430-INSERISCI
                    WHEN OTHER
                       PERFORM 2230-LEGGI-SCIOPERO
                       PERFORM 2240-CONTROLLA-REVOCA
                       PERFORM 1450-REVOCA
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
           MOVE LOW-VALUE  TO MFY5MAPO.
           IF W-COD-MSG-HOST = '023'
              MOVE W-ID-SCIOPERO TO W-ID-EDIT
              MOVE W-ID-EDIT     TO M-IDSCO
           END-IF.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVO SCIOPERO (MODO 1): ID DAL CONTATORE 'IDSCIOP', MOSTRATO  *
      * ALL'OPERATORE PER LA REGISTRAZIONE DELLE ADESIONI              *
      * -------------------------------------------------------------- *
       1430-INSERISCI SECTION.
      *--------------*
           MOVE '1430-INSERISCI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDSCIOP'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-SCIOPERO
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDSCIOP'
           END-EXEC.
           EXEC SQL INSERT INTO CPS04.CWSCIOPE
                         VALUES (:W-ID-SCIOPERO,
                                 :W-SINDACATO,
                                 :W-DATA-SCIOPERO,
                                 :W-MIN-SCIOPERO,
                                 :W-DESCRIZIONE,
                                 'P',
                                 :COM-UTENTE,
                                 :W-DATA-OGGI)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * REVOCA (MODO 2): LO SCIOPERO PASSA A 'R' E LE ADESIONI         *
      * REGISTRATE VENGONO CANCELLATE                                  *
      * -------------------------------------------------------------- *
       1450-REVOCA SECTION.
      *-----------*
           MOVE '1450-REVOCA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWSCIOPE
                       SET STATO_SCIOPERO       = 'R',
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATA-OGGI
                     WHERE ID_SCIOPERO    = :W-ID-SCIOPERO
                     AND   STATO_SCIOPERO = 'P'
           END-EXEC.
           EXEC SQL DELETE FROM CPS04.CWSCIADE
                     WHERE ID_SCIOPERO = :W-ID-SCIOPERO
                     AND   MESE_PAGHE  = ' '
           END-EXEC.
           MOVE '313'   TO W-COD-MSG-HOST.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-IDSCA
                             M-SINDA
                             M-A-SCIA
                             M-M-SCIA
                             M-G-SCIA
                             M-DURAA
                             M-DESCA.
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
           EXEC CICS RECEIVE MAP    ('MFY5MAP')
                             MAPSET ('MFY5MAP') END-EXEC.
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
           INSPECT M-IDSCI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IDSCI REPLACING ALL '_'       BY ' '.
           MOVE    M-IDSCI TO W-ID.
           IF W-ID NUMERIC
              MOVE W-ID TO W-ID-SCIOPERO
           END-IF.
           INSPECT M-SINDI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-SINDI REPLACING ALL '_'       BY ' '.
           MOVE    M-SINDI TO W-SINDACATO.
           INSPECT M-A-SCII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-SCII REPLACING ALL '_'       BY ' '.
           INSPECT M-M-SCII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-SCII REPLACING ALL '_'       BY ' '.
           INSPECT M-G-SCII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-SCII REPLACING ALL '_'       BY ' '.
           MOVE M-A-SCII TO W-AA-SCI.
           MOVE M-M-SCII TO W-MM-SCI.
           MOVE M-G-SCII TO W-GG-SCI.
           INSPECT M-DURAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DURAI REPLACING ALL '_'       BY ' '.
           MOVE    M-DURAI TO W-DURATA.
           INSPECT M-DESCI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DESCI REPLACING ALL '_'       BY ' '.
           MOVE    M-DESCI TO W-DESCRIZIONE.
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
      *
           IF NOT W-MODO-INS AND NOT W-MODO-REV AND NOT W-MODO-CON
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
      * INSERIMENTO E REVOCA SONO RISERVATI ALL'AMMINISTRATORE
      * (RELAZIONI SINDACALI)
      *
           IF NOT W-MODO-CON AND NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 2220-CONTROLLA-SCIOPERO
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-REV
                 PERFORM 2230-LEGGI-SCIOPERO
                 PERFORM 2240-CONTROLLA-REVOCA
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
      * NUOVO SCIOPERO (MODO 1): SINDACATO, DATA E DURATA OBBLIGATORI; *
      * NESSUN ALTRO SCIOPERO PROCLAMATO DALLO STESSO SINDACATO NELLA  *
      * STESSA DATA                                                    *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-SCIOPERO SECTION.
      *-----------------------*
           MOVE '2220-CTL-SCIOP' TO W-ULT-LABEL.
           MOVE +0 TO W-ID-SCIOPERO.
           IF W-SINDACATO = SPACES
              MOVE '133'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SINDL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-AA-SCI NOT NUMERIC OR
              W-MM-SCI NOT NUMERIC OR
              W-GG-SCI NOT NUMERIC OR
              W-MM-SCI < '01' OR W-MM-SCI > '12' OR
              W-GG-SCI < '01' OR W-GG-SCI > '31'
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-SCIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DURATA NOT NUMERIC
              MOVE '302'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DURAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DURATA-MM > 59
              MOVE '302'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DURAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           COMPUTE W-MIN-SCIOPERO = W-DURATA-HH * 60 + W-DURATA-MM.
           IF W-MIN-SCIOPERO = 0 OR W-MIN-SCIOPERO > 1440
              MOVE '302'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DURAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DESCRIZIONE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DESCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSCIOPE
                     WHERE COD_SINDACATO  = :W-SINDACATO
                     AND   DATA_SCIOPERO  = :W-DATA-SCIOPERO
                     AND   STATO_SCIOPERO = 'P'
           END-EXEC.
           IF W-COUNT > +0
              MOVE '303'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SINDL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * REVOCA (MODO 2): LO SCIOPERO DELL'ID INDICATO DEVE ESSERE      *
      * ANCORA PROCLAMATO; I DATI VENGONO MOSTRATI                     *
      * -------------------------------------------------------------- *
       2230-LEGGI-SCIOPERO SECTION.
      *-------------------*
           MOVE '2230-LEGGI-SCIOP' TO W-ULT-LABEL.
           IF W-ID NOT NUMERIC
              MOVE '301'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDSCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT COD_SINDACATO,
                           DATA_SCIOPERO,
                           MIN_SCIOPERO,
                           DESCRIZIONE,
                           STATO_SCIOPERO
                      INTO :DCL-CWSCIOPE.COD-SINDACATO,
                           :DCL-CWSCIOPE.DATA-SCIOPERO,
                           :DCL-CWSCIOPE.MIN-SCIOPERO,
                           :DCL-CWSCIOPE.DESCRIZIONE,
                           :DCL-CWSCIOPE.STATO-SCIOPERO
                      FROM  CPS04.CWSCIOPE
                     WHERE ID_SCIOPERO = :W-ID-SCIOPERO
           END-EXEC.
           IF SQLCODE = +100
              MOVE '301'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDSCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT SCIOPERO-PROCLAMATO
              MOVE '301'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDSCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE COD-SINDACATO OF DCL-CWSCIOPE TO W-SINDACATO
                                                 M-SINDO.
           MOVE DATA-SCIOPERO OF DCL-CWSCIOPE TO W-DATA-SCIOPERO.
           MOVE W-AA-SCI                      TO M-A-SCIO.
           MOVE W-MM-SCI                      TO M-M-SCIO.
           MOVE W-GG-SCI                      TO M-G-SCIO.
           MOVE MIN-SCIOPERO  OF DCL-CWSCIOPE TO W-MINUTI-EDIT.
           DIVIDE W-MINUTI-EDIT BY 60 GIVING W-ORE-EDIT
                                      REMAINDER W-RESTO-EDIT.
           MOVE W-ORE-EDIT                    TO W-DURATA-HH.
           MOVE W-RESTO-EDIT                  TO W-DURATA-MM.
           MOVE W-DURATA                      TO M-DURAO.
           MOVE DESCRIZIONE   OF DCL-CWSCIOPE TO W-DESCRIZIONE
                                                 M-DESCO.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA REVOCA NON E' AMMESSA SE LE ORE DI QUALCHE ADERENTE SONO    *
      * GIA' STATE PASSATE ALLO STUDIO PAGHE DA CW82DEMO               *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-REVOCA SECTION.
      *---------------------*
           MOVE '2240-CTL-REVOCA' TO W-ULT-LABEL.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSCIADE
                     WHERE ID_SCIOPERO = :W-ID-SCIOPERO
                     AND   MESE_PAGHE <> ' '
           END-EXEC.
           IF W-COUNT > +0
              MOVE '304'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDSCL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 3): SCIOPERI DAL PIU' RECENTE, UNO PER     *
      * RIGA (M-RIGAO), FINO ALLA DATA INDICATA (SE DIGITATA) E PER IL *
      * SINDACATO INDICATO (SE DIGITATO)                               *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           IF W-DATA-SCIOPERO = '    -  -  '
              MOVE '9999-12-31'    TO W-DATA-LIMITE
           ELSE
              MOVE W-DATA-SCIOPERO TO W-DATA-LIMITE
           END-IF.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-SCI FROM 1 BY 1
                   UNTIL W-IND-SCI > W-MAX-RIGHE.
           MOVE +0     TO W-IND-SCI.
           EXEC SQL OPEN CUR-SCI83  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-SCI83  END-EXEC.
      *
           IF W-IND-SCI = 0
              MOVE '312'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '311'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-SCI).
       2310-EX. EXIT.

       2320-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-SCI83
           INTO   :DCL-CWSCIOPE.ID-SCIOPERO,
                  :DCL-CWSCIOPE.COD-SINDACATO,
                  :DCL-CWSCIOPE.DATA-SCIOPERO,
                  :DCL-CWSCIOPE.MIN-SCIOPERO,
                  :DCL-CWSCIOPE.STATO-SCIOPERO,
                  :W-ADERENTI,
                  :DCL-CWSCIOPE.DESCRIZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-SCI < W-MAX-RIGHE
              ADD 1 TO W-IND-SCI
              MOVE SPACES                          TO W-RIGA-SCI
              MOVE ID-SCIOPERO    OF DCL-CWSCIOPE  TO WR-ID
              MOVE COD-SINDACATO  OF DCL-CWSCIOPE  TO WR-SINDACATO
              MOVE DATA-SCIOPERO  OF DCL-CWSCIOPE  TO WR-DATA
              MOVE MIN-SCIOPERO   OF DCL-CWSCIOPE  TO W-MINUTI-EDIT
              DIVIDE W-MINUTI-EDIT BY 60 GIVING W-ORE-EDIT
                                         REMAINDER W-RESTO-EDIT
              MOVE W-ORE-EDIT                      TO WR-HH
              MOVE ':'                             TO WR-SEP
              MOVE W-RESTO-EDIT                    TO WR-MM
              MOVE STATO-SCIOPERO OF DCL-CWSCIOPE  TO WR-STATO
              MOVE W-ADERENTI                      TO WR-ADERENTI
              MOVE DESCRIZIONE    OF DCL-CWSCIOPE  TO WR-DESCRIZIONE
              MOVE W-RIGA-SCI TO M-RIGAO (W-IND-SCI)
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
                             M-IDSCA
                             M-SINDA
                             M-A-SCIA
                             M-M-SCIA
                             M-G-SCIA
                             M-DURAA
                             M-DESCA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFY5MAPO.
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
                        MAP    ('MFY5MAP')
                        MAPSET ('MFY5MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFY5MAP')
                        MAPSET ('MFY5MAP')
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
                     TRANSID  ('RX83')
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
