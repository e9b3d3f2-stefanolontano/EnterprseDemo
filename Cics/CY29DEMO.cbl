       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY29DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RY29                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 2 - GESTIONE DEL PERSONALE                   *
      * OGGETTO         : AUTORIZZAZIONI ALLA CASSA INTEGRAZIONE       *
      *                   (CPS04.CWCIGAUT)                             *
      * TIPO OPERAZIONE : INSERIMENTO / REVOCA / CONSULTAZIONE         *
      * RIFERIMENTO P.E.: INSERIMENTO E REVOCA RISERVATI AL RUOLO 1    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * REGISTRA LE AUTORIZZAZIONI INPS ALLA CASSA INTEGRAZIONE PER    *
      * DIPARTIMENTO: NUMERO DI AUTORIZZAZIONE, TIPO (ORDINARIA,       *
      * STRAORDINARIA, IN DEROGA), PERIODO E MONTE ORE AUTORIZZATO.    *
      * L'IDENTIFICATIVO VIENE DA CWCONTAT 'IDCIG' E SERVE AI          *
      * RESPONSABILI PER REGISTRARE LE ORE DI RIDUZIONE GIORNALIERE    *
      * CON CY30DEMO, CHE LE CONTROLLA CONTRO IL MONTE ORE.            *
      *   MODO 1 - INSERIMENTO DI UNA AUTORIZZAZIONE (UN SOLO PERIODO  *
      *            AUTORIZZATO PER DIPARTIMENTO IN UNA DATA)           *
      *   MODO 2 - REVOCA DI UNA AUTORIZZAZIONE: LE ORE REGISTRATE     *
      *            VENGONO CANCELLATE; NON E' AMMESSA SE QUALCHE ORA   *
      *            E' GIA' PASSATA IN PAGHE                            *
      *   MODO 3 - CONSULTAZIONE DELLE AUTORIZZAZIONI DALLA PIU'       *
      *            RECENTE (DEL SOLO DIPARTIMENTO INDICATO, SE         *
      *            DIGITATO) CON LE ORE AUTORIZZATE E QUELLE GIA'      *
      *            REGISTRATE                                          *
      * LE ORE VIAGGIANO SULL'ESTRAZIONE PAGHE CW82DEMO; IL PROSPETTO  *
      * MENSILE PER LA DOMANDA DI RIMBORSO INPS E' IL BATCH CY31DEMO.  *
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
       01  W-ID-CIG                        PIC S9(7)  COMP-3 VALUE +0.
       01  W-ID-EDIT                       PIC 9(7)      VALUE ZERO.
       01  W-NUM-AUT                       PIC X(20)     VALUE SPACES.
       01  W-TIPO-CIG                      PIC X(1)      VALUE SPACE.
           88  W-TIPO-CIG-OK               VALUE 'O' 'S' 'D'.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-DESCRIZIONE                   PIC X(40)     VALUE SPACES.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-REV                  VALUE '2'.
           88  W-MODO-CON                  VALUE '3'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
      * ---
      * PERIODO AUTORIZZATO IN FORMATO AAAA-MM-GG E MONTE ORE DIGITATO
      * IN ORE INTERE (COME DA PROVVEDIMENTO INPS)
      * ---
       01  W-DATA-INIZIO.
           05  W-AA-INI                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-INI                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-INI                    PIC X(2)      VALUE SPACES.
       01  W-DATA-FINE.
           05  W-AA-FIN                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-FIN                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-FIN                    PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  W-ORE-AUT                       PIC X(5)      VALUE SPACES.
       01  W-ORE-AUT-APPO                  PIC X(5)   JUSTIFIED RIGHT.
       01  W-ORE-AUT-N REDEFINES W-ORE-AUT-APPO
                                           PIC 9(5).
       01  W-ORE-AUTORIZZATE               PIC S9(7)  COMP-3 VALUE +0.
       01  W-ORE-AUT-EDIT                  PIC Z(4)9.
      * ---
      * ELENCO DELLE AUTORIZZAZIONI (MODO 3), UNA PER RIGA (M-RIGAO)
      * ---
       01  W-IND-CIG                       PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-MIN-USATI                     PIC S9(9)  COMP VALUE +0.
       01  W-ORE-USATE                     PIC S9(7)  COMP-3 VALUE +0.
       01  W-RIGA-CIG.
           05  WR-ID                       PIC 9(7).
           05  FILLER                      PIC X(1).
           05  WR-NUM-AUT                  PIC X(20).
           05  FILLER                      PIC X(1).
           05  WR-DIPART                   PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-INIZIO                   PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-FINE                     PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-TIPO                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  WR-STATO                    PIC X(1).
           05  FILLER                      PIC X(1).
           05  WR-ORE-AUT                  PIC ZZZZZ9.
           05  FILLER                      PIC X(1).
           05  WR-ORE-USATE                PIC ZZZZZ9.
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CY29DEMO'.
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
           EXEC SQL  INCLUDE CWCIGA         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWCIGO         END-EXEC.
      * ---
      * AUTORIZZAZIONI DALLA PIU' RECENTE, PER IL DIPARTIMENTO INDICATO
      * (SPAZI = TUTTI), CON I MINUTI DI RIDUZIONE GIA' REGISTRATI
      * ---
           EXEC SQL DECLARE CUR-CIG29 CURSOR FOR
                    SELECT  C.ID_CIG,
                            C.NUM_AUTORIZZAZIONE,
                            C.DIPARTIMENTO,
                            C.DATA_INIZIO,
                            C.DATA_FINE,
                            C.TIPO_CIG,
                            C.STATO_CIG,
                            C.ORE_AUTORIZZATE,
                            (SELECT COALESCE(SUM(O.MIN_RIDUZIONE), 0)
                               FROM CPS04.CWCIGORE O
                              WHERE O.ID_CIG = C.ID_CIG)
                    FROM    CPS04.CWCIGAUT C
                    WHERE  (:W-DIPART = ' '
                            OR C.DIPARTIMENTO = :W-DIPART)
                    ORDER BY C.DATA_INIZIO DESC,
                             C.ID_CIG      DESC
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZEMAP.
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
           EXEC CICS RECEIVE MAP    ('MFZEMAP')
                             MAPSET ('MFZEMAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZEMAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFZEMAPI.
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
           EXEC CICS RECEIVE MAP    ('MFZEMAP')
                             MAPSET ('MFZEMAP') END-EXEC.
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
      * L'AUTORIZZAZIONE VIENE RICONTROLLATA: NEL FRATTEMPO PUO' ESSERE
      * STATA REGISTRATA O REVOCATA DA UN ALTRO OPERATORE, O QUALCHE
      * ORA PUO' ESSERE PASSATA IN PAGHE
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 EVALUATE TRUE
                    WHEN W-MODO-INS
                       PERFORM 2220-CONTROLLA-CIG
                       PERFORM 1430-INSERISCI
                    WHEN OTHER
                       PERFORM 2230-LEGGI-CIG
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
           MOVE LOW-VALUE  TO MFZEMAPO.
           IF W-COD-MSG-HOST = '023'
              MOVE W-ID-CIG  TO W-ID-EDIT
              MOVE W-ID-EDIT TO M-IDCGO
           END-IF.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVA AUTORIZZAZIONE (MODO 1): ID DAL CONTATORE 'IDCIG',       *
      * MOSTRATO ALL'OPERATORE PER LA REGISTRAZIONE DELLE ORE          *
      * -------------------------------------------------------------- *
       1430-INSERISCI SECTION.
      *--------------*
           MOVE '1430-INSERISCI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDCIG'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-CIG
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDCIG'
           END-EXEC.
           EXEC SQL INSERT INTO CPS04.CWCIGAUT
                         VALUES (:W-ID-CIG,
                                 :W-NUM-AUT,
                                 :W-TIPO-CIG,
                                 :W-DIPART,
                                 :W-DATA-INIZIO,
                                 :W-DATA-FINE,
                                 :W-ORE-AUTORIZZATE,
                                 :W-DESCRIZIONE,
                                 'A',
                                 :COM-UTENTE,
                                 :W-DATA-OGGI)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * REVOCA (MODO 2): L'AUTORIZZAZIONE PASSA A 'R' E LE ORE         *
      * REGISTRATE VENGONO CANCELLATE                                  *
      * -------------------------------------------------------------- *
       1450-REVOCA SECTION.
      *-----------*
           MOVE '1450-REVOCA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCIGAUT
                       SET STATO_CIG            = 'R',
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATA-OGGI
                     WHERE ID_CIG    = :W-ID-CIG
                     AND   STATO_CIG = 'A'
           END-EXEC.
           EXEC SQL DELETE FROM CPS04.CWCIGORE
                     WHERE ID_CIG     = :W-ID-CIG
                     AND   MESE_PAGHE = ' '
           END-EXEC.
           MOVE '473'   TO W-COD-MSG-HOST.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-IDCGA
                             M-NAUTA
                             M-TIPOA
                             M-DIPAA
                             M-A-INIA
                             M-M-INIA
                             M-G-INIA
                             M-A-FINA
                             M-M-FINA
                             M-G-FINA
                             M-ORAUA
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
           EXEC CICS RECEIVE MAP    ('MFZEMAP')
                             MAPSET ('MFZEMAP') END-EXEC.
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
           INSPECT M-IDCGI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IDCGI REPLACING ALL '_'       BY ' '.
           MOVE    M-IDCGI TO W-ID.
           IF W-ID NUMERIC
              MOVE W-ID TO W-ID-CIG
           END-IF.
           INSPECT M-NAUTI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-NAUTI REPLACING ALL '_'       BY ' '.
           MOVE    M-NAUTI TO W-NUM-AUT.
           INSPECT M-TIPOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TIPOI REPLACING ALL '_'       BY ' '.
           MOVE    M-TIPOI TO W-TIPO-CIG.
           INSPECT M-DIPAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DIPAI REPLACING ALL '_'       BY ' '.
           MOVE    M-DIPAI TO W-DIPART.
           INSPECT M-A-INII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-INII REPLACING ALL '_'       BY ' '.
           INSPECT M-M-INII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-INII REPLACING ALL '_'       BY ' '.
           INSPECT M-G-INII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-INII REPLACING ALL '_'       BY ' '.
           MOVE M-A-INII TO W-AA-INI.
           MOVE M-M-INII TO W-MM-INI.
           MOVE M-G-INII TO W-GG-INI.
           INSPECT M-A-FINI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-FINI REPLACING ALL '_'       BY ' '.
           INSPECT M-M-FINI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-FINI REPLACING ALL '_'       BY ' '.
           INSPECT M-G-FINI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-FINI REPLACING ALL '_'       BY ' '.
           MOVE M-A-FINI TO W-AA-FIN.
           MOVE M-M-FINI TO W-MM-FIN.
           MOVE M-G-FINI TO W-GG-FIN.
           INSPECT M-ORAUI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ORAUI REPLACING ALL '_'       BY ' '.
           MOVE    M-ORAUI TO W-ORE-AUT.
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
      *
           IF NOT W-MODO-CON AND NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 2220-CONTROLLA-CIG
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-REV
                 PERFORM 2230-LEGGI-CIG
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
      * NUOVA AUTORIZZAZIONE (MODO 1): NUMERO, TIPO, DIPARTIMENTO,     *
      * PERIODO E MONTE ORE OBBLIGATORI; NUMERO NON GIA' REGISTRATO E  *
      * NESSUN ALTRO PERIODO AUTORIZZATO DEL DIPARTIMENTO CHE SI       *
      * SOVRAPPONGA (LE ORE GIORNALIERE DEVONO AVERE UNA SOLA          *
      * AUTORIZZAZIONE DI RIFERIMENTO)                                 *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-CIG SECTION.
      *------------------*
           MOVE '2220-CTL-CIG' TO W-ULT-LABEL.
           MOVE +0 TO W-ID-CIG.
           IF W-NUM-AUT = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-NAUTL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT W-TIPO-CIG-OK
              MOVE '468'    TO W-COD-MSG-HOST
              MOVE -1       TO M-TIPOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DIPART = SPACES
              MOVE '306'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWDIPART
                     WHERE CODICE = :W-DIPART
           END-EXEC.
           IF W-COUNT = +0
              MOVE '079'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPAL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * PERIMETRO PER SOCIETA' DEL GRUPPO: CON AUTORIZZAZIONI SU
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO) IL DIPARTIMENTO DEVE
      * ESSERE DI UNA SOCIETA' CONCESSA, ANCHE PER L'AMMINISTRATORE
      * ---
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
           IF W-AA-INI NOT NUMERIC OR
              W-MM-INI NOT NUMERIC OR
              W-GG-INI NOT NUMERIC OR
              W-MM-INI < '01' OR W-MM-INI > '12' OR
              W-GG-INI < '01' OR W-GG-INI > '31'
              MOVE '469'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-AA-FIN NOT NUMERIC OR
              W-MM-FIN NOT NUMERIC OR
              W-GG-FIN NOT NUMERIC OR
              W-MM-FIN < '01' OR W-MM-FIN > '12' OR
              W-GG-FIN < '01' OR W-GG-FIN > '31'
              MOVE '469'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DATA-INIZIO > W-DATA-FINE
              MOVE '469'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * ORE ALLINEATE A DESTRA COME LA MATRICOLA DI CW04DEMO
      * (2298-ALLINEA), QUALUNQUE SIA LA POSIZIONE DI DIGITAZIONE
      * ---
           MOVE SPACES TO W-ORE-AUT-APPO.
           IF W-ORE-AUT = SPACES
              MOVE '470'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ORAUL
              PERFORM 2999-CERCA-ERR
           END-IF.
           INSPECT W-ORE-AUT REPLACING LEADING SPACE BY ZERO.
           UNSTRING W-ORE-AUT DELIMITED BY ALL SPACE
                    INTO W-ORE-AUT-APPO.
           INSPECT W-ORE-AUT-APPO REPLACING ALL SPACES BY ZERO.
           IF W-ORE-AUT-APPO NOT NUMERIC
              MOVE '470'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ORAUL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-ORE-AUT-N TO W-ORE-AUTORIZZATE.
           IF W-ORE-AUTORIZZATE = 0
              MOVE '470'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ORAUL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-ORE-AUTORIZZATE TO W-ORE-AUT-EDIT.
           MOVE W-ORE-AUT-EDIT    TO M-ORAUO.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWCIGAUT
                     WHERE NUM_AUTORIZZAZIONE = :W-NUM-AUT
                     AND   STATO_CIG          = 'A'
           END-EXEC.
           IF W-COUNT > +0
              MOVE '467'    TO W-COD-MSG-HOST
              MOVE -1       TO M-NAUTL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWCIGAUT
                     WHERE DIPARTIMENTO = :W-DIPART
                     AND   STATO_CIG    = 'A'
                     AND   DATA_INIZIO <= :W-DATA-FINE
                     AND   DATA_FINE   >= :W-DATA-INIZIO
           END-EXEC.
           IF W-COUNT > +0
              MOVE '471'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * REVOCA (MODO 2): L'AUTORIZZAZIONE DELL'ID INDICATO DEVE        *
      * ESSERE ANCORA VALIDA; I DATI VENGONO MOSTRATI                  *
      * -------------------------------------------------------------- *
       2230-LEGGI-CIG SECTION.
      *--------------*
           MOVE '2230-LEGGI-CIG' TO W-ULT-LABEL.
           IF W-ID NOT NUMERIC
              MOVE '466'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDCGL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT NUM_AUTORIZZAZIONE,
                           TIPO_CIG,
                           DIPARTIMENTO,
                           DATA_INIZIO,
                           DATA_FINE,
                           ORE_AUTORIZZATE,
                           DESCRIZIONE,
                           STATO_CIG
                      INTO :DCL-CWCIGAUT.NUM-AUTORIZZAZIONE,
                           :DCL-CWCIGAUT.TIPO-CIG,
                           :DCL-CWCIGAUT.DIPARTIMENTO,
                           :DCL-CWCIGAUT.DATA-INIZIO,
                           :DCL-CWCIGAUT.DATA-FINE,
                           :DCL-CWCIGAUT.ORE-AUTORIZZATE,
                           :DCL-CWCIGAUT.DESCRIZIONE,
                           :DCL-CWCIGAUT.STATO-CIG
                      FROM  CPS04.CWCIGAUT
                     WHERE ID_CIG = :W-ID-CIG
           END-EXEC.
           IF SQLCODE = +100
              MOVE '466'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDCGL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT CIG-AUTORIZZATA
              MOVE '466'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDCGL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE NUM-AUTORIZZAZIONE OF DCL-CWCIGAUT TO W-NUM-AUT
                                                      M-NAUTO.
           MOVE TIPO-CIG           OF DCL-CWCIGAUT TO W-TIPO-CIG
                                                      M-TIPOO.
           MOVE DIPARTIMENTO       OF DCL-CWCIGAUT TO W-DIPART
                                                      M-DIPAO.
           MOVE DATA-INIZIO        OF DCL-CWCIGAUT TO W-DATA-INIZIO.
           MOVE W-AA-INI                           TO M-A-INIO.
           MOVE W-MM-INI                           TO M-M-INIO.
           MOVE W-GG-INI                           TO M-G-INIO.
           MOVE DATA-FINE          OF DCL-CWCIGAUT TO W-DATA-FINE.
           MOVE W-AA-FIN                           TO M-A-FINO.
           MOVE W-MM-FIN                           TO M-M-FINO.
           MOVE W-GG-FIN                           TO M-G-FINO.
           MOVE ORE-AUTORIZZATE    OF DCL-CWCIGAUT TO W-ORE-AUTORIZZATE.
           MOVE W-ORE-AUTORIZZATE                  TO W-ORE-AUT-EDIT.
           MOVE W-ORE-AUT-EDIT                     TO M-ORAUO.
           MOVE DESCRIZIONE        OF DCL-CWCIGAUT TO W-DESCRIZIONE
                                                      M-DESCO.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA REVOCA NON E' AMMESSA SE QUALCHE ORA DI RIDUZIONE E' GIA'   *
      * STATA PASSATA ALLO STUDIO PAGHE DA CW82DEMO                    *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-REVOCA SECTION.
      *---------------------*
           MOVE '2240-CTL-REVOCA' TO W-ULT-LABEL.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWCIGORE
                     WHERE ID_CIG     = :W-ID-CIG
                     AND   MESE_PAGHE <> ' '
           END-EXEC.
           IF W-COUNT > +0
              MOVE '472'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDCGL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 3): AUTORIZZAZIONI DALLA PIU' RECENTE, UNA *
      * PER RIGA (M-RIGAO), DEL DIPARTIMENTO INDICATO (SE DIGITATO),   *
      * CON LE ORE AUTORIZZATE E LE ORE INTERE GIA' REGISTRATE         *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-CIG FROM 1 BY 1
                   UNTIL W-IND-CIG > W-MAX-RIGHE.
           MOVE +0     TO W-IND-CIG.
           EXEC SQL OPEN CUR-CIG29  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-CIG29  END-EXEC.
      *
           IF W-IND-CIG = 0
              MOVE '475'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '474'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-CIG).
       2310-EX. EXIT.

       2320-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-CIG29
           INTO   :DCL-CWCIGAUT.ID-CIG,
                  :DCL-CWCIGAUT.NUM-AUTORIZZAZIONE,
                  :DCL-CWCIGAUT.DIPARTIMENTO,
                  :DCL-CWCIGAUT.DATA-INIZIO,
                  :DCL-CWCIGAUT.DATA-FINE,
                  :DCL-CWCIGAUT.TIPO-CIG,
                  :DCL-CWCIGAUT.STATO-CIG,
                  :DCL-CWCIGAUT.ORE-AUTORIZZATE,
                  :W-MIN-USATI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-CIG < W-MAX-RIGHE
              ADD 1 TO W-IND-CIG
              MOVE SPACES                             TO W-RIGA-CIG
              MOVE ID-CIG             OF DCL-CWCIGAUT TO WR-ID
              MOVE NUM-AUTORIZZAZIONE OF DCL-CWCIGAUT TO WR-NUM-AUT
              MOVE DIPARTIMENTO       OF DCL-CWCIGAUT TO WR-DIPART
              MOVE DATA-INIZIO        OF DCL-CWCIGAUT TO WR-INIZIO
              MOVE DATA-FINE          OF DCL-CWCIGAUT TO WR-FINE
              MOVE TIPO-CIG           OF DCL-CWCIGAUT TO WR-TIPO
              MOVE STATO-CIG          OF DCL-CWCIGAUT TO WR-STATO
              MOVE ORE-AUTORIZZATE    OF DCL-CWCIGAUT TO WR-ORE-AUT
              DIVIDE W-MIN-USATI BY 60 GIVING W-ORE-USATE
              MOVE W-ORE-USATE                        TO WR-ORE-USATE
              MOVE W-RIGA-CIG TO M-RIGAO (W-IND-CIG)
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
                             M-IDCGA
                             M-NAUTA
                             M-TIPOA
                             M-DIPAA
                             M-A-INIA
                             M-M-INIA
                             M-G-INIA
                             M-A-FINA
                             M-M-FINA
                             M-G-FINA
                             M-ORAUA
                             M-DESCA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZEMAPO.
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
                        MAP    ('MFZEMAP')
                        MAPSET ('MFZEMAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZEMAP')
                        MAPSET ('MFZEMAP')
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
                     TRANSID  ('RY29')
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
