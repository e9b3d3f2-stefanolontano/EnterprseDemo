       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY34DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RY34                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : REGISTRO DEI BLOCCHI LEGALI SUI DATI DEI     *
      *                   DIPENDENTI IN CONTENZIOSO (CPS04.CWBLOLEG)   *
      * TIPO OPERAZIONE : INSERIMENTO / RILASCIO / CONSULTAZIONE       *
      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * QUANDO UN DIPENDENTE O EX DIPENDENTE AVVIA UN CONTENZIOSO,     *
      * L'UFFICIO LEGALE CHIEDE DI CONSERVARNE I DATI. IL BLOCCO VIENE *
      * REGISTRATO PER MATRICOLA E CODICE FISCALE (L'UNO RICAVATO      *
      * DALL'ALTRO SU CWDIPENDENTI O, PER LA SOLA MATRICOLA, SU        *
      * ARCHIVIO, COME IN CX90DEMO), CON IL RIFERIMENTO DELLA CAUSA E  *
      * LA DATA DI INIZIO. FINCHE' E' IN ESSERE I BATCH DI             *
      * ANONIMIZZAZIONE (CW55DEMO), ESPURGO DISCIPLINARE (CX22DEMO),   *
      * PURGE DEI LOGON (CW40DEMO) E ALLINEAMENTO DELL'INDICE DEL      *
      * FASCICOLO (CY23DEMO) SALTANO LA MATRICOLA E LO SEGNALANO.      *
      *   MODO 1 - INSERIMENTO (ID DA CWCONTAT 'IDBLOLEG'), RILASCIO   *
      *            A '9999-12-31'                                      *
      *   MODO 2 - RILASCIO DI UN BLOCCO IN ESSERE, CON LA DATA (NON   *
      *            FUTURA, DEFAULT OGGI): DAL RUN SUCCESSIVO IL        *
      *            SOGGETTO TORNA TRATTABILE DAI BATCH                 *
      *   MODO 3 - CONSULTAZIONE DAL PIU' RECENTE, PER STATO           *
      *            (V=NON RILASCIATI, R=RILASCIATI) E MATRICOLA SE     *
      *            DIGITATI; '*' SUI BLOCCHI IN ESSERE OGGI            *
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
       01  W-ID-BLOCCO                     PIC S9(7)  COMP-3 VALUE +0.
       01  W-ID-EDIT                       PIC 9(7)      VALUE ZERO.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATR-N                        PIC 9(5)      VALUE ZERO.
       01  W-MATRICOLA                     PIC S9(5)  COMP-3 VALUE +0.
       01  W-COD-FI                        PIC X(16)     VALUE SPACES.
       01  W-COGNOME                       PIC X(30)     VALUE SPACES.
       01  W-NOME                          PIC X(15)     VALUE SPACES.
       01  W-CAUSA                         PIC X(20)     VALUE SPACES.
       01  W-DATA-INI                      PIC X(10)     VALUE SPACES.
       01  W-DATA-RIL                      PIC X(10)     VALUE SPACES.
       01  W-NOTE                          PIC X(40)     VALUE SPACES.
       01  W-STATO                         PIC X(1)      VALUE SPACES.
           88  W-STATO-TUTTI               VALUE ' '.
           88  W-STATO-VIGENTI             VALUE 'V'.
           88  W-STATO-RILASCIATI          VALUE 'R'.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-RIL                  VALUE '2'.
           88  W-MODO-CON                  VALUE '3'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  W-NON-RILASCIATO                PIC X(10)  VALUE
           '9999-12-31'.
       01  SW-ARCHIVIO                     PIC X(1)      VALUE 'N'.
           88  TROVATO-SU-ARCHIVIO                       VALUE 'S'.
       01  SW-DATA                         PIC X(1)      VALUE 'N'.
           88  DATA-ERRATA                               VALUE 'S'.
       01  W-NOME-FILE                     PIC X(8)   VALUE 'ARCHIVIO'.
      * ---
      * DATA DA CONTROLLARE CON IET016CT (VEDI 2260-CONTROLLA-DATA)
      * ---
       01  W-DATA-CTL.
           05  W-AA-CTL                    PIC X(4)  VALUE SPACES.
           05  W-SEP1-CTL                  PIC X     VALUE '-'.
           05  W-MM-CTL                    PIC X(2)  VALUE SPACES.
           05  W-SEP2-CTL                  PIC X     VALUE '-'.
           05  W-GG-CTL                    PIC X(2)  VALUE SPACES.
      * ---
      * ELENCO DEI BLOCCHI (MODO 3), UNO PER RIGA (M-RIGAO)
      * ---
       01  W-IND-BLO                       PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-IN-ESSERE                     PIC X(1)      VALUE SPACE.
       01  W-RIGA-BLO.
           05  WR-ID                       PIC 9(7).
           05  FILLER                      PIC X(1).
           05  WR-IN-ESSERE                PIC X(1).
           05  FILLER                      PIC X(1).
           05  WR-MATRICOLA                PIC ZZZZ9.
           05  FILLER                      PIC X(1).
           05  WR-COD-FISC                 PIC X(16).
           05  FILLER                      PIC X(1).
           05  WR-CAUSA                    PIC X(20).
           05  FILLER                      PIC X(1).
           05  WR-DATA-INI                 PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-DATA-RIL                 PIC X(10).
      * -------------------------------------------------------------- *
      * DEFINIZIONE AREA DI COMUNICAZ. PER LINK IET016CT (CW16DEMO):   *
      * VALIDAZIONE DELLE DATE DI INIZIO E DI RILASCIO                 *
      * -------------------------------------------------------------- *
           COPY CWC016.
      * -------------------------------------------------------------- *
      *    TRACCIATO RECORD DEL FILE VSAM ARCHIVIO                     *
      * -------------------------------------------------------------- *
           COPY CWFILE.
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (DATA DEL GIORNO)            *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CY34DEMO'.
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
           EXEC SQL  INCLUDE CWBLEG         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * ---
      * BLOCCHI DAL PIU' RECENTE PER STATO E MATRICOLA INDICATI (SPAZI
      * O ZERO = TUTTI), CON 'S' SE IN ESSERE ALLA DATA ODIERNA
      * ---
           EXEC SQL DECLARE CUR-BLO34 CURSOR FOR
                    SELECT  B.ID_BLOCCO,
                            B.COD_MATRICOLA_DIP,
                            B.COD_FISC,
                            B.RIF_CAUSA,
                            B.DATA_INIZIO,
                            B.DATA_RILASCIO,
                            CASE WHEN B.DATA_INIZIO   <= :W-DATA-OGGI
                                 AND  B.DATA_RILASCIO >  :W-DATA-OGGI
                                 THEN 'S'
                                 ELSE 'N'
                            END
                    FROM    CPS04.CWBLOLEG B
                    WHERE  (:W-STATO = ' '
                            OR (:W-STATO = 'V'
                                AND B.DATA_RILASCIO = '9999-12-31')
                            OR (:W-STATO = 'R'
                                AND B.DATA_RILASCIO < '9999-12-31'))
                    AND    (:W-MATRICOLA = 0
                            OR B.COD_MATRICOLA_DIP = :W-MATRICOLA)
                    ORDER BY B.ID_BLOCCO DESC
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZGMAP.
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
           EXEC CICS RECEIVE MAP    ('MFZGMAP')
                             MAPSET ('MFZGMAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZGMAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFZGMAPI.
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
           EXEC CICS RECEIVE MAP    ('MFZGMAP')
                             MAPSET ('MFZGMAP') END-EXEC.
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
      * IL BLOCCO VIENE RICONTROLLATO: NEL FRATTEMPO UN ALTRO
      * AMMINISTRATORE PUO' AVERLO REGISTRATO O RILASCIATO
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 IF W-MODO-INS
                    PERFORM 2220-CONTROLLA-BLOCCO
                    PERFORM 1430-INSERISCI
                 ELSE
                    PERFORM 2230-LEGGI-BLOCCO
                    PERFORM 2240-CONTROLLA-RILASCIO
                    PERFORM 1440-RILASCIA
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
           MOVE LOW-VALUE  TO MFZGMAPO.
           IF W-COD-MSG-HOST = '023'
              MOVE W-ID-BLOCCO TO W-ID-EDIT
              MOVE W-ID-EDIT   TO M-IDBLOO
           END-IF.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVO BLOCCO (MODO 1): ID DAL CONTATORE 'IDBLOLEG', RILASCIO   *
      * A '9999-12-31' (IN ESSERE DALLA DATA DI INIZIO)                *
      * -------------------------------------------------------------- *
       1430-INSERISCI SECTION.
      *--------------*
           MOVE '1430-INSERISCI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDBLOLEG'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-BLOCCO
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDBLOLEG'
           END-EXEC.
           EXEC SQL INSERT INTO CPS04.CWBLOLEG
                         VALUES (:W-ID-BLOCCO,
                                 :W-MATRICOLA,
                                 :W-COD-FI,
                                 :W-CAUSA,
                                 :W-DATA-INI,
                                 :W-NON-RILASCIATO,
                                 :W-NOTE,
                                 :COM-UTENTE,
                                 :W-DATA-OGGI,
                                 '        ')
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * RILASCIO (MODO 2): DATA DI RILASCIO, AMMINISTRATORE E NOTE.    *
      * SOLO UN BLOCCO NON ANCORA RILASCIATO                           *
      * -------------------------------------------------------------- *
       1440-RILASCIA SECTION.
      *-------------*
           MOVE '1440-RILASCIA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWBLOLEG
                       SET DATA_RILASCIO   = :W-DATA-RIL,
                           UTENTE_RILASCIO = :COM-UTENTE,
                           NOTE            = :W-NOTE
                     WHERE ID_BLOCCO       = :W-ID-BLOCCO
                     AND   DATA_RILASCIO   = :W-NON-RILASCIATO
           END-EXEC.
           MOVE '491'   TO W-COD-MSG-HOST.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-IDBLOA
                             M-MATRA
                             M-CODFIA
                             M-CAUSAA
                             M-DTINIA
                             M-DTRILA
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
           EXEC CICS RECEIVE MAP    ('MFZGMAP')
                             MAPSET ('MFZGMAP') END-EXEC.
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
           INSPECT M-IDBLOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IDBLOI REPLACING ALL '_'       BY ' '.
           MOVE    M-IDBLOI TO W-ID.
           IF W-ID NUMERIC
              MOVE W-ID TO W-ID-BLOCCO
           END-IF.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           MOVE +0 TO W-MATRICOLA.
           IF W-MATR NUMERIC
              MOVE W-MATR TO W-MATRICOLA
           END-IF.
           INSPECT M-CODFII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CODFII REPLACING ALL '_'       BY ' '.
           MOVE    M-CODFII TO W-COD-FI.
           INSPECT M-CAUSAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CAUSAI REPLACING ALL '_'       BY ' '.
           MOVE    M-CAUSAI TO W-CAUSA.
           INSPECT M-DTINII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DTINII REPLACING ALL '_'       BY ' '.
           MOVE    M-DTINII TO W-DATA-INI.
           INSPECT M-DTRILI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DTRILI REPLACING ALL '_'       BY ' '.
           MOVE    M-DTRILI TO W-DATA-RIL.
           INSPECT M-NOTEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-NOTEI REPLACING ALL '_'       BY ' '.
           MOVE    M-NOTEI TO W-NOTE.
           INSPECT M-STATI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-STATI REPLACING ALL '_'       BY ' '.
           MOVE    M-STATI TO W-STATO.
      * ---
      * DATA DEL GIORNO (AAAA-MM-GG) PER I DEFAULT E I CONTROLLI
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
      * IL BLOCCO SOSPENDE ANONIMIZZAZIONE ED ESPURGHI DI LEGGE: COME
      * IL REGISTRO GDPR CX90DEMO E' RISERVATO ALL'AMMINISTRATORE
      * ---
           IF NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-MODO-INS AND NOT W-MODO-RIL AND NOT W-MODO-CON
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 2220-CONTROLLA-BLOCCO
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-RIL
                 PERFORM 2230-LEGGI-BLOCCO
                 PERFORM 2240-CONTROLLA-RILASCIO
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
      * NUOVO BLOCCO (MODO 1): INTERESSATO E RIFERIMENTO DELLA CAUSA   *
      * OBBLIGATORI; DATA DI INIZIO VALIDA (DEFAULT OGGI, AMMESSA      *
      * ANCHE PASSATA O FUTURA); NON PUO' ESSERCI UN ALTRO BLOCCO NON  *
      * RILASCIATO PER LA STESSA MATRICOLA E LA STESSA CAUSA           *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-BLOCCO SECTION.
      *---------------------*
           MOVE '2220-CTL-BLOC' TO W-ULT-LABEL.
           MOVE +0 TO W-ID-BLOCCO.
           PERFORM 2225-CERCA-INTERESSATO.
           IF W-CAUSA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CAUSAL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-DATA-INI = SPACES
              MOVE W-DATA-OGGI TO W-DATA-INI
              MOVE W-DATA-INI  TO M-DTINIO
           END-IF.
           MOVE W-DATA-INI TO W-DATA-CTL.
           PERFORM 2260-CONTROLLA-DATA.
           IF DATA-ERRATA
              MOVE '486'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DTINIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWBLOLEG
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   RIF_CAUSA         = :W-CAUSA
                     AND   DATA_RILASCIO     = :W-NON-RILASCIATO
           END-EXEC.
           IF W-COUNT > +0
              MOVE '488'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CAUSAL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * INTERESSATO: PER MATRICOLA SU CWDIPENDENTI E, SE NON C'E' PIU',*
      * SU ARCHIVIO (EX DIPENDENTE); PER CODICE FISCALE SOLO SU        *
      * CWDIPENDENTI (ARCHIVIO HA LA SOLA CHIAVE DI MATRICOLA). I DATI *
      * ANAGRAFICI VENGONO MOSTRATI PER CONFERMA (VEDI CX90DEMO)       *
      * -------------------------------------------------------------- *
       2225-CERCA-INTERESSATO SECTION.
      *----------------------*
           MOVE '2225-CERCA-INT' TO W-ULT-LABEL.
           IF W-MATR = SPACES AND W-COD-FI = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MATR NOT = SPACES AND W-MATR NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-MATR = SPACES
              EXEC SQL SELECT COD_MATRICOLA_DIP,
                              COGNOME,
                              NOME
                         INTO :DCL-CPSDIP.COD-MATRICOLA-DIP,
                              :DCL-CPSDIP.COGNOME,
                              :DCL-CPSDIP.NOME
                         FROM  CPS04.CWDIPENDENTI
                        WHERE COD_FISC = :W-COD-FI
              END-EXEC
              IF SQLCODE = +100
                 MOVE '328'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-CODFIL
                 PERFORM 2999-CERCA-ERR
              END-IF
              MOVE COD-MATRICOLA-DIP OF DCL-CPSDIP TO W-MATRICOLA
              MOVE COGNOME OF DCL-CPSDIP           TO W-COGNOME
              MOVE NOME    OF DCL-CPSDIP           TO W-NOME
           ELSE
              EXEC SQL SELECT COGNOME,
                              NOME,
                              COD_FISC
                         INTO :DCL-CPSDIP.COGNOME,
                              :DCL-CPSDIP.NOME,
                              :DCL-CPSDIP.COD-FISC
                         FROM  CPS04.CWDIPENDENTI
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
              END-EXEC
              IF SQLCODE = +0
                 MOVE COGNOME  OF DCL-CPSDIP TO W-COGNOME
                 MOVE NOME     OF DCL-CPSDIP TO W-NOME
                 MOVE COD-FISC OF DCL-CPSDIP TO W-COD-FI
              ELSE
                 MOVE W-MATRICOLA TO W-MATR-N
                 MOVE W-MATR-N    TO W-MATR
                 PERFORM 2270-LEGGI-ARCHIVIO
                 IF NOT TROVATO-SU-ARCHIVIO
                    MOVE '328'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-MATRL
                    PERFORM 2999-CERCA-ERR
                 END-IF
                 MOVE VS-COGNOME     TO W-COGNOME
                 MOVE VS-NOME        TO W-NOME
                 MOVE VS-COD-FISCALE TO W-COD-FI
              END-IF
           END-IF.
           MOVE W-MATRICOLA TO W-MATR-N.
           MOVE W-MATR-N    TO W-MATR
                               M-MATRO.
           MOVE W-COD-FI    TO M-CODFIO.
           MOVE W-COGNOME   TO M-COGNO.
           MOVE W-NOME      TO M-NOMEO.
       2225-EX. EXIT.

      * -------------------------------------------------------------- *
      * RILASCIO (MODO 2): IL BLOCCO DELL'ID INDICATO DEVE ESISTERE E  *
      * NON ESSERE GIA' RILASCIATO; I DATI VENGONO MOSTRATI            *
      * -------------------------------------------------------------- *
       2230-LEGGI-BLOCCO SECTION.
      *-----------------*
           MOVE '2230-LEGGI-BLOC' TO W-ULT-LABEL.
           IF W-ID NOT NUMERIC
              MOVE '485'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDBLOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT COD_MATRICOLA_DIP,
                           COD_FISC,
                           RIF_CAUSA,
                           DATA_INIZIO,
                           DATA_RILASCIO,
                           NOTE
                      INTO :DCL-CWBLOLEG.COD-MATRICOLA-DIP,
                           :DCL-CWBLOLEG.COD-FISC,
                           :DCL-CWBLOLEG.RIF-CAUSA,
                           :DCL-CWBLOLEG.DATA-INIZIO,
                           :DCL-CWBLOLEG.DATA-RILASCIO,
                           :DCL-CWBLOLEG.NOTE
                      FROM  CPS04.CWBLOLEG
                     WHERE ID_BLOCCO = :W-ID-BLOCCO
           END-EXEC.
           IF SQLCODE = +100
              MOVE '485'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDBLOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT BLOCCO-NON-RILASCIATO
              MOVE '485'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDBLOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE COD-MATRICOLA-DIP OF DCL-CWBLOLEG
                                              TO W-MATRICOLA.
           MOVE W-MATRICOLA                   TO W-MATR-N.
           MOVE W-MATR-N                      TO W-MATR
                                                 M-MATRO.
           MOVE COD-FISC    OF DCL-CWBLOLEG   TO W-COD-FI
                                                 M-CODFIO.
           MOVE RIF-CAUSA   OF DCL-CWBLOLEG   TO W-CAUSA
                                                 M-CAUSAO.
           MOVE DATA-INIZIO OF DCL-CWBLOLEG   TO W-DATA-INI
                                                 M-DTINIO.
      *
      * SENZA NUOVE NOTE RESTANO QUELLE GIA' REGISTRATE
      *
           IF W-NOTE = SPACES
              MOVE NOTE OF DCL-CWBLOLEG       TO W-NOTE
                                                 M-NOTEO
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * RILASCIO (MODO 2): DATA VALIDA (DEFAULT OGGI), NON FUTURA E    *
      * NON PRECEDENTE ALL'INIZIO DEL BLOCCO                           *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-RILASCIO SECTION.
      *-----------------------*
           MOVE '2240-CTL-RIL' TO W-ULT-LABEL.
           IF W-DATA-RIL = SPACES
              MOVE W-DATA-OGGI TO W-DATA-RIL
              MOVE W-DATA-RIL  TO M-DTRILO
           END-IF.
           MOVE W-DATA-RIL TO W-DATA-CTL.
           PERFORM 2260-CONTROLLA-DATA.
           IF DATA-ERRATA OR
              W-DATA-RIL > W-DATA-OGGI OR
              W-DATA-RIL < W-DATA-INI
              MOVE '487'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DTRILL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * DATA (AAAA-MM-GG IN W-DATA-CTL) VALIDA A CALENDARIO CON        *
      * IET016CT; IL CHIAMANTE DA' IL MESSAGGIO SE DATA-ERRATA         *
      * -------------------------------------------------------------- *
       2260-CONTROLLA-DATA SECTION.
      *-------------------*
           MOVE '2260-CTL-DATA' TO W-ULT-LABEL.
           MOVE 'N' TO SW-DATA.
           IF W-AA-CTL NOT NUMERIC OR
              W-MM-CTL NOT NUMERIC OR
              W-GG-CTL NOT NUMERIC OR
              W-SEP1-CTL NOT = '-' OR
              W-SEP2-CTL NOT = '-'
              MOVE 'S' TO SW-DATA
              GO TO 2260-EX
           END-IF.
           MOVE SPACES    TO DATA-IET016 DATA-FINE-IET016.
           MOVE SPACES    TO RC-IET016CT.
           MOVE SPACE     TO TIPO-CALC-IET016.
           MOVE W-GG-CTL  TO DATA-IET016(1:2).
           MOVE '/'       TO DATA-IET016(3:1).
           MOVE W-MM-CTL  TO DATA-IET016(4:2).
           MOVE '/'       TO DATA-IET016(6:1).
           MOVE W-AA-CTL  TO DATA-IET016(7:4).
           MOVE LENGTH OF AREA-IET016CT TO LL-IET016CT.
           EXEC CICS LINK  PROGRAM('CW16DEMO')
                           COMMAREA(AREA-IET016CT)
                           LENGTH(LL-IET016CT)    END-EXEC.
           IF RC-IET016CT NOT = SPACES
              MOVE 'S' TO SW-DATA
           END-IF.
       2260-EX. EXIT.

      ******************************************************************
      * LETTURA DEL RECORD ARCHIVIATO SU VSAM PER MATRICOLA, STESSO    *
      * ACCESSO PER CHIAVE DI CW19DEMO (W-MATR A 5 CIFRE)              *
      ******************************************************************
       2270-LEGGI-ARCHIVIO SECTION.
      *-------------------*
           MOVE '2270-LEGGI-ARC' TO W-ULT-LABEL.
           MOVE 'N'          TO SW-ARCHIVIO.
           EXEC CICS HANDLE CONDITION NOTFND (2270-EX)
           END-EXEC.
           MOVE W-MATR       TO VS-KEY.
           EXEC CICS READ      FILE      (W-NOME-FILE)
                               RIDFLD    (VS-KEY)
                               INTO      (VS-ARCHIVIO)
                               LENGTH    (VS-LUNG)
                               KEYLENGTH (VS-LUNG-KEY)
                               EQUAL
           END-EXEC.
           MOVE 'S'          TO SW-ARCHIVIO.
       2270-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 3): BLOCCHI DAL PIU' RECENTE, UNO PER RIGA *
      * (M-RIGAO), CON '*' SE IN ESSERE OGGI E LA DATA DI RILASCIO     *
      * SOLO SE RILASCIATO                                             *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           IF W-MATR NOT = SPACES AND W-MATR NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT W-STATO-TUTTI AND NOT W-STATO-VIGENTI AND
              NOT W-STATO-RILASCIATI
              MOVE '492'    TO W-COD-MSG-HOST
              MOVE -1       TO M-STATL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-BLO FROM 1 BY 1
                   UNTIL W-IND-BLO > W-MAX-RIGHE.
           MOVE +0     TO W-IND-BLO.
           EXEC SQL OPEN CUR-BLO34  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-BLO34  END-EXEC.
      *
           IF W-IND-BLO = 0
              MOVE '490'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '489'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-BLO).
       2310-EX. EXIT.

       2320-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-BLO34
           INTO   :DCL-CWBLOLEG.ID-BLOCCO,
                  :DCL-CWBLOLEG.COD-MATRICOLA-DIP,
                  :DCL-CWBLOLEG.COD-FISC,
                  :DCL-CWBLOLEG.RIF-CAUSA,
                  :DCL-CWBLOLEG.DATA-INIZIO,
                  :DCL-CWBLOLEG.DATA-RILASCIO,
                  :W-IN-ESSERE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-BLO < W-MAX-RIGHE
              ADD 1 TO W-IND-BLO
              MOVE SPACES                          TO W-RIGA-BLO
              MOVE ID-BLOCCO       OF DCL-CWBLOLEG TO WR-ID
              IF W-IN-ESSERE = 'S'
                 MOVE '*'                          TO WR-IN-ESSERE
              END-IF
              MOVE COD-MATRICOLA-DIP OF DCL-CWBLOLEG
                                                   TO WR-MATRICOLA
              MOVE COD-FISC        OF DCL-CWBLOLEG TO WR-COD-FISC
              MOVE RIF-CAUSA       OF DCL-CWBLOLEG TO WR-CAUSA
              MOVE DATA-INIZIO     OF DCL-CWBLOLEG TO WR-DATA-INI
              IF NOT BLOCCO-NON-RILASCIATO
                 MOVE DATA-RILASCIO OF DCL-CWBLOLEG TO WR-DATA-RIL
              END-IF
              MOVE W-RIGA-BLO TO M-RIGAO (W-IND-BLO)
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
                             M-IDBLOA
                             M-MATRA
                             M-CODFIA
                             M-CAUSAA
                             M-DTINIA
                             M-DTRILA
                             M-NOTEA
                             M-STATA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.
       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZGMAPO.
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
                        MAP    ('MFZGMAP')
                        MAPSET ('MFZGMAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZGMAP')
                        MAPSET ('MFZGMAP')
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
                     TRANSID  ('RY34')
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
