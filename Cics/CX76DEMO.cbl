       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX76DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX76                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : ANTICIPI DEL TFR (CPS04.CWANTTFR)            *
      * TIPO OPERAZIONE : RICHIESTA / APPROVAZIONE / RIFIUTO /         *
      *                   CONSULTAZIONE                                *
      * RIFERIMENTO P.E.: AGGIORNAMENTI NEGATI AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * REGISTRA LE RICHIESTE DI ANTICIPO DEL TFR PER ACQUISTO DELLA   *
      * PRIMA CASA O PER SPESE SANITARIE E NE VERIFICA I REQUISITI DI  *
      * LEGGE (ART. 2120 C.C.):                                        *
      *   - ALMENO 8 ANNI DI SERVIZIO, CALCOLATI DALL'ANZIANITA'       *
      *     CONVENZIONALE CWANZCON SE PRESENTE, ALTRIMENTI DALLA DATA  *
      *     DI ASSUNZIONE;                                             *
      *   - IMPORTO NON SUPERIORE AL 70% DEL FONDO MATURATO (ULTIMO    *
      *     ANNO CALCOLATO DA CW88DEMO SU CPS04.CWTFR);                *
      *   - UN SOLO ANTICIPO NEL CORSO DEL RAPPORTO DI LAVORO;         *
      *   - ANTICIPI CONCESSI NELL'ANNO ENTRO IL 10% DEGLI AVENTI      *
      *     DIRITTO (DIPENDENTI IN SERVIZIO CON 8 ANNI DI ANZIANITA')  *
      *     E ENTRO IL 4% DEL NUMERO TOTALE DEI DIPENDENTI IN SERVIZIO.*
      *   MODO 1 - REGISTRAZIONE DELLA RICHIESTA (STATO 'P')           *
      *   MODO 2 - APPROVAZIONE DELLA RICHIESTA IN ATTESA, CON NUOVA   *
      *            VERIFICA DEI REQUISITI (STATO 'A')                  *
      *   MODO 3 - RIFIUTO DELLA RICHIESTA IN ATTESA CON MOTIVAZIONE   *
      *            (STATO 'R')                                         *
      *   MODO 4 - CONSULTAZIONE DELL'ULTIMA RICHIESTA DELLA MATRICOLA *
      * L'ANTICIPO APPROVATO VIENE PASSATO ALLO STUDIO PAGHE DA        *
      * CW82DEMO E DEDOTTO DAL FONDO DAL CALCOLO ANNUALE CW88DEMO; IL  *
      * REGISTRO DEGLI ANTICIPI CONCESSI E' STAMPATO DA CX77DEMO.      *
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
       01  W-COUNT                         PIC S9(4)  COMP-3 VALUE +0.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3.
       01  W-MOTIVO                        PIC X(1)      VALUE SPACES.
           88  W-MOTIVO-VALIDO             VALUE 'C' 'S'.
       01  W-NOTE                          PIC X(40)     VALUE SPACES.
       01  W-STATO-DIP                     PIC X(1)      VALUE SPACES.
       01  W-DATA-ASSUNZIONE               PIC X(10)     VALUE SPACES.
       01  W-ID-ANTICIPO                   PIC S9(7)  COMP-3 VALUE +0.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-RIC                  VALUE '1'.
           88  W-MODO-APP                  VALUE '2'.
           88  W-MODO-RIF                  VALUE '3'.
           88  W-MODO-CON                  VALUE '4'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
      * ---
      * IMPORTO DIGITATO IN PARTE INTERA E DECIMALE (COME LA
      * PERCENTUALE DI DETRAZIONE DI CX23DEMO)
      * ---
       01  W-IMP-DIG.
           05  W-IMP-DIG-INT               PIC 9(7)      VALUE ZEROES.
           05  W-IMP-DIG-DEC               PIC 9(2)      VALUE ZEROES.
       01  W-IMP-DIG-NUM REDEFINES W-IMP-DIG  PIC 9(7)V99.
       01  W-IMPORTO                       PIC S9(7)V99 COMP-3 VALUE +0.
      * ---
      * REQUISITI DI LEGGE: ANZIANITA', FONDO MATURATO E LIMITI ANNUI
      * ---
       01  W-DATA-OGGI.
           05  W-OGGI-AAAA                 PIC 9(4)      VALUE ZEROES.
           05  W-OGGI-RESTO                PIC X(6)      VALUE SPACES.
      * DATA DI OGGI ARRETRATA DI 8 ANNI: CHI HA UNA DATA DI
      * ANZIANITA' NON SUCCESSIVA HA COMPIUTO GLI 8 ANNI DI SERVIZIO
       01  W-DATA-LIMITE.
           05  W-LIM-AAAA                  PIC 9(4)      VALUE ZEROES.
           05  W-LIM-RESTO                 PIC X(6)      VALUE SPACES.
       01  W-INIZIO-ANNO.
           05  W-INI-AAAA                  PIC 9(4)      VALUE ZEROES.
           05  FILLER                      PIC X(6)      VALUE '-01-01'.
       01  W-ANNI-MINIMI                   PIC S9(3)  COMP-3 VALUE +8.
       01  W-PERC-FONDO                    PIC S9(3)  COMP-3 VALUE +70.
       01  W-PERC-AVENTI                   PIC S9(3)  COMP-3 VALUE +10.
       01  W-PERC-ORGANICO                 PIC S9(3)  COMP-3 VALUE +4.
       01  W-DATA-ANZ                      PIC X(10)     VALUE SPACES.
       01  W-ANNO-FONDO                    PIC S9(4)  COMP-3 VALUE +0.
       01  W-FONDO                         PIC S9(9)V99 COMP-3 VALUE +0.
       01  W-MAX-ANTICIPO                  PIC S9(9)V99 COMP-3 VALUE +0.
       01  W-CONTA-ORGANICO                PIC S9(7)  COMP-3 VALUE +0.
       01  W-CONTA-AVENTI                  PIC S9(7)  COMP-3 VALUE +0.
       01  W-CONTA-CONCESSI                PIC S9(7)  COMP-3 VALUE +0.
       01  W-MAX-AVENTI                    PIC S9(7)  COMP-3 VALUE +0.
       01  W-MAX-ORGANICO                  PIC S9(7)  COMP-3 VALUE +0.
      * ---
      * IMPORTI A VIDEO SCOMPOSTI IN PARTE INTERA E DECIMALE (COME LA
      * RETRIBUZIONE PROPOSTA DI CW18DEMO)
      * ---
       01  W-IMP-LAV.
           05  W-IMP-LAV-INT               PIC 9(9)      VALUE ZEROES.
           05  W-IMP-LAV-DEC               PIC 9(2)      VALUE ZEROES.
       01  W-IMP-LAV-NUM REDEFINES W-IMP-LAV  PIC 9(9)V99.
       01  W-IMP-VIDEO.
           05  WV-IMP-INT                  PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(1)      VALUE ','.
           05  WV-IMP-DEC                  PIC 99.
       01  W-LIMITI-ED.
           05  FILLER                      PIC X(16)
                                           VALUE 'CONCESSI ANNO: '.
           05  WL-CONCESSI                 PIC ZZZ9.
           05  FILLER                      PIC X(17)
                                           VALUE '  LIMITE AVENTI: '.
           05  WL-MAX-AVENTI               PIC ZZZ9.
           05  FILLER                      PIC X(19)
                                           VALUE '  LIMITE ORGANICO: '.
           05  WL-MAX-ORGANICO             PIC ZZZ9.
       01  W-ANNO-ED                       PIC 9(4).
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX76DEMO'.
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
           EXEC SQL  INCLUDE CWANTT         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWTFR          END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWANZC         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWCONT         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFY2MAP.
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
           EXEC CICS RECEIVE MAP    ('MFY2MAP')
                             MAPSET ('MFY2MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFY2MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFY2MAPI.
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
           EXEC CICS RECEIVE MAP    ('MFY2MAP')
                             MAPSET ('MFY2MAP') END-EXEC.
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
      * I REQUISITI VENGONO VERIFICATI DI NUOVO AL MOMENTO
      * DELL'AGGIORNAMENTO: SE NEL FRATTEMPO UN ALTRO OPERATORE HA
      * CONCESSO ANTICIPI IL LIMITE ANNUO PUO' ESSERE STATO RAGGIUNTO.
      * IN CASO DI ERRORE SI TORNA ALLA VIDEATA MODIFICABILE
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 PERFORM 2210-CONTROLLA-MATR
                 MOVE '024'   TO W-COD-MSG-HOST
                 EVALUATE TRUE
                    WHEN W-MODO-RIC
                       PERFORM 2220-CONTROLLA-RICHIESTA
                       PERFORM 2250-VERIFICA-REQUISITI
                       PERFORM 1430-INSERISCI
                    WHEN W-MODO-APP
                       PERFORM 2230-LEGGI-IN-ATTESA
                       PERFORM 2250-VERIFICA-REQUISITI
                       PERFORM 1440-APPROVA
                    WHEN OTHER
                       PERFORM 2230-LEGGI-IN-ATTESA
                       PERFORM 1450-RESPINGI
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
           MOVE LOW-VALUE  TO MFY2MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVA RICHIESTA IN ATTESA (MODO 1), CON IL FONDO E LA DATA DI  *
      * ANZIANITA' SU CUI SONO STATI VERIFICATI I REQUISITI            *
      * -------------------------------------------------------------- *
       1430-INSERISCI SECTION.
      *--------------*
           MOVE '1430-INSERISCI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDANTTFR'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-ANTICIPO
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDANTTFR'
           END-EXEC.
           EXEC SQL INSERT INTO CPS04.CWANTTFR
                         VALUES (:W-ID-ANTICIPO,
                                 :W-MATRICOLA,
                                 :W-DATA-OGGI,
                                 :W-MOTIVO,
                                 :W-IMPORTO,
                                 :W-ANNO-FONDO,
                                 :W-FONDO,
                                 :W-DATA-ANZ,
                                 'P',
                                 ' ',
                                 ' ',
                                 ' ',
                                 ' ',
                                 0)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * APPROVAZIONE (MODO 2): L'ANTICIPO E' CONCESSO OGGI E DA ORA    *
      * CONTA NEL LIMITE ANNUO                                         *
      * -------------------------------------------------------------- *
       1440-APPROVA SECTION.
      *------------*
           MOVE '1440-APPROVA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWANTTFR
                       SET STATO_ANTICIPO    = 'A',
                           DATA_ESITO        = :W-DATA-OGGI,
                           UTENTE_ESITO      = :COM-UTENTE,
                           ANNO_FONDO        = :W-ANNO-FONDO,
                           FONDO_RIFERIMENTO = :W-FONDO,
                           DATA_ANZIANITA    = :W-DATA-ANZ,
                           NOTE              = :W-NOTE
                     WHERE ID_ANTICIPO = :W-ID-ANTICIPO
                     AND   STATO_ANTICIPO = 'P'
           END-EXEC.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIFIUTO (MODO 3) CON LA MOTIVAZIONE DIGITATA                   *
      * -------------------------------------------------------------- *
       1450-RESPINGI SECTION.
      *-------------*
           MOVE '1450-RESPINGI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWANTTFR
                       SET STATO_ANTICIPO = 'R',
                           DATA_ESITO     = :W-DATA-OGGI,
                           UTENTE_ESITO   = :COM-UTENTE,
                           NOTE           = :W-NOTE
                     WHERE ID_ANTICIPO = :W-ID-ANTICIPO
                     AND   STATO_ANTICIPO = 'P'
           END-EXEC.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-MATRA
                             M-MOTIVOA
                             M-IMPA
                             M-IMPDECA
                             M-NOTEA.
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
           EXEC CICS RECEIVE MAP    ('MFY2MAP')
                             MAPSET ('MFY2MAP') END-EXEC.
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
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           IF W-MATR NUMERIC
              MOVE W-MATR  TO W-MATRICOLA
           END-IF.
           INSPECT M-MOTIVOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MOTIVOI REPLACING ALL '_'       BY ' '.
           MOVE    M-MOTIVOI TO W-MOTIVO.
           MOVE ZEROES TO W-IMP-DIG.
           INSPECT M-IMPI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IMPI REPLACING ALL '_'       BY ' '.
           IF M-IMPI NUMERIC
              MOVE M-IMPI TO W-IMP-DIG-INT
           END-IF.
           INSPECT M-IMPDECI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IMPDECI REPLACING ALL '_'       BY ' '.
           IF M-IMPDECI NUMERIC
              MOVE M-IMPDECI TO W-IMP-DIG-DEC
           END-IF.
           MOVE W-IMP-DIG-NUM TO W-IMPORTO.
           INSPECT M-NOTEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-NOTEI REPLACING ALL '_'       BY ' '.
           MOVE    M-NOTEI TO W-NOTE.
      * ---
      * DATA DEL GIORNO (AAAA-MM-GG) E DATE DERIVATE PER I REQUISITI
      * ---
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
           COMPUTE W-LIM-AAAA = W-OGGI-AAAA - W-ANNI-MINIMI.
           MOVE W-OGGI-RESTO TO W-LIM-RESTO.
           MOVE W-OGGI-AAAA  TO W-INI-AAAA.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      *
           IF NOT W-MODO-RIC AND NOT W-MODO-APP AND
              NOT W-MODO-RIF AND NOT W-MODO-CON
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-MODO-CON AND COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2210-CONTROLLA-MATR.
      *
           EVALUATE TRUE
              WHEN W-MODO-RIC
                 PERFORM 2220-CONTROLLA-RICHIESTA
                 PERFORM 2250-VERIFICA-REQUISITI
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-APP
                 PERFORM 2230-LEGGI-IN-ATTESA
                 PERFORM 2250-VERIFICA-REQUISITI
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-RIF
                 IF W-NOTE = SPACES
                    MOVE '001'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-NOTEL
                    PERFORM 2999-CERCA-ERR
                 END-IF
                 PERFORM 2230-LEGGI-IN-ATTESA
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
      * LA MATRICOLA DEVE ESISTERE SU CWDIPENDENTI; SE NE PRENDONO     *
      * STATO E DATA DI ASSUNZIONE PER I REQUISITI                     *
      * -------------------------------------------------------------- *
       2210-CONTROLLA-MATR SECTION.
      *-------------------*
           MOVE '2210-CONTR-MATR' TO W-ULT-LABEL.
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
           MOVE W-MATR TO W-MATRICOLA.
           EXEC SQL SELECT COGNOME,
                           NOME,
                           STATO_DIPENDENTE,
                           DATA_ASSUNZIONE
                      INTO :DCL-CPSDIP.COGNOME,
                           :DCL-CPSDIP.NOME,
                           :W-STATO-DIP,
                           :W-DATA-ASSUNZIONE
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE COGNOME OF DCL-CPSDIP TO M-COGNO.
           MOVE NOME    OF DCL-CPSDIP TO M-NOMEO.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVA RICHIESTA (MODO 1): MOTIVO E IMPORTO, UN SOLO ANTICIPO   *
      * (IN ATTESA O CONCESSO) NEL RAPPORTO DI LAVORO                  *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-RICHIESTA SECTION.
      *------------------------*
           MOVE '2220-CTL-RICH' TO W-ULT-LABEL.
           IF NOT W-MOTIVO-VALIDO
              MOVE '267'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MOTIVOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-IMPORTO NOT > 0
              MOVE '268'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IMPL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWANTTFR
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_ANTICIPO IN ('P', 'A')
           END-EXEC.
           IF W-COUNT > +0
              MOVE '272'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * APPROVAZIONE / RIFIUTO (MODI 2/3): LA RICHIESTA IN ATTESA      *
      * DELLA MATRICOLA (AL PIU' UNA, VEDI 2220), CHE VIENE MOSTRATA   *
      * -------------------------------------------------------------- *
       2230-LEGGI-IN-ATTESA SECTION.
      *--------------------*
           MOVE '2230-IN-ATTESA' TO W-ULT-LABEL.
           EXEC SQL SELECT ID_ANTICIPO,
                           DATA_RICHIESTA,
                           MOTIVO,
                           IMPORTO
                      INTO :DCL-CWANTTFR.ID-ANTICIPO,
                           :DCL-CWANTTFR.DATA-RICHIESTA,
                           :DCL-CWANTTFR.MOTIVO,
                           :DCL-CWANTTFR.IMPORTO
                      FROM  CPS04.CWANTTFR
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_ANTICIPO    = 'P'
           END-EXEC.
           IF SQLCODE = +100
              MOVE '274'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE ID-ANTICIPO    OF DCL-CWANTTFR TO W-ID-ANTICIPO.
           MOVE MOTIVO         OF DCL-CWANTTFR TO W-MOTIVO
                                                  M-MOTIVOO.
           MOVE IMPORTO        OF DCL-CWANTTFR TO W-IMPORTO
                                                  W-IMP-DIG-NUM.
           MOVE W-IMP-DIG-INT                  TO M-IMPO.
           MOVE W-IMP-DIG-DEC                  TO M-IMPDECO.
           MOVE DATA-RICHIESTA OF DCL-CWANTTFR TO M-DTRICO.
      * ---
      * UN ANTICIPO GIA' CONCESSO NEL RAPPORTO ESCLUDE IL SECONDO
      * ---
           IF W-MODO-APP
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWANTTFR
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   STATO_ANTICIPO    = 'A'
              END-EXEC
              IF W-COUNT > +0
                 MOVE '272'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MATRL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * REQUISITI DI LEGGE (MODI 1/2): DIPENDENTE IN SERVIZIO, 8 ANNI  *
      * DI ANZIANITA', IMPORTO ENTRO IL 70% DEL FONDO, LIMITI ANNUI    *
      * -------------------------------------------------------------- *
       2250-VERIFICA-REQUISITI SECTION.
      *-----------------------*
           MOVE '2250-REQUISITI' TO W-ULT-LABEL.
           IF W-STATO-DIP NOT = 'A'
              MOVE '276'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2260-CONTROLLA-ANZIANITA.
           PERFORM 2270-CONTROLLA-FONDO.
           PERFORM 2280-CONTROLLA-LIMITI.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * ANZIANITA' CONVENZIONALE (CWANZCON): DOVE PRESENTE SOSTITUISCE *
      * LA DATA DI ASSUNZIONE (ACQUISIZIONI SOCIETARIE, VEDI CX12DEMO) *
      * -------------------------------------------------------------- *
       2260-CONTROLLA-ANZIANITA SECTION.
      *------------------------*
           MOVE '2260-ANZIANITA' TO W-ULT-LABEL.
           MOVE W-DATA-ASSUNZIONE TO W-DATA-ANZ.
           EXEC SQL SELECT DATA_ANZIANITA
                      INTO :DCL-CWANZCON.DATA-ANZIANITA
                      FROM  CPS04.CWANZCON
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = 0
              IF DATA-ANZIANITA OF DCL-CWANZCON (1:4) NUMERIC
                 MOVE DATA-ANZIANITA OF DCL-CWANZCON TO W-DATA-ANZ
              END-IF
           END-IF.
           MOVE W-DATA-ANZ TO M-DTANZO.
           IF W-DATA-ANZ > W-DATA-LIMITE
              MOVE '269'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2260-EX. EXIT.

      * -------------------------------------------------------------- *
      * FONDO MATURATO: ULTIMO ANNO CALCOLATO DA CW88DEMO; L'ANTICIPO  *
      * NON PUO' SUPERARNE IL 70%                                      *
      * -------------------------------------------------------------- *
       2270-CONTROLLA-FONDO SECTION.
      *--------------------*
           MOVE '2270-FONDO' TO W-ULT-LABEL.
           EXEC SQL SELECT ANNO,
                           FONDO_ACCUMULATO
                      INTO :W-ANNO-FONDO,
                           :W-FONDO
                      FROM  CPS04.CWTFR
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ANNO =
                          (SELECT MAX(ANNO)
                             FROM CPS04.CWTFR
                            WHERE COD_MATRICOLA_DIP = :W-MATRICOLA)
           END-EXEC.
           IF SQLCODE = +100
              MOVE '270'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           COMPUTE W-MAX-ANTICIPO = W-FONDO * W-PERC-FONDO / 100.
           MOVE W-ANNO-FONDO   TO W-ANNO-ED.
           MOVE W-ANNO-ED      TO M-ANNOFONO.
           MOVE W-FONDO        TO W-IMP-LAV-NUM.
           PERFORM 2450-EDITA-IMPORTO.
           MOVE W-IMP-VIDEO    TO M-FONDOO.
           MOVE W-MAX-ANTICIPO TO W-IMP-LAV-NUM.
           PERFORM 2450-EDITA-IMPORTO.
           MOVE W-IMP-VIDEO    TO M-MAXANTO.
           IF W-IMPORTO > W-MAX-ANTICIPO
              MOVE '271'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IMPL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2270-EX. EXIT.

      * -------------------------------------------------------------- *
      * LIMITI ANNUI: GLI ANTICIPI CONCESSI NELL'ANNO SOLARE NON       *
      * POSSONO SUPERARE IL 10% DEGLI AVENTI DIRITTO NE' IL 4% DEL     *
      * TOTALE DEI DIPENDENTI IN SERVIZIO                              *
      * -------------------------------------------------------------- *
       2280-CONTROLLA-LIMITI SECTION.
      *---------------------*
           MOVE '2280-LIMITI' TO W-ULT-LABEL.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-ORGANICO
                      FROM  CPS04.CWDIPENDENTI
                     WHERE STATO_DIPENDENTE = 'A'
           END-EXEC.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-AVENTI
                      FROM  CPS04.CWDIPENDENTI D
                     WHERE D.STATO_DIPENDENTE = 'A'
                     AND   COALESCE((SELECT A.DATA_ANZIANITA
                                       FROM CPS04.CWANZCON A
                                      WHERE A.COD_MATRICOLA_DIP =
                                            D.COD_MATRICOLA_DIP),
                                    D.DATA_ASSUNZIONE)
                           <= :W-DATA-LIMITE
           END-EXEC.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-CONCESSI
                      FROM  CPS04.CWANTTFR
                     WHERE STATO_ANTICIPO = 'A'
                     AND   DATA_ESITO    >= :W-INIZIO-ANNO
           END-EXEC.
           COMPUTE W-MAX-AVENTI   =
                   W-CONTA-AVENTI   * W-PERC-AVENTI   / 100.
           COMPUTE W-MAX-ORGANICO =
                   W-CONTA-ORGANICO * W-PERC-ORGANICO / 100.
           MOVE W-CONTA-CONCESSI TO WL-CONCESSI.
           MOVE W-MAX-AVENTI     TO WL-MAX-AVENTI.
           MOVE W-MAX-ORGANICO   TO WL-MAX-ORGANICO.
           MOVE W-LIMITI-ED      TO M-LIMITIO.
           IF W-CONTA-CONCESSI NOT < W-MAX-AVENTI OR
              W-CONTA-CONCESSI NOT < W-MAX-ORGANICO
              MOVE '273'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2280-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 4): ULTIMA RICHIESTA DELLA MATRICOLA CON   *
      * ESITO, MESE PAGHE DI LIQUIDAZIONE E ANNO DI DEDUZIONE DAL FONDO*
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           EXEC SQL SELECT ID_ANTICIPO,
                           DATA_RICHIESTA,
                           MOTIVO,
                           IMPORTO,
                           ANNO_FONDO,
                           FONDO_RIFERIMENTO,
                           DATA_ANZIANITA,
                           STATO_ANTICIPO,
                           DATA_ESITO,
                           UTENTE_ESITO,
                           NOTE,
                           MESE_PAGHE,
                           ANNO_DEDUZIONE
                      INTO :DCL-CWANTTFR.ID-ANTICIPO,
                           :DCL-CWANTTFR.DATA-RICHIESTA,
                           :DCL-CWANTTFR.MOTIVO,
                           :DCL-CWANTTFR.IMPORTO,
                           :DCL-CWANTTFR.ANNO-FONDO,
                           :DCL-CWANTTFR.FONDO-RIFERIMENTO,
                           :DCL-CWANTTFR.DATA-ANZIANITA,
                           :DCL-CWANTTFR.STATO-ANTICIPO,
                           :DCL-CWANTTFR.DATA-ESITO,
                           :DCL-CWANTTFR.UTENTE-ESITO,
                           :DCL-CWANTTFR.NOTE,
                           :DCL-CWANTTFR.MESE-PAGHE,
                           :DCL-CWANTTFR.ANNO-DEDUZIONE
                      FROM  CPS04.CWANTTFR
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ID_ANTICIPO =
                          (SELECT MAX(ID_ANTICIPO)
                             FROM CPS04.CWANTTFR
                            WHERE COD_MATRICOLA_DIP = :W-MATRICOLA)
           END-EXEC.
           IF SQLCODE = +100
              MOVE '275'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE MOTIVO         OF DCL-CWANTTFR TO M-MOTIVOO.
           MOVE IMPORTO        OF DCL-CWANTTFR TO W-IMP-DIG-NUM.
           MOVE W-IMP-DIG-INT                  TO M-IMPO.
           MOVE W-IMP-DIG-DEC                  TO M-IMPDECO.
           MOVE DATA-RICHIESTA OF DCL-CWANTTFR TO M-DTRICO.
           MOVE ANNO-FONDO     OF DCL-CWANTTFR TO W-ANNO-ED.
           MOVE W-ANNO-ED                      TO M-ANNOFONO.
           MOVE FONDO-RIFERIMENTO OF DCL-CWANTTFR TO W-IMP-LAV-NUM.
           PERFORM 2450-EDITA-IMPORTO.
           MOVE W-IMP-VIDEO                    TO M-FONDOO.
           MOVE DATA-ANZIANITA OF DCL-CWANTTFR TO M-DTANZO.
           EVALUATE TRUE
              WHEN ANTICIPO-IN-ATTESA
                 MOVE 'IN ATTESA'              TO M-STATOO
              WHEN ANTICIPO-APPROVATO
                 MOVE 'CONCESSO'               TO M-STATOO
              WHEN OTHER
                 MOVE 'RESPINTO'               TO M-STATOO
           END-EVALUATE.
           MOVE DATA-ESITO     OF DCL-CWANTTFR TO M-DTESITOO.
           MOVE UTENTE-ESITO   OF DCL-CWANTTFR TO M-UTESITOO.
           MOVE NOTE           OF DCL-CWANTTFR TO M-NOTEO.
           MOVE MESE-PAGHE     OF DCL-CWANTTFR TO M-MESEPAGO.
           IF ANNO-DEDUZIONE OF DCL-CWANTTFR > 0
              MOVE ANNO-DEDUZIONE OF DCL-CWANTTFR TO W-ANNO-ED
              MOVE W-ANNO-ED                      TO M-ANNODEDO
           END-IF.
           MOVE -1          TO M-MODOL.
           PERFORM 3000-FINE-ELAB.
       2300-EX. EXIT.

      * ---
      * IMPORTO DI W-IMP-LAV-NUM IN W-IMP-VIDEO (PARTE INTERA E
      * DECIMALE SEPARATE DALLA VIRGOLA)
      * ---
       2450-EDITA-IMPORTO SECTION.
      *------------------*
           MOVE W-IMP-LAV-INT TO WV-IMP-INT.
           MOVE W-IMP-LAV-DEC TO WV-IMP-DEC.
       2450-EX. EXIT.

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           MOVE '2'      TO COM-GIRO.
           MOVE '020'    TO W-COD-MSG-HOST.
      * ---
      * I CAMPI DATI VENGONO PROTETTI CON FSET COSI' DA RIENTRARE
      * INALTERATI ALLA CONFERMA (VEDI 1520-RIPRISTINO-ATTR DI CW31DEMO)
      * ---
           MOVE PROT-FSET TO M-MODOA
                             M-MATRA
                             M-MOTIVOA
                             M-IMPA
                             M-IMPDECA
                             M-NOTEA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFY2MAPO.
           MOVE -1         TO M-MODOL.
           MOVE SPACE      TO COM-GIRO.
           MOVE W-NOME-PGM TO COM-NOME-PGM.
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
           IF W-NOME-PGM = COM-NOME-PGM
            THEN
              EXEC CICS SEND
                        MAP    ('MFY2MAP')
                        MAPSET ('MFY2MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFY2MAP')
                        MAPSET ('MFY2MAP')
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
                     TRANSID  ('RX76')
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
