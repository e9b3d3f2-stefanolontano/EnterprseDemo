       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX90DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX90                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : REGISTRO DELLE ISTANZE GDPR DEGLI INTERESSATI*
      *                   (CPS04.CWRICGDP)                             *
      * TIPO OPERAZIONE : INSERIMENTO / PROROGA / CHIUSURA /           *
      *                   CONSULTAZIONE                                *
      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * OGNI ISTANZA DI UN DIPENDENTE O EX DIPENDENTE (ACCESSO,        *
      * RETTIFICA, CANCELLAZIONE, LIMITAZIONE) VIENE REGISTRATA CON IL *
      * RICHIEDENTE, L'INTERESSATO (MATRICOLA O CODICE FISCALE, CERCATI*
      * SU CWDIPENDENTI E, PER LA SOLA MATRICOLA, SU ARCHIVIO), LA     *
      * DATA DI RICEZIONE E LA SCADENZA DI LEGGE A 30 GIORNI,          *
      * PROROGABILE UNA VOLTA DI ALTRI 60 CON MOTIVAZIONE.             *
      * ALLA CHIUSURA L'ISTANZA VIENE LEGATA ALL'AZIONE ESEGUITA:      *
      *   - ACCESSO       : RUN DI SPOOL DEL DOSSIER CX28DEMO;         *
      *   - RETTIFICA     : VARIAZIONE DI CWSTORICO (DATA E ORA        *
      *                     GGMMAAHHMMSS, VEDI CW41DEMO);              *
      *   - CANCELLAZIONE : ANONIMIZZAZIONE DI ARCHIVIO/CWSTORICO. SE  *
      *                     NON E' ANCORA AVVENUTA L'ISTANZA RESTA     *
      *                     ACCOLTA ('P') E CW55DEMO LA ESEGUE E LA    *
      *                     CHIUDE AL PRIMO RUN;                       *
      *   - LIMITAZIONE E ISTANZE RESPINTE: NESSUNA AZIONE DI SISTEMA, *
      *                     MOTIVAZIONE NELLE NOTE.                    *
      *   MODO 1 - INSERIMENTO (ID DA CWCONTAT 'IDRICGDP')             *
      *   MODO 2 - PROROGA DELLA SCADENZA DI UN'ISTANZA APERTA         *
      *   MODO 3 - CHIUSURA DI UN'ISTANZA APERTA CON ESITO E AZIONE    *
      *   MODO 4 - CONSULTAZIONE DALLA PIU' RECENTE, PER STATO, TIPO   *
      *            E MATRICOLA SE DIGITATI, CON I GIORNI ALLA SCADENZA *
      * LE SCADENZE IN ARRIVO O SUPERATE SONO NEL TABULATO SETTIMANALE *
      * CX91DEMO PER IL DPO.                                           *
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
       01  W-ID-RICGDP                     PIC S9(7)  COMP-3 VALUE +0.
       01  W-ID-EDIT                       PIC 9(7)      VALUE ZERO.
       01  W-RICHIEDENTE                   PIC X(30)     VALUE SPACES.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATR-N                        PIC 9(5)      VALUE ZERO.
       01  W-MATRICOLA                     PIC S9(5)  COMP-3 VALUE +0.
       01  W-COD-FI                        PIC X(16)     VALUE SPACES.
       01  W-COGNOME                       PIC X(30)     VALUE SPACES.
       01  W-NOME                          PIC X(15)     VALUE SPACES.
       01  W-ORIGINE                       PIC X(1)      VALUE SPACE.
       01  W-TIPO                          PIC X(1)      VALUE SPACE.
           88  W-TIPO-ACCESSO              VALUE 'A'.
           88  W-TIPO-RETTIFICA            VALUE 'R'.
           88  W-TIPO-CANCELLAZIONE        VALUE 'C'.
           88  W-TIPO-LIMITAZIONE          VALUE 'L'.
       01  W-DATA-RIC                      PIC X(10)     VALUE SPACES.
       01  W-SCADENZA                      PIC X(10)     VALUE SPACES.
       01  W-PROROGA                       PIC X(10)     VALUE SPACES.
       01  W-ESITO                         PIC X(1)      VALUE SPACE.
           88  W-ESITO-EVASA               VALUE 'E'.
           88  W-ESITO-RESPINTA            VALUE 'R'.
       01  W-AZIONE                        PIC X(1)      VALUE SPACE.
       01  W-RIFER                         PIC X(12)     VALUE SPACES.
       01  W-RIFER-RUN REDEFINES W-RIFER.
           05  W-RIF-RUN                   PIC X(5).
           05  W-RIF-RUN-RESTO             PIC X(7).
       01  W-RIFER-STO REDEFINES W-RIFER.
           05  W-RIF-DATA-STO              PIC X(6).
           05  W-RIF-ORA-STO               PIC X(6).
       01  W-NUM-RUN                       PIC S9(5)  COMP-3 VALUE +0.
       01  W-DATA-STO                      PIC X(6)      VALUE SPACES.
       01  W-ORA-STO                       PIC X(6)      VALUE SPACES.
       01  W-NUOVO-STATO                   PIC X(1)      VALUE SPACE.
       01  W-DATA-ESITO                    PIC X(10)     VALUE SPACES.
       01  W-NOTE                          PIC X(40)     VALUE SPACES.
       01  W-STATO                         PIC X(1)      VALUE SPACES.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-PRO                  VALUE '2'.
           88  W-MODO-CHI                  VALUE '3'.
           88  W-MODO-CON                  VALUE '4'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  SW-ARCHIVIO                     PIC X(1)      VALUE 'N'.
           88  TROVATO-SU-ARCHIVIO                       VALUE 'S'.
       01  SW-SPOOL                        PIC X(1)      VALUE 'N'.
           88  TROVATO-SU-SPOOL                          VALUE 'S'.
       01  W-NOME-FILE                     PIC X(8)   VALUE 'ARCHIVIO'.
       01  W-COGNOME-ANON                  PIC X(30)  VALUE
           'ANONIMIZZATO'.
      * ---
      * SCADENZA DI LEGGE E PROROGA (GIORNI DI CALENDARIO)
      * ---
       01  W-GG-SCADENZA                   PIC S9(5)  COMP-3 VALUE +30.
       01  W-GG-PROROGA                    PIC S9(5)  COMP-3 VALUE +60.
      * ---
      * DATA DA CONTROLLARE CON IET016CT (VEDI 2260-CONTROLLA-DATA)
      * ---
       01  W-DATA-CTL.
           05  W-AA-CTL                    PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-MM-CTL                    PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-GG-CTL                    PIC X(2)  VALUE SPACES.
      * ---
      * ELENCO DELLE ISTANZE (MODO 4), UNA PER RIGA (M-RIGAO)
      * ---
       01  W-IND-RIC                       PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-GIORNI                        PIC S9(9)  COMP VALUE +0.
       01  W-RIGA-RIC.
           05  WR-ID                       PIC 9(7).
           05  FILLER                      PIC X(1).
           05  WR-TIPO                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  WR-STATO                    PIC X(1).
           05  FILLER                      PIC X(1).
           05  WR-MATRICOLA                PIC ZZZZ9.
           05  FILLER                      PIC X(1).
           05  WR-RICHIEDENTE              PIC X(20).
           05  FILLER                      PIC X(1).
           05  WR-DATA-RIC                 PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-SCADENZA                 PIC X(10).
           05  WR-PROROGATA                PIC X(1).
           05  WR-GIORNI                   PIC ----9.
           05  FILLER                      PIC X(1).
           05  WR-AZIONE                   PIC X(1).
      * -------------------------------------------------------------- *
      * DEFINIZIONE AREA DI COMUNICAZ. PER LINK IET016CT (CW16DEMO):   *
      * VALIDAZIONE DELLA DATA DI RICEZIONE                            *
      * -------------------------------------------------------------- *
           COPY CWC016.
      * -------------------------------------------------------------- *
      *    TRACCIATO RECORD DEL FILE VSAM ARCHIVIO E DELLO SPOOL       *
      * -------------------------------------------------------------- *
           COPY CWFILE.
           COPY CWSPOO.
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX90DEMO'.
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
           EXEC SQL  INCLUDE CWGDPR         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * ---
      * ISTANZE DALLA PIU' RECENTE PER STATO, TIPO E MATRICOLA
      * INDICATI (SPAZI O ZERO = TUTTE), CON I GIORNI MANCANTI ALLA
      * SCADENZA EFFETTIVA (NEGATIVI SE SUPERATA) PER QUELLE ANCORA
      * APERTE O ACCOLTE
      * ---
           EXEC SQL DECLARE CUR-GDP90 CURSOR FOR
                    SELECT  G.ID_RICGDP,
                            G.TIPO_RICHIESTA,
                            G.STATO_RICHIESTA,
                            G.COD_MATRICOLA_DIP,
                            G.RICHIEDENTE,
                            G.DATA_RICEZIONE,
                            G.DATA_SCADENZA,
                            G.DATA_PROROGA,
                            G.TIPO_AZIONE,
                            CASE WHEN G.DATA_PROROGA = ' '
                                 THEN DAYS(DATE(G.DATA_SCADENZA))
                                    - DAYS(DATE(:W-DATA-OGGI))
                                 ELSE DAYS(DATE(G.DATA_PROROGA))
                                    - DAYS(DATE(:W-DATA-OGGI))
                            END
                    FROM    CPS04.CWRICGDP G
                    WHERE  (:W-STATO = ' '
                            OR G.STATO_RICHIESTA = :W-STATO)
                    AND    (:W-TIPO = ' '
                            OR G.TIPO_RICHIESTA = :W-TIPO)
                    AND    (:W-MATRICOLA = 0
                            OR G.COD_MATRICOLA_DIP = :W-MATRICOLA)
                    ORDER BY G.ID_RICGDP DESC
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFY8MAP.
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
           EXEC CICS RECEIVE MAP    ('MFY8MAP')
                             MAPSET ('MFY8MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFY8MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFY8MAPI.
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
           EXEC CICS RECEIVE MAP    ('MFY8MAP')
                             MAPSET ('MFY8MAP') END-EXEC.
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
      * L'ISTANZA VIENE RICONTROLLATA: NEL FRATTEMPO PUO' ESSERE STATA
      * PROROGATA O CHIUSA DA UN ALTRO OPERATORE, E LO SPOOL, LO
      * STORICO O L'ANONIMIZZAZIONE POSSONO ESSERE CAMBIATI
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 EVALUATE TRUE
                    WHEN W-MODO-INS
                       PERFORM 2220-CONTROLLA-ISTANZA
                       PERFORM 1430-INSERISCI
                    WHEN W-MODO-PRO
                       PERFORM 2230-LEGGI-ISTANZA
                       PERFORM 2240-CONTROLLA-PROROGA
                       PERFORM 1440-PROROGA
                    WHEN OTHER
                       PERFORM 2230-LEGGI-ISTANZA
                       PERFORM 2250-CONTROLLA-CHIUSURA
                       PERFORM 1450-CHIUDI
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
           MOVE LOW-VALUE  TO MFY8MAPO.
           IF W-COD-MSG-HOST = '023'
              MOVE W-ID-RICGDP TO W-ID-EDIT
              MOVE W-ID-EDIT   TO M-IDRICO
              MOVE W-SCADENZA  TO M-SCADO
           END-IF.
           IF W-COD-MSG-HOST = '024'
              MOVE W-PROROGA   TO M-SCADO
           END-IF.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVA ISTANZA (MODO 1): ID DAL CONTATORE 'IDRICGDP', SCADENZA  *
      * A 30 GIORNI DALLA RICEZIONE, MOSTRATI ALL'OPERATORE            *
      * -------------------------------------------------------------- *
       1430-INSERISCI SECTION.
      *--------------*
           MOVE '1430-INSERISCI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDRICGDP'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-RICGDP
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDRICGDP'
           END-EXEC.
           EXEC SQL INSERT INTO CPS04.CWRICGDP
                         VALUES (:W-ID-RICGDP,
                                 :W-RICHIEDENTE,
                                 :W-MATRICOLA,
                                 :W-COD-FI,
                                 :W-ORIGINE,
                                 :W-TIPO,
                                 :W-DATA-RIC,
                                 :W-SCADENZA,
                                 '          ',
                                 'A',
                                 :COM-UTENTE,
                                 '        ',
                                 '          ',
                                 ' ',
                                 0,
                                 '      ',
                                 '      ',
                                 :W-NOTE)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * PROROGA (MODO 2): NUOVA SCADENZA = SCADENZA + 60 GIORNI, CON   *
      * LA MOTIVAZIONE NELLE NOTE E L'OPERATORE CHE LA DISPONE         *
      * -------------------------------------------------------------- *
       1440-PROROGA SECTION.
      *------------*
           MOVE '1440-PROROGA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWRICGDP
                       SET DATA_PROROGA    = :W-PROROGA,
                           NOTE            = :W-NOTE,
                           UTENTE_GESTIONE = :COM-UTENTE
                     WHERE ID_RICGDP       = :W-ID-RICGDP
                     AND   STATO_RICHIESTA = 'A'
                     AND   DATA_PROROGA    = ' '
           END-EXEC.
           MOVE '024'   TO W-COD-MSG-HOST.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * CHIUSURA (MODO 3): ESITO, AZIONE E RIFERIMENTO DELL'AZIONE.    *
      * UNA CANCELLAZIONE NON ANCORA ESEGUITA RESTA ACCOLTA ('P') PER  *
      * CW55DEMO                                                       *
      * -------------------------------------------------------------- *
       1450-CHIUDI SECTION.
      *-----------*
           MOVE '1450-CHIUDI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWRICGDP
                       SET STATO_RICHIESTA  = :W-NUOVO-STATO,
                           UTENTE_GESTIONE  = :COM-UTENTE,
                           DATA_ESITO       = :W-DATA-ESITO,
                           TIPO_AZIONE      = :W-AZIONE,
                           NUM_RUN_SPOOL    = :W-NUM-RUN,
                           DATA_AGG_STORICO = :W-DATA-STO,
                           ORA_AGG_STORICO  = :W-ORA-STO,
                           NOTE             = :W-NOTE
                     WHERE ID_RICGDP       = :W-ID-RICGDP
                     AND   STATO_RICHIESTA = 'A'
           END-EXEC.
           IF W-NUOVO-STATO = 'P'
              MOVE '335' TO W-COD-MSG-HOST
           ELSE
              MOVE '024' TO W-COD-MSG-HOST
           END-IF.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-IDRICA
                             M-RICHIA
                             M-MATRA
                             M-CODFIA
                             M-TIPOA
                             M-DTRICA
                             M-ESITOA
                             M-AZIOA
                             M-RIFERA
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
           EXEC CICS RECEIVE MAP    ('MFY8MAP')
                             MAPSET ('MFY8MAP') END-EXEC.
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
              MOVE W-ID TO W-ID-RICGDP
           END-IF.
           INSPECT M-RICHII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-RICHII REPLACING ALL '_'       BY ' '.
           MOVE    M-RICHII TO W-RICHIEDENTE.
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
           INSPECT M-TIPOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TIPOI REPLACING ALL '_'       BY ' '.
           MOVE    M-TIPOI TO W-TIPO.
           INSPECT M-DTRICI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DTRICI REPLACING ALL '_'       BY ' '.
           MOVE    M-DTRICI TO W-DATA-RIC.
           INSPECT M-ESITOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ESITOI REPLACING ALL '_'       BY ' '.
           MOVE    M-ESITOI TO W-ESITO.
           INSPECT M-AZIOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-AZIOI REPLACING ALL '_'       BY ' '.
           MOVE    M-AZIOI TO W-AZIONE.
           INSPECT M-RIFERI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-RIFERI REPLACING ALL '_'       BY ' '.
           MOVE    M-RIFERI TO W-RIFER.
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
      * IL REGISTRO CONTIENE DATI DI TUTTO IL PERSONALE, ANCHE CESSATO:
      * COME IL DOSSIER CX28DEMO E' RISERVATO ALL'AMMINISTRATORE
      * ---
           IF NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-MODO-INS AND NOT W-MODO-PRO AND
              NOT W-MODO-CHI AND NOT W-MODO-CON
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 2220-CONTROLLA-ISTANZA
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-PRO
                 PERFORM 2230-LEGGI-ISTANZA
                 PERFORM 2240-CONTROLLA-PROROGA
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-CHI
                 PERFORM 2230-LEGGI-ISTANZA
                 PERFORM 2250-CONTROLLA-CHIUSURA
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
      * NUOVA ISTANZA (MODO 1): RICHIEDENTE, TIPO E INTERESSATO        *
      * OBBLIGATORI; DATA DI RICEZIONE VALIDA E NON FUTURA (DEFAULT    *
      * OGGI); SCADENZA A 30 GIORNI                                    *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-ISTANZA SECTION.
      *----------------------*
           MOVE '2220-CTL-IST' TO W-ULT-LABEL.
           MOVE +0 TO W-ID-RICGDP.
           IF W-RICHIEDENTE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RICHIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT W-TIPO-ACCESSO AND NOT W-TIPO-RETTIFICA AND
              NOT W-TIPO-CANCELLAZIONE AND NOT W-TIPO-LIMITAZIONE
              MOVE '327'    TO W-COD-MSG-HOST
              MOVE -1       TO M-TIPOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2225-CERCA-INTERESSATO.
      *
           IF W-DATA-RIC = SPACES
              MOVE W-DATA-OGGI TO W-DATA-RIC
              MOVE W-DATA-RIC  TO M-DTRICO
           END-IF.
           PERFORM 2260-CONTROLLA-DATA.
           EXEC SQL SELECT CHAR(DATE(:W-DATA-RIC)
                                + :W-GG-SCADENZA DAYS, ISO)
                      INTO :W-SCADENZA
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE W-SCADENZA TO M-SCADO.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * INTERESSATO: PER MATRICOLA SU CWDIPENDENTI E, SE NON C'E' PIU',*
      * SU ARCHIVIO (EX DIPENDENTE); PER CODICE FISCALE SOLO SU        *
      * CWDIPENDENTI (ARCHIVIO HA LA SOLA CHIAVE DI MATRICOLA). I DATI *
      * ANAGRAFICI VENGONO MOSTRATI PER CONFERMA                       *
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
              MOVE 'D'                             TO W-ORIGINE
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
                 MOVE 'D'                    TO W-ORIGINE
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
                 MOVE 'A'            TO W-ORIGINE
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
      * PROROGA E CHIUSURA (MODI 2 E 3): L'ISTANZA DELL'ID INDICATO    *
      * DEVE ESSERE ANCORA APERTA; I DATI VENGONO MOSTRATI             *
      * -------------------------------------------------------------- *
       2230-LEGGI-ISTANZA SECTION.
      *------------------*
           MOVE '2230-LEGGI-IST' TO W-ULT-LABEL.
           IF W-ID NOT NUMERIC
              MOVE '326'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT RICHIEDENTE,
                           COD_MATRICOLA_DIP,
                           COD_FISC,
                           TIPO_RICHIESTA,
                           DATA_RICEZIONE,
                           DATA_SCADENZA,
                           DATA_PROROGA,
                           STATO_RICHIESTA,
                           NOTE
                      INTO :DCL-CWRICGDP.RICHIEDENTE,
                           :DCL-CWRICGDP.COD-MATRICOLA-DIP,
                           :DCL-CWRICGDP.COD-FISC,
                           :DCL-CWRICGDP.TIPO-RICHIESTA,
                           :DCL-CWRICGDP.DATA-RICEZIONE,
                           :DCL-CWRICGDP.DATA-SCADENZA,
                           :DCL-CWRICGDP.DATA-PROROGA,
                           :DCL-CWRICGDP.STATO-RICHIESTA,
                           :DCL-CWRICGDP.NOTE
                      FROM  CPS04.CWRICGDP
                     WHERE ID_RICGDP = :W-ID-RICGDP
           END-EXEC.
           IF SQLCODE = +100
              MOVE '326'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT RICGDP-APERTA
              MOVE '326'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE RICHIEDENTE    OF DCL-CWRICGDP TO W-RICHIEDENTE
                                                  M-RICHIO.
           MOVE COD-MATRICOLA-DIP OF DCL-CWRICGDP
                                               TO W-MATRICOLA.
           MOVE W-MATRICOLA                    TO W-MATR-N.
           MOVE W-MATR-N                       TO W-MATR
                                                  M-MATRO.
           MOVE COD-FISC       OF DCL-CWRICGDP TO W-COD-FI
                                                  M-CODFIO.
           MOVE TIPO-RICHIESTA OF DCL-CWRICGDP TO W-TIPO
                                                  M-TIPOO.
           MOVE DATA-RICEZIONE OF DCL-CWRICGDP TO W-DATA-RIC
                                                  M-DTRICO.
           MOVE DATA-SCADENZA  OF DCL-CWRICGDP TO W-SCADENZA.
           MOVE DATA-PROROGA   OF DCL-CWRICGDP TO W-PROROGA.
           IF W-PROROGA = SPACES
              MOVE W-SCADENZA                  TO M-SCADO
           ELSE
              MOVE W-PROROGA                   TO M-SCADO
           END-IF.
      *
      * SENZA NUOVE NOTE RESTANO QUELLE GIA' REGISTRATE
      *
           IF W-NOTE = SPACES
              MOVE NOTE OF DCL-CWRICGDP        TO W-NOTE
                                                  M-NOTEO
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * PROROGA (MODO 2): AMMESSA UNA SOLA VOLTA, CON LA MOTIVAZIONE   *
      * DA COMUNICARE ALL'INTERESSATO DIGITATA NELLE NOTE              *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-PROROGA SECTION.
      *----------------------*
           MOVE '2240-CTL-PROR' TO W-ULT-LABEL.
           IF W-PROROGA NOT = SPACES
              MOVE '330'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDRICL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF M-NOTEI = SPACES OR M-NOTEI = LOW-VALUE
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-NOTEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT CHAR(DATE(:W-SCADENZA)
                                + :W-GG-PROROGA DAYS, ISO)
                      INTO :W-PROROGA
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE W-PROROGA TO M-SCADO.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * CHIUSURA (MODO 3): ESITO E/R E AZIONE COERENTE COL TIPO:       *
      *   ACCESSO -> S (RUN DI SPOOL DEL DOSSIER NEL RIFERIMENTO)      *
      *   RETTIFICA -> R (GGMMAAHHMMSS DELLA VARIAZIONE CWSTORICO)     *
      *   CANCELLAZIONE -> A (INTERESSATO NON PIU' IN FORZA)           *
      *   LIMITAZIONE E RESPINTE -> N (MOTIVAZIONE NELLE NOTE)         *
      * -------------------------------------------------------------- *
       2250-CONTROLLA-CHIUSURA SECTION.
      *-----------------------*
           MOVE '2250-CTL-CHIUS' TO W-ULT-LABEL.
           IF NOT W-ESITO-EVASA AND NOT W-ESITO-RESPINTA
              MOVE '331'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ESITOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-ESITO     TO W-NUOVO-STATO.
           MOVE W-DATA-OGGI TO W-DATA-ESITO.
           MOVE +0          TO W-NUM-RUN.
           MOVE SPACES      TO W-DATA-STO
                               W-ORA-STO.
      *
           IF W-ESITO-RESPINTA OR W-TIPO-LIMITAZIONE
              IF W-AZIONE NOT = 'N'
                 MOVE '332'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-AZIOL
                 PERFORM 2999-CERCA-ERR
              END-IF
              IF M-NOTEI = SPACES OR M-NOTEI = LOW-VALUE
                 MOVE '001'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-NOTEL
                 PERFORM 2999-CERCA-ERR
              END-IF
              GO TO 2250-EX
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-TIPO-ACCESSO
                 IF W-AZIONE NOT = 'S'
                    MOVE '332'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-AZIOL
                    PERFORM 2999-CERCA-ERR
                 END-IF
                 PERFORM 2280-CONTROLLA-SPOOL
              WHEN W-TIPO-RETTIFICA
                 IF W-AZIONE NOT = 'R'
                    MOVE '332'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-AZIOL
                    PERFORM 2999-CERCA-ERR
                 END-IF
                 PERFORM 2285-CONTROLLA-STORICO
              WHEN OTHER
                 IF W-AZIONE NOT = 'A'
                    MOVE '332'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-AZIOL
                    PERFORM 2999-CERCA-ERR
                 END-IF
                 PERFORM 2290-CONTROLLA-ANONIMIZZ
           END-EVALUATE.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * DATA DI RICEZIONE: VALIDA A CALENDARIO (IET016CT) E NON        *
      * SUCCESSIVA AD OGGI                                             *
      * -------------------------------------------------------------- *
       2260-CONTROLLA-DATA SECTION.
      *-------------------*
           MOVE '2260-CTL-DATA' TO W-ULT-LABEL.
           MOVE W-DATA-RIC TO W-DATA-CTL.
           IF W-AA-CTL NOT NUMERIC OR
              W-MM-CTL NOT NUMERIC OR
              W-GG-CTL NOT NUMERIC OR
              W-DATA-RIC (5:1) NOT = '-' OR
              W-DATA-RIC (8:1) NOT = '-'
              MOVE '329'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DTRICL
              PERFORM 2999-CERCA-ERR
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
           IF RC-IET016CT NOT = SPACES OR W-DATA-RIC > W-DATA-OGGI
              MOVE '329'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DTRICL
              PERFORM 2999-CERCA-ERR
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
      * ACCESSO: IL RIFERIMENTO E' IL NUMERO DEL RUN DI SPOOL, LA CUI  *
      * TESTATA DEVE ESSERE UN DOSSIER GDPR DI CX28DEMO                *
      * -------------------------------------------------------------- *
       2280-CONTROLLA-SPOOL SECTION.
      *--------------------*
           MOVE '2280-CTL-SPOOL' TO W-ULT-LABEL.
           IF W-RIF-RUN NOT NUMERIC OR W-RIF-RUN-RESTO NOT = SPACES
              MOVE '333'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RIFERL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE 'N'          TO SW-SPOOL.
           PERFORM 2282-LEGGI-SPOOL.
           IF NOT TROVATO-SU-SPOOL OR
              SP-NOME-REPORT NOT = 'DOSSIER GDPR'
              MOVE '333'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RIFERL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-RIF-RUN    TO W-NUM-RUN.
       2280-EX. EXIT.

       2282-LEGGI-SPOOL SECTION.
      *----------------*
           EXEC CICS HANDLE CONDITION NOTFND (2282-EX)
           END-EXEC.
           MOVE W-RIF-RUN    TO SP-NUM-RUN.
           MOVE ZEROES       TO SP-NUM-RIGA.
           EXEC CICS READ      FILE      ('SPOOLF')
                               RIDFLD    (SP-KEY)
                               INTO      (SP-RECORD)
                               LENGTH    (SP-LUNG)
           END-EXEC.
           MOVE 'S'          TO SW-SPOOL.
       2282-EX. EXIT.

      * -------------------------------------------------------------- *
      * RETTIFICA: IL RIFERIMENTO GGMMAAHHMMSS E' LA VARIAZIONE DELLA  *
      * MATRICOLA REGISTRATA SU CWSTORICO DA CW07DEMO                  *
      * -------------------------------------------------------------- *
       2285-CONTROLLA-STORICO SECTION.
      *----------------------*
           MOVE '2285-CTL-STOR' TO W-ULT-LABEL.
           IF W-RIF-DATA-STO NOT NUMERIC OR W-RIF-ORA-STO NOT NUMERIC
              MOVE '334'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RIFERL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-RIF-DATA-STO TO W-DATA-STO.
           MOVE W-RIF-ORA-STO  TO W-ORA-STO.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSTORICO
                     WHERE COD_MATRICOLA_DIP  = :W-MATRICOLA
                     AND   DATA_AGGIORNAMENTO = :W-DATA-STO
                     AND   ORA_AGGIORNAMENTO  = :W-ORA-STO
           END-EXEC.
           IF W-COUNT = +0
              MOVE '334'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RIFERL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2285-EX. EXIT.

      * -------------------------------------------------------------- *
      * CANCELLAZIONE: SOLO PER CHI NON E' PIU' IN FORZA. SE ARCHIVIO  *
      * E' GIA' ANONIMIZZATO L'ISTANZA E' EVASA, ALTRIMENTI RESTA      *
      * ACCOLTA ('P') E LA ESEGUE CW55DEMO AL PRIMO RUN                *
      * -------------------------------------------------------------- *
       2290-CONTROLLA-ANONIMIZZ SECTION.
      *------------------------*
           MOVE '2290-CTL-ANON' TO W-ULT-LABEL.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF W-COUNT > +0
              MOVE '336'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ESITOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2270-LEGGI-ARCHIVIO.
           IF TROVATO-SU-ARCHIVIO AND VS-COGNOME = W-COGNOME-ANON
              GO TO 2290-EX
           END-IF.
           MOVE 'P'         TO W-NUOVO-STATO.
       2290-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 4): ISTANZE DALLA PIU' RECENTE, UNA PER    *
      * RIGA (M-RIGAO), CON LA SCADENZA EFFETTIVA ('*' SE PROROGATA) E *
      * I GIORNI MANCANTI PER LE ISTANZE APERTE O ACCOLTE              *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           IF W-MATR NOT = SPACES AND W-MATR NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIC FROM 1 BY 1
                   UNTIL W-IND-RIC > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIC.
           EXEC SQL OPEN CUR-GDP90  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-GDP90  END-EXEC.
      *
           IF W-IND-RIC = 0
              MOVE '338'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '337'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-RIC).
       2310-EX. EXIT.

       2320-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-GDP90
           INTO   :DCL-CWRICGDP.ID-RICGDP,
                  :DCL-CWRICGDP.TIPO-RICHIESTA,
                  :DCL-CWRICGDP.STATO-RICHIESTA,
                  :DCL-CWRICGDP.COD-MATRICOLA-DIP,
                  :DCL-CWRICGDP.RICHIEDENTE,
                  :DCL-CWRICGDP.DATA-RICEZIONE,
                  :DCL-CWRICGDP.DATA-SCADENZA,
                  :DCL-CWRICGDP.DATA-PROROGA,
                  :DCL-CWRICGDP.TIPO-AZIONE,
                  :W-GIORNI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIC < W-MAX-RIGHE
              ADD 1 TO W-IND-RIC
              MOVE SPACES                          TO W-RIGA-RIC
              MOVE ID-RICGDP       OF DCL-CWRICGDP TO WR-ID
              MOVE TIPO-RICHIESTA  OF DCL-CWRICGDP TO WR-TIPO
              MOVE STATO-RICHIESTA OF DCL-CWRICGDP TO WR-STATO
              MOVE COD-MATRICOLA-DIP OF DCL-CWRICGDP
                                                   TO WR-MATRICOLA
              MOVE RICHIEDENTE     OF DCL-CWRICGDP TO WR-RICHIEDENTE
              MOVE DATA-RICEZIONE  OF DCL-CWRICGDP TO WR-DATA-RIC
              IF DATA-PROROGA OF DCL-CWRICGDP = SPACES
                 MOVE DATA-SCADENZA OF DCL-CWRICGDP TO WR-SCADENZA
              ELSE
                 MOVE DATA-PROROGA  OF DCL-CWRICGDP TO WR-SCADENZA
                 MOVE '*'                           TO WR-PROROGATA
              END-IF
              IF RICGDP-APERTA OR RICGDP-IN-ESECUZIONE
                 MOVE W-GIORNI                     TO WR-GIORNI
              END-IF
              MOVE TIPO-AZIONE     OF DCL-CWRICGDP TO WR-AZIONE
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
                             M-RICHIA
                             M-MATRA
                             M-CODFIA
                             M-TIPOA
                             M-DTRICA
                             M-ESITOA
                             M-AZIOA
                             M-RIFERA
                             M-NOTEA
                             M-STATA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFY8MAPO.
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
                        MAP    ('MFY8MAP')
                        MAPSET ('MFY8MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFY8MAP')
                        MAPSET ('MFY8MAP')
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
                     TRANSID  ('RX90')
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
