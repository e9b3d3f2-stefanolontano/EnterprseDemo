       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX80DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX80                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : ACCORDI DI LAVORO AGILE E PIANO SETTIMANALE  *
      *                   (CPS04.CWSMACC, CPS04.CWSMPIAN)              *
      * TIPO OPERAZIONE : INSERIMENTO / CHIUSURA / PIANIFICAZIONE /    *
      *                   CONSULTAZIONE                                *
      * RIFERIMENTO P.E.: AGGIORNAMENTI NEGATI AL RUOLO 4; MATRICOLE   *
      *                   LIMITATE AL DIPARTIMENTO DELL'OPERATORE      *
      *                   (TRANNE RUOLO 1)                             *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: GLI OPERATORI*
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA), AMMINISTRATORI COMPRESI, NON*
      *                OPERANO SU MATRICOLE DI ALTRE SOCIETA'          *
      *                (MESSAGGIO 366)                                 *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA:  *
      *                RESTA LA SOLA CONSULTAZIONE                     *
      ******************************************************************
      ******************************************************************
      * GESTIONE DA PARTE DEL RESPONSABILE DEGLI ACCORDI INDIVIDUALI   *
      * DI LAVORO AGILE (DECORRENZA, SCADENZA E MASSIMO DI GIORNATE DA *
      * REMOTO PER SETTIMANA) E DEL PIANO SETTIMANALE DEI GIORNI DA    *
      * REMOTO. IL PIANO PUO' ESSERE INSERITO ANCHE DAL DIPENDENTE AL  *
      * CHIOSCO (CW76DEMO, PF8): I CONTROLLI E LA REGISTRAZIONE SONO   *
      * NELLA ROUTINE COMUNE CX81DEMO.                                 *
      *   MODO 1 - INSERIMENTO DI UN ACCORDO (NON SOVRAPPOSTO AD ALTRI *
      *            ACCORDI ATTIVI DELLA MATRICOLA)                     *
      *   MODO 2 - CHIUSURA DI UN ACCORDO ATTIVO, INDIVIDUATO DALLA    *
      *            DATA DI INIZIO: SE NON ANCORA DECORSO VIENE         *
      *            REVOCATO, ALTRIMENTI LA NUOVA DATA FINE (NON        *
      *            ANTERIORE A OGGI) NE ANTICIPA LA SCADENZA. LE       *
      *            GIORNATE PIANIFICATE OLTRE LA NUOVA SCADENZA        *
      *            VENGONO CANCELLATE                                  *
      *   MODO 3 - PIANO DELLA SETTIMANA DEL LUNEDI' INDICATO: IL      *
      *            PIANO REGISTRATO VIENE MOSTRATO IN CONFERMA, DOVE I *
      *            GIORNI RESTANO MODIFICABILI ('X' = DA REMOTO)       *
      *   MODO 4 - CONSULTAZIONE DEGLI ACCORDI DELLA MATRICOLA (E DEL  *
      *            PIANO DELLA SETTIMANA, SE INDICATO IL LUNEDI')      *
      * LE GIORNATE DA REMOTO VALGONO COME PRESENZA PER CW95DEMO, NON  *
      * CONTANO COME PRESENZA FISICA NEL CALENDARIO CW97DEMO, NON      *
      * MATURANO IL BUONO PASTO (CX51DEMO) E SONO RIEPILOGATE PER      *
      * DIPARTIMENTO DAL BATCH MENSILE CX82DEMO.                       *
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
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3.
       01  W-DIPART-LETTO                  PIC X(10)     VALUE SPACES.
       01  W-NUM-FUORI-SOC                 PIC S9(9)     COMP VALUE +0.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-CHI                  VALUE '2'.
           88  W-MODO-PIA                  VALUE '3'.
           88  W-MODO-CON                  VALUE '4'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-MAXGG                         PIC X(1)      VALUE SPACES.
       01  W-MAX-GG-SETT                   PIC S9(1)  COMP-3 VALUE +0.
       01  W-GGSW                          PIC X(5)      VALUE SPACES.
      * ---
      * DATE DI INIZIO E FINE DELL'ACCORDO E LUNEDI' DEL PIANO, IN
      * FORMATO AAAA-MM-GG (COME LA DATA DI CESSAZIONE DI CW38DEMO)
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
       01  W-DATA-LUNEDI.
           05  W-AA-LUN                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-LUN                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-LUN                    PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * ---
      * ACCORDO DA CHIUDERE (MODO 2): SCADENZA REGISTRATA E TIPO DI
      * CHIUSURA
      * ---
       01  W-FINE-ATTUALE                  PIC X(10)     VALUE SPACES.
       01  SW-REVOCA                       PIC X(1)      VALUE 'N'.
           88  ACCORDO-DA-REVOCARE                       VALUE 'S'.
      * ---
      * ELENCO DEGLI ACCORDI (MODO 4), UNO PER RIGA (M-RIGAO), CON LE
      * GIORNATE PIANIFICATE NEL PERIODO
      * ---
       01  W-IND-ACC                       PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +8.
       01  W-GG-PIANIF                     PIC S9(9)  COMP VALUE +0.
       01  W-RIGA-ACC.
           05  WR-INIZIO                   PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-FINE                     PIC X(10).
           05  FILLER                      PIC X(2).
           05  WR-MAXGG                    PIC 9.
           05  FILLER                      PIC X(2).
           05  WR-STATO                    PIC X(1).
           05  FILLER                      PIC X(2).
           05  WR-PIANIF                   PIC ZZ9.
           05  FILLER                      PIC X(2).
           05  WR-UTENTE                   PIC X(8).
           05  FILLER                      PIC X(1).
           05  WR-DATA-AGG                 PIC X(10).
      * -------------------------------------------------------------- *
      *    AREA DI TRANSITO DELLA ROUTINE DEL PIANO SETTIMANALE        *
      * -------------------------------------------------------------- *
           COPY CWCX81.
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX80DEMO'.
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
           EXEC SQL  INCLUDE CWSMAC         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWSMPI         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * ---
      * ACCORDI DELLA MATRICOLA DAL PIU' RECENTE, CON LE GIORNATE
      * PIANIFICATE NEL PERIODO DI CIASCUNO
      * ---
           EXEC SQL DECLARE CUR-ACC80 CURSOR FOR
                    SELECT  A.DATA_INIZIO,
                            A.DATA_FINE,
                            A.MAX_GG_SETT,
                            A.STATO_ACCORDO,
                            (SELECT COUNT(*)
                               FROM CPS04.CWSMPIAN P
                              WHERE P.COD_MATRICOLA_DIP =
                                    A.COD_MATRICOLA_DIP
                              AND   P.DATA_SMART BETWEEN A.DATA_INIZIO
                                                     AND A.DATA_FINE),
                            A.UTENTE_AGGIORNAMENTO,
                            A.DATA_AGGIORNAMENTO
                    FROM    CPS04.CWSMACC A
                    WHERE   A.COD_MATRICOLA_DIP = :W-MATRICOLA
                    ORDER BY A.DATA_INIZIO DESC
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFY4MAP.
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
           EXEC CICS RECEIVE MAP    ('MFY4MAP')
                             MAPSET ('MFY4MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFY4MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFY4MAPI.
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
      * 2500-CONFERMA; I GIORNI DEL PIANO RESTANO MODIFICABILI) E
      * VANNO RICONVERTITI PRIMA DELL'AGGIORNAMENTO
      * ---
           EXEC CICS RECEIVE MAP    ('MFY4MAP')
                             MAPSET ('MFY4MAP') END-EXEC.
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
      * L'ACCORDO VIENE RICONTROLLATO: NEL FRATTEMPO PUO' ESSERE STATO
      * INSERITO O CHIUSO DA UN ALTRO OPERATORE
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 MOVE '024'   TO W-COD-MSG-HOST
                 EVALUATE TRUE
                    WHEN W-MODO-INS
                       PERFORM 2220-CONTROLLA-ACCORDO
                       PERFORM 1430-INSERISCI
                    WHEN W-MODO-CHI
                       PERFORM 2230-LEGGI-ACCORDO
                       PERFORM 2240-CONTROLLA-CHIUSURA
                       PERFORM 1450-CHIUDI
                    WHEN OTHER
                       PERFORM 1460-REGISTRA-PIANO
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
           MOVE LOW-VALUE  TO MFY4MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVO ACCORDO ATTIVO (MODO 1)                                  *
      * -------------------------------------------------------------- *
       1430-INSERISCI SECTION.
      *--------------*
           MOVE '1430-INSERISCI' TO W-ULT-LABEL.
           EXEC SQL INSERT INTO CPS04.CWSMACC
                         VALUES (:W-MATRICOLA,
                                 :W-DATA-INIZIO,
                                 :W-DATA-FINE,
                                 :W-MAX-GG-SETT,
                                 'A',
                                 :COM-UTENTE,
                                 :W-DATA-OGGI)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * CHIUSURA (MODO 2): REVOCA DELL'ACCORDO NON ANCORA DECORSO O    *
      * NUOVA SCADENZA; LE GIORNATE PIANIFICATE CHE RESTANO FUORI      *
      * DALL'ACCORDO VENGONO CANCELLATE                                *
      * -------------------------------------------------------------- *
       1450-CHIUDI SECTION.
      *-----------*
           MOVE '1450-CHIUDI' TO W-ULT-LABEL.
           IF ACCORDO-DA-REVOCARE
              EXEC SQL UPDATE CPS04.CWSMACC
                          SET STATO_ACCORDO        = 'R',
                              UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                              DATA_AGGIORNAMENTO   = :W-DATA-OGGI
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   DATA_INIZIO       = :W-DATA-INIZIO
                        AND   STATO_ACCORDO     = 'A'
              END-EXEC
              EXEC SQL DELETE FROM CPS04.CWSMPIAN
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   DATA_SMART       >= :W-DATA-INIZIO
                        AND   DATA_SMART       <= :W-FINE-ATTUALE
              END-EXEC
           ELSE
              EXEC SQL UPDATE CPS04.CWSMACC
                          SET DATA_FINE            = :W-DATA-FINE,
                              UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                              DATA_AGGIORNAMENTO   = :W-DATA-OGGI
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   DATA_INIZIO       = :W-DATA-INIZIO
                        AND   STATO_ACCORDO     = 'A'
              END-EXEC
              EXEC SQL DELETE FROM CPS04.CWSMPIAN
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   DATA_SMART        > :W-DATA-FINE
                        AND   DATA_SMART       <= :W-FINE-ATTUALE
              END-EXEC
           END-IF.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * PIANO SETTIMANALE (MODO 3): CONTROLLI E REGISTRAZIONE NELLA    *
      * ROUTINE CX81DEMO; SE IL PIANO E' SCARTATO IL MOTIVO VIENE      *
      * MOSTRATO CON I DATI DIGITATI                                   *
      * -------------------------------------------------------------- *
       1460-REGISTRA-PIANO SECTION.
      *-------------------*
           MOVE '1460-REG-PIANO' TO W-ULT-LABEL.
           MOVE 'R'            TO FUNZIONE-CX81.
           PERFORM 2270-LINK-PIANO.
           MOVE '295'          TO W-COD-MSG-HOST.
       1460-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-MATRA
                             M-A-INIA
                             M-M-INIA
                             M-G-INIA
                             M-A-FINA
                             M-M-FINA
                             M-G-FINA
                             M-MAXGGA
                             M-A-LUNA
                             M-M-LUNA
                             M-G-LUNA
                             M-GGSWA.
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
           EXEC CICS RECEIVE MAP    ('MFY4MAP')
                             MAPSET ('MFY4MAP') END-EXEC.
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
           INSPECT M-MAXGGI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MAXGGI REPLACING ALL '_'       BY ' '.
           MOVE    M-MAXGGI TO W-MAXGG.
           IF W-MAXGG NUMERIC
              MOVE W-MAXGG TO W-MAX-GG-SETT
           ELSE
              MOVE +0      TO W-MAX-GG-SETT
           END-IF.
           INSPECT M-A-LUNI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-LUNI REPLACING ALL '_'       BY ' '.
           INSPECT M-M-LUNI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-LUNI REPLACING ALL '_'       BY ' '.
           INSPECT M-G-LUNI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-LUNI REPLACING ALL '_'       BY ' '.
           MOVE M-A-LUNI TO W-AA-LUN.
           MOVE M-M-LUNI TO W-MM-LUN.
           MOVE M-G-LUNI TO W-GG-LUN.
           INSPECT M-GGSWI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-GGSWI REPLACING ALL '_'       BY ' '.
           MOVE    M-GGSWI TO W-GGSW.
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
           IF NOT W-MODO-INS AND NOT W-MODO-CHI AND
              NOT W-MODO-PIA AND NOT W-MODO-CON
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
              WHEN W-MODO-INS
                 PERFORM 2220-CONTROLLA-ACCORDO
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-CHI
                 PERFORM 2230-LEGGI-ACCORDO
                 PERFORM 2240-CONTROLLA-CHIUSURA
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-PIA
                 PERFORM 2260-LEGGI-PIANO
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
      * LA MATRICOLA DEVE ESISTERE SU CWDIPENDENTI ED ESSERE NEL       *
      * PERIMETRO DELL'OPERATORE                                       *
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
           MOVE SPACES TO W-DIPART-LETTO.
           EXEC SQL SELECT DIPARTIMENTO,
                           COGNOME,
                           NOME
                      INTO :W-DIPART-LETTO,
                           :DCL-CPSDIP.COGNOME,
                           :DCL-CPSDIP.NOME
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
      *
           PERFORM 2215-CONTROLLA-PERIMETRO.
       2210-EX. EXIT.

       2215-CONTROLLA-PERIMETRO SECTION.
      *------------------------*
      * ---
      * PERIMETRO PER SOCIETA' DEL GRUPPO: CON AUTORIZZAZIONI SU
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO) LA MATRICOLA DEVE
      * ESSERE DI UNA SOCIETA' CONCESSA, ANCHE PER L'AMMINISTRATORE
      * ---
           IF COM-SOC-LIMITATE
              MOVE +0 TO W-NUM-FUORI-SOC
              EXEC SQL SELECT COUNT(*)
                         INTO :W-NUM-FUORI-SOC
                         FROM  CPS04.CWDIPENDENTI
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   COD_SOCIETA NOT IN
                              (SELECT U.COD_SOCIETA
                                 FROM CPS04.CWUTESOC U
                                WHERE U.UTENTE = :COM-UTENTE)
              END-EXEC
              IF W-NUM-FUORI-SOC > +0
                 MOVE '366'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MATRL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
           IF NOT COM-UTENTE-1
              IF COM-DIPART-UTENTE = SPACES OR
                 W-DIPART-LETTO NOT = COM-DIPART-UTENTE
                 MOVE '118'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MATRL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
       2215-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVO ACCORDO (MODO 1): DATE VALIDE E ORDINATE, MASSIMO DA 1 A *
      * 5 GIORNI, NESSUN ALTRO ACCORDO ATTIVO SUL PERIODO              *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-ACCORDO SECTION.
      *----------------------*
           MOVE '2220-CTL-ACCORDO' TO W-ULT-LABEL.
           IF W-AA-INI NOT NUMERIC OR
              W-MM-INI NOT NUMERIC OR
              W-GG-INI NOT NUMERIC OR
              W-MM-INI < '01' OR W-MM-INI > '12' OR
              W-GG-INI < '01' OR W-GG-INI > '31'
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-AA-FIN NOT NUMERIC OR
              W-MM-FIN NOT NUMERIC OR
              W-GG-FIN NOT NUMERIC OR
              W-MM-FIN < '01' OR W-MM-FIN > '12' OR
              W-GG-FIN < '01' OR W-GG-FIN > '31'
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DATA-FINE < W-DATA-INIZIO
              MOVE '286'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MAX-GG-SETT < 1 OR W-MAX-GG-SETT > 5
              MOVE '287'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MAXGGL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSMACC
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_ACCORDO     = 'A'
                     AND   DATA_INIZIO      <= :W-DATA-FINE
                     AND   DATA_FINE        >= :W-DATA-INIZIO
           END-EXEC.
           IF W-COUNT > +0
              MOVE '288'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * CHIUSURA (MODO 2): L'ACCORDO DELLA DATA DI INIZIO INDICATA     *
      * DEVE ESSERE ANCORA ATTIVO; I DATI VENGONO MOSTRATI             *
      * -------------------------------------------------------------- *
       2230-LEGGI-ACCORDO SECTION.
      *------------------*
           MOVE '2230-LEGGI-ACC' TO W-ULT-LABEL.
           IF W-AA-INI NOT NUMERIC OR
              W-MM-INI NOT NUMERIC OR
              W-GG-INI NOT NUMERIC
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT DATA_FINE,
                           MAX_GG_SETT,
                           STATO_ACCORDO
                      INTO :DCL-CWSMACC.DATA-FINE,
                           :DCL-CWSMACC.MAX-GG-SETT,
                           :DCL-CWSMACC.STATO-ACCORDO
                      FROM  CPS04.CWSMACC
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_INIZIO       = :W-DATA-INIZIO
           END-EXEC.
           IF SQLCODE = +100
              MOVE '289'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT ACCORDO-ATTIVO
              MOVE '289'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE DATA-FINE   OF DCL-CWSMACC TO W-FINE-ATTUALE.
           MOVE MAX-GG-SETT OF DCL-CWSMACC TO W-MAX-GG-SETT.
           MOVE W-MAX-GG-SETT              TO W-MAXGG.
           MOVE W-MAXGG                    TO M-MAXGGO.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * ACCORDO NON ANCORA DECORSO: REVOCA, LA DATA FINE DIGITATA NON  *
      * SERVE E VIENE MOSTRATA QUELLA REGISTRATA. ACCORDO DECORSO: LA  *
      * NUOVA SCADENZA VA DA OGGI ALLA SCADENZA ATTUALE                *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-CHIUSURA SECTION.
      *-----------------------*
           MOVE '2240-CTL-CHIUS' TO W-ULT-LABEL.
           IF W-DATA-INIZIO > W-DATA-OGGI
              MOVE 'S'            TO SW-REVOCA
              MOVE W-FINE-ATTUALE TO W-DATA-FINE
              MOVE W-AA-FIN       TO M-A-FINO
              MOVE W-MM-FIN       TO M-M-FINO
              MOVE W-GG-FIN       TO M-G-FINO
           ELSE
              MOVE 'N'            TO SW-REVOCA
              IF W-AA-FIN NOT NUMERIC OR
                 W-MM-FIN NOT NUMERIC OR
                 W-GG-FIN NOT NUMERIC OR
                 W-MM-FIN < '01' OR W-MM-FIN > '12' OR
                 W-GG-FIN < '01' OR W-GG-FIN > '31'
                 MOVE '076'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-A-FINL
                 PERFORM 2999-CERCA-ERR
              END-IF
              IF W-DATA-FINE < W-DATA-OGGI OR
                 W-DATA-FINE > W-FINE-ATTUALE
                 MOVE '297'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-A-FINL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * PIANO SETTIMANALE (MODO 3): LETTURA DEL PIANO REGISTRATO PER   *
      * LA CONFERMA. LA MATRICOLA DEVE AVERE ALMENO UN ACCORDO ATTIVO  *
      * -------------------------------------------------------------- *
       2260-LEGGI-PIANO SECTION.
      *----------------*
           MOVE '2260-LEGGI-PIANO' TO W-ULT-LABEL.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSMACC
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   STATO_ACCORDO     = 'A'
                     AND   DATA_FINE        >= :W-DATA-OGGI
           END-EXEC.
           IF W-COUNT = +0
              MOVE '296'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE 'L'            TO FUNZIONE-CX81.
           PERFORM 2270-LINK-PIANO.
       2260-EX. EXIT.

      * -------------------------------------------------------------- *
      * CHIAMATA ALLA ROUTINE DEL PIANO SETTIMANALE CON LA FUNZIONE    *
      * GIA' IMPOSTATA; IN USCITA I GIORNI SONO QUELLI EFFETTIVI       *
      * -------------------------------------------------------------- *
       2270-LINK-PIANO SECTION.
      *---------------*
           MOVE LENGTH OF AREA-CX81 TO LL-CX81.
           MOVE W-MATRICOLA        TO MATRICOLA-CX81.
           MOVE W-DATA-LUNEDI      TO DATA-LUNEDI-CX81.
           MOVE W-GGSW             TO GIORNI-CX81.
           MOVE 'R'                TO ORIGINE-CX81.
           MOVE COM-UTENTE         TO UTENTE-CX81.
           EXEC CICS LINK PROGRAM  ('CX81DEMO')
                          COMMAREA (AREA-CX81)
                          LENGTH   (LL-CX81)
           END-EXEC.
           IF RC-CX81 = 8
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE '298'         TO W-COD-MSG-HOST
              MOVE -1            TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF RC-CX81 NOT = 0
              MOVE COD-MSG-CX81  TO W-COD-MSG-HOST
              IF COD-MSG-CX81 = '290' OR '291'
                 MOVE -1         TO M-A-LUNL
              ELSE
                 MOVE -1         TO M-GGSWL
              END-IF
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE GIORNI-CX81        TO W-GGSW
                                      M-GGSWO.
       2270-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 4): ACCORDI DELLA MATRICOLA, UNO PER RIGA  *
      * (M-RIGAO), E PIANO DELLA SETTIMANA SE INDICATO IL LUNEDI'      *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-ACC FROM 1 BY 1
                   UNTIL W-IND-ACC > W-MAX-RIGHE.
           MOVE +0     TO W-IND-ACC.
           EXEC SQL OPEN CUR-ACC80  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-ACC80  END-EXEC.
      *
           IF W-IND-ACC = 0
              MOVE '296'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DATA-LUNEDI NOT = '    -  -  '
              MOVE 'L'      TO FUNZIONE-CX81
              PERFORM 2270-LINK-PIANO
           END-IF.
           MOVE '299'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MATRL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-ACC).
       2310-EX. EXIT.

       2320-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-ACC80
           INTO   :DCL-CWSMACC.DATA-INIZIO,
                  :DCL-CWSMACC.DATA-FINE,
                  :DCL-CWSMACC.MAX-GG-SETT,
                  :DCL-CWSMACC.STATO-ACCORDO,
                  :W-GG-PIANIF,
                  :DCL-CWSMACC.UTENTE-AGGIORNAMENTO,
                  :DCL-CWSMACC.DATA-AGGIORNAMENTO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-ACC < W-MAX-RIGHE
              ADD 1 TO W-IND-ACC
              MOVE SPACES                            TO W-RIGA-ACC
              MOVE DATA-INIZIO   OF DCL-CWSMACC      TO WR-INIZIO
              MOVE DATA-FINE     OF DCL-CWSMACC      TO WR-FINE
              MOVE MAX-GG-SETT   OF DCL-CWSMACC      TO WR-MAXGG
              MOVE STATO-ACCORDO OF DCL-CWSMACC      TO WR-STATO
              MOVE W-GG-PIANIF                       TO WR-PIANIF
              MOVE UTENTE-AGGIORNAMENTO OF DCL-CWSMACC
                                                     TO WR-UTENTE
              MOVE DATA-AGGIORNAMENTO   OF DCL-CWSMACC
                                                     TO WR-DATA-AGG
              MOVE W-RIGA-ACC TO M-RIGAO (W-IND-ACC)
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
      * CW31DEMO); NEL PIANO SETTIMANALE I GIORNI RESTANO MODIFICABILI
      * ---
           MOVE PROT-FSET TO M-MODOA
                             M-MATRA
                             M-A-INIA
                             M-M-INIA
                             M-G-INIA
                             M-A-FINA
                             M-M-FINA
                             M-G-FINA
                             M-MAXGGA
                             M-A-LUNA
                             M-M-LUNA
                             M-G-LUNA
                             M-GGSWA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           IF W-MODO-PIA
              MOVE UNPROT-FSET TO M-GGSWA
              MOVE -1          TO M-GGSWL
           END-IF.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFY4MAPO.
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
                        MAP    ('MFY4MAP')
                        MAPSET ('MFY4MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFY4MAP')
                        MAPSET ('MFY4MAP')
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
                     TRANSID  ('RX80')
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
