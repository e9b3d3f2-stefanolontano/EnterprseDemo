       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX78DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX78                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : REGISTRO PIGNORAMENTI E CESSIONI DEL QUINTO  *
      *                   (CPS04.CWPIGNOR)                             *
      * TIPO OPERAZIONE : INSERIMENTO / VARIAZIONE / CHIUSURA /        *
      *                   CONSULTAZIONE                                *
      * RIFERIMENTO P.E.: AGGIORNAMENTI NEGATI AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * REGISTRA PER MATRICOLA I PIGNORAMENTI PRESSO TERZI E LE        *
      * CESSIONI DEL QUINTO CHE ARRIVANO IN FORMA CARTACEA: CREDITORE, *
      * RIFERIMENTO DELL'ATTO, IMPORTO TOTALE, RATA MENSILE, PRIORITA' *
      * E DATA DI INIZIO. IL RESIDUO PARTE DALL'IMPORTO TOTALE E VIENE *
      * SCALATO OGNI MESE DAL BATCH CX79DEMO, CHE CALCOLA LA RATA      *
      * DOVUTA NEI LIMITI DI LEGGE SULLA RETRIBUZIONE CWRETRIB E IN    *
      * ORDINE DI PRIORITA'; LE TRATTENUTE DEL MESE VIAGGIANO SUL FILE *
      * PAYROLX DI CW82DEMO.                                           *
      *   MODO 1 - INSERIMENTO DI UNA NUOVA TRATTENUTA                 *
      *   MODO 2 - VARIAZIONE DI RATA E PRIORITA' DI UNA TRATTENUTA    *
      *            APERTA (IDENTIFICATIVO OBBLIGATORIO)                *
      *   MODO 3 - CHIUSURA DI UNA TRATTENUTA APERTA (REVOCA DEL       *
      *            GIUDICE, ESTINZIONE ANTICIPATA, REGOLAZIONE SUL TFR *
      *            ALLA CESSAZIONE - VEDI CW38DEMO)                    *
      *   MODO 4 - CONSULTAZIONE DELLE TRATTENUTE DELLA MATRICOLA      *
      * IN CONFERMA (MODI 1 E 2) VIENE MOSTRATO IL QUINTO CEDIBILE     *
      * DELLA RETRIBUZIONE BASE CONFRONTATO CON LE RATE APERTE DELLO   *
      * STESSO TIPO: IL SUPERAMENTO NON BLOCCA LA REGISTRAZIONE (L'ATTO*
      * VA COMUNQUE ANNOTATO) MA LA RATA EFFETTIVA SARA' RIDOTTA DA    *
      * CX79DEMO.                                                      *
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
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3.
       01  W-ID                            PIC X(7)      VALUE SPACES.
       01  W-ID-PIGNOR                     PIC S9(7)  COMP-3 VALUE +0.
       01  W-TIPO                          PIC X(1)      VALUE SPACES.
           88  W-TIPO-VALIDO               VALUE 'P' 'C'.
       01  W-CREDITORE                     PIC X(30)     VALUE SPACES.
       01  W-RIF-ATTO                      PIC X(20)     VALUE SPACES.
       01  W-PRIOR                         PIC X(2)      VALUE SPACES.
       01  W-PRIORITA                      PIC S9(2)  COMP-3 VALUE +0.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-VAR                  VALUE '2'.
           88  W-MODO-CHI                  VALUE '3'.
           88  W-MODO-CON                  VALUE '4'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
      * ---
      * IMPORTI DIGITATI IN PARTE INTERA E DECIMALE (COME LA
      * PERCENTUALE DI DETRAZIONE DI CX23DEMO)
      * ---
       01  W-TOT-DIG.
           05  W-TOT-DIG-INT               PIC 9(7)      VALUE ZEROES.
           05  W-TOT-DIG-DEC               PIC 9(2)      VALUE ZEROES.
       01  W-TOT-DIG-NUM REDEFINES W-TOT-DIG  PIC 9(7)V99.
       01  W-RATA-DIG.
           05  W-RATA-DIG-INT              PIC 9(7)      VALUE ZEROES.
           05  W-RATA-DIG-DEC              PIC 9(2)      VALUE ZEROES.
       01  W-RATA-DIG-NUM REDEFINES W-RATA-DIG  PIC 9(7)V99.
       01  W-IMPORTO-TOTALE                PIC S9(7)V99 COMP-3 VALUE +0.
       01  W-RATA                          PIC S9(7)V99 COMP-3 VALUE +0.
      * ---
      * DATA DI INIZIO IN FORMATO AAAA-MM-GG (COME LA DATA DI
      * CESSAZIONE DI CW38DEMO)
      * ---
       01  W-DATA-INIZIO.
           05  W-AA-INI                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-INI                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-INI                    PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * ---
      * QUINTO CEDIBILE DELLA RETRIBUZIONE BASE E RATE APERTE DELLO
      * STESSO TIPO, MOSTRATI IN CONFERMA
      * ---
       01  W-RETRIB-BASE                   PIC S9(7)V99 COMP-3 VALUE +0.
       01  W-QUINTO                        PIC S9(7)V99 COMP-3 VALUE +0.
       01  W-RATE-APERTE                   PIC S9(7)V99 COMP-3 VALUE +0.
       01  W-QUOTA-ED.
           05  FILLER                      PIC X(18)
                                           VALUE 'QUINTO CEDIBILE: '.
           05  WQ-QUINTO-INT               PIC ZZZZZZ9.
           05  FILLER                      PIC X(1)      VALUE ','.
           05  WQ-QUINTO-DEC               PIC 99.
           05  FILLER                      PIC X(29)
                                  VALUE '   RATE APERTE STESSO TIPO: '.
           05  WQ-RATE-INT                 PIC ZZZZZZ9.
           05  FILLER                      PIC X(1)      VALUE ','.
           05  WQ-RATE-DEC                 PIC 99.
           05  WQ-SEGNALA                  PIC X(10)     VALUE SPACES.
      * ---
      * ELENCO DELLE TRATTENUTE (MODO 4), UNA PER RIGA (M-RIGAO)
      * ---
       01  W-IND-PIG                       PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +8.
       01  W-RIGA-PIG.
           05  WR-ID                       PIC ZZZZZZ9.
           05  FILLER                      PIC X(1).
           05  WR-TIPO                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  WR-CREDITORE                PIC X(20).
           05  FILLER                      PIC X(1).
           05  WR-PRIORITA                 PIC 99.
           05  FILLER                      PIC X(1).
           05  WR-RATA                     PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-RESIDUO                  PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-STATO                    PIC X(1).
           05  FILLER                      PIC X(1).
           05  WR-MESE-ULTIMA              PIC X(7).
      * ---
      * IMPORTI A VIDEO SCOMPOSTI IN PARTE INTERA E DECIMALE (COME LA
      * RETRIBUZIONE PROPOSTA DI CW18DEMO)
      * ---
       01  W-IMP-LAV.
           05  W-IMP-LAV-INT               PIC 9(7)      VALUE ZEROES.
           05  W-IMP-LAV-DEC               PIC 9(2)      VALUE ZEROES.
       01  W-IMP-LAV-NUM REDEFINES W-IMP-LAV  PIC 9(7)V99.
       01  W-IMP-VIDEO.
           05  WV-IMP-INT                  PIC ZZZZZZ9.
           05  FILLER                      PIC X(1)      VALUE ','.
           05  WV-IMP-DEC                  PIC 99.
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX78DEMO'.
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
           EXEC SQL  INCLUDE CWPIGN         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWRETR         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWCONT         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * ---
      * TRATTENUTE DELLA MATRICOLA: PRIMA LE APERTE, POI IN ORDINE DI
      * PRIORITA' E DI DATA DI INIZIO
      * ---
           EXEC SQL DECLARE CUR-PIG78 CURSOR FOR
                    SELECT  ID_PIGNOR,
                            TIPO_TRATTENUTA,
                            CREDITORE,
                            PRIORITA,
                            RATA_MENSILE,
                            RESIDUO,
                            STATO_PIGNOR,
                            MESE_ULTIMA_RATA
                    FROM    CPS04.CWPIGNOR
                    WHERE   COD_MATRICOLA_DIP = :W-MATRICOLA
                    ORDER BY STATO_PIGNOR,
                             PRIORITA,
                             DATA_INIZIO,
                             ID_PIGNOR
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFY3MAP.
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
           EXEC CICS RECEIVE MAP    ('MFY3MAP')
                             MAPSET ('MFY3MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFY3MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFY3MAPI.
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
           EXEC CICS RECEIVE MAP    ('MFY3MAP')
                             MAPSET ('MFY3MAP') END-EXEC.
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
      * LA TRATTENUTA VIENE RILETTA: NEL FRATTEMPO PUO' ESSERE STATA
      * CHIUSA DA UN ALTRO OPERATORE O ESTINTA DA CX79DEMO
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2205-CONTROLLA-FINESTRA
                 MOVE '024'   TO W-COD-MSG-HOST
                 EVALUATE TRUE
                    WHEN W-MODO-INS
                       PERFORM 1430-INSERISCI
                    WHEN W-MODO-VAR
                       PERFORM 2230-LEGGI-TRATTENUTA
                       PERFORM 1440-VARIA
                    WHEN OTHER
                       PERFORM 2230-LEGGI-TRATTENUTA
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
           MOVE LOW-VALUE  TO MFY3MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVA TRATTENUTA APERTA (MODO 1): IL RESIDUO PARTE             *
      * DALL'IMPORTO TOTALE                                            *
      * -------------------------------------------------------------- *
       1430-INSERISCI SECTION.
      *--------------*
           MOVE '1430-INSERISCI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDPIGNOR'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-PIGNOR
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDPIGNOR'
           END-EXEC.
           EXEC SQL INSERT INTO CPS04.CWPIGNOR
                         VALUES (:W-ID-PIGNOR,
                                 :W-MATRICOLA,
                                 :W-TIPO,
                                 :W-CREDITORE,
                                 :W-RIF-ATTO,
                                 :W-IMPORTO-TOTALE,
                                 :W-RATA,
                                 :W-PRIORITA,
                                 :W-DATA-INIZIO,
                                 :W-IMPORTO-TOTALE,
                                 'A',
                                 ' ',
                                 0,
                                 0,
                                 :COM-UTENTE,
                                 :W-DATA-OGGI)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * VARIAZIONE (MODO 2): NUOVA RATA E NUOVA PRIORITA', VALIDE DAL  *
      * PROSSIMO CALCOLO MENSILE                                       *
      * -------------------------------------------------------------- *
       1440-VARIA SECTION.
      *----------*
           MOVE '1440-VARIA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWPIGNOR
                       SET RATA_MENSILE         = :W-RATA,
                           PRIORITA             = :W-PRIORITA,
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATA-OGGI
                     WHERE ID_PIGNOR    = :W-ID-PIGNOR
                     AND   STATO_PIGNOR = 'A'
           END-EXEC.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * CHIUSURA (MODO 3): LA TRATTENUTA ESCE DAL CALCOLO MENSILE CON  *
      * IL RESIDUO CHE AVEVA                                           *
      * -------------------------------------------------------------- *
       1450-CHIUDI SECTION.
      *-----------*
           MOVE '1450-CHIUDI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWPIGNOR
                       SET STATO_PIGNOR         = 'C',
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATA-OGGI
                     WHERE ID_PIGNOR    = :W-ID-PIGNOR
                     AND   STATO_PIGNOR = 'A'
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
                             M-IDA
                             M-TIPOA
                             M-CREDA
                             M-RIFATTOA
                             M-IMPTOTA
                             M-IMPTOTDECA
                             M-RATAA
                             M-RATADECA
                             M-PRIORA
                             M-A-INIA
                             M-M-INIA
                             M-G-INIA.
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
           EXEC CICS RECEIVE MAP    ('MFY3MAP')
                             MAPSET ('MFY3MAP') END-EXEC.
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
           INSPECT M-IDI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IDI REPLACING ALL '_'       BY ' '.
           MOVE    M-IDI TO W-ID.
           IF W-ID NUMERIC
              MOVE W-ID TO W-ID-PIGNOR
           END-IF.
           INSPECT M-TIPOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TIPOI REPLACING ALL '_'       BY ' '.
           MOVE    M-TIPOI TO W-TIPO.
           INSPECT M-CREDI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CREDI REPLACING ALL '_'       BY ' '.
           MOVE    M-CREDI TO W-CREDITORE.
           INSPECT M-RIFATTOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-RIFATTOI REPLACING ALL '_'       BY ' '.
           MOVE    M-RIFATTOI TO W-RIF-ATTO.
           MOVE ZEROES TO W-TOT-DIG.
           INSPECT M-IMPTOTI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IMPTOTI REPLACING ALL '_'       BY ' '.
           IF M-IMPTOTI NUMERIC
              MOVE M-IMPTOTI TO W-TOT-DIG-INT
           END-IF.
           INSPECT M-IMPTOTDECI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-IMPTOTDECI REPLACING ALL '_'       BY ' '.
           IF M-IMPTOTDECI NUMERIC
              MOVE M-IMPTOTDECI TO W-TOT-DIG-DEC
           END-IF.
           MOVE W-TOT-DIG-NUM TO W-IMPORTO-TOTALE.
           MOVE ZEROES TO W-RATA-DIG.
           INSPECT M-RATAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-RATAI REPLACING ALL '_'       BY ' '.
           IF M-RATAI NUMERIC
              MOVE M-RATAI TO W-RATA-DIG-INT
           END-IF.
           INSPECT M-RATADECI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-RATADECI REPLACING ALL '_'       BY ' '.
           IF M-RATADECI NUMERIC
              MOVE M-RATADECI TO W-RATA-DIG-DEC
           END-IF.
           MOVE W-RATA-DIG-NUM TO W-RATA.
           INSPECT M-PRIORI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PRIORI REPLACING ALL '_'       BY ' '.
           MOVE    M-PRIORI TO W-PRIOR.
           IF W-PRIOR NUMERIC
              MOVE W-PRIOR TO W-PRIORITA
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
           IF NOT W-MODO-INS AND NOT W-MODO-VAR AND
              NOT W-MODO-CHI AND NOT W-MODO-CON
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
                 PERFORM 2220-CONTROLLA-DATI
                 PERFORM 2250-MOSTRA-QUINTO
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-VAR
                 PERFORM 2230-LEGGI-TRATTENUTA
                 PERFORM 2240-CONTROLLA-RATA
                 PERFORM 2250-MOSTRA-QUINTO
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-CHI
                 PERFORM 2230-LEGGI-TRATTENUTA
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
      * LA MATRICOLA DEVE ESISTERE SU CWDIPENDENTI                     *
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
                           NOME
                      INTO :DCL-CPSDIP.COGNOME,
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
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * NUOVA TRATTENUTA (MODO 1): TIPO, CREDITORE, ATTO, IMPORTI,     *
      * PRIORITA' E DATA DI INIZIO                                     *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-DATI SECTION.
      *-------------------*
           MOVE '2220-CTL-DATI' TO W-ULT-LABEL.
           MOVE +0 TO W-ID-PIGNOR.
           IF NOT W-TIPO-VALIDO
              MOVE '277'    TO W-COD-MSG-HOST
              MOVE -1       TO M-TIPOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-CREDITORE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CREDL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-RIF-ATTO = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RIFATTOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-IMPORTO-TOTALE NOT > 0
              MOVE '278'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IMPTOTL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-IMPORTO-TOTALE TO RESIDUO OF DCL-CWPIGNOR.
           PERFORM 2240-CONTROLLA-RATA.
           IF W-AA-INI NOT NUMERIC OR
              W-MM-INI NOT NUMERIC OR
              W-GG-INI NOT NUMERIC OR
              W-MM-INI < '01' OR W-MM-INI > '12' OR
              W-GG-INI < '01' OR W-GG-INI > '31'
              MOVE '280'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * VARIAZIONE / CHIUSURA (MODI 2/3): LA TRATTENUTA DEVE ESSERE    *
      * DELLA MATRICOLA E ANCORA APERTA; I DATI VENGONO MOSTRATI       *
      * -------------------------------------------------------------- *
       2230-LEGGI-TRATTENUTA SECTION.
      *---------------------*
           MOVE '2230-LEGGI-TRAT' TO W-ULT-LABEL.
           IF W-ID NOT NUMERIC
              MOVE '281'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT TIPO_TRATTENUTA,
                           CREDITORE,
                           RIF_ATTO,
                           IMPORTO_TOTALE,
                           RATA_MENSILE,
                           PRIORITA,
                           DATA_INIZIO,
                           RESIDUO,
                           STATO_PIGNOR
                      INTO :DCL-CWPIGNOR.TIPO-TRATTENUTA,
                           :DCL-CWPIGNOR.CREDITORE,
                           :DCL-CWPIGNOR.RIF-ATTO,
                           :DCL-CWPIGNOR.IMPORTO-TOTALE,
                           :DCL-CWPIGNOR.RATA-MENSILE,
                           :DCL-CWPIGNOR.PRIORITA,
                           :DCL-CWPIGNOR.DATA-INIZIO,
                           :DCL-CWPIGNOR.RESIDUO,
                           :DCL-CWPIGNOR.STATO-PIGNOR
                      FROM  CPS04.CWPIGNOR
                     WHERE ID_PIGNOR         = :W-ID-PIGNOR
                     AND   COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              MOVE '281'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT PIGNOR-APERTA
              MOVE '282'    TO W-COD-MSG-HOST
              MOVE -1       TO M-IDL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE TIPO-TRATTENUTA OF DCL-CWPIGNOR TO W-TIPO
                                                   M-TIPOO.
           MOVE CREDITORE       OF DCL-CWPIGNOR TO M-CREDO.
           MOVE RIF-ATTO        OF DCL-CWPIGNOR TO M-RIFATTOO.
           MOVE IMPORTO-TOTALE  OF DCL-CWPIGNOR TO W-TOT-DIG-NUM.
           MOVE W-TOT-DIG-INT                   TO M-IMPTOTO.
           MOVE W-TOT-DIG-DEC                   TO M-IMPTOTDECO.
           MOVE DATA-INIZIO     OF DCL-CWPIGNOR TO W-DATA-INIZIO.
           MOVE W-AA-INI                        TO M-A-INIO.
           MOVE W-MM-INI                        TO M-M-INIO.
           MOVE W-GG-INI                        TO M-G-INIO.
           MOVE RESIDUO         OF DCL-CWPIGNOR TO W-IMP-LAV-NUM.
           PERFORM 2450-EDITA-IMPORTO.
           MOVE W-IMP-VIDEO                     TO M-RESIDUOO.
      * ---
      * IN CHIUSURA RATA E PRIORITA' SONO QUELLE REGISTRATE
      * ---
           IF W-MODO-CHI
              MOVE RATA-MENSILE OF DCL-CWPIGNOR TO W-RATA-DIG-NUM
              MOVE W-RATA-DIG-INT               TO M-RATAO
              MOVE W-RATA-DIG-DEC               TO M-RATADECO
              MOVE PRIORITA     OF DCL-CWPIGNOR TO W-PRIOR
              MOVE W-PRIOR                      TO M-PRIORO
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * RATA POSITIVA E NON SUPERIORE AL RESIDUO, PRIORITA' 01-99      *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-RATA SECTION.
      *-------------------*
           IF W-RATA NOT > 0 OR
              W-RATA > RESIDUO OF DCL-CWPIGNOR
              MOVE '278'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RATAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-PRIOR NOT NUMERIC OR W-PRIOR = '00'
              MOVE '279'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PRIORL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * QUINTO CEDIBILE DELLA RETRIBUZIONE BASE (CWRETRIB) CONTRO LE   *
      * RATE APERTE DELLO STESSO TIPO PIU' QUELLA DIGITATA: SOLO       *
      * INFORMATIVO, LA RATA EFFETTIVA LA CALCOLA CX79DEMO             *
      * -------------------------------------------------------------- *
       2250-MOSTRA-QUINTO SECTION.
      *------------------*
           MOVE '2250-QUINTO' TO W-ULT-LABEL.
           MOVE 0 TO W-RETRIB-BASE.
           EXEC SQL SELECT RETRIB_BASE
                      INTO :DCL-CWRETRIB.RETRIB-BASE
                      FROM  CPS04.CWRETRIB
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = 0
              MOVE RETRIB-BASE OF DCL-CWRETRIB TO W-RETRIB-BASE
           END-IF.
           COMPUTE W-QUINTO = W-RETRIB-BASE / 5.
           EXEC SQL SELECT COALESCE(SUM(RATA_MENSILE), 0)
                      INTO :W-RATE-APERTE
                      FROM  CPS04.CWPIGNOR
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   TIPO_TRATTENUTA   = :W-TIPO
                     AND   STATO_PIGNOR      = 'A'
                     AND   ID_PIGNOR        <> :W-ID-PIGNOR
           END-EXEC.
           ADD W-RATA TO W-RATE-APERTE.
           MOVE W-QUINTO      TO W-IMP-LAV-NUM.
           MOVE W-IMP-LAV-INT TO WQ-QUINTO-INT.
           MOVE W-IMP-LAV-DEC TO WQ-QUINTO-DEC.
           MOVE W-RATE-APERTE TO W-IMP-LAV-NUM.
           MOVE W-IMP-LAV-INT TO WQ-RATE-INT.
           MOVE W-IMP-LAV-DEC TO WQ-RATE-DEC.
           IF W-RATE-APERTE > W-QUINTO
              MOVE ' SUPERATO' TO WQ-SEGNALA
           ELSE
              MOVE SPACES      TO WQ-SEGNALA
           END-IF.
           MOVE W-QUOTA-ED    TO M-QUOTAO.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 4): TRATTENUTE DELLA MATRICOLA, UNA PER    *
      * RIGA (M-RIGAO)                                                 *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-PIG FROM 1 BY 1
                   UNTIL W-IND-PIG > W-MAX-RIGHE.
           MOVE +0     TO W-IND-PIG.
           EXEC SQL OPEN CUR-PIG78  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-PIG78  END-EXEC.
      *
           IF W-IND-PIG = 0
              MOVE '283'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '285'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MATRL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-PIG).
       2310-EX. EXIT.

       2320-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-PIG78
           INTO   :DCL-CWPIGNOR.ID-PIGNOR,
                  :DCL-CWPIGNOR.TIPO-TRATTENUTA,
                  :DCL-CWPIGNOR.CREDITORE,
                  :DCL-CWPIGNOR.PRIORITA,
                  :DCL-CWPIGNOR.RATA-MENSILE,
                  :DCL-CWPIGNOR.RESIDUO,
                  :DCL-CWPIGNOR.STATO-PIGNOR,
                  :DCL-CWPIGNOR.MESE-ULTIMA-RATA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-PIG < W-MAX-RIGHE
              ADD 1 TO W-IND-PIG
              MOVE SPACES                        TO W-RIGA-PIG
              MOVE ID-PIGNOR       OF DCL-CWPIGNOR TO WR-ID
              MOVE TIPO-TRATTENUTA OF DCL-CWPIGNOR TO WR-TIPO
              MOVE CREDITORE       OF DCL-CWPIGNOR TO WR-CREDITORE
              MOVE PRIORITA        OF DCL-CWPIGNOR TO WR-PRIORITA
              MOVE RATA-MENSILE    OF DCL-CWPIGNOR TO W-IMP-LAV-NUM
              PERFORM 2450-EDITA-IMPORTO
              MOVE W-IMP-VIDEO                     TO WR-RATA
              MOVE RESIDUO         OF DCL-CWPIGNOR TO W-IMP-LAV-NUM
              PERFORM 2450-EDITA-IMPORTO
              MOVE W-IMP-VIDEO                     TO WR-RESIDUO
              MOVE STATO-PIGNOR    OF DCL-CWPIGNOR TO WR-STATO
              MOVE MESE-ULTIMA-RATA OF DCL-CWPIGNOR TO WR-MESE-ULTIMA
              MOVE W-RIGA-PIG TO M-RIGAO (W-IND-PIG)
           END-IF.
       2320-EX. EXIT.

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
                             M-IDA
                             M-TIPOA
                             M-CREDA
                             M-RIFATTOA
                             M-IMPTOTA
                             M-IMPTOTDECA
                             M-RATAA
                             M-RATADECA
                             M-PRIORA
                             M-A-INIA
                             M-M-INIA
                             M-G-INIA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFY3MAPO.
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
                        MAP    ('MFY3MAP')
                        MAPSET ('MFY3MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFY3MAP')
                        MAPSET ('MFY3MAP')
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
                     TRANSID  ('RX78')
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
