       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY06DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RY06                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : SOTTOMISSIONE ON-LINE DI LAVORI BATCH        *
      *                   PARAMETRIZZATI (CPS04.CWJOBCAT/CWRICJOB)     *
      * TIPO OPERAZIONE : SOTTOMISSIONE / CONSULTAZIONE                *
      * RIFERIMENTO P.E.: ABILITAZIONI PER PROFILO SUL CATALOGO        *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * L'OPERATORE SCEGLIE UN LAVORO DAL CATALOGO CPS04.CWJOBCAT      *
      * (ESTRAZIONE SELETTIVA CW48DEMO, SIMULAZIONE DI                 *
      * RICLASSIFICAZIONE CW27DEMO, ESTRAZIONE ALLA DATA CX38DEMO),    *
      * NE DIGITA I PARAMETRI, CHE VENGONO CONTROLLATI COME FAREBBE    *
      * L'OPERATORE DI SALA, E LO SOTTOMETTE. IL LAVORO E' ABILITATO   *
      * PER PROFILO (UN FLAG S/N PER COM-TIPO-UTENTE, COME CWPERM):    *
      * LA SOTTOMISSIONE NON AGGIORNA DATI (CW27DEMO GIRA SEMPRE IN    *
      * SIMULAZIONE), PER CUI ANCHE IL PROFILO DI SOLA CONSULTAZIONE   *
      * PUO' ESSERE ABILITATO.                                         *
      * LA RICHIESTA E' REGISTRATA SU CPS04.CWRICJOB (CHI, COSA,       *
      * QUANDO, CON QUALI PARAMETRI) E IL FLUSSO DEL LAVORO E' SCRITTO *
      * SULLA CODA TD 'IRDR', DIRETTA AL LETTORE INTERNO: UN PASSO     *
      * CON LA PROCEDURA CATALOGATA DEL PROGRAMMA E LA SCHEDA          *
      * PARAMETRI IN LINEA, SEGUITO DAL PASSO DI CONSEGNA CY07DEMO     *
      * (ESEGUITO COMUNQUE, COND=EVEN) CHE RIVERSA IL FILE PRODOTTO    *
      * IN UN RUN SPOOLF DEL RICHIEDENTE (RITIRO CON CW43DEMO).        *
      *   MODO 1 - SOTTOMISSIONE DEL LAVORO DIGITATO                   *
      *   MODO 2 - CONSULTAZIONE DELLE PROPRIE RICHIESTE (TUTTE PER    *
      *            L'AMMINISTRATORE), EVENTUALMENTE DEL SOLO LAVORO    *
      *            DIGITATO, DALLA PIU' RECENTE, CON LO STATO          *
      *   MODO 3 - CONSULTAZIONE DEI LAVORI DEL CATALOGO ABILITATI     *
      *            PER IL PROPRIO PROFILO                              *
      * LO STATO DI UNA RICHIESTA NON ANCORA CONSEGNATA E' QUELLO      *
      * DELLA PRIMA RIGA CPS04.CWBATCHRUN DEL PROGRAMMA INIZIATA DOPO  *
      * LA RICHIESTA: NESSUNA RIGA = IN ATTESA, 'I' = IN CORSO,        *
      * 'O' = TERMINATO (IN CONSEGNA), 'E' = IN ERRORE.                *
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
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-SOT                  VALUE '1'.
           88  W-MODO-RIC                  VALUE '2'.
           88  W-MODO-CAT                  VALUE '3'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  W-ORA-OGGI                      PIC X(6)      VALUE SPACES.
      * ---
      * LAVORO SCELTO E PARAMETRI DIGITATI
      * ---
       01  W-PGM                           PIC X(8)      VALUE SPACES.
       01  W-FORMATO                       PIC X(1)      VALUE SPACES.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-QUALIF                        PIC X(8)      VALUE SPACES.
       01  W-ETA-DA                        PIC X(2)      VALUE SPACES.
       01  W-ETA-A                         PIC X(2)      VALUE SPACES.
       01  W-ASSUNZ-DA                     PIC X(10)     VALUE SPACES.
       01  W-ASSUNZ-A                      PIC X(10)     VALUE SPACES.
       01  W-STATO-DIP                     PIC X(1)      VALUE SPACES.
       01  W-QUALIF-DA                     PIC X(8)      VALUE SPACES.
       01  W-QUALIF-A                      PIC X(8)      VALUE SPACES.
       01  W-DATA-RIF                      PIC X(10)     VALUE SPACES.
       01  SW-PARAM-EST                    PIC X(1)      VALUE 'N'.
           88  PARAM-EST-DIGITATI                        VALUE 'S'.
       01  SW-PARAM-SIM                    PIC X(1)      VALUE 'N'.
           88  PARAM-SIM-DIGITATI                        VALUE 'S'.
       01  SW-PARAM-DAT                    PIC X(1)      VALUE 'N'.
           88  PARAM-DAT-DIGITATI                        VALUE 'S'.
      * ---
      * CONTROLLO DI UNA DATA AAAA-MM-GG DIGITATA
      * ---
       01  W-DATA-CTL.
           05  W-AA-CTL                    PIC X(4).
           05  W-SEP1-CTL                  PIC X(1).
           05  W-MM-CTL                    PIC X(2).
           05  W-SEP2-CTL                  PIC X(1).
           05  W-GG-CTL                    PIC X(2).
       01  SW-DATA-ERRATA                  PIC X(1)      VALUE 'N'.
           88  DATA-ERRATA                               VALUE 'S'.
      * ---
      * ABILITAZIONE DEL PROFILO AL LAVORO (UN FLAG PER TIPO UTENTE)
      * ---
       01  W-ABILITAZIONI                  PIC X(4)      VALUE SPACES.
       01  W-TAB-ABIL REDEFINES W-ABILITAZIONI.
           05  W-ABIL                      PIC X(1)      OCCURS 4.
       01  W-IND-TIPO                      PIC 9(1)      VALUE ZERO.
       01  SW-ABILITATO                    PIC X(1)      VALUE 'N'.
           88  PROFILO-ABILITATO                         VALUE 'S'.
      * ---
      * SCHEDA PARAMETRI DEL LAVORO, NEL TRACCIATO LETTO DAL PROGRAMMA
      * (PARMFILE DI CW48DEMO, MASSQUAL DI CW27DEMO, DATAELA DI
      * CX38DEMO)
      * ---
       01  W-SCHEDA                        PIC X(80)     VALUE SPACES.
       01  W-SCHEDA-EST REDEFINES W-SCHEDA.
           05  WE-FORMATO                  PIC X(1).
           05  WE-DIPART                   PIC X(10).
           05  WE-QUALIF                   PIC X(8).
           05  WE-ETA-DA                   PIC X(2).
           05  WE-ETA-A                    PIC X(2).
           05  WE-ASSUNZ-DA                PIC X(10).
           05  WE-ASSUNZ-A                 PIC X(10).
           05  WE-STATO                    PIC X(1).
           05  FILLER                      PIC X(36).
       01  W-SCHEDA-SIM REDEFINES W-SCHEDA.
           05  WQ-QUALIF-DA                PIC X(8).
           05  WQ-QUALIF-A                 PIC X(8).
           05  WQ-FORZATURA                PIC X(1).
           05  FILLER                      PIC X(63).
       01  W-SCHEDA-DAT REDEFINES W-SCHEDA.
           05  WD-DATA-RIF                 PIC X(10).
           05  FILLER                      PIC X(70).
      * ---
      * NUMERO DELLA RICHIESTA (CONTATORE CWCONTAT 'RICJOB')
      * ---
       01  W-NUM-RICH                      PIC S9(9)  COMP VALUE +0.
       01  W-NUM-RICH-ED                   PIC 9(9)      VALUE ZEROES.
       01  W-NUM-RICH-X REDEFINES W-NUM-RICH-ED.
           05  FILLER                      PIC X(3).
           05  W-NUM-RICH-JOB              PIC X(6).
      * ---
      * FLUSSO DEL LAVORO PER IL LETTORE INTERNO (CODA TD 'IRDR'):
      * PROCEDURA E PASSO DA CWJOBCAT, PASSO DI CONSEGNA CY07DEMO
      * ---
       01  W-CODA-INTRDR                   PIC X(4)   VALUE 'IRDR'.
       01  W-RIGA-JCL                      PIC X(80)  VALUE SPACES.
       01  W-LEN-JCL                       PIC S9(4)  COMP VALUE +80.
       01  W-PROC                          PIC X(8)   VALUE SPACES.
       01  W-PASSO                         PIC X(8)   VALUE SPACES.
       01  W-DD-USCITA                     PIC X(8)   VALUE SPACES.
       01  W-TIPO-PARAM                    PIC X(1)   VALUE SPACES.
           88  W-TIPO-ESTRAZIONE           VALUE 'E'.
           88  W-TIPO-SIMULAZIONE          VALUE 'S'.
           88  W-TIPO-DATA-RIF             VALUE 'D'.
      * ---
      * STATO DI UNA RICHIESTA (MODO 2)
      * ---
       01  W-ESITO-RUN                     PIC X(1)      VALUE SPACES.
       01  W-TUTTE                         PIC X(1)      VALUE 'N'.
      * ---
      * ELENCO DELLE RICHIESTE (MODO 2) O DEI LAVORI (MODO 3), UNO PER
      * RIGA (M-RIGAO)
      * ---
       01  W-IND-RIGA                      PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-RIGA-RIC.
           05  WR-NUM                      PIC 9(9).
           05  FILLER                      PIC X(1).
           05  WR-PGM                      PIC X(8).
           05  FILLER                      PIC X(1).
           05  WR-UTENTE                   PIC X(8).
           05  FILLER                      PIC X(1).
           05  WR-DATA                     PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-ORA                      PIC X(6).
           05  FILLER                      PIC X(1).
           05  WR-STATO                    PIC X(12).
           05  FILLER                      PIC X(1).
           05  WR-RUN-SPOOL                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(11).
       01  W-RIGA-CAT REDEFINES W-RIGA-RIC.
           05  WC-PGM                      PIC X(8).
           05  FILLER                      PIC X(1).
           05  WC-DESCR                    PIC X(40).
           05  FILLER                      PIC X(1).
           05  WC-TIPO                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  WC-PROC                     PIC X(8).
           05  FILLER                      PIC X(19).
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (DATA E ORA DELLA RICHIESTA) *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CY06DEMO'.
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
           EXEC SQL  INCLUDE CWJCAT         END-EXEC.
           EXEC SQL  INCLUDE CWRJOB         END-EXEC.
      * ---
      * RICHIESTE DELL'OPERATORE (TUTTE CON W-TUTTE = 'S'), DEL SOLO
      * LAVORO DIGITATO SE PRESENTE, DALLA PIU' RECENTE
      * ---
           EXEC SQL DECLARE CUR-RIC06 CURSOR FOR
                    SELECT  NUM_RICHIESTA,
                            NOME_PGM,
                            UTENTE_RICH,
                            DATA_RICH,
                            ORA_RICH,
                            STATO_RICH,
                            NUM_RUN_SPOOL
                    FROM    CPS04.CWRICJOB
                    WHERE  (UTENTE_RICH = :COM-UTENTE
                            OR :W-TUTTE = 'S')
                    AND    (NOME_PGM = :W-PGM
                            OR :W-PGM = ' ')
                    ORDER BY NUM_RICHIESTA DESC
           END-EXEC.
      * ---
      * LAVORI SOTTOMETTIBILI DEL CATALOGO
      * ---
           EXEC SQL DECLARE CUR-CAT06 CURSOR FOR
                    SELECT  NOME_PGM,
                            DESCRIZIONE,
                            TIPO_PARAM,
                            NOME_PROC,
                            ABILITAZIONI
                    FROM    CPS04.CWJOBCAT
                    WHERE   STATO_LAVORO = 'A'
                    ORDER BY NOME_PGM
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZ4MAP.
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
           EXEC CICS RECEIVE MAP    ('MFZ4MAP')
                             MAPSET ('MFZ4MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZ4MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFZ4MAPI.
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
      * 2500-CONFERMA) E VANNO RICONVERTITI PRIMA DELLA SOTTOMISSIONE
      * ---
           EXEC CICS RECEIVE MAP    ('MFZ4MAP')
                             MAPSET ('MFZ4MAP') END-EXEC.
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
      * I CONTROLLI VENGONO RIPETUTI: NEL FRATTEMPO IL LAVORO PUO'
      * ESSERE STATO SOSPESO O L'ABILITAZIONE REVOCATA
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
           MOVE LOW-VALUE  TO MFZ4MAPO.
           IF W-NUM-RICH > +0
              MOVE W-NUM-RICH TO W-NUM-RICH-ED
              MOVE W-NUM-RICH-ED TO M-NRICHO
           END-IF.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

       1426-ESEGUI-OPERAZIONE SECTION.
      *-----------------------*
           MOVE '1426-ESEGUI-OP' TO W-ULT-LABEL.
           IF W-MODO-SOT
              PERFORM 1460-REGISTRA-RICHIESTA
              PERFORM 1470-SOTTOMETTI-LAVORO
              MOVE '389' TO W-COD-MSG-HOST
           END-IF.
       1426-EX. EXIT.

      * -------------------------------------------------------------- *
      * REGISTRAZIONE DELLA RICHIESTA SU CWRICJOB CON IL NUMERO DAL    *
      * CONTATORE CWCONTAT 'RICJOB' (VEDI IL NUMERO RUN DI CW11DEMO)   *
      * -------------------------------------------------------------- *
       1460-REGISTRA-RICHIESTA SECTION.
      *-----------------------*
           MOVE '1460-REG-RICH' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'RICJOB'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-NUM-RICH
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'RICJOB'
           END-EXEC.
           MOVE W-NUM-RICH    TO NUM-RICHIESTA  OF DCL-CWRICJOB.
           MOVE W-PGM         TO NOME-PGM       OF DCL-CWRICJOB.
           MOVE W-SCHEDA      TO PARAMETRI      OF DCL-CWRICJOB.
           MOVE COM-UTENTE    TO UTENTE-RICH    OF DCL-CWRICJOB.
           MOVE EIBTRMID      TO TERMINALE-RICH OF DCL-CWRICJOB.
           MOVE W-DATA-OGGI   TO DATA-RICH      OF DCL-CWRICJOB.
           MOVE W-ORA-OGGI    TO ORA-RICH       OF DCL-CWRICJOB.
           EXEC SQL INSERT INTO CPS04.CWRICJOB
                         VALUES (:DCL-CWRICJOB.NUM-RICHIESTA,
                                 :DCL-CWRICJOB.NOME-PGM,
                                 :DCL-CWRICJOB.PARAMETRI,
                                 :DCL-CWRICJOB.UTENTE-RICH,
                                 :DCL-CWRICJOB.TERMINALE-RICH,
                                 :DCL-CWRICJOB.DATA-RICH,
                                 :DCL-CWRICJOB.ORA-RICH,
                                 'S',
                                 ' ',
                                 ' ',
                                 ' ',
                                 0,
                                 ' ')
           END-EXEC.
       1460-EX. EXIT.

      * -------------------------------------------------------------- *
      * SCRITTURA DEL FLUSSO DEL LAVORO SULLA CODA DEL LETTORE         *
      * INTERNO: SCHEDA JOB, PASSO DEL PROGRAMMA CON LA PROCEDURA DEL  *
      * CATALOGO E LE DD DEI PARAMETRI IN LINEA, USCITA SU FILE        *
      * TEMPORANEO, PASSO DI CONSEGNA CY07DEMO (PROCEDURA CPSCONS)     *
      * ESEGUITO ANCHE SE IL PRIMO TERMINA IN ERRORE                   *
      * -------------------------------------------------------------- *
       1470-SOTTOMETTI-LAVORO SECTION.
      *----------------------*
           MOVE '1470-SOTTOMETTI' TO W-ULT-LABEL.
           MOVE W-NUM-RICH TO W-NUM-RICH-ED.
      *
           MOVE SPACES TO W-RIGA-JCL.
           STRING '//RJ' W-NUM-RICH-JOB
                  ' JOB (CPS04),''RICH.' W-NUM-RICH-ED
                  ''',CLASS=A,MSGCLASS=X'
                  DELIMITED BY SIZE INTO W-RIGA-JCL
           END-STRING.
           PERFORM 1475-SCRIVI-JCL.
           MOVE SPACES TO W-RIGA-JCL.
           STRING '//*  RICHIESTA ON-LINE DI ' COM-UTENTE
                  ' DAL TERMINALE ' EIBTRMID
                  ' IL ' W-DATA-OGGI ' ORE ' W-ORA-OGGI
                  DELIMITED BY SIZE INTO W-RIGA-JCL
           END-STRING.
           PERFORM 1475-SCRIVI-JCL.
           MOVE SPACES TO W-RIGA-JCL.
           STRING '//ESEGUI   EXEC ' W-PROC
                  DELIMITED BY SIZE INTO W-RIGA-JCL
           END-STRING.
           PERFORM 1475-SCRIVI-JCL.
      * ---
      * DD DEI PARAMETRI SECONDO IL TIPO DEL LAVORO
      * ---
           EVALUATE TRUE
              WHEN W-TIPO-ESTRAZIONE
                 MOVE SPACES TO W-RIGA-JCL
                 STRING '//' W-PASSO DELIMITED BY SPACE
                        '.PARMFILE DD *' DELIMITED BY SIZE
                        INTO W-RIGA-JCL
                 END-STRING
                 PERFORM 1475-SCRIVI-JCL
              WHEN W-TIPO-SIMULAZIONE
                 MOVE SPACES TO W-RIGA-JCL
                 STRING '//' W-PASSO DELIMITED BY SPACE
                        '.PARAMSIM DD *' DELIMITED BY SIZE
                        INTO W-RIGA-JCL
                 END-STRING
                 PERFORM 1475-SCRIVI-JCL
                 MOVE 'S'    TO W-RIGA-JCL
                 PERFORM 1475-SCRIVI-JCL
                 MOVE '/*'   TO W-RIGA-JCL
                 PERFORM 1475-SCRIVI-JCL
                 MOVE SPACES TO W-RIGA-JCL
                 STRING '//' W-PASSO DELIMITED BY SPACE
                        '.MASSQUAL DD *' DELIMITED BY SIZE
                        INTO W-RIGA-JCL
                 END-STRING
                 PERFORM 1475-SCRIVI-JCL
              WHEN W-TIPO-DATA-RIF
                 MOVE SPACES TO W-RIGA-JCL
                 STRING '//' W-PASSO DELIMITED BY SPACE
                        '.DATAELA DD *' DELIMITED BY SIZE
                        INTO W-RIGA-JCL
                 END-STRING
                 PERFORM 1475-SCRIVI-JCL
           END-EVALUATE.
           MOVE W-SCHEDA TO W-RIGA-JCL.
           PERFORM 1475-SCRIVI-JCL.
           MOVE '/*'     TO W-RIGA-JCL.
           PERFORM 1475-SCRIVI-JCL.
      * ---
      * USCITA DEL PROGRAMMA SU FILE TEMPORANEO PASSATO ALLA CONSEGNA
      * ---
           MOVE SPACES TO W-RIGA-JCL.
           STRING '//' W-PASSO DELIMITED BY SPACE
                  '.' W-DD-USCITA DELIMITED BY SPACE
                  ' DD DSN=&&USCITA,DISP=(NEW,PASS),'
                  DELIMITED BY SIZE INTO W-RIGA-JCL
           END-STRING.
           PERFORM 1475-SCRIVI-JCL.
           MOVE '//             UNIT=SYSDA,SPACE=(CYL,(5,5),RLSE)'
             TO W-RIGA-JCL.
           PERFORM 1475-SCRIVI-JCL.
           MOVE '//CONSEGNA EXEC CPSCONS,COND=EVEN' TO W-RIGA-JCL.
           PERFORM 1475-SCRIVI-JCL.
           MOVE '//CONS.USCITA DD DSN=&&USCITA,DISP=(OLD,DELETE)'
             TO W-RIGA-JCL.
           PERFORM 1475-SCRIVI-JCL.
           MOVE '//CONS.PARAMCON DD *' TO W-RIGA-JCL.
           PERFORM 1475-SCRIVI-JCL.
           MOVE W-NUM-RICH-ED TO W-RIGA-JCL.
           PERFORM 1475-SCRIVI-JCL.
           MOVE '/*'     TO W-RIGA-JCL.
           PERFORM 1475-SCRIVI-JCL.
           MOVE '//'     TO W-RIGA-JCL.
           PERFORM 1475-SCRIVI-JCL.
       1470-EX. EXIT.

       1475-SCRIVI-JCL SECTION.
      *---------------*
           EXEC CICS WRITEQ TD QUEUE  (W-CODA-INTRDR)
                               FROM   (W-RIGA-JCL)
                               LENGTH (W-LEN-JCL)
           END-EXEC.
       1475-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-PGMJA
                             M-FORMA
                             M-DIPARTA
                             M-QUALIFA
                             M-ETADAA
                             M-ETAAA
                             M-ASSDAA
                             M-ASSAA
                             M-STATOA
                             M-QUALDAA
                             M-QUALAA
                             M-DATARIFA.
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
           EXEC CICS RECEIVE MAP    ('MFZ4MAP')
                             MAPSET ('MFZ4MAP') END-EXEC.
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
           INSPECT M-PGMJI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PGMJI REPLACING ALL '_'       BY ' '.
           MOVE    M-PGMJI TO W-PGM.
      * ---
      * PARAMETRI DELL'ESTRAZIONE SELETTIVA (TIPO 'E')
      * ---
           MOVE 'N' TO SW-PARAM-EST SW-PARAM-SIM SW-PARAM-DAT.
           INSPECT M-FORMI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-FORMI REPLACING ALL '_'       BY ' '.
           MOVE    M-FORMI TO W-FORMATO.
           INSPECT M-DIPARTI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DIPARTI REPLACING ALL '_'       BY ' '.
           MOVE    M-DIPARTI TO W-DIPART.
           INSPECT M-QUALIFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-QUALIFI REPLACING ALL '_'       BY ' '.
           MOVE    M-QUALIFI TO W-QUALIF.
           INSPECT M-ETADAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ETADAI REPLACING ALL '_'       BY ' '.
           MOVE    M-ETADAI TO W-ETA-DA.
           INSPECT M-ETAAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ETAAI REPLACING ALL '_'       BY ' '.
           MOVE    M-ETAAI TO W-ETA-A.
           INSPECT M-ASSDAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ASSDAI REPLACING ALL '_'       BY ' '.
           MOVE    M-ASSDAI TO W-ASSUNZ-DA.
           INSPECT M-ASSAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ASSAI REPLACING ALL '_'       BY ' '.
           MOVE    M-ASSAI TO W-ASSUNZ-A.
           INSPECT M-STATOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-STATOI REPLACING ALL '_'       BY ' '.
           MOVE    M-STATOI TO W-STATO-DIP.
           IF W-FORMATO   NOT = SPACES OR W-DIPART    NOT = SPACES OR
              W-QUALIF    NOT = SPACES OR W-ETA-DA    NOT = SPACES OR
              W-ETA-A     NOT = SPACES OR W-ASSUNZ-DA NOT = SPACES OR
              W-ASSUNZ-A  NOT = SPACES OR W-STATO-DIP NOT = SPACES
              SET PARAM-EST-DIGITATI TO TRUE
           END-IF.
      * ---
      * PARAMETRI DELLA SIMULAZIONE (TIPO 'S')
      * ---
           INSPECT M-QUALDAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-QUALDAI REPLACING ALL '_'       BY ' '.
           MOVE    M-QUALDAI TO W-QUALIF-DA.
           INSPECT M-QUALAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-QUALAI REPLACING ALL '_'       BY ' '.
           MOVE    M-QUALAI TO W-QUALIF-A.
           IF W-QUALIF-DA NOT = SPACES OR W-QUALIF-A NOT = SPACES
              SET PARAM-SIM-DIGITATI TO TRUE
           END-IF.
      * ---
      * DATA DI RIFERIMENTO (TIPO 'D')
      * ---
           INSPECT M-DATARIFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DATARIFI REPLACING ALL '_'       BY ' '.
           MOVE    M-DATARIFI TO W-DATA-RIF.
           IF W-DATA-RIF NOT = SPACES
              SET PARAM-DAT-DIGITATI TO TRUE
           END-IF.
      * ---
      * DATA (AAAA-MM-GG) E ORA (HHMMSS) DELLA RICHIESTA
      * ---
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')
                                TIME    (W-ORA-OGGI) END-EXEC.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      *
           IF NOT W-MODO-SOT AND NOT W-MODO-RIC AND NOT W-MODO-CAT
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-RIC
                 PERFORM 2300-CONSULTA-RICHIESTE
              WHEN W-MODO-CAT
                 PERFORM 2400-CONSULTA-CATALOGO
              WHEN OTHER
                 PERFORM 2210-CONTROLLA-MODO
                 PERFORM 2500-CONFERMA
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

       2210-CONTROLLA-MODO SECTION.
      *-------------------*
           MOVE '2210-CTL-MODO' TO W-ULT-LABEL.
           IF NOT W-MODO-SOT
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2220-CONTROLLA-LAVORO.
           EVALUATE TRUE
              WHEN W-TIPO-ESTRAZIONE
                 PERFORM 2230-CONTROLLA-ESTRAZIONE
              WHEN W-TIPO-SIMULAZIONE
                 PERFORM 2240-CONTROLLA-SIMULAZIONE
              WHEN W-TIPO-DATA-RIF
                 PERFORM 2250-CONTROLLA-DATA-RIF
           END-EVALUATE.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * IL LAVORO DEVE ESSERE NEL CATALOGO, SOTTOMETTIBILE, E IL       *
      * PROFILO DELL'OPERATORE DEVE ESSERVI ABILITATO                  *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-LAVORO SECTION.
      *---------------------*
           MOVE '2220-CTL-LAVORO' TO W-ULT-LABEL.
           IF W-PGM = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PGMJL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT DESCRIZIONE,
                           TIPO_PARAM,
                           NOME_PROC,
                           PASSO_PROC,
                           DD_USCITA,
                           ABILITAZIONI,
                           STATO_LAVORO
                      INTO :DCL-CWJOBCAT.DESCRIZIONE,
                           :DCL-CWJOBCAT.TIPO-PARAM,
                           :DCL-CWJOBCAT.NOME-PROC,
                           :DCL-CWJOBCAT.PASSO-PROC,
                           :DCL-CWJOBCAT.DD-USCITA,
                           :DCL-CWJOBCAT.ABILITAZIONI,
                           :DCL-CWJOBCAT.STATO-LAVORO
                      FROM  CPS04.CWJOBCAT
                     WHERE NOME_PGM = :W-PGM
           END-EXEC.
           IF SQLCODE = +100 OR NOT LAVORO-ATTIVO
              MOVE '382'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PGMJL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE DESCRIZIONE  OF DCL-CWJOBCAT TO M-DESCJO.
           MOVE ABILITAZIONI OF DCL-CWJOBCAT TO W-ABILITAZIONI.
           PERFORM 2225-CONTROLLA-ABILITAZIONE.
           IF NOT PROFILO-ABILITATO
              MOVE '383'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PGMJL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE TIPO-PARAM   OF DCL-CWJOBCAT TO W-TIPO-PARAM.
           MOVE NOME-PROC    OF DCL-CWJOBCAT TO W-PROC.
           MOVE PASSO-PROC   OF DCL-CWJOBCAT TO W-PASSO.
           MOVE DD-USCITA    OF DCL-CWJOBCAT TO W-DD-USCITA.
       2220-EX. EXIT.

       2225-CONTROLLA-ABILITAZIONE SECTION.
      *---------------------------*
           MOVE 'N' TO SW-ABILITATO.
           IF COM-TIPO-UTENTE >= '1' AND COM-TIPO-UTENTE <= '4'
              MOVE COM-TIPO-UTENTE TO W-IND-TIPO
              IF W-ABIL (W-IND-TIPO) = 'S'
                 SET PROFILO-ABILITATO TO TRUE
              END-IF
           END-IF.
       2225-EX. EXIT.

      * -------------------------------------------------------------- *
      * ESTRAZIONE SELETTIVA (CW48DEMO): FORMATO T/C, DIPARTIMENTO E   *
      * QUALIFICA CENSITI, FASCIA DI ETA' NUMERICA E ORDINATA, DATE DI *
      * ASSUNZIONE VALIDE, STATO A/I. L'OPERATORE NON AMMINISTRATORE   *
      * ESTRAE SOLO IL PROPRIO DIPARTIMENTO; CON AUTORIZZAZIONI PER    *
      * SOCIETA' (COM-SOC-LIMITATE) IL DIPARTIMENTO DEVE ESSERE DI UNA *
      * SOCIETA' CONCESSA                                              *
      * -------------------------------------------------------------- *
       2230-CONTROLLA-ESTRAZIONE SECTION.
      *-------------------------*
           MOVE '2230-CTL-ESTRAZ' TO W-ULT-LABEL.
           IF PARAM-SIM-DIGITATI
              MOVE '391'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALDAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF PARAM-DAT-DIGITATI
              MOVE '391'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DATARIFL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-FORMATO = SPACES
              MOVE 'T'      TO W-FORMATO
           END-IF.
           IF W-FORMATO NOT = 'T' AND W-FORMATO NOT = 'C'
              MOVE '385'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FORML
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT COM-UTENTE-1
              IF W-DIPART = SPACES OR COM-DIPART-UTENTE = SPACES OR
                 W-DIPART NOT = COM-DIPART-UTENTE
                 MOVE '384'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-DIPARTL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
           IF W-DIPART NOT = SPACES
              MOVE +0 TO W-COUNT
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWDIPART
                        WHERE CODICE = :W-DIPART
              END-EXEC
              IF W-COUNT = +0
                 MOVE '079'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-DIPARTL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
           IF COM-SOC-LIMITATE
              MOVE +0 TO W-COUNT
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWDIPART
                        WHERE CODICE = :W-DIPART
                        AND   COD_SOCIETA IN
                              (SELECT U.COD_SOCIETA
                                 FROM CPS04.CWUTESOC U
                                WHERE U.UTENTE = :COM-UTENTE)
              END-EXEC
              IF W-COUNT = +0
                 MOVE '392'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-DIPARTL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
      *
           IF W-QUALIF NOT = SPACES
              MOVE +0 TO W-COUNT
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWQUALIF
                        WHERE CODICE = :W-QUALIF
              END-EXEC
              IF W-COUNT = +0
                 MOVE '044'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-QUALIFL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
      *
           IF (W-ETA-DA NOT = SPACES AND W-ETA-DA NOT NUMERIC) OR
              (W-ETA-A  NOT = SPACES AND W-ETA-A  NOT NUMERIC)
              MOVE '386'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ETADAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-ETA-DA NUMERIC AND W-ETA-A NUMERIC AND
              W-ETA-DA > W-ETA-A
              MOVE '386'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ETADAL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-ASSUNZ-DA NOT = SPACES
              MOVE W-ASSUNZ-DA TO W-DATA-CTL
              PERFORM 2290-CONTROLLA-DATA
              IF DATA-ERRATA
                 MOVE '387'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-ASSDAL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
           IF W-ASSUNZ-A NOT = SPACES
              MOVE W-ASSUNZ-A TO W-DATA-CTL
              PERFORM 2290-CONTROLLA-DATA
              IF DATA-ERRATA
                 MOVE '387'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-ASSAL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
           IF W-ASSUNZ-DA NOT = SPACES AND W-ASSUNZ-A NOT = SPACES AND
              W-ASSUNZ-A < W-ASSUNZ-DA
              MOVE '077'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ASSAL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-STATO-DIP NOT = SPACES AND
              W-STATO-DIP NOT = 'A' AND W-STATO-DIP NOT = 'I'
              MOVE '388'    TO W-COD-MSG-HOST
              MOVE -1       TO M-STATOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE SPACES      TO W-SCHEDA.
           MOVE W-FORMATO   TO WE-FORMATO.
           MOVE W-DIPART    TO WE-DIPART.
           MOVE W-QUALIF    TO WE-QUALIF.
           MOVE W-ETA-DA    TO WE-ETA-DA.
           MOVE W-ETA-A     TO WE-ETA-A.
           MOVE W-ASSUNZ-DA TO WE-ASSUNZ-DA.
           MOVE W-ASSUNZ-A  TO WE-ASSUNZ-A.
           MOVE W-STATO-DIP TO WE-STATO.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * SIMULAZIONE DI RICLASSIFICAZIONE (CW27DEMO, SEMPRE CON         *
      * PARAMSIM = 'S'): QUALIFICA DI PARTENZA CENSITA, QUALIFICA DI   *
      * ARRIVO CENSITA E ATTIVA                                        *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-SIMULAZIONE SECTION.
      *--------------------------*
           MOVE '2240-CTL-SIMUL' TO W-ULT-LABEL.
           IF PARAM-EST-DIGITATI
              MOVE '391'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FORML
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF PARAM-DAT-DIGITATI
              MOVE '391'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DATARIFL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-QUALIF-DA = SPACES
              MOVE '018'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALDAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWQUALIF
                     WHERE CODICE = :W-QUALIF-DA
           END-EXEC.
           IF W-COUNT = +0
              MOVE '044'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALDAL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-QUALIF-A = SPACES
              MOVE '018'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWQUALIF
                     WHERE CODICE          = :W-QUALIF-A
                     AND   STATO_QUALIFICA = 'A'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '044'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALAL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE SPACES      TO W-SCHEDA.
           MOVE W-QUALIF-DA TO WQ-QUALIF-DA.
           MOVE W-QUALIF-A  TO WQ-QUALIF-A.
           MOVE SPACE       TO WQ-FORZATURA.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * ESTRAZIONE ALLA DATA (CX38DEMO): DATA DI RIFERIMENTO           *
      * OBBLIGATORIA, VALIDA E NON SUCCESSIVA ALLA DATA ODIERNA        *
      * -------------------------------------------------------------- *
       2250-CONTROLLA-DATA-RIF SECTION.
      *-----------------------*
           MOVE '2250-CTL-DATA' TO W-ULT-LABEL.
           IF PARAM-EST-DIGITATI
              MOVE '391'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FORML
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF PARAM-SIM-DIGITATI
              MOVE '391'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALDAL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-DATA-RIF = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DATARIFL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-DATA-RIF TO W-DATA-CTL.
           PERFORM 2290-CONTROLLA-DATA.
           IF DATA-ERRATA
              MOVE '387'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DATARIFL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DATA-RIF > W-DATA-OGGI
              MOVE '393'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DATARIFL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE SPACES      TO W-SCHEDA.
           MOVE W-DATA-RIF  TO WD-DATA-RIF.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLO FORMALE DI UNA DATA AAAA-MM-GG (STESSO LIVELLO DI    *
      * CONTROLLO DELLA DECORRENZA DI CY03DEMO)                        *
      * -------------------------------------------------------------- *
       2290-CONTROLLA-DATA SECTION.
      *-------------------*
           MOVE 'N' TO SW-DATA-ERRATA.
           IF W-AA-CTL NOT NUMERIC OR
              W-MM-CTL NOT NUMERIC OR
              W-GG-CTL NOT NUMERIC OR
              W-SEP1-CTL NOT = '-' OR W-SEP2-CTL NOT = '-' OR
              W-MM-CTL < '01' OR W-MM-CTL > '12' OR
              W-GG-CTL < '01' OR W-GG-CTL > '31'
              SET DATA-ERRATA TO TRUE
           END-IF.
       2290-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE DELLE RICHIESTE (MODO 2): PROPRIE, O TUTTE PER   *
      * L'AMMINISTRATORE, DEL SOLO LAVORO DIGITATO SE PRESENTE         *
      * -------------------------------------------------------------- *
       2300-CONSULTA-RICHIESTE SECTION.
      *-----------------------*
           MOVE '2300-CONS-RICH' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIGA.
           IF COM-UTENTE-1
              MOVE 'S' TO W-TUTTE
           ELSE
              MOVE 'N' TO W-TUTTE
           END-IF.
           EXEC SQL OPEN CUR-RIC06  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH-RICHIESTA UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK OR
             W-IND-RIGA NOT < W-MAX-RIGHE).
           EXEC SQL CLOSE CUR-RIC06  END-EXEC.
      *
           IF W-IND-RIGA = 0
              MOVE '390'    TO W-COD-MSG-HOST
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

       2320-FETCH-RICHIESTA SECTION.
      *--------------------*
           EXEC SQL FETCH   CUR-RIC06
           INTO   :DCL-CWRICJOB.NUM-RICHIESTA,
                  :DCL-CWRICJOB.NOME-PGM,
                  :DCL-CWRICJOB.UTENTE-RICH,
                  :DCL-CWRICJOB.DATA-RICH,
                  :DCL-CWRICJOB.ORA-RICH,
                  :DCL-CWRICJOB.STATO-RICH,
                  :DCL-CWRICJOB.NUM-RUN-SPOOL
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-IND-RIGA
              MOVE SPACES                           TO W-RIGA-RIC
              MOVE NUM-RICHIESTA OF DCL-CWRICJOB    TO WR-NUM
              MOVE NOME-PGM      OF DCL-CWRICJOB    TO WR-PGM
              MOVE UTENTE-RICH   OF DCL-CWRICJOB    TO WR-UTENTE
              MOVE DATA-RICH     OF DCL-CWRICJOB    TO WR-DATA
              MOVE ORA-RICH      OF DCL-CWRICJOB    TO WR-ORA
              PERFORM 2330-STATO-RICHIESTA
              MOVE W-RIGA-RIC TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2320-EX. EXIT.

      * -------------------------------------------------------------- *
      * STATO DELLA RICHIESTA: SE CONSEGNATA QUELLO REGISTRATO DA      *
      * CY07DEMO, ALTRIMENTI DALLA PRIMA RIGA CWBATCHRUN DEL PROGRAMMA *
      * INIZIATA DOPO LA RICHIESTA                                     *
      * -------------------------------------------------------------- *
       2330-STATO-RICHIESTA SECTION.
      *--------------------*
           EVALUATE TRUE
              WHEN RICH-CONSEGNATA
                 MOVE 'CONSEGNATO'   TO WR-STATO
                 MOVE NUM-RUN-SPOOL OF DCL-CWRICJOB TO WR-RUN-SPOOL
              WHEN RICH-IN-ERRORE
                 MOVE 'IN ERRORE'    TO WR-STATO
                 MOVE NUM-RUN-SPOOL OF DCL-CWRICJOB TO WR-RUN-SPOOL
              WHEN OTHER
                 MOVE SPACE TO W-ESITO-RUN
                 EXEC SQL SELECT ESITO
                            INTO :W-ESITO-RUN
                            FROM  CPS04.CWBATCHRUN
                           WHERE NOME_PGM = :DCL-CWRICJOB.NOME-PGM
                           AND  (DATA_ELABORAZIONE >
                                 :DCL-CWRICJOB.DATA-RICH
                                 OR (DATA_ELABORAZIONE =
                                     :DCL-CWRICJOB.DATA-RICH
                                     AND ORA_INIZIO >=
                                     :DCL-CWRICJOB.ORA-RICH))
                           ORDER BY DATA_ELABORAZIONE, ORA_INIZIO
                           FETCH FIRST 1 ROW ONLY
                 END-EXEC
                 EVALUATE W-ESITO-RUN
                    WHEN 'I'
                       MOVE 'IN CORSO'     TO WR-STATO
                    WHEN 'O'
                       MOVE 'IN CONSEGNA'  TO WR-STATO
                    WHEN 'E'
                       MOVE 'IN ERRORE'    TO WR-STATO
                    WHEN OTHER
                       MOVE 'IN ATTESA'    TO WR-STATO
                 END-EVALUATE
           END-EVALUATE.
       2330-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE DEL CATALOGO (MODO 3): I LAVORI SOTTOMETTIBILI   *
      * ABILITATI PER IL PROFILO DELL'OPERATORE                        *
      * -------------------------------------------------------------- *
       2400-CONSULTA-CATALOGO SECTION.
      *----------------------*
           MOVE '2400-CONS-CAT' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIGA.
           EXEC SQL OPEN CUR-CAT06  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2410-FETCH-LAVORO UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK OR
             W-IND-RIGA NOT < W-MAX-RIGHE).
           EXEC SQL CLOSE CUR-CAT06  END-EXEC.
      *
           IF W-IND-RIGA = 0
              MOVE '390'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '370'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2400-EX. EXIT.

       2410-FETCH-LAVORO SECTION.
      *-----------------*
           EXEC SQL FETCH   CUR-CAT06
           INTO   :DCL-CWJOBCAT.NOME-PGM,
                  :DCL-CWJOBCAT.DESCRIZIONE,
                  :DCL-CWJOBCAT.TIPO-PARAM,
                  :DCL-CWJOBCAT.NOME-PROC,
                  :DCL-CWJOBCAT.ABILITAZIONI
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              MOVE ABILITAZIONI OF DCL-CWJOBCAT TO W-ABILITAZIONI
              PERFORM 2225-CONTROLLA-ABILITAZIONE
              IF PROFILO-ABILITATO
                 ADD 1 TO W-IND-RIGA
                 MOVE SPACES                         TO W-RIGA-CAT
                 MOVE NOME-PGM    OF DCL-CWJOBCAT    TO WC-PGM
                 MOVE DESCRIZIONE OF DCL-CWJOBCAT    TO WC-DESCR
                 MOVE TIPO-PARAM  OF DCL-CWJOBCAT    TO WC-TIPO
                 MOVE NOME-PROC   OF DCL-CWJOBCAT    TO WC-PROC
                 MOVE W-RIGA-CAT TO M-RIGAO (W-IND-RIGA)
              END-IF
           END-IF.
       2410-EX. EXIT.

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
                             M-PGMJA
                             M-FORMA
                             M-DIPARTA
                             M-QUALIFA
                             M-ETADAA
                             M-ETAAA
                             M-ASSDAA
                             M-ASSAA
                             M-STATOA
                             M-QUALDAA
                             M-QUALAA
                             M-DATARIFA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZ4MAPO.
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
                        MAP    ('MFZ4MAP')
                        MAPSET ('MFZ4MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZ4MAP')
                        MAPSET ('MFZ4MAP')
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
                     TRANSID  ('RY06')
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
