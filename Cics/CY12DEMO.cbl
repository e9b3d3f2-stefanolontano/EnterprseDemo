       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY12DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RY12                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 2 - GESTIONE DEL PERSONALE                   *
      * OGGETTO         : REGISTRAZIONE GIORNALIERA DELLE ORE SU       *
      *                   COMMESSA (CPS04.CWORECOM)                    *
      * TIPO OPERAZIONE : REGISTRAZIONE / CANCELLAZIONE / CONSULTAZIONE*
      * RIFERIMENTO P.E.: AGGIORNAMENTI NEGATI AL RUOLO 4; FUORI       *
      *                   DALL'AMMINISTRATORE SOLO LE PROPRIE ORE O    *
      *                   QUELLE DEI DIPENDENTI DEL DIPARTIMENTO DI    *
      *                   CUI SI E' RESPONSABILI                       *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * IL DIPENDENTE, O IL RESPONSABILE DEL SUO DIPARTIMENTO          *
      * (CWDIPART COD_RESPONSABILE), REGISTRA LE ORE LAVORATE IN UN    *
      * GIORNO SU CIASCUNA COMMESSA CPS04.CWCOMMES APERTA (CY11DEMO).  *
      * L'OPERATORE E' RICONDOTTO ALLA SUA MATRICOLA TRAMITE           *
      * CWUTENTI.COD_MATRICOLA_DIP.                                    *
      *   MODO 1 - REGISTRAZIONE (INSERIMENTO O VARIAZIONE) DELLE ORE  *
      *            DI UNA COMMESSA NEL GIORNO, IN HHMM; FATTURABILE    *
      *            A SPAZI = QUELLO DELLA COMMESSA                     *
      *   MODO 2 - CANCELLAZIONE DELLE ORE DI UNA COMMESSA NEL GIORNO  *
      *   MODO 3 - CONSULTAZIONE DELLE ORE DEL GIORNO PER COMMESSA     *
      * IL TOTALE DELLE ORE SU COMMESSA DEL GIORNO NON PUO' SUPERARE   *
      * IL TEMPO LAVORATO RISULTANTE DALLE PRESENZE CPS04.CWPRESEN     *
      * (USCITA MENO ENTRATA, COME CX51DEMO): SENZA PRESENZA NEL GIORNO*
      * NON SI REGISTRANO ORE. I MESI CHIUSI SU CPS04.CWPERIOD         *
      * (CX33DEMO) NON SONO PIU' MODIFICABILI. IL COSTO DELLE ORE PER  *
      * COMMESSA E CLIENTE E' IL TABULATO MENSILE CY13DEMO.            *
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
       01  W-MATR-X                        PIC X(5)      VALUE SPACES.
       01  W-MATR-N REDEFINES W-MATR-X     PIC 9(5).
       01  W-MATRICOLA                     PIC S9(5)  COMP-3 VALUE +0.
       01  W-MATR-OPER                     PIC S9(5)  COMP-3 VALUE +0.
       01  W-RESPONSABILE                  PIC S9(5)  COMP-3 VALUE +0.
       01  W-COGNOME                       PIC X(30)     VALUE SPACES.
       01  W-NOME                          PIC X(15)     VALUE SPACES.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-SOCIETA                       PIC X(4)      VALUE SPACES.
       01  W-DATA-LAVORO.
           05  W-AA-LAV                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-LAV                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-LAV                    PIC X(2)      VALUE SPACES.
       01  W-COMMESSA                      PIC X(10)     VALUE SPACES.
       01  W-ORE                           PIC X(4)      VALUE SPACES.
       01  W-ORE-R REDEFINES W-ORE.
           05  W-ORE-HH                    PIC 9(2).
           05  W-ORE-MM                    PIC 9(2).
       01  W-MINUTI                        PIC S9(5)  COMP-3 VALUE +0.
       01  W-FATTURABILE                   PIC X(1)      VALUE SPACES.
           88  W-FATT-VALIDO               VALUE 'S' 'N'.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-REG                  VALUE '1'.
           88  W-MODO-CAN                  VALUE '2'.
           88  W-MODO-CON                  VALUE '3'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    CONTROLLO DEI PERIODI CONTABILI CHIUSI (VEDI 2260)          *
      * -------------------------------------------------------------- *
       01  W-ANNO-MESE-PER                 PIC X(7)  VALUE SPACES.
       01  W-STATO-PERIODO                 PIC X(1)  VALUE SPACE.
      * -------------------------------------------------------------- *
      *    TEMPO LAVORATO DEL GIORNO DA CWPRESEN E ORE GIA' REGISTRATE *
      *    SULLE ALTRE COMMESSE (VEDI 2270-TEMPO-LAVORATO)             *
      * -------------------------------------------------------------- *
       01  W-ORA-HHMM.
           05  W-ORA-HH                    PIC 9(2).
           05  W-ORA-MM                    PIC 9(2).
       01  W-MIN-ENTRATA                   PIC S9(5)  COMP-3 VALUE +0.
       01  W-MIN-USCITA                    PIC S9(5)  COMP-3 VALUE +0.
       01  W-MIN-LAVORATI                  PIC S9(5)  COMP-3 VALUE +0.
       01  W-MIN-ALTRE                     PIC S9(7)  COMP-3 VALUE +0.
       01  W-MIN-REGISTRATI                PIC S9(7)  COMP-3 VALUE +0.
      * -------------------------------------------------------------- *
      *    MINUTI (W-MINUTI-EDIT) IN FORMATO HHH:MM (VEDI 2600)        *
      * -------------------------------------------------------------- *
       01  W-MINUTI-EDIT                   PIC S9(7) COMP-3 VALUE 0.
       01  W-ORE-EDIT                      PIC 9(3)  VALUE ZERO.
       01  W-RESTO-EDIT                    PIC 9(2)  VALUE ZERO.
       01  W-HHMM-EDIT.
           05  W-HH-EDIT                   PIC ZZ9.
           05  FILLER                      PIC X     VALUE ':'.
           05  W-MM-EDIT                   PIC 99.
      * ---
      * ORE DEL GIORNO PER COMMESSA (MODO 3), UNA PER RIGA (M-RIGAO)
      * ---
       01  W-IND-ORE                       PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-RIGA-ORE.
           05  WO-COMMESSA                 PIC X(10).
           05  FILLER                      PIC X(1).
           05  WO-DESCRIZIONE              PIC X(30).
           05  FILLER                      PIC X(1).
           05  WO-ORE                      PIC X(6).
           05  FILLER                      PIC X(2).
           05  WO-FATTURABILE              PIC X(1).
           05  FILLER                      PIC X(2).
           05  WO-UTENTE-AGG               PIC X(8).
           05  FILLER                      PIC X(1).
           05  WO-DATA-AGG                 PIC X(10).
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (DATA DI INSERIMENTO)        *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CY12DEMO'.
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
           EXEC SQL  INCLUDE CWOREC         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWCMES         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWPRES         END-EXEC.
      * ---
      * ORE DELLA MATRICOLA NEL GIORNO, PER COMMESSA
      * ---
           EXEC SQL DECLARE CUR-ORE12 CURSOR FOR
                    SELECT  O.COD_COMMESSA,
                            COALESCE(C.DESCRIZIONE, ' '),
                            O.MINUTI_LAVORO,
                            O.FATTURABILE,
                            O.UTENTE_AGG,
                            O.DATA_AGG
                    FROM    CPS04.CWORECOM O
                            LEFT OUTER JOIN CPS04.CWCOMMES C
                            ON  C.COD_COMMESSA = O.COD_COMMESSA
                    WHERE   O.COD_MATRICOLA_DIP = :W-MATRICOLA
                    AND     O.DATA_LAVORO       = :W-DATA-LAVORO
                    ORDER BY O.COD_COMMESSA
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZ7MAP.
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
           EXEC CICS RECEIVE MAP    ('MFZ7MAP')
                             MAPSET ('MFZ7MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZ7MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFZ7MAPI.
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
           EXEC CICS RECEIVE MAP    ('MFZ7MAP')
                             MAPSET ('MFZ7MAP') END-EXEC.
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
      * I CONTROLLI VENGONO RIPETUTI: NEL FRATTEMPO POSSONO ESSERE
      * CAMBIATE LE PRESENZE, LE ALTRE ORE DEL GIORNO O LO STATO DEL
      * MESE
      * ---
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
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
           MOVE LOW-VALUE  TO MFZ7MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * REGISTRAZIONE: VARIAZIONE DELLE ORE SE LA COMMESSA E' GIA'     *
      * PRESENTE NEL GIORNO PER LA MATRICOLA, ALTRIMENTI INSERIMENTO   *
      * -------------------------------------------------------------- *
       1430-REGISTRA SECTION.
      *-------------*
           MOVE '1430-REGISTRA' TO W-ULT-LABEL.
           PERFORM 2250-CONTA-ORE.
           IF W-COUNT > +0
              EXEC SQL UPDATE CPS04.CWORECOM
                          SET MINUTI_LAVORO     = :W-MINUTI,
                              FATTURABILE       = :W-FATTURABILE,
                              UTENTE_AGG        = :COM-UTENTE,
                              DATA_AGG          = :W-DATA-OGGI
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   DATA_LAVORO       = :W-DATA-LAVORO
                        AND   COD_COMMESSA      = :W-COMMESSA
              END-EXEC
              MOVE '024'   TO W-COD-MSG-HOST
           ELSE
              EXEC SQL INSERT INTO CPS04.CWORECOM
                            VALUES (:W-MATRICOLA,
                                    :W-DATA-LAVORO,
                                    :W-COMMESSA,
                                    :W-MINUTI,
                                    :W-FATTURABILE,
                                    :COM-UTENTE,
                                    :W-DATA-OGGI)
              END-EXEC
              MOVE '023'   TO W-COD-MSG-HOST
           END-IF.
       1430-EX. EXIT.

       1440-CANCELLA SECTION.
      *-------------*
           MOVE '1440-CANCELLA' TO W-ULT-LABEL.
           EXEC SQL DELETE FROM CPS04.CWORECOM
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_LAVORO       = :W-DATA-LAVORO
                     AND   COD_COMMESSA      = :W-COMMESSA
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
                             M-MATRA
                             M-ANNOA
                             M-MESEA
                             M-GIORA
                             M-COMMA
                             M-OREA
                             M-FATTA.
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
           EXEC CICS RECEIVE MAP    ('MFZ7MAP')
                             MAPSET ('MFZ7MAP') END-EXEC.
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
           MOVE    M-MATRI TO W-MATR-X.
           INSPECT M-ANNOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ANNOI REPLACING ALL '_'       BY ' '.
           MOVE    M-ANNOI TO W-AA-LAV.
           INSPECT M-MESEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MESEI REPLACING ALL '_'       BY ' '.
           MOVE    M-MESEI TO W-MM-LAV.
           INSPECT M-GIORI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-GIORI REPLACING ALL '_'       BY ' '.
           MOVE    M-GIORI TO W-GG-LAV.
           INSPECT M-COMMI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-COMMI REPLACING ALL '_'       BY ' '.
           MOVE    M-COMMI TO W-COMMESSA.
           INSPECT M-OREI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-OREI REPLACING ALL '_'       BY ' '.
           MOVE    M-OREI TO W-ORE.
           INSPECT M-FATTI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-FATTI REPLACING ALL '_'       BY ' '.
           MOVE    M-FATTI TO W-FATTURABILE.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
           EVALUATE TRUE
              WHEN W-MODO-REG
                 PERFORM 2220-CONTROLLA-REGISTRAZIONE
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-CAN
                 PERFORM 2240-CONTROLLA-CANCELLAZIONE
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-CON
                 PERFORM 2230-CONTROLLA-CHIAVE
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
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2205-EX. EXIT.

      * -------------------------------------------------------------- *
      * REGISTRAZIONE (MODO 1): COMMESSA APERTA, ORE IN HHMM, MESE NON *
      * CHIUSO E TOTALE DEL GIORNO ENTRO IL TEMPO LAVORATO             *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-REGISTRAZIONE SECTION.
      *----------------------------*
           MOVE '2220-CTL-REG' TO W-ULT-LABEL.
           IF COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2205-CONTROLLA-FINESTRA.
           PERFORM 2230-CONTROLLA-CHIAVE.
           PERFORM 2225-CONTROLLA-COMMESSA.
           PERFORM 2260-CONTROLLA-PERIODO.
      *
           IF W-ORE NOT NUMERIC
              MOVE '412'    TO W-COD-MSG-HOST
              MOVE -1       TO M-OREL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-ORE-MM > 59
              MOVE '412'    TO W-COD-MSG-HOST
              MOVE -1       TO M-OREL
              PERFORM 2999-CERCA-ERR
           END-IF.
           COMPUTE W-MINUTI = W-ORE-HH * 60 + W-ORE-MM.
           IF W-MINUTI = 0
              MOVE '412'    TO W-COD-MSG-HOST
              MOVE -1       TO M-OREL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-FATTURABILE = SPACE
              MOVE FATTURABILE OF DCL-CWCOMMES TO W-FATTURABILE
              MOVE W-FATTURABILE               TO M-FATTO
           END-IF.
           IF NOT W-FATT-VALIDO
              MOVE '405'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FATTL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2270-TEMPO-LAVORATO.
           IF W-MIN-LAVORATI = 0
              MOVE '413'    TO W-COD-MSG-HOST
              MOVE -1       TO M-GIORL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * LE ORE GIA' REGISTRATE SULLA STESSA COMMESSA VENGONO
      * SOSTITUITE, QUINDI SI SOMMANO SOLO QUELLE DELLE ALTRE
      * ---
           MOVE +0 TO W-MIN-ALTRE.
           EXEC SQL SELECT COALESCE(SUM(MINUTI_LAVORO), 0)
                      INTO :W-MIN-ALTRE
                      FROM  CPS04.CWORECOM
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_LAVORO       = :W-DATA-LAVORO
                     AND   COD_COMMESSA     <> :W-COMMESSA
           END-EXEC.
           COMPUTE W-MIN-REGISTRATI = W-MIN-ALTRE + W-MINUTI.
           MOVE W-MIN-REGISTRATI TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT      TO M-REGO.
           IF W-MIN-REGISTRATI > W-MIN-LAVORATI
              MOVE '414'    TO W-COD-MSG-HOST
              MOVE -1       TO M-OREL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA COMMESSA DEVE ESSERE CENSITA SU CWCOMMES E APERTA           *
      * -------------------------------------------------------------- *
       2225-CONTROLLA-COMMESSA SECTION.
      *-----------------------*
           MOVE '2225-CTL-COMM' TO W-ULT-LABEL.
           IF W-COMMESSA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMML
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE SPACES TO FATTURABILE    OF DCL-CWCOMMES
                          STATO-COMMESSA OF DCL-CWCOMMES.
           EXEC SQL SELECT FATTURABILE,
                           STATO_COMMESSA
                      INTO :DCL-CWCOMMES.FATTURABILE,
                           :DCL-CWCOMMES.STATO-COMMESSA
                      FROM  CPS04.CWCOMMES
                     WHERE COD_COMMESSA = :W-COMMESSA
           END-EXEC.
           IF SQLCODE = +100 OR NOT COMMESSA-APERTA
              MOVE '409'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMML
              PERFORM 2999-CERCA-ERR
           END-IF.
       2225-EX. EXIT.

      * -------------------------------------------------------------- *
      * MATRICOLA E GIORNO: LA MATRICOLA DEVE ESISTERE ED ESSERE DI    *
      * COMPETENZA DELL'OPERATORE, LA DATA VALIDA E NON FUTURA         *
      * -------------------------------------------------------------- *
       2230-CONTROLLA-CHIAVE SECTION.
      *---------------------*
           MOVE '2230-CTL-CHIAVE' TO W-ULT-LABEL.
           IF W-MATR-X = SPACES
              MOVE '014'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MATR-X NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-MATR-N TO W-MATRICOLA.
           EXEC SQL SELECT COGNOME,
                           NOME,
                           DIPARTIMENTO,
                           COD_SOCIETA
                      INTO :W-COGNOME,
                           :W-NOME,
                           :W-DIPART,
                           :W-SOCIETA
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE SPACES TO M-NOMEO.
           STRING W-COGNOME DELIMITED BY '  '
                  ' '       DELIMITED BY SIZE
                  W-NOME    DELIMITED BY '  '
                  INTO M-NOMEO.
           PERFORM 2235-CONTROLLA-COMPETENZA.
      *
           IF W-AA-LAV NOT NUMERIC OR
              W-MM-LAV NOT NUMERIC OR
              W-GG-LAV NOT NUMERIC OR
              W-MM-LAV < '01' OR W-MM-LAV > '12' OR
              W-GG-LAV < '01' OR W-GG-LAV > '31'
              MOVE '411'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ANNOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DATA-LAVORO > W-DATA-OGGI
              MOVE '393'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ANNOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * PERIMETRO: L'AMMINISTRATORE OPERA SU QUALSIASI MATRICOLA; GLI  *
      * ALTRI SULLA PROPRIA (CWUTENTI.COD_MATRICOLA_DIP) O SU QUELLE   *
      * DEL DIPARTIMENTO DI CUI SONO RESPONSABILI (CWDIPART). CON      *
      * SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO) LA MATRICOLA DEVE  *
      * ESSERE DI UNA SOCIETA' CONCESSA, ANCHE PER L'AMMINISTRATORE    *
      * -------------------------------------------------------------- *
       2235-CONTROLLA-COMPETENZA SECTION.
      *-------------------------*
           MOVE '2235-CTL-COMP' TO W-ULT-LABEL.
           IF COM-SOC-LIMITATE
              MOVE +0 TO W-COUNT
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWUTESOC
                        WHERE UTENTE      = :COM-UTENTE
                        AND   COD_SOCIETA = :W-SOCIETA
              END-EXEC
              IF W-COUNT = +0
                 MOVE '365'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MATRL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
           IF COM-UTENTE-1
              GO TO 2235-EX
           END-IF.
      *
           MOVE +0 TO W-MATR-OPER.
           EXEC SQL SELECT COD_MATRICOLA_DIP
                      INTO :W-MATR-OPER
                      FROM  CPS04.CWUTENTI
                     WHERE UTENTE = :COM-UTENTE
           END-EXEC.
           IF SQLCODE = +100 OR W-MATR-OPER = +0
              MOVE '410'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MATR-OPER = W-MATRICOLA
              GO TO 2235-EX
           END-IF.
      *
           MOVE +0 TO W-RESPONSABILE.
           EXEC SQL SELECT COD_RESPONSABILE
                      INTO :W-RESPONSABILE
                      FROM  CPS04.CWDIPART
                     WHERE CODICE = :W-DIPART
           END-EXEC.
           IF SQLCODE = +100 OR W-RESPONSABILE NOT = W-MATR-OPER
              MOVE '410'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2235-EX. EXIT.

      * -------------------------------------------------------------- *
      * CANCELLAZIONE (MODO 2): LE ORE DELLA COMMESSA DEVONO ESISTERE  *
      * NEL GIORNO E IL MESE NON DEVE ESSERE CHIUSO                    *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-CANCELLAZIONE SECTION.
      *----------------------------*
           MOVE '2240-CTL-CAN' TO W-ULT-LABEL.
           IF COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2205-CONTROLLA-FINESTRA.
           PERFORM 2230-CONTROLLA-CHIAVE.
           IF W-COMMESSA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMML
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2260-CONTROLLA-PERIODO.
           PERFORM 2250-CONTA-ORE.
           IF W-COUNT = +0
              MOVE '415'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMML
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

       2250-CONTA-ORE SECTION.
      *--------------*
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWORECOM
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_LAVORO       = :W-DATA-LAVORO
                     AND   COD_COMMESSA      = :W-COMMESSA
           END-EXEC.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * MESE CONTABILE DEL GIORNO: SE CHIUSO SU CWPERIOD LE ORE NON    *
      * SONO PIU' MODIFICABILI (VEDI CX33DEMO)                         *
      * -------------------------------------------------------------- *
       2260-CONTROLLA-PERIODO SECTION.
      *----------------------*
           MOVE '2260-CTL-PERIOD' TO W-ULT-LABEL.
           MOVE W-DATA-LAVORO (1:7) TO W-ANNO-MESE-PER.
           MOVE 'A' TO W-STATO-PERIODO.
           EXEC SQL SELECT STATO_PERIODO
                      INTO :W-STATO-PERIODO
                      FROM  CPS04.CWPERIOD
                     WHERE ANNO_MESE = :W-ANNO-MESE-PER
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'A' TO W-STATO-PERIODO
           END-IF.
           IF W-STATO-PERIODO = 'C'
              MOVE '176'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ANNOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2260-EX. EXIT.

      * -------------------------------------------------------------- *
      * TEMPO LAVORATO NEL GIORNO DA CWPRESEN: USCITA MENO ENTRATA     *
      * (USCITA OLTRE LA MEZZANOTTE COME IN CX51DEMO). SENZA PRESENZA, *
      * O CON TIMBRATURA SENZA USCITA, IL TEMPO LAVORATO E' ZERO       *
      * -------------------------------------------------------------- *
       2270-TEMPO-LAVORATO SECTION.
      *-------------------*
           MOVE '2270-TEMPO-LAV' TO W-ULT-LABEL.
           MOVE +0     TO W-MIN-LAVORATI.
           MOVE SPACES TO M-LAVO.
           EXEC SQL SELECT ORA_ENTRATA,
                           ORA_USCITA
                      INTO :DCL-CWPRESEN.ORA-ENTRATA,
                           :DCL-CWPRESEN.ORA-USCITA
                      FROM  CPS04.CWPRESEN
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_PRESENZA     = :W-DATA-LAVORO
           END-EXEC.
           IF SQLCODE = +100
              GO TO 2270-EX
           END-IF.
           IF ORA-ENTRATA OF DCL-CWPRESEN NOT NUMERIC OR
              ORA-USCITA  OF DCL-CWPRESEN NOT NUMERIC OR
              ORA-ENTRATA OF DCL-CWPRESEN = ORA-USCITA OF DCL-CWPRESEN
              GO TO 2270-EX
           END-IF.
           MOVE ORA-ENTRATA OF DCL-CWPRESEN TO W-ORA-HHMM.
           COMPUTE W-MIN-ENTRATA = W-ORA-HH * 60 + W-ORA-MM.
           MOVE ORA-USCITA  OF DCL-CWPRESEN TO W-ORA-HHMM.
           COMPUTE W-MIN-USCITA  = W-ORA-HH * 60 + W-ORA-MM.
           IF W-MIN-USCITA < W-MIN-ENTRATA
              ADD 1440 TO W-MIN-USCITA
           END-IF.
           COMPUTE W-MIN-LAVORATI = W-MIN-USCITA - W-MIN-ENTRATA.
           MOVE W-MIN-LAVORATI TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT    TO M-LAVO.
       2270-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE (MODO 3): ORE DELLA MATRICOLA NEL GIORNO PER     *
      * COMMESSA, UNA PER RIGA (M-RIGAO), CON IL TOTALE REGISTRATO E   *
      * IL TEMPO LAVORATO DA PRESENZE                                  *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2270-TEMPO-LAVORATO.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-ORE FROM 1 BY 1
                   UNTIL W-IND-ORE > W-MAX-RIGHE.
           MOVE +0     TO W-IND-ORE.
           MOVE +0     TO W-MIN-REGISTRATI.
           EXEC SQL OPEN CUR-ORE12  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).
           EXEC SQL CLOSE CUR-ORE12  END-EXEC.
           MOVE W-MIN-REGISTRATI TO W-MINUTI-EDIT.
           PERFORM 2600-EDITA-ORE.
           MOVE W-HHMM-EDIT      TO M-REGO.
      *
           IF W-IND-ORE = 0
              MOVE '417'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '416'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-ORE).
       2310-EX. EXIT.

       2320-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-ORE12
           INTO   :DCL-CWORECOM.COD-COMMESSA,
                  :DCL-CWCOMMES.DESCRIZIONE,
                  :DCL-CWORECOM.MINUTI-LAVORO,
                  :DCL-CWORECOM.FATTURABILE,
                  :DCL-CWORECOM.UTENTE-AGG,
                  :DCL-CWORECOM.DATA-AGG
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD MINUTI-LAVORO OF DCL-CWORECOM TO W-MIN-REGISTRATI
           END-IF.
           IF W-SQLCODE-OK AND W-IND-ORE < W-MAX-RIGHE
              ADD 1 TO W-IND-ORE
              MOVE SPACES                          TO W-RIGA-ORE
              MOVE COD-COMMESSA  OF DCL-CWORECOM   TO WO-COMMESSA
              MOVE DESCRIZIONE   OF DCL-CWCOMMES   TO WO-DESCRIZIONE
              MOVE MINUTI-LAVORO OF DCL-CWORECOM   TO W-MINUTI-EDIT
              PERFORM 2600-EDITA-ORE
              MOVE W-HHMM-EDIT                     TO WO-ORE
              MOVE FATTURABILE   OF DCL-CWORECOM   TO WO-FATTURABILE
              MOVE UTENTE-AGG    OF DCL-CWORECOM   TO WO-UTENTE-AGG
              MOVE DATA-AGG      OF DCL-CWORECOM   TO WO-DATA-AGG
              MOVE W-RIGA-ORE TO M-RIGAO (W-IND-ORE)
           END-IF.
       2320-EX. EXIT.

      * -------------------------------------------------------------- *
      * MINUTI (W-MINUTI-EDIT) IN FORMATO HHH:MM PER LA MAPPA          *
      * -------------------------------------------------------------- *
       2600-EDITA-ORE SECTION.
      *--------------*
           DIVIDE W-MINUTI-EDIT BY 60 GIVING W-ORE-EDIT
                                      REMAINDER W-RESTO-EDIT.
           MOVE W-ORE-EDIT   TO W-HH-EDIT.
           MOVE W-RESTO-EDIT TO W-MM-EDIT.
       2600-EX. EXIT.
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
                             M-MATRA
                             M-ANNOA
                             M-MESEA
                             M-GIORA
                             M-COMMA
                             M-OREA
                             M-FATTA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZ7MAPO.
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
                        MAP    ('MFZ7MAP')
                        MAPSET ('MFZ7MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZ7MAP')
                        MAPSET ('MFZ7MAP')
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
                     TRANSID  ('RY12')
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
