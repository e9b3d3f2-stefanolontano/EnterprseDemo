       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY17DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RY17                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : RUBRICA AZIENDALE DEI RECAPITI DI LAVORO     *
      *                   (CPS04.CWRUBRIC)                             *
      * TIPO OPERAZIONE : RICERCA / CONSULTAZIONE / REGISTRAZIONE      *
      * RIFERIMENTO P.E.: RICERCA APERTA A TUTTI GLI OPERATORI E AL    *
      *                   CHIOSCO; SCHEDA E REGISTRAZIONE RISERVATE    *
      *                   ALL'UFFICIO DEL PERSONALE (RUOLI 1 E 2)      *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * I RECAPITI DI LAVORO (TELEFONO, INTERNO, E-MAIL E SEDE) SONO   *
      * TENUTI SU CPS04.CWRUBRIC, SEPARATI DAI RECAPITI PERSONALI DI   *
      * CPS04.CWANAGR CHE RESTANO VISIBILI AL SOLO PERSONALE (CW68DEMO)*
      *   MODO 1 - RICERCA PER COGNOME (ANCHE PARZIALE) E/O PER        *
      *            DIPARTIMENTO: SOLO DIPENDENTI ATTIVI, SOLO DATI DI  *
      *            LAVORO, ESCLUSI I NOMINATIVI RISERVATI              *
      *            (NON_PUBBLICARE 'S'); CINQUE NOMINATIVI PER VIDEATA *
      *   MODO 2 - SCHEDA DEI RECAPITI DI UNA MATRICOLA (PERSONALE)    *
      *   MODO 3 - REGISTRAZIONE O VARIAZIONE DEI RECAPITI DI UNA      *
      *            MATRICOLA, CON CONFERMA (PERSONALE)                 *
      * DAL CHIOSCO (PF9 DI CW76DEMO, OPERATORE 'CHIOSCO') E' AMMESSA  *
      * LA SOLA RICERCA E PF3/CLEAR RIPORTANO AL CHIOSCO. IL FILE      *
      * NOTTURNO PER INTRANET E CENTRALINO E' IL BATCH CY18DEMO.       *
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
       01  W-COGNOME                       PIC X(30)     VALUE SPACES.
       01  W-NOME                          PIC X(15)     VALUE SPACES.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
      * ---
      * CHIAVI DI RICERCA (MODO 1): GLI SPAZI DIVENTANO '%' PER LA
      * LIKE, COME IN CW07DEMO; CAMPO A SPAZI = QUALSIASI VALORE
      * ---
       01  W-COGN-RIC                      PIC X(30)     VALUE SPACES.
       01  W-DIPA-RIC                      PIC X(10)     VALUE SPACES.
       01  W-TELEFONO                      PIC X(15)     VALUE SPACES.
       01  W-INTERNO                       PIC X(6)      VALUE SPACES.
       01  W-EMAIL                         PIC X(50)     VALUE SPACES.
       01  W-SEDE                          PIC X(20)     VALUE SPACES.
       01  W-RISERVATO                     PIC X(1)      VALUE SPACES.
           88  W-RISERVATO-VALIDO          VALUE 'S' 'N'.
       01  W-NUM-CHIOCCIOLE                PIC S9(4)  COMP VALUE +0.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-RIC                  VALUE '1'.
           88  W-MODO-CON                  VALUE '2'.
           88  W-MODO-REG                  VALUE '3'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * OPERATORE DEL CHIOSCO (VEDI CW76DEMO, PF9)
       01  W-UTENTE-CHIOSCO                PIC X(8)   VALUE 'CHIOSCO'.
       01  W-PGM-CHIOSCO                   PIC X(8)   VALUE 'CW76DEMO'.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * ---
      * RISULTATO DELLA RICERCA (MODO 1): DUE RIGHE PER NOMINATIVO
      * (M-RIGAO), CINQUE NOMINATIVI PER VIDEATA
      * ---
       01  W-IND-RIGA                      PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-NUM-TROVATI                   PIC S9(4)  COMP VALUE +0.
       01  W-RIGA-RUB-1.
           05  WR-NOMINATIVO               PIC X(40).
           05  FILLER                      PIC X(1).
           05  WR-DIPART                   PIC X(10).
           05  FILLER                      PIC X(1).
           05  WR-SEDE                     PIC X(20).
           05  FILLER                      PIC X(1).
           05  WR-INTERNO                  PIC X(6).
       01  W-RIGA-RUB-2.
           05  FILLER                      PIC X(4).
           05  FILLER                      PIC X(5)   VALUE 'TEL. '.
           05  WR-TELEFONO                 PIC X(15).
           05  FILLER                      PIC X(1).
           05  FILLER                      PIC X(4)   VALUE 'MAIL'.
           05  FILLER                      PIC X(1).
           05  WR-EMAIL                    PIC X(49).
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (DATA DI AGGIORNAMENTO)      *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CY17DEMO'.
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
           EXEC SQL  INCLUDE CWRUBR         END-EXEC.
      * ---
      * RICERCA IN RUBRICA: DIPENDENTI ATTIVI NON RISERVATI, CON I SOLI
      * RECAPITI DI LAVORO (A SPAZI SE NON ANCORA CENSITI)
      * ---
           EXEC SQL DECLARE CUR-RUB17 CURSOR FOR
                    SELECT  D.COGNOME,
                            D.NOME,
                            D.DIPARTIMENTO,
                            COALESCE(R.TELEFONO_LAVORO, ' '),
                            COALESCE(R.INTERNO, ' '),
                            COALESCE(R.EMAIL_LAVORO, ' '),
                            COALESCE(R.SEDE_LAVORO, ' ')
                    FROM    CPS04.CWDIPENDENTI D
                            LEFT OUTER JOIN CPS04.CWRUBRIC R
                            ON  R.COD_MATRICOLA_DIP =
                                D.COD_MATRICOLA_DIP
                    WHERE   D.STATO_DIPENDENTE = 'A'
                    AND     D.COGNOME      LIKE :W-COGN-RIC
                    AND     D.DIPARTIMENTO LIKE :W-DIPA-RIC
                    AND     COALESCE(R.NON_PUBBLICARE, 'N') <> 'S'
                    ORDER BY D.COGNOME, D.NOME
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZ9MAP.
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
      * DAL CHIOSCO SI TORNA ALLA MASCHERA VUOTA DI CW76DEMO (SENZA
      * COMMAREA, COME AL PRIMO INGRESSO DAL TERMINALE)
           IF COM-UTENTE = W-UTENTE-CHIOSCO
              EXEC CICS XCTL PROGRAM (W-PGM-CHIOSCO) END-EXEC
           END-IF.
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
           EXEC CICS RECEIVE MAP    ('MFZ9MAP')
                             MAPSET ('MFZ9MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZ9MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFZ9MAPI.
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
           EXEC CICS RECEIVE MAP    ('MFZ9MAP')
                             MAPSET ('MFZ9MAP') END-EXEC.
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
                 MOVE SPACE   TO COM-GIRO
                 PERFORM 1520-RIPRISTINO-ATTR
                 PERFORM 2220-CONTROLLA-REGISTRAZIONE
                 PERFORM 1430-REGISTRA
              WHEN 'NO'
                 MOVE '022'      TO W-COD-MSG-HOST
              WHEN OTHER
                 MOVE -1         TO M-CONF-OPL
                 MOVE '021'      TO W-COD-MSG-HOST
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
      *
           MOVE SPACE      TO COM-GIRO.
           MOVE LOW-VALUE  TO MFZ9MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * REGISTRAZIONE: VARIAZIONE DEI RECAPITI SE LA MATRICOLA E' GIA' *
      * IN RUBRICA, ALTRIMENTI INSERIMENTO                             *
      * -------------------------------------------------------------- *
       1430-REGISTRA SECTION.
      *-------------*
           MOVE '1430-REGISTRA' TO W-ULT-LABEL.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWRUBRIC
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF W-COUNT > +0
              EXEC SQL UPDATE CPS04.CWRUBRIC
                          SET TELEFONO_LAVORO   = :W-TELEFONO,
                              INTERNO           = :W-INTERNO,
                              EMAIL_LAVORO      = :W-EMAIL,
                              SEDE_LAVORO       = :W-SEDE,
                              NON_PUBBLICARE    = :W-RISERVATO,
                              UTENTE_AGG        = :COM-UTENTE,
                              DATA_AGG          = :W-DATA-OGGI
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
              END-EXEC
              MOVE '437'   TO W-COD-MSG-HOST
           ELSE
              EXEC SQL INSERT INTO CPS04.CWRUBRIC
                            VALUES (:W-MATRICOLA,
                                    :W-TELEFONO,
                                    :W-INTERNO,
                                    :W-EMAIL,
                                    :W-SEDE,
                                    :W-RISERVATO,
                                    :COM-UTENTE,
                                    :W-DATA-OGGI)
              END-EXEC
              MOVE '436'   TO W-COD-MSG-HOST
           END-IF.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-COGNA
                             M-DIPAA
                             M-MATRA
                             M-TELEA
                             M-INTEA
                             M-MAILA
                             M-SEDEA
                             M-RISEA.
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
           EXEC CICS RECEIVE MAP    ('MFZ9MAP')
                             MAPSET ('MFZ9MAP') END-EXEC.
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
           INSPECT M-COGNI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-COGNI REPLACING ALL '_'       BY ' '.
           MOVE    M-COGNI TO W-COGN-RIC.
           INSPECT M-DIPAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DIPAI REPLACING ALL '_'       BY ' '.
           MOVE    M-DIPAI TO W-DIPA-RIC.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR-X.
           INSPECT M-TELEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TELEI REPLACING ALL '_'       BY ' '.
           MOVE    M-TELEI TO W-TELEFONO.
           INSPECT M-INTEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-INTEI REPLACING ALL '_'       BY ' '.
           MOVE    M-INTEI TO W-INTERNO.
           INSPECT M-MAILI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MAILI REPLACING ALL '_'       BY ' '.
           MOVE    M-MAILI TO W-EMAIL.
           INSPECT M-SEDEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-SEDEI REPLACING ALL '_'       BY ' '.
           MOVE    M-SEDEI TO W-SEDE.
           INSPECT M-RISEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-RISEI REPLACING ALL '_'       BY ' '.
           MOVE    M-RISEI TO W-RISERVATO.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
           EVALUATE TRUE
              WHEN W-MODO-RIC
                 PERFORM 2300-RICERCA
              WHEN W-MODO-CON
                 PERFORM 2210-CONTROLLA-PERSONALE
                 PERFORM 2230-CONTROLLA-MATRICOLA
                 PERFORM 2400-SCHEDA
              WHEN W-MODO-REG
                 PERFORM 2220-CONTROLLA-REGISTRAZIONE
                 PERFORM 2500-CONFERMA
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
      * SCHEDA E REGISTRAZIONE: RISERVATE ALL'UFFICIO DEL PERSONALE    *
      * (RUOLI 1 E 2), MAI DAL CHIOSCO                                 *
      * -------------------------------------------------------------- *
       2210-CONTROLLA-PERSONALE SECTION.
      *------------------------*
           MOVE '2210-CTL-PERS' TO W-ULT-LABEL.
           IF COM-UTENTE = W-UTENTE-CHIOSCO OR
              (NOT COM-UTENTE-1 AND NOT COM-UTENTE-2)
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * REGISTRAZIONE (MODO 3): ALMENO UN RECAPITO, E-MAIL CON UNA E   *
      * UNA SOLA CHIOCCIOLA, NON PUBBLICARE S/N (SPAZIO = N)           *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-REGISTRAZIONE SECTION.
      *----------------------------*
           MOVE '2220-CTL-REG' TO W-ULT-LABEL.
           PERFORM 2210-CONTROLLA-PERSONALE.
           PERFORM 2205-CONTROLLA-FINESTRA.
           PERFORM 2230-CONTROLLA-MATRICOLA.
      *
           IF W-TELEFONO = SPACES AND W-INTERNO = SPACES AND
              W-EMAIL    = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-TELEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-EMAIL NOT = SPACES
              MOVE +0 TO W-NUM-CHIOCCIOLE
              INSPECT W-EMAIL TALLYING W-NUM-CHIOCCIOLE FOR ALL '@'
              IF W-NUM-CHIOCCIOLE NOT = 1 OR W-EMAIL (1:1) = '@'
                 MOVE '435'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MAILL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
           IF W-RISERVATO = SPACE
              MOVE 'N' TO W-RISERVATO
           END-IF.
           IF NOT W-RISERVATO-VALIDO
              MOVE '440'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RISEL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * MATRICOLA DELLA SCHEDA: DEVE ESISTERE SU CWDIPENDENTI          *
      * -------------------------------------------------------------- *
       2230-CONTROLLA-MATRICOLA SECTION.
      *------------------------*
           MOVE '2230-CTL-MATR' TO W-ULT-LABEL.
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
                           DIPARTIMENTO
                      INTO :W-COGNOME,
                           :W-NOME,
                           :W-DIPART
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
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * RICERCA (MODO 1): COGNOME E/O DIPARTIMENTO, ALMENO UNO DEI DUE *
      * -------------------------------------------------------------- *
       2300-RICERCA SECTION.
      *------------*
           MOVE '2300-RICERCA' TO W-ULT-LABEL.
           IF W-COGN-RIC = SPACES AND W-DIPA-RIC = SPACES
              MOVE '434'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COGNL
              PERFORM 2999-CERCA-ERR
           END-IF.
           INSPECT W-COGN-RIC REPLACING ALL SPACES BY '%'.
           INSPECT W-DIPA-RIC REPLACING ALL SPACES BY '%'.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIGA.
           MOVE +0     TO W-NUM-TROVATI.
           EXEC SQL OPEN CUR-RUB17  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           PERFORM 2320-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK OR
             W-NUM-TROVATI > W-MAX-RIGHE / 2).
           EXEC SQL CLOSE CUR-RUB17  END-EXEC.
      *
           IF W-NUM-TROVATI = 0
              MOVE '431'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COGNL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-NUM-TROVATI > W-MAX-RIGHE / 2
              MOVE '433'    TO W-COD-MSG-HOST
           ELSE
              MOVE '432'    TO W-COD-MSG-HOST
           END-IF.
           MOVE -1       TO M-COGNL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-RIGA).
       2310-EX. EXIT.

      * ---
      * UN NOMINATIVO IN DUE RIGHE; IL SESTO LETTO SERVE SOLO A
      * SEGNALARE CHE LA RICERCA VA AFFINATA
      * ---
       2320-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-RUB17
           INTO   :W-COGNOME,
                  :W-NOME,
                  :W-DIPART,
                  :DCL-CWRUBRIC.TELEFONO-LAVORO,
                  :DCL-CWRUBRIC.INTERNO,
                  :DCL-CWRUBRIC.EMAIL-LAVORO,
                  :DCL-CWRUBRIC.SEDE-LAVORO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              ADD 1 TO W-NUM-TROVATI
           END-IF.
           IF W-SQLCODE-OK AND W-IND-RIGA < W-MAX-RIGHE
              MOVE SPACES TO W-RIGA-RUB-1
              STRING W-COGNOME DELIMITED BY '  '
                     ' '       DELIMITED BY SIZE
                     W-NOME    DELIMITED BY '  '
                     INTO WR-NOMINATIVO
              MOVE W-DIPART                       TO WR-DIPART
              MOVE SEDE-LAVORO     OF DCL-CWRUBRIC TO WR-SEDE
              MOVE INTERNO         OF DCL-CWRUBRIC TO WR-INTERNO
              ADD 1 TO W-IND-RIGA
              MOVE W-RIGA-RUB-1 TO M-RIGAO (W-IND-RIGA)
              MOVE TELEFONO-LAVORO OF DCL-CWRUBRIC TO WR-TELEFONO
              MOVE EMAIL-LAVORO    OF DCL-CWRUBRIC TO WR-EMAIL
              ADD 1 TO W-IND-RIGA
              MOVE W-RIGA-RUB-2 TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2320-EX. EXIT.

      * -------------------------------------------------------------- *
      * SCHEDA (MODO 2): RECAPITI DI LAVORO DELLA MATRICOLA, COMPRESO  *
      * IL FLAG DI RISERVATEZZA                                        *
      * -------------------------------------------------------------- *
       2400-SCHEDA SECTION.
      *-----------*
           MOVE '2400-SCHEDA' TO W-ULT-LABEL.
           EXEC SQL SELECT TELEFONO_LAVORO,
                           INTERNO,
                           EMAIL_LAVORO,
                           SEDE_LAVORO,
                           NON_PUBBLICARE
                      INTO :DCL-CWRUBRIC.TELEFONO-LAVORO,
                           :DCL-CWRUBRIC.INTERNO,
                           :DCL-CWRUBRIC.EMAIL-LAVORO,
                           :DCL-CWRUBRIC.SEDE-LAVORO,
                           :DCL-CWRUBRIC.NON-PUBBLICARE
                      FROM  CPS04.CWRUBRIC
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              MOVE '438'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE TELEFONO-LAVORO OF DCL-CWRUBRIC TO M-TELEO.
           MOVE INTERNO         OF DCL-CWRUBRIC TO M-INTEO.
           MOVE EMAIL-LAVORO    OF DCL-CWRUBRIC TO M-MAILO.
           MOVE SEDE-LAVORO     OF DCL-CWRUBRIC TO M-SEDEO.
           MOVE NON-PUBBLICARE  OF DCL-CWRUBRIC TO M-RISEO.
           MOVE '439'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2400-EX. EXIT.

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
           MOVE W-RISERVATO TO M-RISEO.
           MOVE PROT-FSET TO M-MODOA
                             M-COGNA
                             M-DIPAA
                             M-MATRA
                             M-TELEA
                             M-INTEA
                             M-MAILA
                             M-SEDEA
                             M-RISEA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZ9MAPO.
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
                        MAP    ('MFZ9MAP')
                        MAPSET ('MFZ9MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZ9MAP')
                        MAPSET ('MFZ9MAP')
                        CURSOR
                        ERASE
                        FREEKB
              END-EXEC
           END-IF.
      * ARMA IL TIMER DI IDLE-TIMEOUT: SE NON ARRIVA NUOVO INPUT DAL
      * TERMINALE ENTRO L'INTERVALLO, CW25DEMO RIPORTA AL LOGON (NON
      * DAL CHIOSCO, CHE NON HA LOGON)
           IF COM-UTENTE NOT = W-UTENTE-CHIOSCO
              MOVE EIBTRMID TO W-REQID-TERMID
              EXEC CICS START
                        TRANSID  ('RR25')
                        REQID    (W-REQID-TIMEOUT)
                        TERMID   (EIBTRMID)
                        INTERVAL (000500)
              END-EXEC
           END-IF.
           EXEC CICS RETURN
                     TRANSID  ('RY17')
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
