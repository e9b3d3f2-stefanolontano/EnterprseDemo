       IDENTIFICATION DIVISION.
       PROGRAM-ID. CY25DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RY25                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : SEDI DI LAVORO, CALENDARIO LOCALE DI SEDE E  *
      *                   ASSEGNAZIONE DELLA SEDE ALLE MATRICOLE       *
      *                   (CPS04.CWSEDI/CPS04.CWCALSED)                *
      * TIPO OPERAZIONE : INSERIMENTO / VARIAZIONE / BLOCCO /          *
      *                   ASSEGNAZIONE / CONSULTAZIONE                 *
      * RIFERIMENTO P.E.: RISERVATA A COM-UTENTE-1 (AMMINISTRATORE)    *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * ANAGRAFICA DELLE SEDI DI LAVORO (INDIRIZZO E COMUNE CENSITO    *
      * SULL'ELENCO ISTAT CWCOMUNI) E GIORNATE NON LAVORATIVE LOCALI   *
      * DI OGNI SEDE (SANTO PATRONO E SIMILI), CHE SI AGGIUNGONO AL    *
      * CALENDARIO AZIENDALE CWCALEND PER LE MATRICOLE DELLA SEDE      *
      * (GIORNI LAVORATIVI DI IET016CT/CW16DEMO, ASSENZE INGIUSTIFI-   *
      * CATE DI CW95DEMO). LA SEDE E' ASSEGNATA ALLA SINGOLA MATRICOLA *
      * (CWDIPENDENTI.COD_SEDE) PERCHE' UN DIPARTIMENTO PUO' ESSERE    *
      * DISTRIBUITO SU PIU' SEDI.                                      *
      *   MODO 1 - INSERIMENTO DI UNA SEDE                             *
      *   MODO 2 - VARIAZIONE DEI DATI DIGITATI (UNA SEDE BLOCCATA     *
      *            VIENE RIATTIVATA)                                   *
      *   MODO 3 - BLOCCO DI UNA SEDE (NON PIU' ASSEGNABILE)           *
      *   MODO 4 - INSERIMENTO DI UNA GIORNATA NON LAVORATIVA LOCALE   *
      *   MODO 5 - CANCELLAZIONE DI UNA GIORNATA NON LAVORATIVA LOCALE *
      *   MODO 6 - ASSEGNAZIONE DELLA SEDE ALLA MATRICOLA DIGITATA     *
      *            (SEDE A SPAZI = NESSUNA SEDE, SOLO CALENDARIO       *
      *            AZIENDALE)                                          *
      *   MODO 7 - CONSULTAZIONE: CALENDARIO LOCALE DELLA SEDE         *
      *            DIGITATA, OPPURE ELENCO DELLE SEDI                  *
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
       01  W-CONTA-COMUNI                  PIC S9(9)  COMP VALUE +0.
       01  W-SEDE                          PIC X(4)      VALUE SPACES.
       01  W-DESCR                         PIC X(30)     VALUE SPACES.
       01  W-INDIRIZZO                     PIC X(40)     VALUE SPACES.
       01  W-BELFIORE                      PIC X(4)      VALUE SPACES.
       01  W-CAP                           PIC X(5)      VALUE SPACES.
       01  W-CAP-ISTAT                     PIC X(5)      VALUE SPACES.
       01  W-DATA-FESTA                    PIC X(10)     VALUE SPACES.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5) USAGE COMP-3.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-INS                  VALUE '1'.
           88  W-MODO-VAR                  VALUE '2'.
           88  W-MODO-BLO                  VALUE '3'.
           88  W-MODO-INS-GG               VALUE '4'.
           88  W-MODO-CAN-GG               VALUE '5'.
           88  W-MODO-ASS                  VALUE '6'.
           88  W-MODO-ELE                  VALUE '7'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * ---
      * CONTROLLO FORMALE DELLA DATA AAAA-MM-GG (VEDI 2290)
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
      * ELENCO DI SEDI O GIORNATE LOCALI (MODO 7), UNA PER RIGA
      * (M-RIGAO)
      * ---
       01  W-IND-RIGA                      PIC S9(4)  COMP VALUE +0.
       01  W-MAX-RIGHE                     PIC S9(4)  COMP VALUE +10.
       01  W-RIGA-SED.
           05  WE-SEDE                     PIC X(4).
           05  FILLER                      PIC X(1).
           05  WE-DESCR                    PIC X(30).
           05  FILLER                      PIC X(1).
           05  WE-BELFIORE                 PIC X(4).
           05  FILLER                      PIC X(1).
           05  WE-CAP                      PIC X(5).
           05  FILLER                      PIC X(1).
           05  WE-STATO                    PIC X(1).
           05  FILLER                      PIC X(1).
           05  WE-INDIRIZZO                PIC X(30).
       01  W-RIGA-CAL REDEFINES W-RIGA-SED.
           05  WC-SEDE                     PIC X(4).
           05  FILLER                      PIC X(1).
           05  WC-DATA-FESTA               PIC X(10).
           05  FILLER                      PIC X(1).
           05  WC-DESCR                    PIC X(30).
           05  FILLER                      PIC X(1).
           05  WC-UTENTE                   PIC X(8).
           05  FILLER                      PIC X(1).
           05  WC-DATA-AGG                 PIC X(10).
           05  FILLER                      PIC X(13).
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (DATA DI AGGIORNAMENTO)      *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CY25DEMO'.
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
           EXEC SQL  INCLUDE CWSEDE         END-EXEC.
           EXEC SQL  INCLUDE CWCALS         END-EXEC.
      * ---
      * ELENCO DELLE SEDI DI LAVORO
      * ---
           EXEC SQL DECLARE CUR-SED25 CURSOR FOR
                    SELECT  S.COD_SEDE,
                            S.DESCRIZIONE,
                            S.INDIRIZZO,
                            S.COD_BELFIORE,
                            S.CAP,
                            S.STATO_SEDE
                    FROM    CPS04.CWSEDI S
                    ORDER BY S.COD_SEDE
           END-EXEC.
      * ---
      * GIORNATE NON LAVORATIVE LOCALI DELLA SEDE DIGITATA, DALLA
      * DATA ODIERNA IN AVANTI
      * ---
           EXEC SQL DECLARE CUR-CAL25 CURSOR FOR
                    SELECT  C.COD_SEDE,
                            C.DATA_FESTA,
                            C.DESCRIZIONE,
                            C.UTENTE_AGG,
                            C.DATA_AGG
                    FROM    CPS04.CWCALSED C
                    WHERE   C.COD_SEDE    = :W-SEDE
                      AND   C.DATA_FESTA >= :W-DATA-OGGI
                    ORDER BY C.DATA_FESTA
           END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFZBMAP.
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
           EXEC CICS RECEIVE MAP    ('MFZBMAP')
                             MAPSET ('MFZBMAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFZBMAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFZBMAPI.
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
           EXEC CICS RECEIVE MAP    ('MFZBMAP')
                             MAPSET ('MFZBMAP') END-EXEC.
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
      * I CONTROLLI VENGONO RIPETUTI: NEL FRATTEMPO UN ALTRO
      * OPERATORE PUO' AVER AGGIORNATO LA STESSA SEDE O GIORNATA
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
           MOVE LOW-VALUE  TO MFZBMAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

       1426-ESEGUI-OPERAZIONE SECTION.
      *-----------------------*
           MOVE '1426-ESEGUI-OP' TO W-ULT-LABEL.
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 1430-INSERISCI-SEDE
                 MOVE '023' TO W-COD-MSG-HOST
              WHEN W-MODO-VAR
                 PERFORM 1440-VARIA-SEDE
                 MOVE '024' TO W-COD-MSG-HOST
              WHEN W-MODO-BLO
                 PERFORM 1450-BLOCCA-SEDE
                 MOVE '024' TO W-COD-MSG-HOST
              WHEN W-MODO-INS-GG
                 PERFORM 1460-INSERISCI-GIORNATA
                 MOVE '023' TO W-COD-MSG-HOST
              WHEN W-MODO-CAN-GG
                 PERFORM 1470-CANCELLA-GIORNATA
                 MOVE '027' TO W-COD-MSG-HOST
              WHEN W-MODO-ASS
                 PERFORM 1480-ASSEGNA-SEDE
                 MOVE '024' TO W-COD-MSG-HOST
           END-EVALUATE.
       1426-EX. EXIT.

       1430-INSERISCI-SEDE SECTION.
      *-------------------*
           MOVE '1430-INS-SEDE' TO W-ULT-LABEL.
           EXEC SQL INSERT INTO CPS04.CWSEDI
                         VALUES (:W-SEDE,
                                 :W-DESCR,
                                 :W-INDIRIZZO,
                                 :W-BELFIORE,
                                 :W-CAP,
                                 'A',
                                 :COM-UTENTE,
                                 :W-DATA-OGGI)
           END-EXEC.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * VARIAZIONE (MODO 2): SOLO I CAMPI DIGITATI; LA SEDE, SE        *
      * BLOCCATA, TORNA ATTIVA                                         *
      * -------------------------------------------------------------- *
       1440-VARIA-SEDE SECTION.
      *---------------*
           MOVE '1440-VAR-SEDE' TO W-ULT-LABEL.
           IF W-DESCR NOT = SPACES
              EXEC SQL UPDATE CPS04.CWSEDI
                          SET DESCRIZIONE = :W-DESCR
                        WHERE COD_SEDE = :W-SEDE
              END-EXEC
           END-IF.
           IF W-INDIRIZZO NOT = SPACES
              EXEC SQL UPDATE CPS04.CWSEDI
                          SET INDIRIZZO = :W-INDIRIZZO
                        WHERE COD_SEDE = :W-SEDE
              END-EXEC
           END-IF.
           IF W-BELFIORE NOT = SPACES
              EXEC SQL UPDATE CPS04.CWSEDI
                          SET COD_BELFIORE = :W-BELFIORE
                        WHERE COD_SEDE = :W-SEDE
              END-EXEC
           END-IF.
           IF W-CAP NOT = SPACES
              EXEC SQL UPDATE CPS04.CWSEDI
                          SET CAP = :W-CAP
                        WHERE COD_SEDE = :W-SEDE
              END-EXEC
           END-IF.
           EXEC SQL UPDATE CPS04.CWSEDI
                       SET STATO_SEDE = 'A',
                           UTENTE_AGG = :COM-UTENTE,
                           DATA_AGG   = :W-DATA-OGGI
                     WHERE COD_SEDE = :W-SEDE
           END-EXEC.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * BLOCCO (MODO 3): LE MATRICOLE GIA' ASSEGNATE RESTANO SULLA     *
      * SEDE E NE CONSERVANO IL CALENDARIO LOCALE                      *
      * -------------------------------------------------------------- *
       1450-BLOCCA-SEDE SECTION.
      *----------------*
           MOVE '1450-BLO-SEDE' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWSEDI
                       SET STATO_SEDE = 'B',
                           UTENTE_AGG = :COM-UTENTE,
                           DATA_AGG   = :W-DATA-OGGI
                     WHERE COD_SEDE = :W-SEDE
           END-EXEC.
       1450-EX. EXIT.

       1460-INSERISCI-GIORNATA SECTION.
      *-----------------------*
           MOVE '1460-INS-GG' TO W-ULT-LABEL.
           EXEC SQL INSERT INTO CPS04.CWCALSED
                         VALUES (:W-SEDE,
                                 :W-DATA-FESTA,
                                 :W-DESCR,
                                 :COM-UTENTE,
                                 :W-DATA-OGGI)
           END-EXEC.
       1460-EX. EXIT.

       1470-CANCELLA-GIORNATA SECTION.
      *----------------------*
           MOVE '1470-CAN-GG' TO W-ULT-LABEL.
           EXEC SQL DELETE FROM CPS04.CWCALSED
                     WHERE COD_SEDE   = :W-SEDE
                     AND   DATA_FESTA = :W-DATA-FESTA
           END-EXEC.
       1470-EX. EXIT.

       1480-ASSEGNA-SEDE SECTION.
      *-----------------*
           MOVE '1480-ASS-SEDE' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWDIPENDENTI
                       SET COD_SEDE = :W-SEDE
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
       1480-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPRISTINO DEI CAMPI MODIFICABILI DOPO LA CONFERMA (VEDI       *
      * 1520-RIPRISTINO-ATTR DI CW31DEMO)                              *
      * -------------------------------------------------------------- *
       1520-RIPRISTINO-ATTR SECTION.
      *--------------------*
           MOVE UNPROT    TO M-MODOA
                             M-SEDEA
                             M-DESCRA
                             M-INDIRA
                             M-BELFA
                             M-CAPA
                             M-DATAA
                             M-MATRA.
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
           EXEC CICS RECEIVE MAP    ('MFZBMAP')
                             MAPSET ('MFZBMAP') END-EXEC.
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
           INSPECT M-SEDEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-SEDEI REPLACING ALL '_'       BY ' '.
           MOVE    M-SEDEI TO W-SEDE.
           INSPECT M-DESCRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DESCRI REPLACING ALL '_'       BY ' '.
           MOVE    M-DESCRI TO W-DESCR.
           INSPECT M-INDIRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-INDIRI REPLACING ALL '_'       BY ' '.
           MOVE    M-INDIRI TO W-INDIRIZZO.
           INSPECT M-BELFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-BELFI REPLACING ALL '_'       BY ' '.
           MOVE    M-BELFI TO W-BELFIORE.
           INSPECT M-CAPI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CAPI REPLACING ALL '_'       BY ' '.
           MOVE    M-CAPI TO W-CAP.
           INSPECT M-DATAI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DATAI REPLACING ALL '_'       BY ' '.
           MOVE    M-DATAI TO W-DATA-FESTA.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           IF W-MATR NUMERIC
              MOVE W-MATR  TO W-MATRICOLA
           END-IF.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      * ---
      * LE SEDI E IL LORO CALENDARIO, COME L'ANAGRAFICA DIPARTIMENTI
      * (CW37DEMO) E LE SOCIETA' (CX99DEMO), SONO RISERVATI
      * ALL'AMMINISTRATORE
      * ---
           IF NOT COM-UTENTE-1
              MOVE '050'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-MODO-ELE
              PERFORM 2300-CONSULTA
           ELSE
              PERFORM 2210-CONTROLLA-MODO
              PERFORM 2500-CONFERMA
           END-IF.
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
           EVALUATE TRUE
              WHEN W-MODO-INS
                 PERFORM 2220-CONTROLLA-INSERIMENTO
              WHEN W-MODO-VAR
                 PERFORM 2230-CONTROLLA-ESISTENZA
                 IF W-BELFIORE NOT = SPACES
                    PERFORM 2240-CONTROLLA-COMUNE
                 END-IF
              WHEN W-MODO-BLO
                 PERFORM 2230-CONTROLLA-ESISTENZA
              WHEN W-MODO-INS-GG
                 PERFORM 2250-CONTROLLA-GIORNATA
                 IF W-COUNT > +0
                    MOVE '135'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-DATAL
                    PERFORM 2999-CERCA-ERR
                 END-IF
                 IF W-DESCR = SPACES
                    MOVE '001'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-DESCRL
                    PERFORM 2999-CERCA-ERR
                 END-IF
              WHEN W-MODO-CAN-GG
                 PERFORM 2250-CONTROLLA-GIORNATA
                 IF W-COUNT = +0
                    MOVE '136'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-DATAL
                    PERFORM 2999-CERCA-ERR
                 END-IF
              WHEN W-MODO-ASS
                 PERFORM 2260-CONTROLLA-ASSEGNAZIONE
              WHEN OTHER
                 MOVE '007'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MODOL
                 PERFORM 2999-CERCA-ERR
           END-EVALUATE.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * INSERIMENTO (MODO 1): CODICE, DESCRIZIONE, INDIRIZZO E COMUNE  *
      * OBBLIGATORI, CODICE NON ANCORA CENSITO                         *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-INSERIMENTO SECTION.
      *--------------------------*
           MOVE '2220-CTL-INS' TO W-ULT-LABEL.
           IF W-SEDE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SEDEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DESCR = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DESCRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-INDIRIZZO = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-INDIRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-BELFIORE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-BELFL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSEDI
                     WHERE COD_SEDE = :W-SEDE
           END-EXEC.
           IF W-COUNT > +0
              MOVE '449'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SEDEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2240-CONTROLLA-COMUNE.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * VARIAZIONE E BLOCCO (MODI 2 E 3): LA SEDE DEVE ESISTERE        *
      * -------------------------------------------------------------- *
       2230-CONTROLLA-ESISTENZA SECTION.
      *------------------------*
           MOVE '2230-CTL-ESIST' TO W-ULT-LABEL.
           IF W-SEDE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SEDEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSEDI
                     WHERE COD_SEDE = :W-SEDE
           END-EXEC.
           IF W-COUNT = +0
              MOVE '450'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SEDEL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * IL COMUNE DELLA SEDE DEVE ESSERE CENSITO SULL'ELENCO ISTAT     *
      * (CODICE CATASTALE); IL CAP, SE NON DIGITATO, E' QUELLO DEL     *
      * COMUNE. CON LA TABELLA ANCORA VUOTA IL CONTROLLO NON SI        *
      * APPLICA (COME IN CW68DEMO)                                     *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-COMUNE SECTION.
      *---------------------*
           MOVE '2240-CTL-COMUNE' TO W-ULT-LABEL.
           IF W-CAP NOT = SPACES AND W-CAP NOT NUMERIC
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CAPL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA-COMUNI
                      FROM  CPS04.CWCOMUNI
           END-EXEC.
           IF W-CONTA-COMUNI = 0
              GO TO 2240-EX
           END-IF.

           MOVE SPACES TO W-CAP-ISTAT.
           EXEC SQL SELECT CAP
                      INTO :W-CAP-ISTAT
                      FROM  CPS04.CWCOMUNI
                     WHERE COD_BELFIORE = :W-BELFIORE
           END-EXEC.
           IF SQLCODE = +100
              MOVE '181'    TO W-COD-MSG-HOST
              MOVE -1       TO M-BELFL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-CAP = SPACES
              MOVE W-CAP-ISTAT TO W-CAP
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * GIORNATA LOCALE (MODI 4 E 5): SEDE CENSITA E DATA FORMALMENTE  *
      * VALIDA; RESTITUISCE IN W-COUNT SE LA GIORNATA E' GIA' PRESENTE *
      * -------------------------------------------------------------- *
       2250-CONTROLLA-GIORNATA SECTION.
      *-----------------------*
           MOVE '2250-CTL-GG' TO W-ULT-LABEL.
           PERFORM 2230-CONTROLLA-ESISTENZA.
           IF W-DATA-FESTA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DATAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-DATA-FESTA TO W-DATA-CTL.
           PERFORM 2290-CONTROLLA-DATA.
           IF DATA-ERRATA
              MOVE '387'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DATAL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWCALSED
                     WHERE COD_SEDE   = :W-SEDE
                       AND DATA_FESTA = :W-DATA-FESTA
           END-EXEC.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * ASSEGNAZIONE (MODO 6): MATRICOLA CENSITA; LA SEDE, SE DIGITATA,*
      * DEVE ESSERE ATTIVA (A SPAZI TOGLIE LA SEDE ALLA MATRICOLA)     *
      * -------------------------------------------------------------- *
       2260-CONTROLLA-ASSEGNAZIONE SECTION.
      *---------------------------*
           MOVE '2260-CTL-ASS' TO W-ULT-LABEL.
           IF W-MATR = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MATR NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE +0 TO W-COUNT.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF W-COUNT = +0
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-SEDE = SPACES
              GO TO 2260-EX
           END-IF.
           MOVE SPACE TO STATO-SEDE OF DCL-CWSEDI.
           EXEC SQL SELECT STATO_SEDE
                      INTO :DCL-CWSEDI.STATO-SEDE
                      FROM  CPS04.CWSEDI
                     WHERE COD_SEDE = :W-SEDE
           END-EXEC.
           IF SQLCODE = +100
              MOVE '450'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SEDEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF SEDE-BLOCCATA
              MOVE '451'    TO W-COD-MSG-HOST
              MOVE -1       TO M-SEDEL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2260-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLO FORMALE DI UNA DATA AAAA-MM-GG (STESSO LIVELLO DI    *
      * CONTROLLO DI CY06DEMO)                                         *
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
      * CONSULTAZIONE (MODO 7): CON LA SEDE DIGITATA LE SUE GIORNATE   *
      * NON LAVORATIVE LOCALI DA OGGI IN AVANTI, ALTRIMENTI L'ELENCO   *
      * DELLE SEDI, UNA PER RIGA (M-RIGAO)                             *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA > W-MAX-RIGHE.
           MOVE +0     TO W-IND-RIGA.
           IF W-SEDE = SPACES
              EXEC SQL OPEN CUR-SED25  END-EXEC
              MOVE SQLCODE TO W-SQLCODE
              PERFORM 2320-FETCH-SEDE UNTIL
               (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK)
              EXEC SQL CLOSE CUR-SED25  END-EXEC
           ELSE
              EXEC SQL OPEN CUR-CAL25  END-EXEC
              MOVE SQLCODE TO W-SQLCODE
              PERFORM 2330-FETCH-GIORNATA UNTIL
               (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK)
              EXEC SQL CLOSE CUR-CAL25  END-EXEC
           END-IF.
      *
           IF W-IND-RIGA = 0
              MOVE '453'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE '452'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-RIGA).
       2310-EX. EXIT.

       2320-FETCH-SEDE SECTION.
      *---------------*
           EXEC SQL FETCH   CUR-SED25
           INTO   :DCL-CWSEDI.COD-SEDE,
                  :DCL-CWSEDI.DESCRIZIONE,
                  :DCL-CWSEDI.INDIRIZZO,
                  :DCL-CWSEDI.COD-BELFIORE,
                  :DCL-CWSEDI.CAP,
                  :DCL-CWSEDI.STATO-SEDE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIGA < W-MAX-RIGHE
              ADD 1 TO W-IND-RIGA
              MOVE SPACES                            TO W-RIGA-SED
              MOVE COD-SEDE        OF DCL-CWSEDI     TO WE-SEDE
              MOVE DESCRIZIONE     OF DCL-CWSEDI     TO WE-DESCR
              MOVE COD-BELFIORE    OF DCL-CWSEDI     TO WE-BELFIORE
              MOVE CAP             OF DCL-CWSEDI     TO WE-CAP
              MOVE STATO-SEDE      OF DCL-CWSEDI     TO WE-STATO
              MOVE INDIRIZZO       OF DCL-CWSEDI     TO WE-INDIRIZZO
              MOVE W-RIGA-SED TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2320-EX. EXIT.

       2330-FETCH-GIORNATA SECTION.
      *-------------------*
           EXEC SQL FETCH   CUR-CAL25
           INTO   :DCL-CWCALSED.COD-SEDE,
                  :DCL-CWCALSED.DATA-FESTA,
                  :DCL-CWCALSED.DESCRIZIONE,
                  :DCL-CWCALSED.UTENTE-AGG,
                  :DCL-CWCALSED.DATA-AGG
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIGA < W-MAX-RIGHE
              ADD 1 TO W-IND-RIGA
              MOVE SPACES                            TO W-RIGA-CAL
              MOVE COD-SEDE        OF DCL-CWCALSED   TO WC-SEDE
              MOVE DATA-FESTA      OF DCL-CWCALSED   TO WC-DATA-FESTA
              MOVE DESCRIZIONE     OF DCL-CWCALSED   TO WC-DESCR
              MOVE UTENTE-AGG      OF DCL-CWCALSED   TO WC-UTENTE
              MOVE DATA-AGG        OF DCL-CWCALSED   TO WC-DATA-AGG
              MOVE W-RIGA-CAL TO M-RIGAO (W-IND-RIGA)
           END-IF.
       2330-EX. EXIT.

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           MOVE '2'      TO COM-GIRO.
           MOVE '020'    TO W-COD-MSG-HOST.
      * ---
      * I CAMPI DATI VENGONO PROTETTI CON FSET COSI' DA RIENTRARE
      * INALTERATI ALLA CONFERMA (VEDI 1520-RIPRISTINO-ATTR DI
      * CW31DEMO); IL CAP EVENTUALMENTE RICAVATO DALL'ELENCO ISTAT
      * VIENE RIPROPOSTO A VIDEO
      * ---
           MOVE W-CAP    TO M-CAPO.
           MOVE PROT-FSET TO M-MODOA
                             M-SEDEA
                             M-DESCRA
                             M-INDIRA
                             M-BELFA
                             M-CAPA
                             M-DATAA
                             M-MATRA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFZBMAPO.
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
                        MAP    ('MFZBMAP')
                        MAPSET ('MFZBMAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFZBMAP')
                        MAPSET ('MFZBMAP')
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
                     TRANSID  ('RY25')
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
