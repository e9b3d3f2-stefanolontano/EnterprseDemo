       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX70DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX70                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : CATALOGO E REGISTRO DELLE COMPETENZE         *
      *                   (CPS04.CWCOMPET / CWCOMPQU / CWCOMPDI)       *
      * TIPO OPERAZIONE : CATALOGO / REQUISITI DI QUALIFICA /          *
      *                   COMPETENZE DEL DIPENDENTE / CANCELLAZIONE /  *
      *                   RICERCA                                      *
      * RIFERIMENTO P.E.: AGGIORNAMENTI NEGATI AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * GESTISCE L'INVENTARIO DELLE COMPETENZE. I LIVELLI VANNO DA 1   *
      * (BASE) A 4 (ESPERTO) E SI CONFRONTANO COME "ALMENO IL LIVELLO".*
      *   MODO 1 - CENSIMENTO O AGGIORNAMENTO DI UNA COMPETENZA DEL    *
      *            CATALOGO (CODICE E DESCRIZIONE); UNA COMPETENZA     *
      *            DISATTIVATA VIENE RIATTIVATA.                       *
      *   MODO 2 - COMPETENZA RICHIESTA DA UNA QUALIFICA INTERNA CON   *
      *            IL LIVELLO MINIMO (INSERIMENTO O AGGIORNAMENTO).    *
      *   MODO 3 - COMPETENZA POSSEDUTA DA UN DIPENDENTE CON IL        *
      *            LIVELLO E LA DATA DI VALUTAZIONE (SE NON DIGITATA   *
      *            VALE LA DATA ODIERNA; NON PUO' ESSERE FUTURA).      *
      *   MODO 4 - CANCELLAZIONE DELLA COMPETENZA DEL DIPENDENTE       *
      *            (MATRICOLA DIGITATA) O DEL REQUISITO DELLA          *
      *            QUALIFICA (QUALIFICA DIGITATA); CON LA SOLA         *
      *            COMPETENZA LA DISATTIVA NEL CATALOGO.               *
      *   MODO 5 - RICERCA DEI DIPENDENTI ATTIVI CHE POSSIEDONO LA     *
      *            COMPETENZA ALMENO AL LIVELLO DIGITATO (DEFAULT 1),  *
      *            DEL SOLO DIPARTIMENTO DIGITATO O DI TUTTI, CON      *
      *            PF7/PF8 SU CODA TS.                                 *
      * IL TABULATO DELLE CARENZE RISPETTO ALLA QUALIFICA E' IL BATCH  *
      * CX71DEMO.                                                      *
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
       01  W-COMPET                        PIC X(8)      VALUE SPACES.
       01  W-DESCR                         PIC X(40)     VALUE SPACES.
       01  W-QUALIF                        PIC X(8)      VALUE SPACES.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3.
       01  W-LIVELLO                       PIC X(1)      VALUE SPACES.
           88  W-LIVELLO-VALIDO            VALUE '1' '2' '3' '4'.
       01  W-DATA-VAL                      PIC X(10)     VALUE SPACES.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-STATO-COMP                    PIC X(1)      VALUE SPACES.
           88  W-COMP-DISATTIVATA          VALUE 'D'.
      * OGGETTO DELLA CANCELLAZIONE (MODO 4), RICAVATO IN 2150
       01  W-TIPO-CANC                     PIC X(1)      VALUE SPACES.
           88  W-CANC-DIPENDENTE           VALUE 'D'.
           88  W-CANC-QUALIFICA            VALUE 'Q'.
           88  W-CANC-CATALOGO             VALUE 'C'.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-CAT                  VALUE '1'.
           88  W-MODO-REQ                  VALUE '2'.
           88  W-MODO-DIP                  VALUE '3'.
           88  W-MODO-CAN                  VALUE '4'.
           88  W-MODO-RIC                  VALUE '5'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-NUM-DIS                       PIC 9(3)      VALUE ZEROES.
       01  W-TOT-DIS                       PIC 9(3)      VALUE ZEROES.
      * ---
      * DATA DA CONTROLLARE CON IET016CT (VEDI 2420-GIORNO-ASSOLUTO)
      * ---
       01  W-DATA-CTL.
           05  W-AA-CTL                    PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-MM-CTL                    PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X     VALUE '-'.
           05  W-GG-CTL                    PIC X(2)  VALUE SPACES.
       01  W-GG-ASS-CTL                    PIC 9(7)  VALUE ZERO.
       01  SW-DATA-CTL                     PIC X(1)  VALUE 'N'.
           88  DATA-CTL-VALIDA                       VALUE 'S'.
      * -------------------------------------------------------------- *
      * DEFINIZIONE AREA DI COMUNICAZ. PER LINK IET016CT (CW16DEMO):   *
      * NUMERO DI GIORNO ASSOLUTO E VALIDAZIONE DELLE DATE DIGITATE    *
      * -------------------------------------------------------------- *
           COPY CWC016.
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (ESTREMI DI REGISTRAZIONE)   *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX70DEMO'.
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
      *  DEFINIZIONE CAMPI STANDART PER CODE DI TEMPORARY STORAGE      *
      * -------------------------------------------------------------- *
       01  CPSCODA.
           02  FILLER                      PIC XXX     VALUE 'CPS'.
           02  CPS-TERM                    PIC X(4)    VALUE SPACES.
           02  CPS-NUM-CODA                PIC X       VALUE 'G'.
      *--
       01  CPS-LEN-CODA                    PIC S9(4)   COMP VALUE +135.
       01  CPS-ITEM-CODA                   PIC S9(4)   COMP VALUE +0.
       01  CPS-COMPETENZA.
         03  CPS-COMPET                    PIC X(8)    VALUE SPACE.
         03  CPS-DESCR                     PIC X(40)   VALUE SPACE.
         03  CPS-MATRICOLA                 PIC 9(5)    VALUE 0.
         03  CPS-COGNOME                   PIC X(30)   VALUE SPACE.
         03  CPS-NOME                      PIC X(15)   VALUE SPACE.
         03  CPS-DIPART                    PIC X(10)   VALUE SPACE.
         03  CPS-QUALIF                    PIC X(8)    VALUE SPACE.
         03  CPS-LIVELLO                   PIC X(1)    VALUE SPACE.
         03  CPS-DATA-VAL                  PIC X(10)   VALUE SPACE.
         03  CPS-UTENTE                    PIC X(8)    VALUE SPACE.
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
           EXEC SQL  INCLUDE CWCOMP         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWCMPQ         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWCMPD         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFX7MAP.
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
      * -------------------------------------------------------------- *
      * DECLARE CURSOR - DIPENDENTI ATTIVI CHE POSSIEDONO LA           *
      * COMPETENZA DIGITATA ALMENO AL LIVELLO DIGITATO, DEL SOLO       *
      * DIPARTIMENTO DIGITATO O DI TUTTI, DAL LIVELLO PIU' ALTO        *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-CMX7 CURSOR FOR
                    SELECT  C.COD_MATRICOLA_DIP,
                            D.COGNOME,
                            D.NOME,
                            D.DIPARTIMENTO,
                            D.QUALIFICA_INTERNA,
                            C.LIVELLO,
                            C.DATA_VALUTAZIONE,
                            C.UTENTE_AGGIORNAMENTO
                    FROM  CPS04.CWCOMPDI C,
                          CPS04.CWDIPENDENTI D
                    WHERE C.COD_COMPETENZA    = :W-COMPET
                    AND   C.LIVELLO          >= :W-LIVELLO
                    AND   D.COD_MATRICOLA_DIP = C.COD_MATRICOLA_DIP
                    AND   D.STATO_DIPENDENTE  = 'A'
                    AND   (:W-DIPART = ' '
                       OR  D.DIPARTIMENTO = :W-DIPART)
                    ORDER BY C.LIVELLO DESC,
                             D.DIPARTIMENTO,
                             D.COGNOME,
                             D.NOME
           END-EXEC.
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
           MOVE EIBTRMID TO CPS-TERM.
           PERFORM 1100-COND-ANOMAL.
           PERFORM 1300-TESTA-RIEN.
      * RIENTRO DALLA GUIDA PF1: LA VIDEATA ACCANTONATA IN 1244 VA
      * RIPRESENTATA TALE E QUALE (VEDI 1249-RIPRENDI-MAPPA)
           IF COM-GIRO = 'G'
              PERFORM 1249-RIPRENDI-MAPPA
           END-IF.
      *
           EVALUATE COM-GIRO
              WHEN '2'
                 PERFORM 1400-TASTI-CONF
              WHEN '3'
                 PERFORM 1410-TASTI-SCORRI
              WHEN OTHER
                 PERFORM 1200-TASTI-FUNZ
           END-EVALUATE.
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
           PERFORM 1900-DELETEQ-TS.
           MOVE 'END'            TO W-CTL-END.
           MOVE W-PGM-MENU-GEN   TO W-XCTL-PGM.
           MOVE SPACE            TO COM-GIRO.
           PERFORM 3000-FINE-ELAB.
       1220-EX. EXIT.

       1237-TASTO-PF7 SECTION.
      *--------------*                    * RIGA PRECEDENTE *
           MOVE '1237-TASTO-PF7' TO W-ULT-LABEL.
           MOVE COM-ITEM      TO CPS-ITEM-CODA.
           IF CPS-ITEM-CODA = 1
              MOVE -1      TO M-MODOL
              MOVE '032'   TO W-COD-MSG-HOST
              PERFORM 2999-CERCA-ERR
           ELSE
              SUBTRACT 1 FROM CPS-ITEM-CODA
              MOVE  CPS-ITEM-CODA  TO COM-ITEM
              PERFORM 1800-LEGGI-CODA
              PERFORM 3000-FINE-ELAB
           END-IF.
       1237-EX. EXIT.

       1238-TASTO-PF8 SECTION.
      *--------------*                    * RIGA SUCCESSIVA *
           MOVE '1238-TASTO-PF8' TO W-ULT-LABEL.
           MOVE COM-ITEM      TO CPS-ITEM-CODA.
           IF CPS-ITEM-CODA = COM-TOT-PAG
              MOVE -1      TO M-MODOL
              MOVE '032'   TO W-COD-MSG-HOST
              PERFORM 2999-CERCA-ERR
           ELSE
              ADD 1 TO CPS-ITEM-CODA
              MOVE  CPS-ITEM-CODA  TO COM-ITEM
              PERFORM 1800-LEGGI-CODA
              PERFORM 3000-FINE-ELAB
           END-IF.
       1238-EX. EXIT.

       1239-TASTO-ENTER SECTION.
      *----------------*                  * NUOVA RICERCA/REGISTRAZIONE
           MOVE '1239-TASTO-ENTER' TO W-ULT-LABEL.
           PERFORM 1900-DELETEQ-TS.
           MOVE SPACE TO COM-GIRO.
           PERFORM 2100-RECEIVE.
           PERFORM 2200-CONTROLLI.
       1239-EX. EXIT.

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
      * ---
      * GUIDA CONTESTUALE: PRIMA DI PASSARE A CW60DEMO LA MAPPA VIENE
      * RICEVUTA COSI' COM'E' (CAMPI DIGITATI COMPRESI) E ACCANTONATA
      * CON IL GIRO CORRENTE SULLA CODA 'CPS'+TERMINALE+'M'; AL PF3
      * DALLA GUIDA IL CONTROLLO RIENTRA CON COM-GIRO 'G' E
      * 1249-RIPRENDI-MAPPA RIPRESENTA LA VIDEATA TALE E QUALE
      * ---
           EXEC CICS HANDLE AID PF1 END-EXEC.
           EXEC CICS HANDLE CONDITION MAPFAIL (1244-SALVA)
           END-EXEC.
           EXEC CICS RECEIVE MAP    ('MFX7MAP')
                             MAPSET ('MFX7MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFX7MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFX7MAPI.
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

       1410-TASTI-SCORRI SECTION.
      *-----------------*
           EXEC CICS HANDLE AID
                                PF1    (1244-TASTO-HELP)
                                CLEAR  (1220-TASTO-CLEAR)
                                PF3    (1220-TASTO-CLEAR)
                                PF7    (1237-TASTO-PF7)
                                PF8    (1238-TASTO-PF8)
                                ENTER  (1239-TASTO-ENTER)
                                ANYKEY (1250-TASTO-ANYK)
           END-EXEC.
       1410-EX. EXIT.

       1425-CONTROLLA-CONF SECTION.
      *-------------------*
           MOVE '1425-CONTROLLA-CONF' TO W-ULT-LABEL.
      * ---
      * I CAMPI DATI RIENTRANO DALLA MAPPA (PROT-FSET IMPOSTATO IN
      * 2500-CONFERMA) E VANNO RICONVERTITI PRIMA DELL'AGGIORNAMENTO
      * ---
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
                 PERFORM 2205-CONTROLLA-FINESTRA
                 EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC
                 EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                      DDMMYY  (W-DATE)
                                      TIME    (W-TIME)    END-EXEC
                 MOVE '024'   TO W-COD-MSG-HOST
                 EVALUATE TRUE
                    WHEN W-MODO-CAT
                       PERFORM 1430-AGG-CATALOGO
                    WHEN W-MODO-REQ
                       PERFORM 1440-AGG-REQUISITO
                    WHEN W-MODO-DIP
                       PERFORM 1450-AGG-COMP-DIP
                    WHEN OTHER
                       PERFORM 1460-CANCELLA
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
           MOVE LOW-VALUE  TO MFX7MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * CATALOGO (MODO 1): SE LA COMPETENZA ESISTE SE NE AGGIORNA LA   *
      * DESCRIZIONE E LA SI RIATTIVA, ALTRIMENTI LA SI INSERISCE       *
      * -------------------------------------------------------------- *
       1430-AGG-CATALOGO SECTION.
      *-----------------*
           MOVE '1430-AGG-CATAL' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCOMPET
                       SET DESCRIZIONE          = :W-DESCR,
                           STATO_COMPETENZA     = 'A',
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE COD_COMPETENZA = :W-COMPET
           END-EXEC.
           IF SQLERRD(3) > 0
              GO TO 1430-EX
           END-IF.
           MOVE W-COMPET        TO COD-COMPETENZA    OF DCL-CWCOMPET.
           MOVE W-DESCR         TO DESCRIZIONE       OF DCL-CWCOMPET.
           MOVE 'A'             TO STATO-COMPETENZA  OF DCL-CWCOMPET.
           MOVE COM-UTENTE   TO UTENTE-AGGIORNAMENTO OF DCL-CWCOMPET.
           MOVE W-DATE       TO DATA-AGGIORNAMENTO   OF DCL-CWCOMPET.
           EXEC SQL INSERT INTO CPS04.CWCOMPET
                         VALUES (:DCL-CWCOMPET.COD-COMPETENZA,
                                 :DCL-CWCOMPET.DESCRIZIONE,
                                 :DCL-CWCOMPET.STATO-COMPETENZA,
                                 :DCL-CWCOMPET.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWCOMPET.DATA-AGGIORNAMENTO)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * REQUISITO DI QUALIFICA (MODO 2): AGGIORNA IL LIVELLO MINIMO    *
      * SE LA COMPETENZA E' GIA' RICHIESTA, ALTRIMENTI LA INSERISCE    *
      * -------------------------------------------------------------- *
       1440-AGG-REQUISITO SECTION.
      *------------------*
           MOVE '1440-AGG-REQUIS' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCOMPQU
                       SET LIVELLO_MINIMO       = :W-LIVELLO,
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE QUALIFICA_INTERNA = :W-QUALIF
                     AND   COD_COMPETENZA    = :W-COMPET
           END-EXEC.
           IF SQLERRD(3) > 0
              GO TO 1440-EX
           END-IF.
           MOVE W-QUALIF        TO QUALIFICA-INTERNA OF DCL-CWCOMPQU.
           MOVE W-COMPET        TO COD-COMPETENZA    OF DCL-CWCOMPQU.
           MOVE W-LIVELLO       TO LIVELLO-MINIMO    OF DCL-CWCOMPQU.
           MOVE COM-UTENTE   TO UTENTE-AGGIORNAMENTO OF DCL-CWCOMPQU.
           MOVE W-DATE       TO DATA-AGGIORNAMENTO   OF DCL-CWCOMPQU.
           EXEC SQL INSERT INTO CPS04.CWCOMPQU
                         VALUES (:DCL-CWCOMPQU.QUALIFICA-INTERNA,
                                 :DCL-CWCOMPQU.COD-COMPETENZA,
                                 :DCL-CWCOMPQU.LIVELLO-MINIMO,
                                 :DCL-CWCOMPQU.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWCOMPQU.DATA-AGGIORNAMENTO)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * COMPETENZA DEL DIPENDENTE (MODO 3): AGGIORNA LIVELLO E DATA DI *
      * VALUTAZIONE SE GIA' REGISTRATA, ALTRIMENTI LA INSERISCE. LA    *
      * DATA ARRIVA GIA' CONTROLLATA (O IMPOSTATA AD OGGI) DA 2230     *
      * -------------------------------------------------------------- *
       1450-AGG-COMP-DIP SECTION.
      *-----------------*
           MOVE '1450-AGG-COMP-DIP' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCOMPDI
                       SET LIVELLO              = :W-LIVELLO,
                           DATA_VALUTAZIONE     = :W-DATA-VAL,
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   COD_COMPETENZA    = :W-COMPET
           END-EXEC.
           IF SQLERRD(3) > 0
              GO TO 1450-EX
           END-IF.
           MOVE W-MATRICOLA     TO COD-MATRICOLA-DIP OF DCL-CWCOMPDI.
           MOVE W-COMPET        TO COD-COMPETENZA    OF DCL-CWCOMPDI.
           MOVE W-LIVELLO       TO LIVELLO           OF DCL-CWCOMPDI.
           MOVE W-DATA-VAL      TO DATA-VALUTAZIONE  OF DCL-CWCOMPDI.
           MOVE COM-UTENTE   TO UTENTE-AGGIORNAMENTO OF DCL-CWCOMPDI.
           MOVE W-DATE       TO DATA-AGGIORNAMENTO   OF DCL-CWCOMPDI.
           EXEC SQL INSERT INTO CPS04.CWCOMPDI
                         VALUES (:DCL-CWCOMPDI.COD-MATRICOLA-DIP,
                                 :DCL-CWCOMPDI.COD-COMPETENZA,
                                 :DCL-CWCOMPDI.LIVELLO,
                                 :DCL-CWCOMPDI.DATA-VALUTAZIONE,
                                 :DCL-CWCOMPDI.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWCOMPDI.DATA-AGGIORNAMENTO)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * CANCELLAZIONE (MODO 4): DELLA RIGA DEL DIPENDENTE O DEL        *
      * REQUISITO DELLA QUALIFICA; LA VOCE DI CATALOGO NON SI CANCELLA *
      * MA SI DISATTIVA, PERCHE' LE RIGHE CHE LA CITANO RESTANO        *
      * -------------------------------------------------------------- *
       1460-CANCELLA SECTION.
      *-------------*
           MOVE '1460-CANCELLA' TO W-ULT-LABEL.
           EVALUATE TRUE
              WHEN W-CANC-DIPENDENTE
                 EXEC SQL DELETE FROM CPS04.CWCOMPDI
                           WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                           AND   COD_COMPETENZA    = :W-COMPET
                 END-EXEC
                 MOVE '027'   TO W-COD-MSG-HOST
              WHEN W-CANC-QUALIFICA
                 EXEC SQL DELETE FROM CPS04.CWCOMPQU
                           WHERE QUALIFICA_INTERNA = :W-QUALIF
                           AND   COD_COMPETENZA    = :W-COMPET
                 END-EXEC
                 MOVE '027'   TO W-COD-MSG-HOST
              WHEN OTHER
                 EXEC SQL UPDATE CPS04.CWCOMPET
                             SET STATO_COMPETENZA     = 'D',
                                 UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                                 DATA_AGGIORNAMENTO   = :W-DATE
                           WHERE COD_COMPETENZA = :W-COMPET
                 END-EXEC
           END-EVALUATE.
       1460-EX. EXIT.

      *----------------------------------------------------------------*
      * LA ROUTINE 1600-CARICA-CODA APRE IL CURSORE DELLA RICERCA E    *
      * SCRIVE UN ITEM DI CODA TS PER OGNI DIPENDENTE TROVATO          *
      *----------------------------------------------------------------*
       1600-CARICA-CODA SECTION.
      *----------------*
           MOVE '1600-CARICA-CODA' TO W-ULT-LABEL.
           MOVE +0 TO CPS-ITEM-CODA.
           MOVE +0 TO COM-TOT-PAG.
           EXEC SQL OPEN CUR-CMX7  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              PERFORM 2998-DBERROR
           END-IF.

           PERFORM 1650-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).

           EXEC SQL CLOSE CUR-CMX7  END-EXEC.
       1600-EX. EXIT.

       1650-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-CMX7
           INTO   :DCL-CWCOMPDI.COD-MATRICOLA-DIP,
                  :CPS-COGNOME,
                  :CPS-NOME,
                  :CPS-DIPART,
                  :CPS-QUALIF,
                  :DCL-CWCOMPDI.LIVELLO,
                  :DCL-CWCOMPDI.DATA-VALUTAZIONE,
                  :DCL-CWCOMPDI.UTENTE-AGGIORNAMENTO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 1700-SCRIVI-CODA
           END-IF.
       1650-EX. EXIT.

       1700-SCRIVI-CODA SECTION.
      *----------------*
           MOVE W-COMPET                             TO CPS-COMPET.
           MOVE DESCRIZIONE          OF DCL-CWCOMPET TO CPS-DESCR.
           MOVE COD-MATRICOLA-DIP    OF DCL-CWCOMPDI TO CPS-MATRICOLA.
           MOVE LIVELLO              OF DCL-CWCOMPDI TO CPS-LIVELLO.
           MOVE DATA-VALUTAZIONE     OF DCL-CWCOMPDI TO CPS-DATA-VAL.
           MOVE UTENTE-AGGIORNAMENTO OF DCL-CWCOMPDI TO CPS-UTENTE.

           ADD 1 TO CPS-ITEM-CODA.
           EXEC CICS HANDLE CONDITION QIDERR (1700-EX) END-EXEC.
           EXEC CICS WRITEQ TS QUEUE  (CPSCODA)
                               FROM   (CPS-COMPETENZA)
                               LENGTH (CPS-LEN-CODA)
           END-EXEC.
           MOVE CPS-ITEM-CODA TO COM-TOT-PAG.
       1700-EX. EXIT.

       1800-LEGGI-CODA SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION QIDERR (1800-EX) END-EXEC.
           EXEC CICS READQ TS  QUEUE  (CPSCODA)
                               INTO   (CPS-COMPETENZA)
                               LENGTH (CPS-LEN-CODA)
                               ITEM   (CPS-ITEM-CODA)
           END-EXEC.
           PERFORM 1850-IMPOSTA-CAMPI.
       1800-EX. EXIT.

      * -------------------------------------------------------------- *
      * COMPETENZA CERCATA E DIPENDENTE DELLA RIGA CON IL SUO LIVELLO  *
      * -------------------------------------------------------------- *
       1850-IMPOSTA-CAMPI SECTION.
      *------------------*
           MOVE -1               TO M-MODOL.
           MOVE CPS-COMPET       TO M-COMPETO.
           MOVE CPS-DESCR        TO M-DESCRO.
           MOVE CPS-MATRICOLA    TO M-MATRO.
           MOVE CPS-COGNOME      TO M-COGNO.
           MOVE CPS-NOME         TO M-NOMEO.
           MOVE CPS-DIPART       TO M-DIPARTO.
           MOVE CPS-QUALIF       TO M-QUALIFO.
           MOVE CPS-LIVELLO      TO M-LIVELLOO.
           EVALUATE CPS-LIVELLO
              WHEN '1'
                 MOVE 'BASE'          TO M-DLIVO
              WHEN '2'
                 MOVE 'INTERMEDIO'    TO M-DLIVO
              WHEN '3'
                 MOVE 'AVANZATO'      TO M-DLIVO
              WHEN OTHER
                 MOVE 'ESPERTO'       TO M-DLIVO
           END-EVALUATE.
           MOVE CPS-DATA-VAL     TO M-DATAVALO.
           MOVE CPS-UTENTE       TO M-UTENTEO.
           MOVE CPS-ITEM-CODA    TO W-NUM-DIS.
           MOVE W-NUM-DIS        TO M-NUM-DISO.
           MOVE COM-TOT-PAG      TO W-TOT-DIS.
           MOVE W-TOT-DIS        TO M-TOT-DISO.
       1850-EX. EXIT.

       1900-DELETEQ-TS SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION QIDERR (1900-EX)  END-EXEC.
           EXEC CICS DELETEQ TS QUEUE        (CPSCODA)  END-EXEC.
       1900-EX. EXIT.

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
           EXEC CICS RECEIVE MAP    ('MFX7MAP')
                             MAPSET ('MFX7MAP') END-EXEC.
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
           INSPECT M-COMPETI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-COMPETI REPLACING ALL '_'       BY ' '.
           MOVE    M-COMPETI TO W-COMPET.
           INSPECT M-DESCRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DESCRI REPLACING ALL '_'       BY ' '.
           MOVE    M-DESCRI TO W-DESCR.
           INSPECT M-QUALIFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-QUALIFI REPLACING ALL '_'       BY ' '.
           MOVE    M-QUALIFI TO W-QUALIF.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           IF W-MATR NUMERIC
              MOVE W-MATR  TO W-MATRICOLA
           END-IF.
           INSPECT M-LIVELLOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-LIVELLOI REPLACING ALL '_'       BY ' '.
           MOVE    M-LIVELLOI TO W-LIVELLO.
           INSPECT M-DATAVALI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DATAVALI REPLACING ALL '_'       BY ' '.
           MOVE    M-DATAVALI TO W-DATA-VAL.
           INSPECT M-DIPARTI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DIPARTI REPLACING ALL '_'       BY ' '.
           MOVE    M-DIPARTI TO W-DIPART.
           MOVE M-MODOI  TO W-MODO.
      * OGGETTO DELLA CANCELLAZIONE: LA MATRICOLA PREVALE SULLA
      * QUALIFICA; SENZA L'UNA E L'ALTRA SI OPERA SUL CATALOGO
           EVALUATE TRUE
              WHEN W-MATR NOT = SPACES
                 SET W-CANC-DIPENDENTE TO TRUE
              WHEN W-QUALIF NOT = SPACES
                 SET W-CANC-QUALIFICA  TO TRUE
              WHEN OTHER
                 SET W-CANC-CATALOGO   TO TRUE
           END-EVALUATE.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      *
           IF W-MODO NOT = '1' AND '2' AND '3' AND '4' AND '5'
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-MODO-RIC AND COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-CAT
                 PERFORM 2210-CONTROLLA-CAT
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-REQ
                 PERFORM 2220-CONTROLLA-REQ
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-DIP
                 PERFORM 2230-CONTROLLA-DIP
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-CAN
                 PERFORM 2240-CONTROLLA-CAN
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
      * CONTROLLI DEL CATALOGO (MODO 1): CODICE E DESCRIZIONE          *
      * OBBLIGATORI                                                    *
      * -------------------------------------------------------------- *
       2210-CONTROLLA-CAT SECTION.
      *------------------*
           MOVE '2210-CONTROLLA-CAT' TO W-ULT-LABEL.
           IF W-COMPET = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMPETL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DESCR = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DESCRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI DEL REQUISITO (MODO 2): QUALIFICA ATTIVA IN          *
      * CWQUALIF, COMPETENZA ATTIVA IN CATALOGO, LIVELLO MINIMO VALIDO *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-REQ SECTION.
      *------------------*
           MOVE '2220-CONTROLLA-REQ' TO W-ULT-LABEL.
           IF W-QUALIF = SPACES
              MOVE '018'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALIFL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWQUALIF
                     WHERE CODICE = :W-QUALIF
                     AND   STATO_QUALIFICA = 'A'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '044'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALIFL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2250-LEGGI-COMPET.
           IF W-COMP-DISATTIVATA
              MOVE '249'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMPETL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-LIVELLO-VALIDO
              MOVE '250'    TO W-COD-MSG-HOST
              MOVE -1       TO M-LIVELLOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI DELLA COMPETENZA DEL DIPENDENTE (MODO 3): MATRICOLA  *
      * ESISTENTE, COMPETENZA ATTIVA, LIVELLO VALIDO, DATA DI          *
      * VALUTAZIONE VALIDA E NON FUTURA (SE ASSENTE VALE OGGI E TORNA  *
      * A VIDEO PER LA CONFERMA)                                       *
      * -------------------------------------------------------------- *
       2230-CONTROLLA-DIP SECTION.
      *------------------*
           MOVE '2230-CONTROLLA-DIP' TO W-ULT-LABEL.
           PERFORM 2260-CONTROLLA-MATR.
      *
           PERFORM 2250-LEGGI-COMPET.
           IF W-COMP-DISATTIVATA
              MOVE '249'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMPETL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-LIVELLO-VALIDO
              MOVE '250'    TO W-COD-MSG-HOST
              MOVE -1       TO M-LIVELLOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
           IF W-DATA-VAL = SPACES
              MOVE W-DATA-OGGI TO W-DATA-VAL
              MOVE W-DATA-VAL  TO M-DATAVALO
              GO TO 2230-EX
           END-IF.
           MOVE W-DATA-VAL    TO W-DATA-CTL.
           PERFORM 2420-GIORNO-ASSOLUTO.
           IF NOT DATA-CTL-VALIDA OR W-DATA-VAL > W-DATA-OGGI
              MOVE '251'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DATAVALL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI DI CANCELLAZIONE (MODO 4): LA RIGA DEL DIPENDENTE O  *
      * DELLA QUALIFICA DEVE ESISTERE; LA VOCE DI CATALOGO DEVE        *
      * ESSERE ANCORA ATTIVA                                           *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-CAN SECTION.
      *------------------*
           MOVE '2240-CONTROLLA-CAN' TO W-ULT-LABEL.
           IF W-COMPET = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMPETL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-MATR NOT = SPACES AND W-QUALIF NOT = SPACES
              MOVE '255'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-CANC-DIPENDENTE
                 PERFORM 2260-CONTROLLA-MATR
                 EXEC SQL SELECT COUNT(*)
                            INTO :W-COUNT
                            FROM  CPS04.CWCOMPDI
                           WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                           AND   COD_COMPETENZA    = :W-COMPET
                 END-EXEC
                 IF W-COUNT = +0
                    MOVE '252'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-COMPETL
                    PERFORM 2999-CERCA-ERR
                 END-IF
              WHEN W-CANC-QUALIFICA
                 EXEC SQL SELECT COUNT(*)
                            INTO :W-COUNT
                            FROM  CPS04.CWCOMPQU
                           WHERE QUALIFICA_INTERNA = :W-QUALIF
                           AND   COD_COMPETENZA    = :W-COMPET
                 END-EXEC
                 IF W-COUNT = +0
                    MOVE '253'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-COMPETL
                    PERFORM 2999-CERCA-ERR
                 END-IF
              WHEN OTHER
                 PERFORM 2250-LEGGI-COMPET
                 IF W-COMP-DISATTIVATA
                    MOVE '249'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-COMPETL
                    PERFORM 2999-CERCA-ERR
                 END-IF
           END-EVALUATE.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * LETTURA DELLA COMPETENZA DIGITATA DAL CATALOGO: DEVE ESISTERE; *
      * RESTITUISCE DESCRIZIONE E STATO (IL CHIAMANTE DECIDE SE UNA    *
      * COMPETENZA DISATTIVATA E' AMMESSA)                             *
      * -------------------------------------------------------------- *
       2250-LEGGI-COMPET SECTION.
      *-----------------*
           MOVE '2250-LEGGI-COMPET' TO W-ULT-LABEL.
           IF W-COMPET = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMPETL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT DESCRIZIONE,
                           STATO_COMPETENZA
                      INTO :DCL-CWCOMPET.DESCRIZIONE,
                           :W-STATO-COMP
                      FROM  CPS04.CWCOMPET
                     WHERE COD_COMPETENZA = :W-COMPET
           END-EXEC.
           IF SQLCODE = +100
              MOVE '248'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMPETL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE DESCRIZIONE OF DCL-CWCOMPET TO M-DESCRO.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * MATRICOLA DEL DIPENDENTE (MODI 3/4): OBBLIGATORIA, NUMERICA E  *
      * PRESENTE IN ANAGRAFICA; IL NOMINATIVO TORNA A VIDEO            *
      * -------------------------------------------------------------- *
       2260-CONTROLLA-MATR SECTION.
      *-------------------*
           MOVE '2260-CONTR-MATR' TO W-ULT-LABEL.
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
       2260-EX. EXIT.

      * -------------------------------------------------------------- *
      * RICERCA (MODO 5): COMPETENZA OBBLIGATORIA, LIVELLO MINIMO      *
      * FACOLTATIVO (DEFAULT 1), DIPARTIMENTO FACOLTATIVO MA CENSITO;  *
      * CARICA LA CODA TS E MOSTRA IL PRIMO DIPENDENTE TROVATO         *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2250-LEGGI-COMPET.
           IF W-LIVELLO = SPACES
              MOVE '1'      TO W-LIVELLO
           END-IF.
           IF NOT W-LIVELLO-VALIDO
              MOVE '250'    TO W-COD-MSG-HOST
              MOVE -1       TO M-LIVELLOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DIPART NOT = SPACES
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
           PERFORM 1900-DELETEQ-TS.
           PERFORM 1600-CARICA-CODA.
      *
           IF COM-TOT-PAG = 0
              MOVE '254'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COMPETL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE 1 TO CPS-ITEM-CODA.
           MOVE 1 TO COM-ITEM.
           PERFORM 1800-LEGGI-CODA.
           MOVE '3'   TO COM-GIRO.
           MOVE '030' TO W-COD-MSG-HOST.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

      ******************************************************************
      * NUMERO DI GIORNO ASSOLUTO DI W-DATA-CTL (AAAA-MM-GG) CON LA    *
      * ROUTINE IET016CT, CHE NE VERIFICA ANCHE LA VALIDITA' DI        *
      * CALENDARIO (RC 'E1' = DATA NON VALIDA)                         *
      ******************************************************************
       2420-GIORNO-ASSOLUTO SECTION.
      *--------------------*
           MOVE '2420-GG-ASSOL' TO W-ULT-LABEL.
           MOVE 'N'       TO SW-DATA-CTL.
           MOVE ZERO      TO W-GG-ASS-CTL.
           IF W-AA-CTL NOT NUMERIC OR
              W-MM-CTL NOT NUMERIC OR
              W-GG-CTL NOT NUMERIC
              GO TO 2420-EX
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
           IF RC-IET016CT = SPACES
              SET DATA-CTL-VALIDA TO TRUE
              MOVE GIORNI-IET016 TO W-GG-ASS-CTL
           END-IF.
       2420-EX. EXIT.

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
                             M-COMPETA
                             M-DESCRA
                             M-QUALIFA
                             M-MATRA
                             M-LIVELLOA
                             M-DATAVALA
                             M-DIPARTA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFX7MAPO.
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
                        MAP    ('MFX7MAP')
                        MAPSET ('MFX7MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFX7MAP')
                        MAPSET ('MFX7MAP')
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
                     TRANSID  ('RX70')
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
