       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX72DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX72                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : CENTRI DI COSTO E RIPARTIZIONE DEL COSTO     *
      *                   DEI DIPENDENTI (CPS04.CWCDCOST / CWRIPCDC)   *
      * TIPO OPERAZIONE : CENSIMENTO / DISATTIVAZIONE CENTRO /         *
      *                   RIPARTIZIONE / CONSULTAZIONE / CANCELLAZIONE *
      * RIFERIMENTO P.E.: AGGIORNAMENTI NEGATI AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * GESTISCE L'ANAGRAFICA DEI CENTRI DI COSTO DELLA CONTABILITA'   *
      * GENERALE E LA RIPARTIZIONE DATATA DEL COSTO DI OGNI DIPENDENTE *
      * SUI CENTRI (AL MASSIMO 5 CENTRI PER DECORRENZA, PERCENTUALI    *
      * INTERE CHE DEVONO TOTALIZZARE 100).                            *
      *   MODO 1 - CENSIMENTO O AGGIORNAMENTO DI UN CENTRO DI COSTO    *
      *            (DESCRIZIONE, DIPARTIMENTO DI CUI E' IL CENTRO DI   *
      *            DEFAULT E CONTO DI COSTO, ENTRAMBI FACOLTATIVI);    *
      *            UN CENTRO DISATTIVATO VIENE RIATTIVATO.             *
      *   MODO 2 - DISATTIVAZIONE DI UN CENTRO DI COSTO.               *
      *   MODO 3 - REGISTRAZIONE DELLA RIPARTIZIONE DI UNA MATRICOLA   *
      *            CON UNA DATA DI DECORRENZA; SE PER LA STESSA        *
      *            DECORRENZA ESISTE GIA' VIENE SOSTITUITA.            *
      *   MODO 4 - CONSULTAZIONE DELLA RIPARTIZIONE IN VIGORE ALLA     *
      *            DATA DIGITATA (DEFAULT OGGI): VIENE MOSTRATA LA     *
      *            DECORRENZA PIU' RECENTE NON SUCCESSIVA ALLA DATA.   *
      *   MODO 5 - CANCELLAZIONE DELLA RIPARTIZIONE DI UNA MATRICOLA   *
      *            PER LA DECORRENZA DIGITATA.                         *
      * LA RIPARTIZIONE E' USATA DAL GIORNALE MENSILE DI CONTABILITA'  *
      * GENERALE CX73DEMO.                                             *
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
       01  W-CDC                           PIC X(8)      VALUE SPACES.
       01  W-DESCR                         PIC X(30)     VALUE SPACES.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-CONTO                         PIC X(10)     VALUE SPACES.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3.
       01  W-DECORR                        PIC X(10)     VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
      * CENTRO DA LEGGERE IN 2250-LEGGI-CDC E SUO ESITO
       01  W-CDC-CERCA                     PIC X(8)      VALUE SPACES.
       01  W-STATO-CDC                     PIC X(1)      VALUE SPACES.
           88  W-CDC-NON-CENSITO           VALUE ' '.
           88  W-CDC-ATTIVO                VALUE 'A'.
           88  W-CDC-DISATTIVATO           VALUE 'D'.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-CDC                  VALUE '1'.
           88  W-MODO-DIS                  VALUE '2'.
           88  W-MODO-RIP                  VALUE '3'.
           88  W-MODO-CON                  VALUE '4'.
           88  W-MODO-CAN                  VALUE '5'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
      * ---
      * RIGHE DELLA RIPARTIZIONE (CENTRO E PERCENTUALE INTERA) COME
      * DIGITATE SULLA MAPPA O LETTE DA CWRIPCDC, CON I TOTALI
      * ---
       01  W-TAB-RIP.
           05  W-RIGA-RIP OCCURS 5 TIMES.
               10  W-RIP-CDC               PIC X(8).
               10  W-RIP-PERC-X            PIC X(3).
               10  W-RIP-PERC              PIC 9(3).
       01  W-IND-RIP                       PIC S9(4)  COMP VALUE +0.
       01  W-IND-CFR                       PIC S9(4)  COMP VALUE +0.
       01  W-NUM-RIGHE                     PIC S9(4)  COMP VALUE +0.
       01  W-TOT-PERC                      PIC S9(5)  COMP-3 VALUE +0.
       01  W-TOT-PERC-ED                   PIC ZZZZ9.
       01  W-PERC-ED                       PIC ZZ9.
       01  W-PERC-DEC                      PIC S9(3)V99  COMP-3.
      * ---
      * ALLINEAMENTO A DESTRA DELLA PERCENTUALE DIGITATA (STESSO
      * CRITERIO DELLA ROUTINE 2298-ALLINEA DI CW04DEMO)
      * ---
       01  W-PERC-APPO                     PIC X(3)  JUSTIFIED RIGHT.
       01  W-PERC-APPO-N  REDEFINES W-PERC-APPO  PIC 9(3).
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX72DEMO'.
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
           EXEC SQL  INCLUDE CWCDCO         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWRIPC         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFX8MAP.
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
      * -------------------------------------------------------------- *
      * DECLARE CURSOR - RIGHE DELLA RIPARTIZIONE DELLA MATRICOLA PER  *
      * LA DECORRENZA INDICATA, DALLA PERCENTUALE PIU' ALTA            *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-RIP72 CURSOR FOR
                    SELECT  COD_CDC,
                            PERCENTUALE
                    FROM  CPS04.CWRIPCDC
                    WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                    AND   DATA_DECORRENZA   = :W-DECORR
                    ORDER BY PERCENTUALE DESC,
                             COD_CDC
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
           EXEC CICS RECEIVE MAP    ('MFX8MAP')
                             MAPSET ('MFX8MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFX8MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFX8MAPI.
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
                    WHEN W-MODO-CDC
                       PERFORM 1430-AGG-CDC
                    WHEN W-MODO-DIS
                       PERFORM 1435-DISATTIVA-CDC
                    WHEN W-MODO-RIP
                       PERFORM 1440-REG-RIPARTIZ
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
           MOVE LOW-VALUE  TO MFX8MAPO.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * CENTRO DI COSTO (MODO 1): SE ESISTE SE NE AGGIORNANO I DATI E  *
      * LO SI RIATTIVA, ALTRIMENTI LO SI INSERISCE                     *
      * -------------------------------------------------------------- *
       1430-AGG-CDC SECTION.
      *------------*
           MOVE '1430-AGG-CDC' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCDCOST
                       SET DESCRIZIONE          = :W-DESCR,
                           DIPARTIMENTO         = :W-DIPART,
                           CONTO_COSTO          = :W-CONTO,
                           STATO_CDC            = 'A',
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE COD_CDC = :W-CDC
           END-EXEC.
           IF SQLERRD(3) > 0
              GO TO 1430-EX
           END-IF.
           MOVE W-CDC           TO COD-CDC           OF DCL-CWCDCOST.
           MOVE W-DESCR         TO DESCRIZIONE       OF DCL-CWCDCOST.
           MOVE W-DIPART        TO DIPARTIMENTO      OF DCL-CWCDCOST.
           MOVE W-CONTO         TO CONTO-COSTO       OF DCL-CWCDCOST.
           MOVE 'A'             TO STATO-CDC         OF DCL-CWCDCOST.
           MOVE COM-UTENTE   TO UTENTE-AGGIORNAMENTO OF DCL-CWCDCOST.
           MOVE W-DATE       TO DATA-AGGIORNAMENTO   OF DCL-CWCDCOST.
           EXEC SQL INSERT INTO CPS04.CWCDCOST
                         VALUES (:DCL-CWCDCOST.COD-CDC,
                                 :DCL-CWCDCOST.DESCRIZIONE,
                                 :DCL-CWCDCOST.DIPARTIMENTO,
                                 :DCL-CWCDCOST.CONTO-COSTO,
                                 :DCL-CWCDCOST.STATO-CDC,
                                 :DCL-CWCDCOST.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWCDCOST.DATA-AGGIORNAMENTO)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * DISATTIVAZIONE DEL CENTRO (MODO 2): LE RIPARTIZIONI CHE LO     *
      * CITANO RESTANO, MA CX73DEMO NON LE CONSIDERA PIU' VALIDE       *
      * -------------------------------------------------------------- *
       1435-DISATTIVA-CDC SECTION.
      *------------------*
           MOVE '1435-DISATT-CDC' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCDCOST
                       SET STATO_CDC            = 'D',
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE COD_CDC = :W-CDC
           END-EXEC.
       1435-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIPARTIZIONE (MODO 3): LE RIGHE GIA' PRESENTI PER LA STESSA    *
      * DECORRENZA VENGONO SOSTITUITE DA QUELLE DIGITATE               *
      * -------------------------------------------------------------- *
       1440-REG-RIPARTIZ SECTION.
      *-----------------*
           MOVE '1440-REG-RIPART' TO W-ULT-LABEL.
           EXEC SQL DELETE FROM CPS04.CWRIPCDC
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_DECORRENZA   = :W-DECORR
           END-EXEC.
           IF SQLERRD(3) = 0
              MOVE '023'   TO W-COD-MSG-HOST
           END-IF.
           PERFORM 1445-INSERISCI-RIGA
                   VARYING W-IND-RIP FROM 1 BY 1
                   UNTIL W-IND-RIP > 5.
       1440-EX. EXIT.

       1445-INSERISCI-RIGA SECTION.
      *-------------------*
           IF W-RIP-CDC (W-IND-RIP) = SPACES
              GO TO 1445-EX
           END-IF.
           MOVE W-MATRICOLA     TO COD-MATRICOLA-DIP OF DCL-CWRIPCDC.
           MOVE W-DECORR        TO DATA-DECORRENZA   OF DCL-CWRIPCDC.
           MOVE W-RIP-CDC (W-IND-RIP)
                                TO COD-CDC           OF DCL-CWRIPCDC.
           MOVE W-RIP-PERC (W-IND-RIP)
                                TO PERCENTUALE       OF DCL-CWRIPCDC.
           MOVE COM-UTENTE   TO UTENTE-AGGIORNAMENTO OF DCL-CWRIPCDC.
           MOVE W-DATE       TO DATA-AGGIORNAMENTO   OF DCL-CWRIPCDC.
           EXEC SQL INSERT INTO CPS04.CWRIPCDC
                         VALUES (:DCL-CWRIPCDC.COD-MATRICOLA-DIP,
                                 :DCL-CWRIPCDC.DATA-DECORRENZA,
                                 :DCL-CWRIPCDC.COD-CDC,
                                 :DCL-CWRIPCDC.PERCENTUALE,
                                 :DCL-CWRIPCDC.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWRIPCDC.DATA-AGGIORNAMENTO)
           END-EXEC.
       1445-EX. EXIT.

      * -------------------------------------------------------------- *
      * CANCELLAZIONE (MODO 5) DELLA RIPARTIZIONE DELLA MATRICOLA PER  *
      * LA DECORRENZA DIGITATA: TORNA IN VIGORE QUELLA PRECEDENTE      *
      * -------------------------------------------------------------- *
       1460-CANCELLA SECTION.
      *-------------*
           MOVE '1460-CANCELLA' TO W-ULT-LABEL.
           EXEC SQL DELETE FROM CPS04.CWRIPCDC
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_DECORRENZA   = :W-DECORR
           END-EXEC.
           MOVE '027'   TO W-COD-MSG-HOST.
       1460-EX. EXIT.

      *----------------------------------------------------------------*
      * LA ROUTINE 1600-CARICA-RIGHE LEGGE CON IL CURSORE LE RIGHE     *
      * DELLA RIPARTIZIONE (MATRICOLA E DECORRENZA) NELLA TABELLA      *
      *----------------------------------------------------------------*
       1600-CARICA-RIGHE SECTION.
      *-----------------*
           MOVE '1600-CARICA-RIGHE' TO W-ULT-LABEL.
           MOVE SPACES TO W-TAB-RIP.
           MOVE +0     TO W-IND-RIP.
           MOVE +0     TO W-TOT-PERC.
           EXEC SQL OPEN CUR-RIP72  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              PERFORM 2998-DBERROR
           END-IF.

           PERFORM 1650-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).

           EXEC SQL CLOSE CUR-RIP72  END-EXEC.
       1600-EX. EXIT.

       1650-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-RIP72
           INTO   :DCL-CWRIPCDC.COD-CDC,
                  :DCL-CWRIPCDC.PERCENTUALE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-RIP < 5
              ADD 1 TO W-IND-RIP
              MOVE COD-CDC     OF DCL-CWRIPCDC TO W-RIP-CDC (W-IND-RIP)
              MOVE PERCENTUALE OF DCL-CWRIPCDC TO W-PERC-DEC
              ADD W-PERC-DEC   TO W-TOT-PERC
              MOVE W-PERC-DEC  TO W-PERC-ED
              MOVE W-PERC-ED   TO W-RIP-PERC-X (W-IND-RIP)
           END-IF.
       1650-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIGHE DELLA RIPARTIZIONE E TOTALE A VIDEO                      *
      * -------------------------------------------------------------- *
       1850-IMPOSTA-RIGHE SECTION.
      *------------------*
           MOVE W-RIP-CDC (1)      TO M-CDC1O.
           MOVE W-RIP-PERC-X (1)   TO M-PERC1O.
           MOVE W-RIP-CDC (2)      TO M-CDC2O.
           MOVE W-RIP-PERC-X (2)   TO M-PERC2O.
           MOVE W-RIP-CDC (3)      TO M-CDC3O.
           MOVE W-RIP-PERC-X (3)   TO M-PERC3O.
           MOVE W-RIP-CDC (4)      TO M-CDC4O.
           MOVE W-RIP-PERC-X (4)   TO M-PERC4O.
           MOVE W-RIP-CDC (5)      TO M-CDC5O.
           MOVE W-RIP-PERC-X (5)   TO M-PERC5O.
           MOVE W-TOT-PERC         TO W-TOT-PERC-ED.
           MOVE W-TOT-PERC-ED      TO M-TOTPERCO.
       1850-EX. EXIT.

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
           EXEC CICS RECEIVE MAP    ('MFX8MAP')
                             MAPSET ('MFX8MAP') END-EXEC.
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
           INSPECT M-CDCI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CDCI REPLACING ALL '_'       BY ' '.
           MOVE    M-CDCI TO W-CDC.
           INSPECT M-DESCRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DESCRI REPLACING ALL '_'       BY ' '.
           MOVE    M-DESCRI TO W-DESCR.
           INSPECT M-DIPARTI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DIPARTI REPLACING ALL '_'       BY ' '.
           MOVE    M-DIPARTI TO W-DIPART.
           INSPECT M-CONTOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CONTOI REPLACING ALL '_'       BY ' '.
           MOVE    M-CONTOI TO W-CONTO.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           IF W-MATR NUMERIC
              MOVE W-MATR  TO W-MATRICOLA
           END-IF.
           INSPECT M-DECORRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DECORRI REPLACING ALL '_'       BY ' '.
           MOVE    M-DECORRI TO W-DECORR.
      * RIGHE DELLA RIPARTIZIONE: CENTRO E PERCENTUALE COME DIGITATI,
      * NORMALIZZATI RIGA PER RIGA IN 2160
           MOVE M-CDC1I  TO W-RIP-CDC (1).
           MOVE M-PERC1I TO W-RIP-PERC-X (1).
           MOVE M-CDC2I  TO W-RIP-CDC (2).
           MOVE M-PERC2I TO W-RIP-PERC-X (2).
           MOVE M-CDC3I  TO W-RIP-CDC (3).
           MOVE M-PERC3I TO W-RIP-PERC-X (3).
           MOVE M-CDC4I  TO W-RIP-CDC (4).
           MOVE M-PERC4I TO W-RIP-PERC-X (4).
           MOVE M-CDC5I  TO W-RIP-CDC (5).
           MOVE M-PERC5I TO W-RIP-PERC-X (5).
           PERFORM 2160-NORMALIZZA-RIGA
                   VARYING W-IND-RIP FROM 1 BY 1
                   UNTIL W-IND-RIP > 5.
           MOVE M-MODOI  TO W-MODO.
       2150-EX. EXIT.

      * -------------------------------------------------------------- *
      * UNA RIGA DELLA RIPARTIZIONE: PULIZIA DEI CAMPI E ALLINEAMENTO  *
      * A DESTRA DELLA PERCENTUALE (W-RIP-PERC RESTA A ZERO SE NON     *
      * NUMERICA: LO SEGNALA 2330-CONTROLLA-RIGA)                      *
      * -------------------------------------------------------------- *
       2160-NORMALIZZA-RIGA SECTION.
      *--------------------*
           INSPECT W-RIP-CDC (W-IND-RIP)
                   REPLACING ALL LOW-VALUE BY ' '.
           INSPECT W-RIP-CDC (W-IND-RIP)
                   REPLACING ALL '_'       BY ' '.
           INSPECT W-RIP-PERC-X (W-IND-RIP)
                   REPLACING ALL LOW-VALUE BY ' '.
           INSPECT W-RIP-PERC-X (W-IND-RIP)
                   REPLACING ALL '_'       BY ' '.
           MOVE ZERO   TO W-RIP-PERC (W-IND-RIP).
           IF W-RIP-PERC-X (W-IND-RIP) = SPACES
              GO TO 2160-EX
           END-IF.
           MOVE SPACES TO W-PERC-APPO.
           INSPECT W-RIP-PERC-X (W-IND-RIP)
                   REPLACING LEADING SPACE BY ZERO.
           UNSTRING W-RIP-PERC-X (W-IND-RIP) DELIMITED BY ALL SPACE
                    INTO W-PERC-APPO.
           INSPECT W-PERC-APPO REPLACING ALL SPACES BY ZERO.
           IF W-PERC-APPO NUMERIC
              MOVE W-PERC-APPO-N TO W-RIP-PERC (W-IND-RIP)
           END-IF.
       2160-EX. EXIT.

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
           IF NOT W-MODO-CON AND COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-CDC
                 PERFORM 2210-CONTROLLA-CDC
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-DIS
                 PERFORM 2220-CONTROLLA-DIS
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-RIP
                 PERFORM 2230-CONTROLLA-RIP
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
      * CONTROLLI DEL CENTRO DI COSTO (MODO 1): CODICE E DESCRIZIONE   *
      * OBBLIGATORI, DIPARTIMENTO FACOLTATIVO MA CENSITO               *
      * -------------------------------------------------------------- *
       2210-CONTROLLA-CDC SECTION.
      *------------------*
           MOVE '2210-CONTROLLA-CDC' TO W-ULT-LABEL.
           IF W-CDC = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CDCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DESCR = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DESCRL
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
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI DI DISATTIVAZIONE (MODO 2): IL CENTRO DEVE ESISTERE  *
      * ED ESSERE ANCORA ATTIVO                                        *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-DIS SECTION.
      *------------------*
           MOVE '2220-CONTROLLA-DIS' TO W-ULT-LABEL.
           IF W-CDC = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CDCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-CDC       TO W-CDC-CERCA.
           PERFORM 2250-LEGGI-CDC.
           IF W-CDC-NON-CENSITO
              MOVE '256'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CDCL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE DESCRIZIONE  OF DCL-CWCDCOST TO M-DESCRO.
           MOVE DIPARTIMENTO OF DCL-CWCDCOST TO M-DIPARTO.
           MOVE CONTO-COSTO  OF DCL-CWCDCOST TO M-CONTOO.
           IF W-CDC-DISATTIVATO
              MOVE '257'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CDCL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI DELLA RIPARTIZIONE (MODO 3): MATRICOLA ESISTENTE,    *
      * DECORRENZA VALIDA, ALMENO UNA RIGA, OGNI RIGA CON CENTRO       *
      * ATTIVO NON RIPETUTO E PERCENTUALE DA 1 A 100, TOTALE 100       *
      * -------------------------------------------------------------- *
       2230-CONTROLLA-RIP SECTION.
      *------------------*
           MOVE '2230-CONTROLLA-RIP' TO W-ULT-LABEL.
           PERFORM 2260-CONTROLLA-MATR.
           PERFORM 2270-CONTROLLA-DECORR.
      *
           MOVE +0          TO W-NUM-RIGHE.
           MOVE +0          TO W-TOT-PERC.
           PERFORM 2330-CONTROLLA-RIGA
                   VARYING W-IND-RIP FROM 1 BY 1
                   UNTIL W-IND-RIP > 5.
           MOVE W-TOT-PERC     TO W-TOT-PERC-ED.
           MOVE W-TOT-PERC-ED  TO M-TOTPERCO.
      *
           IF W-NUM-RIGHE = +0
              MOVE '261'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CDC1L
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-TOT-PERC NOT = 100
              MOVE '259'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PERC1L
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI DI CANCELLAZIONE (MODO 5): LA RIPARTIZIONE DELLA     *
      * MATRICOLA PER LA DECORRENZA DIGITATA DEVE ESISTERE; LE SUE     *
      * RIGHE TORNANO A VIDEO PER LA CONFERMA                          *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-CAN SECTION.
      *------------------*
           MOVE '2240-CONTROLLA-CAN' TO W-ULT-LABEL.
           PERFORM 2260-CONTROLLA-MATR.
           PERFORM 2270-CONTROLLA-DECORR.
           PERFORM 1600-CARICA-RIGHE.
           IF W-IND-RIP = +0
              MOVE '264'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DECORRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 1850-IMPOSTA-RIGHE.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * LETTURA DEL CENTRO W-CDC-CERCA DALL'ANAGRAFICA: RESTITUISCE IN *
      * W-STATO-CDC LO STATO (SPAZIO SE NON CENSITO); IL CHIAMANTE     *
      * DECIDE COSA E' AMMESSO                                         *
      * -------------------------------------------------------------- *
       2250-LEGGI-CDC SECTION.
      *--------------*
           MOVE '2250-LEGGI-CDC' TO W-ULT-LABEL.
           MOVE SPACE        TO W-STATO-CDC.
           EXEC SQL SELECT DESCRIZIONE,
                           DIPARTIMENTO,
                           CONTO_COSTO,
                           STATO_CDC
                      INTO :DCL-CWCDCOST.DESCRIZIONE,
                           :DCL-CWCDCOST.DIPARTIMENTO,
                           :DCL-CWCDCOST.CONTO-COSTO,
                           :W-STATO-CDC
                      FROM  CPS04.CWCDCOST
                     WHERE COD_CDC = :W-CDC-CERCA
           END-EXEC.
           IF SQLCODE = +100
              MOVE SPACE     TO W-STATO-CDC
           END-IF.
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * MATRICOLA DEL DIPENDENTE (MODI 3/4/5): OBBLIGATORIA, NUMERICA  *
      * E PRESENTE IN ANAGRAFICA; IL NOMINATIVO TORNA A VIDEO          *
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
      * DATA DI DECORRENZA (MODI 3/5): OBBLIGATORIA E VALIDA           *
      * (AAAA-MM-GG, CONTROLLATA CON IET016CT)                         *
      * -------------------------------------------------------------- *
       2270-CONTROLLA-DECORR SECTION.
      *---------------------*
           MOVE '2270-CONTR-DECOR' TO W-ULT-LABEL.
           IF W-DECORR = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DECORRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-DECORR      TO W-DATA-CTL.
           PERFORM 2420-GIORNO-ASSOLUTO.
           IF NOT DATA-CTL-VALIDA
              MOVE '263'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DECORRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2270-EX. EXIT.

      * -------------------------------------------------------------- *
      * RICERCA (MODO 4): MATRICOLA OBBLIGATORIA, DATA DI RIFERIMENTO  *
      * FACOLTATIVA (DEFAULT OGGI). MOSTRA LA RIPARTIZIONE CON LA      *
      * DECORRENZA PIU' RECENTE NON SUCCESSIVA ALLA DATA               *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2260-CONTROLLA-MATR.
           IF W-DECORR = SPACES
              EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                   YYYYMMDD(W-DATA-OGGI)
                                   DATESEP ('-')       END-EXEC
              MOVE W-DATA-OGGI TO W-DECORR
           ELSE
              PERFORM 2270-CONTROLLA-DECORR
           END-IF.
           EXEC SQL SELECT COALESCE(MAX(DATA_DECORRENZA), ' ')
                      INTO :W-DECORR
                      FROM  CPS04.CWRIPCDC
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_DECORRENZA  <= :W-DECORR
           END-EXEC.
           IF W-DECORR = SPACES
              MOVE '262'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DECORRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-DECORR    TO M-DECORRO.
           PERFORM 1600-CARICA-RIGHE.
           PERFORM 1850-IMPOSTA-RIGHE.
           MOVE -1          TO M-MODOL.
           PERFORM 3000-FINE-ELAB.
       2300-EX. EXIT.

      * -------------------------------------------------------------- *
      * UNA RIGA DELLA RIPARTIZIONE (MODO 3). LE RIGHE VUOTE SONO      *
      * IGNORATE; UNA PERCENTUALE SENZA CENTRO E' UN CENTRO MANCANTE   *
      * -------------------------------------------------------------- *
       2330-CONTROLLA-RIGA SECTION.
      *-------------------*
           IF W-RIP-CDC (W-IND-RIP) = SPACES
              IF W-RIP-PERC-X (W-IND-RIP) = SPACES
                 GO TO 2330-EX
              END-IF
              MOVE '001'    TO W-COD-MSG-HOST
              PERFORM 2390-CURSORE-CDC
           END-IF.
           IF W-RIP-PERC (W-IND-RIP) < 1 OR
              W-RIP-PERC (W-IND-RIP) > 100
              MOVE '258'    TO W-COD-MSG-HOST
              PERFORM 2395-CURSORE-PERC
           END-IF.
      *
           MOVE W-RIP-CDC (W-IND-RIP) TO W-CDC-CERCA.
           PERFORM 2250-LEGGI-CDC.
           IF W-CDC-NON-CENSITO
              MOVE '256'    TO W-COD-MSG-HOST
              PERFORM 2390-CURSORE-CDC
           END-IF.
           IF W-CDC-DISATTIVATO
              MOVE '257'    TO W-COD-MSG-HOST
              PERFORM 2390-CURSORE-CDC
           END-IF.
      *
           PERFORM 2340-CONFRONTA-RIGA
                   VARYING W-IND-CFR FROM 1 BY 1
                   UNTIL W-IND-CFR NOT < W-IND-RIP.
      *
           ADD 1                        TO W-NUM-RIGHE.
           ADD W-RIP-PERC (W-IND-RIP)   TO W-TOT-PERC.
       2330-EX. EXIT.

      * -------------------------------------------------------------- *
      * LO STESSO CENTRO NON PUO' COMPARIRE IN DUE RIGHE               *
      * -------------------------------------------------------------- *
       2340-CONFRONTA-RIGA SECTION.
      *-------------------*
           IF W-RIP-CDC (W-IND-CFR) = W-RIP-CDC (W-IND-RIP)
              MOVE '260'    TO W-COD-MSG-HOST
              PERFORM 2390-CURSORE-CDC
           END-IF.
       2340-EX. EXIT.

      * -------------------------------------------------------------- *
      * CURSORE SUL CENTRO / SULLA PERCENTUALE DELLA RIGA IN ERRORE E  *
      * INVIO DEL MESSAGGIO GIA' IMPOSTATO                             *
      * -------------------------------------------------------------- *
       2390-CURSORE-CDC SECTION.
      *----------------*
           EVALUATE W-IND-RIP
              WHEN 1
                 MOVE -1    TO M-CDC1L
              WHEN 2
                 MOVE -1    TO M-CDC2L
              WHEN 3
                 MOVE -1    TO M-CDC3L
              WHEN 4
                 MOVE -1    TO M-CDC4L
              WHEN OTHER
                 MOVE -1    TO M-CDC5L
           END-EVALUATE.
           PERFORM 2999-CERCA-ERR.
       2390-EX. EXIT.

       2395-CURSORE-PERC SECTION.
      *-----------------*
           EVALUATE W-IND-RIP
              WHEN 1
                 MOVE -1    TO M-PERC1L
              WHEN 2
                 MOVE -1    TO M-PERC2L
              WHEN 3
                 MOVE -1    TO M-PERC3L
              WHEN 4
                 MOVE -1    TO M-PERC4L
              WHEN OTHER
                 MOVE -1    TO M-PERC5L
           END-EVALUATE.
           PERFORM 2999-CERCA-ERR.
       2395-EX. EXIT.

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
                             M-CDCA
                             M-DESCRA
                             M-DIPARTA
                             M-CONTOA
                             M-MATRA
                             M-DECORRA
                             M-CDC1A
                             M-PERC1A
                             M-CDC2A
                             M-PERC2A
                             M-CDC3A
                             M-PERC3A
                             M-CDC4A
                             M-PERC4A
                             M-CDC5A
                             M-PERC5A.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFX8MAPO.
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
                        MAP    ('MFX8MAP')
                        MAPSET ('MFX8MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFX8MAP')
                        MAPSET ('MFX8MAP')
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
                     TRANSID  ('RX72')
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
