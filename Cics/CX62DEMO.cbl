       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX62DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX62                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : REGISTRO DELLE SQUADRE DI EMERGENZA          *
      *                   (CPS04.CWSQEMER)                             *
      * TIPO OPERAZIONE : NOMINA / CONSULTAZIONE / REVOCA              *
      * RIFERIMENTO P.E.: REGISTRAZIONE NEGATA AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * NOMINA LE MATRICOLE AI RUOLI DI EMERGENZA (AI = ADDETTO        *
      * ANTINCENDIO, PS = ADDETTO PRIMO SOCCORSO) SU CPS04.CWSQEMER.   *
      * OGNI RUOLO RICHIEDE IL CORSO CWCORSI CONFIGURATO SU CWPARAM    *
      * ('SQCORSAI' / 'SQCORSPS', VALORE_CHAR): LA NOMINA E' AMMESSA   *
      * SOLO SE LA MATRICOLA HA COMPLETATO IL CORSO (CX14DEMO) E LA    *
      * CERTIFICAZIONE NON E' SCADUTA ALLA DATA DI NOMINA. IL RUOLO    *
      * VALE POI SOLO FINCHE' LA CERTIFICAZIONE RESTA VALIDA: LA       *
      * CONSULTAZIONE PER MATRICOLA (PF7/PF8 SU CODA TS, COME IN       *
      * CX14DEMO) MOSTRA LA SCADENZA E LO STATO DI OGNI NOMINA. LA     *
      * REVOCA (MODO 3) CHIUDE LA NOMINA IN CORSO ALLA DATA DIGITATA.  *
      * LA COPERTURA DEI TURNI E' CONTROLLATA DAL BATCH CX63DEMO.      *
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
       01  W-RUOLO                         PIC X(2)      VALUE SPACES.
           88  W-RUOLO-VALIDO              VALUE 'AI' 'PS'.
           88  W-RUOLO-ANTINCENDIO         VALUE 'AI'.
       01  W-COD-CORSO                     PIC X(8)      VALUE SPACES.
       01  W-NOME-PARAM                    PIC X(10)     VALUE SPACES.
       01  W-DATA-NOMINA-REG               PIC X(10)     VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-REG                  VALUE '1'.
           88  W-MODO-CON                  VALUE '2'.
           88  W-MODO-REV                  VALUE '3'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-NUM-DIS                       PIC 9(3)      VALUE ZEROES.
       01  W-TOT-DIS                       PIC 9(3)      VALUE ZEROES.
      * DATA DI NOMINA (MODO 1) E DATA DI REVOCA (MODO 3)
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX62DEMO'.
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
           02  CPS-NUM-CODA                PIC X       VALUE 'Q'.
      *--
       01  CPS-LEN-CODA                    PIC S9(4)   COMP VALUE +53.
       01  CPS-ITEM-CODA                   PIC S9(4)   COMP VALUE +0.
       01  CPS-NOMINA.
         03  CPS-MATR                      PIC 9(5)    VALUE 0.
         03  CPS-RUOLO                     PIC X(2)    VALUE SPACE.
         03  CPS-DATA-NOM                  PIC X(10)   VALUE SPACE.
         03  CPS-CORSO                     PIC X(8)    VALUE SPACE.
         03  CPS-DATA-REV                  PIC X(10)   VALUE SPACE.
         03  CPS-SCADENZA                  PIC X(10)   VALUE SPACE.
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
           EXEC SQL  INCLUDE CWSQEM         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWPARA         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFXPMAP.
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
      * DECLARE CURSOR - NOMINE DELLA MATRICOLA CON LA SCADENZA PIU'   *
      * LONTANA DELLE CERTIFICAZIONI COMPLETATE DEL CORSO DEL RUOLO    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-SQXE CURSOR FOR
                    SELECT  E.COD_MATRICOLA_DIP,
                            E.RUOLO_EMERG,
                            E.DATA_NOMINA,
                            E.COD_CORSO,
                            E.DATA_REVOCA,
                            E.UTENTE_REGISTRAZIONE,
                            COALESCE((SELECT MAX(S.DATA_SCADENZA)
                                      FROM  CPS04.CWISCRIZ S
                                      WHERE S.COD_MATRICOLA_DIP =
                                            E.COD_MATRICOLA_DIP
                                      AND   S.COD_CORSO = E.COD_CORSO
                                      AND   S.DATA_COMPLETAMENTO
                                            <> ' '), ' ')
                    FROM CPS04.CWSQEMER E
                    WHERE E.COD_MATRICOLA_DIP = :W-MATRICOLA
                    ORDER BY E.DATA_NOMINA,
                             E.RUOLO_EMERG
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
      *--------------*                    * NOMINA PRECEDENTE *
           MOVE '1237-TASTO-PF7' TO W-ULT-LABEL.
           MOVE COM-ITEM      TO CPS-ITEM-CODA.
           IF CPS-ITEM-CODA = 1
              MOVE -1      TO M-MATRL
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
      *--------------*                    * NOMINA SUCCESSIVA *
           MOVE '1238-TASTO-PF8' TO W-ULT-LABEL.
           MOVE COM-ITEM      TO CPS-ITEM-CODA.
           IF CPS-ITEM-CODA = COM-TOT-PAG
              MOVE -1      TO M-MATRL
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
           MOVE -1    TO M-MATRL.
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
           EXEC CICS RECEIVE MAP    ('MFXPMAP')
                             MAPSET ('MFXPMAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFXPMAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFXPMAPI.
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
      * 2500-CONFERMA) E VANNO RICONVERTITI PRIMA DELLA REGISTRAZIONE
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
                 IF W-MODO-REV
                    PERFORM 1435-REVOCA
                    MOVE '024'   TO W-COD-MSG-HOST
                 ELSE
                    PERFORM 1430-REGISTRA
                    MOVE '023'   TO W-COD-MSG-HOST
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
           MOVE LOW-VALUE  TO MFXPMAPO.
           MOVE -1         TO M-MATRL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * NOMINA (MODO 1): IL CORSO DEL RUOLO E' QUELLO CONFIGURATO ALLA *
      * DATA DELLA NOMINA (RICAVATO IN 2230-CORSO-RUOLO)               *
      * -------------------------------------------------------------- *
       1430-REGISTRA SECTION.
      *-------------*
           MOVE '1430-REGISTRA' TO W-ULT-LABEL.
           PERFORM 2230-CORSO-RUOLO.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                DDMMYY  (W-DATE)
                                TIME    (W-TIME)    END-EXEC.
           MOVE W-MATRICOLA    TO COD-MATRICOLA-DIP OF DCL-CWSQEMER.
           MOVE W-RUOLO        TO RUOLO-EMERG       OF DCL-CWSQEMER.
           MOVE W-DATA-INIZIO  TO DATA-NOMINA       OF DCL-CWSQEMER.
           MOVE W-COD-CORSO    TO COD-CORSO         OF DCL-CWSQEMER.
           MOVE SPACES         TO DATA-REVOCA       OF DCL-CWSQEMER.
           MOVE COM-UTENTE TO UTENTE-REGISTRAZIONE  OF DCL-CWSQEMER.
           MOVE W-DATE     TO DATA-REGISTRAZIONE    OF DCL-CWSQEMER.
           EXEC SQL INSERT INTO CPS04.CWSQEMER
                         VALUES (:DCL-CWSQEMER.COD-MATRICOLA-DIP,
                                 :DCL-CWSQEMER.RUOLO-EMERG,
                                 :DCL-CWSQEMER.DATA-NOMINA,
                                 :DCL-CWSQEMER.COD-CORSO,
                                 :DCL-CWSQEMER.DATA-REVOCA,
                                 :DCL-CWSQEMER.UTENTE-REGISTRAZIONE,
                                 :DCL-CWSQEMER.DATA-REGISTRAZIONE)
           END-EXEC.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * REVOCA (MODO 3): LA NOMINA IN CORSO DELLA MATRICOLA AL RUOLO   *
      * RICEVE LA DATA DI REVOCA DIGITATA                              *
      * -------------------------------------------------------------- *
       1435-REVOCA SECTION.
      *-----------*
           MOVE '1435-REVOCA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWSQEMER
                       SET DATA_REVOCA       = :W-DATA-FINE
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   RUOLO_EMERG       = :W-RUOLO
                     AND   DATA_REVOCA       = ' '
           END-EXEC.
       1435-EX. EXIT.

      *----------------------------------------------------------------*
      * LA ROUTINE 1600-CARICA-CODA APRE IL CURSORE SULLE NOMINE       *
      * DELLA MATRICOLA E SCRIVE UN ITEM DI CODA TS PER OGNI RIGA      *
      *----------------------------------------------------------------*
       1600-CARICA-CODA SECTION.
      *----------------*
           MOVE '1600-CARICA-CODA' TO W-ULT-LABEL.
           MOVE +0 TO CPS-ITEM-CODA.
           MOVE +0 TO COM-TOT-PAG.
           EXEC SQL OPEN CUR-SQXE  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              PERFORM 2998-DBERROR
           END-IF.

           PERFORM 1650-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).

           EXEC SQL CLOSE CUR-SQXE  END-EXEC.
       1600-EX. EXIT.

       1650-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-SQXE
           INTO   :DCL-CWSQEMER.COD-MATRICOLA-DIP,
                  :DCL-CWSQEMER.RUOLO-EMERG,
                  :DCL-CWSQEMER.DATA-NOMINA,
                  :DCL-CWSQEMER.COD-CORSO,
                  :DCL-CWSQEMER.DATA-REVOCA,
                  :DCL-CWSQEMER.UTENTE-REGISTRAZIONE,
                  :CPS-SCADENZA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 1700-SCRIVI-CODA
           END-IF.
       1650-EX. EXIT.

       1700-SCRIVI-CODA SECTION.
      *----------------*
           MOVE COD-MATRICOLA-DIP    OF DCL-CWSQEMER TO CPS-MATR.
           MOVE RUOLO-EMERG          OF DCL-CWSQEMER TO CPS-RUOLO.
           MOVE DATA-NOMINA          OF DCL-CWSQEMER TO CPS-DATA-NOM.
           MOVE COD-CORSO            OF DCL-CWSQEMER TO CPS-CORSO.
           MOVE DATA-REVOCA          OF DCL-CWSQEMER TO CPS-DATA-REV.
           MOVE UTENTE-REGISTRAZIONE OF DCL-CWSQEMER TO CPS-UTENTE.

           ADD 1 TO CPS-ITEM-CODA.
           EXEC CICS HANDLE CONDITION QIDERR (1700-EX) END-EXEC.
           EXEC CICS WRITEQ TS QUEUE  (CPSCODA)
                               FROM   (CPS-NOMINA)
                               LENGTH (CPS-LEN-CODA)
           END-EXEC.
           MOVE CPS-ITEM-CODA TO COM-TOT-PAG.
       1700-EX. EXIT.

       1800-LEGGI-CODA SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION QIDERR (1800-EX) END-EXEC.
           EXEC CICS READQ TS  QUEUE  (CPSCODA)
                               INTO   (CPS-NOMINA)
                               LENGTH (CPS-LEN-CODA)
                               ITEM   (CPS-ITEM-CODA)
           END-EXEC.
           PERFORM 1850-IMPOSTA-CAMPI.
       1800-EX. EXIT.

      * -------------------------------------------------------------- *
      * STATO DELLA NOMINA: REVOCATA, SCADUTA (NESSUNA CERTIFICAZIONE  *
      * DEL CORSO VALIDA OGGI) OPPURE VALIDA                           *
      * -------------------------------------------------------------- *
       1850-IMPOSTA-CAMPI SECTION.
      *------------------*
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
           MOVE -1               TO M-MATRL.
           MOVE CPS-MATR         TO M-MATRO.
           MOVE CPS-RUOLO        TO M-RUOLOO.
           MOVE CPS-DATA-NOM(1:4)  TO M-A-INIO.
           MOVE CPS-DATA-NOM(6:2)  TO M-M-INIO.
           MOVE CPS-DATA-NOM(9:2)  TO M-G-INIO.
           MOVE CPS-DATA-REV(1:4)  TO M-A-FINO.
           MOVE CPS-DATA-REV(6:2)  TO M-M-FINO.
           MOVE CPS-DATA-REV(9:2)  TO M-G-FINO.
           MOVE CPS-CORSO        TO M-CORSOO.
           MOVE CPS-SCADENZA     TO M-SCADO.
           EVALUATE TRUE
              WHEN CPS-DATA-REV NOT = SPACES
                 MOVE 'REVOCATA'   TO M-STATOO
              WHEN CPS-SCADENZA = SPACES OR
                   CPS-SCADENZA < W-DATA-OGGI
                 MOVE 'SCADUTA'    TO M-STATOO
              WHEN OTHER
                 MOVE 'VALIDA'     TO M-STATOO
           END-EVALUATE.
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
           EXEC CICS RECEIVE MAP    ('MFXPMAP')
                             MAPSET ('MFXPMAP') END-EXEC.
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
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           IF W-MATR NUMERIC
              MOVE W-MATR  TO W-MATRICOLA
           END-IF.
           INSPECT M-RUOLOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-RUOLOI REPLACING ALL '_'       BY ' '.
           MOVE    M-RUOLOI TO W-RUOLO.
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
           MOVE M-MODOI  TO W-MODO.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      *
           IF W-MATR = SPACES
              MOVE '014'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-MATR NOT NUMERIC
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-MATR TO W-MATRICOLA.
      *
           IF W-MODO NOT = '1' AND '2' AND '3'
              MOVE '007'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2270-CONTROLLA-DIP.
      *
           EVALUATE TRUE
              WHEN W-MODO-REG
                 PERFORM 2210-CONTROLLA-REG
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-REV
                 PERFORM 2220-CONTROLLA-REV
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
      * CONTROLLI DI NOMINA: NEGATA AL RUOLO 4; RUOLO VALIDO E NON GIA'*
      * IN CORSO PER LA MATRICOLA; DATA DI NOMINA VALIDA; CORSO DEL    *
      * RUOLO CONFIGURATO E CERTIFICAZIONE COMPLETATA E NON SCADUTA    *
      * ALLA DATA DI NOMINA                                            *
      * -------------------------------------------------------------- *
       2210-CONTROLLA-REG SECTION.
      *------------------*
           MOVE '2210-CONTROLLA-REG' TO W-ULT-LABEL.
           IF COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2240-CONTROLLA-RUOLO.
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWSQEMER
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   RUOLO_EMERG       = :W-RUOLO
                     AND   DATA_REVOCA       = ' '
           END-EXEC.
           IF W-COUNT > +0
              MOVE '214'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RUOLOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-AA-INI NOT NUMERIC OR
              W-MM-INI NOT NUMERIC OR
              W-GG-INI NOT NUMERIC OR
              W-MM-INI < '01' OR W-MM-INI > '12' OR
              W-GG-INI < '01' OR W-GG-INI > '31'
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2230-CORSO-RUOLO.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWISCRIZ
                     WHERE COD_MATRICOLA_DIP  = :W-MATRICOLA
                     AND   COD_CORSO          = :W-COD-CORSO
                     AND   DATA_COMPLETAMENTO <> ' '
                     AND   DATA_COMPLETAMENTO <= :W-DATA-INIZIO
                     AND   DATA_SCADENZA      >= :W-DATA-INIZIO
           END-EXEC.
           IF W-COUNT = +0
              MOVE '213'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RUOLOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI DI REVOCA (MODO 3): NEGATA AL RUOLO 4, NOMINA IN     *
      * CORSO ESISTENTE E DATA DI REVOCA VALIDA NON ANTERIORE ALLA     *
      * NOMINA                                                         *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-REV SECTION.
      *------------------*
           MOVE '2220-CONTROLLA-REV' TO W-ULT-LABEL.
           IF COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2240-CONTROLLA-RUOLO.
      *
           EXEC SQL SELECT DATA_NOMINA
                      INTO :W-DATA-NOMINA-REG
                      FROM  CPS04.CWSQEMER
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   RUOLO_EMERG       = :W-RUOLO
                     AND   DATA_REVOCA       = ' '
           END-EXEC.
           IF SQLCODE = +100
              MOVE '215'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RUOLOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-AA-FIN NOT NUMERIC OR
              W-MM-FIN NOT NUMERIC OR
              W-GG-FIN NOT NUMERIC OR
              W-MM-FIN < '01' OR W-MM-FIN > '12' OR
              W-GG-FIN < '01' OR W-GG-FIN > '31'
              MOVE '076'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-DATA-FINE < W-DATA-NOMINA-REG
              MOVE '217'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-FINL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * CORSO RICHIESTO DAL RUOLO: CWPARAM 'SQCORSAI' (ANTINCENDIO) O  *
      * 'SQCORSPS' (PRIMO SOCCORSO), VALORE_CHAR = CODICE CWCORSI      *
      * -------------------------------------------------------------- *
       2230-CORSO-RUOLO SECTION.
      *----------------*
           MOVE '2230-CORSO-RUOLO' TO W-ULT-LABEL.
           IF W-RUOLO-ANTINCENDIO
              MOVE 'SQCORSAI' TO W-NOME-PARAM
           ELSE
              MOVE 'SQCORSPS' TO W-NOME-PARAM
           END-IF.
           MOVE SPACES TO W-COD-CORSO.
           EXEC SQL SELECT VALORE_CHAR
                      INTO :DCL-CWPARAM.VALORE-CHAR
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = :W-NOME-PARAM
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-CHAR OF DCL-CWPARAM TO W-COD-CORSO
           END-IF.
           IF W-COD-CORSO = SPACES
              MOVE '216'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RUOLOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

       2240-CONTROLLA-RUOLO SECTION.
      *--------------------*
           MOVE '2240-CONTROLLA-RUOLO' TO W-ULT-LABEL.
           IF NOT W-RUOLO-VALIDO
              MOVE '212'    TO W-COD-MSG-HOST
              MOVE -1       TO M-RUOLOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA MATRICOLA DIGITATA DEVE ESISTERE SU CPS04.CWDIPENDENTI      *
      * -------------------------------------------------------------- *
       2270-CONTROLLA-DIP SECTION.
      *------------------*
           MOVE '2270-CONTROLLA-DIP' TO W-ULT-LABEL.
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
       2270-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE: CARICA LA CODA TS E MOSTRA LA PRIMA NOMINA      *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 1900-DELETEQ-TS.
           PERFORM 1600-CARICA-CODA.
      *
           IF COM-TOT-PAG = 0
              MOVE '215'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
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

       2500-CONFERMA SECTION.
      *-------------*
           MOVE '2500-CONFERMA' TO W-ULT-LABEL.
           MOVE '2'      TO COM-GIRO.
           MOVE '020'    TO W-COD-MSG-HOST.
      * ---
      * I CAMPI DATI VENGONO PROTETTI CON FSET COSI' DA RIENTRARE
      * INALTERATI ALLA CONFERMA (VEDI 1520-RIPRISTINO-ATTR DI CW31DEMO)
      * ---
           MOVE PROT-FSET TO M-MATRA
                             M-RUOLOA
                             M-MODOA
                             M-A-INIA
                             M-M-INIA
                             M-G-INIA
                             M-A-FINA
                             M-M-FINA
                             M-G-FINA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFXPMAPO.
           MOVE -1         TO M-MATRL.
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
                        MAP    ('MFXPMAP')
                        MAPSET ('MFXPMAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFXPMAP')
                        MAPSET ('MFXPMAP')
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
                     TRANSID  ('RX62')
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
