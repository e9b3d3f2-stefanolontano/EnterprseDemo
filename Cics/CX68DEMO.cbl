       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX68DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX68                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : PIANO DI SUCCESSIONE DELLE POSIZIONI CHIAVE  *
      *                   (CPS04.CWPOSCHI / CPS04.CWSUCCES)            *
      * TIPO OPERAZIONE : CENSIMENTO / CONSULTAZIONE / DESIGNAZIONE /  *
      *                   RIMOZIONE / DISATTIVAZIONE                   *
      * RIFERIMENTO P.E.: AGGIORNAMENTI NEGATI AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * GESTISCE LE POSIZIONI CHIAVE E I LORO SUCCESSORI DESIGNATI.    *
      * UNA POSIZIONE CHIAVE E' LA RESPONSABILITA' DI UN DIPARTIMENTO  *
      * (TIPO R: IL TITOLARE E' IL COD_RESPONSABILE DI CPS04.CWDIPART) *
      * OPPURE UNA POSIZIONE DI ORGANICO NUMERATA (TIPO P: IL TITOLARE *
      * E' QUELLO DELLA POSIZIONE CPS04.CWPOSORG, VEDI CX66DEMO).      *
      *   MODO 1 - CENSIMENTO DELLA POSIZIONE CHIAVE; NUMERO DAL       *
      *            CONTATORE CWCONTAT 'IDPCHIAV'.                      *
      *   MODO 2 - CONSULTAZIONE CON PF7/PF8 SU CODA TS: UNA VIDEATA   *
      *            PER SUCCESSORE (O PER POSIZIONE SENZA SUCCESSORI),  *
      *            DELLA SOLA POSIZIONE CHIAVE DIGITATA, DEL SOLO      *
      *            DIPARTIMENTO DIGITATO O DI TUTTE.                   *
      *   MODO 3 - DESIGNAZIONE DI UN SUCCESSORE O AGGIORNAMENTO DEL   *
      *            SUO LIVELLO DI PRONTEZZA (1=SUBITO, 2=ENTRO 1-2     *
      *            ANNI, 3=OLTRE 3 ANNI), CON LA DATA DI VALUTAZIONE.  *
      *   MODO 4 - RIMOZIONE DI UN SUCCESSORE.                         *
      *   MODO 5 - DISATTIVAZIONE DELLA POSIZIONE CHIAVE.              *
      * LA VERIFICA ANNUALE DEI TITOLARI IN USCITA (FINESTRA DI        *
      * PENSIONAMENTO DI CW49DEMO O CESSAZIONE CWCESSAZ PROGRAMMATA)   *
      * SENZA SUCCESSORE PRONTO E' IL BATCH CX69DEMO.                  *
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
       01  W-CHIAVE                        PIC X(5)      VALUE SPACES.
       01  W-ID-CHIAVE                     PIC S9(5)     USAGE COMP-3.
       01  W-ID-CHIAVE-ED                  PIC 9(5)      VALUE ZEROES.
       01  W-TIPO                          PIC X(1)      VALUE SPACES.
           88  W-TIPO-RESP                 VALUE 'R'.
           88  W-TIPO-POS                  VALUE 'P'.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-POSIZ                         PIC X(5)      VALUE SPACES.
       01  W-NUM-POSIZIONE                 PIC S9(5)     USAGE COMP-3.
       01  W-DESCR                         PIC X(30)     VALUE SPACES.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3.
       01  W-PRONTEZZA                     PIC X(1)      VALUE SPACES.
           88  W-PRONTEZZA-VALIDA          VALUE '1' '2' '3'.
       01  W-STATO-DIP                     PIC X(1)      VALUE SPACES.
       01  W-STATO-POS                     PIC X(1)      VALUE SPACES.
      * POSIZIONE CHIAVE LETTA (MODI 3/4/5)
       01  W-STATO-CHIAVE                  PIC X(1)      VALUE SPACES.
           88  W-CHIAVE-DISATTIVATA        VALUE 'D'.
       01  W-TITOLARE                      PIC S9(5)     USAGE COMP-3.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-CEN                  VALUE '1'.
           88  W-MODO-CON                  VALUE '2'.
           88  W-MODO-DES                  VALUE '3'.
           88  W-MODO-RIM                  VALUE '4'.
           88  W-MODO-DIS                  VALUE '5'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-NUM-DIS                       PIC 9(3)      VALUE ZEROES.
       01  W-TOT-DIS                       PIC 9(3)      VALUE ZEROES.
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX68DEMO'.
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
           02  CPS-NUM-CODA                PIC X       VALUE 'F'.
      *--
       01  CPS-LEN-CODA                    PIC S9(4)   COMP VALUE +156.
       01  CPS-ITEM-CODA                   PIC S9(4)   COMP VALUE +0.
       01  CPS-SUCCESSIONE.
         03  CPS-ID-CHIAVE                 PIC 9(5)    VALUE 0.
         03  CPS-TIPO                      PIC X(1)    VALUE SPACE.
         03  CPS-DIPART                    PIC X(10)   VALUE SPACE.
         03  CPS-NUM-POS                   PIC 9(5)    VALUE 0.
         03  CPS-DESCR                     PIC X(30)   VALUE SPACE.
         03  CPS-STATO                     PIC X(1)    VALUE SPACE.
         03  CPS-TITOLARE                  PIC 9(5)    VALUE 0.
         03  CPS-TIT-COGNOME               PIC X(30)   VALUE SPACE.
         03  CPS-MATRICOLA                 PIC 9(5)    VALUE 0.
         03  CPS-COGNOME                   PIC X(30)   VALUE SPACE.
         03  CPS-NOME                      PIC X(15)   VALUE SPACE.
         03  CPS-PRONTEZZA                 PIC X(1)    VALUE SPACE.
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
           EXEC SQL  INCLUDE CWPCHI         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWSUCC         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFX5MAP.
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
      * DECLARE CURSOR - POSIZIONI CHIAVE (LA SOLA DIGITATA, QUELLE    *
      * DEL DIPARTIMENTO DIGITATO O TUTTE) CON IL TITOLARE ATTUALE E   *
      * I SUCCESSORI IN ORDINE DI PRONTEZZA (LEFT JOIN: LE POSIZIONI   *
      * SENZA SUCCESSORI RESTITUISCONO UNA SOLA RIGA CON MATRICOLA     *
      * ZERO)                                                          *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-SUX5 CURSOR FOR
                    SELECT  K.ID_CHIAVE,
                            K.TIPO_CHIAVE,
                            K.DIPARTIMENTO,
                            K.NUM_POSIZIONE,
                            K.DESCRIZIONE,
                            K.STATO_CHIAVE,
                            COALESCE(CASE WHEN K.TIPO_CHIAVE = 'R'
                                     THEN (SELECT R.COD_RESPONSABILE
                                           FROM  CPS04.CWDIPART R
                                           WHERE R.CODICE =
                                                 K.DIPARTIMENTO)
                                     ELSE (SELECT P.COD_MATRICOLA_DIP
                                           FROM  CPS04.CWPOSORG P
                                           WHERE P.NUM_POSIZIONE =
                                                 K.NUM_POSIZIONE)
                                     END, 0),
                            COALESCE(S.COD_MATRICOLA_DIP, 0),
                            COALESCE(D.COGNOME, ' '),
                            COALESCE(D.NOME, ' '),
                            COALESCE(S.PRONTEZZA, ' '),
                            COALESCE(S.DATA_VALUTAZIONE, ' '),
                            COALESCE(S.UTENTE_AGGIORNAMENTO,
                                     K.UTENTE_AGGIORNAMENTO)
                    FROM  CPS04.CWPOSCHI K
                          LEFT OUTER JOIN CPS04.CWSUCCES S
                            ON  S.ID_CHIAVE = K.ID_CHIAVE
                          LEFT OUTER JOIN CPS04.CWDIPENDENTI D
                            ON  D.COD_MATRICOLA_DIP =
                                S.COD_MATRICOLA_DIP
                    WHERE (:W-ID-CHIAVE = 0
                       OR  K.ID_CHIAVE = :W-ID-CHIAVE)
                    AND   (:W-DIPART = ' '
                       OR  K.DIPARTIMENTO = :W-DIPART)
                    ORDER BY K.DIPARTIMENTO,
                             K.ID_CHIAVE,
                             S.PRONTEZZA,
                             S.COD_MATRICOLA_DIP
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
           EXEC CICS RECEIVE MAP    ('MFX5MAP')
                             MAPSET ('MFX5MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFX5MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFX5MAPI.
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
           MOVE ZEROES TO W-ID-CHIAVE-ED.
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC
                 EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                      YYYYMMDD(W-DATA-OGGI)
                                      DATESEP ('-')       END-EXEC
                 EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                      DDMMYY  (W-DATE)
                                      TIME    (W-TIME)    END-EXEC
                 MOVE '024'   TO W-COD-MSG-HOST
                 EVALUATE TRUE
                    WHEN W-MODO-CEN
                       PERFORM 1430-CENSISCI
                       MOVE '023'   TO W-COD-MSG-HOST
                    WHEN W-MODO-DES
                       PERFORM 1440-DESIGNA
                    WHEN W-MODO-RIM
                       PERFORM 1450-RIMUOVI
                       MOVE '027'   TO W-COD-MSG-HOST
                    WHEN OTHER
                       PERFORM 1460-DISATTIVA
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
           MOVE LOW-VALUE  TO MFX5MAPO.
      * IL NUMERO ASSEGNATO ALLA POSIZIONE CHIAVE CENSITA RESTA A VIDEO
           IF W-ID-CHIAVE-ED NOT = ZEROES
              MOVE W-ID-CHIAVE-ED TO M-CHIAVEO
           END-IF.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * CENSIMENTO (MODO 1): IL NUMERO VIENE DAL CONTATORE CWCONTAT    *
      * 'IDPCHIAV', AGGIORNATO E RILETTO NELLA STESSA UNIT OF WORK     *
      * DELL'INSERIMENTO. PER IL TIPO P IL DIPARTIMENTO E' QUELLO      *
      * DELLA POSIZIONE DI ORGANICO (LETTO IN 2210)                    *
      * -------------------------------------------------------------- *
       1430-CENSISCI SECTION.
      *-------------*
           MOVE '1430-CENSISCI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDPCHIAV'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-CHIAVE
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDPCHIAV'
           END-EXEC.
      *
           IF W-TIPO-RESP
              MOVE +0           TO W-NUM-POSIZIONE
           END-IF.
           MOVE W-ID-CHIAVE     TO ID-CHIAVE         OF DCL-CWPOSCHI.
           MOVE W-TIPO          TO TIPO-CHIAVE       OF DCL-CWPOSCHI.
           MOVE W-DIPART        TO DIPARTIMENTO      OF DCL-CWPOSCHI.
           MOVE W-NUM-POSIZIONE TO NUM-POSIZIONE     OF DCL-CWPOSCHI.
           MOVE W-DESCR         TO DESCRIZIONE       OF DCL-CWPOSCHI.
           MOVE 'A'             TO STATO-CHIAVE      OF DCL-CWPOSCHI.
           MOVE COM-UTENTE   TO UTENTE-AGGIORNAMENTO OF DCL-CWPOSCHI.
           MOVE W-DATE       TO DATA-AGGIORNAMENTO   OF DCL-CWPOSCHI.
           EXEC SQL INSERT INTO CPS04.CWPOSCHI
                         VALUES (:DCL-CWPOSCHI.ID-CHIAVE,
                                 :DCL-CWPOSCHI.TIPO-CHIAVE,
                                 :DCL-CWPOSCHI.DIPARTIMENTO,
                                 :DCL-CWPOSCHI.NUM-POSIZIONE,
                                 :DCL-CWPOSCHI.DESCRIZIONE,
                                 :DCL-CWPOSCHI.STATO-CHIAVE,
                                 :DCL-CWPOSCHI.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWPOSCHI.DATA-AGGIORNAMENTO)
           END-EXEC.
           MOVE W-ID-CHIAVE TO W-ID-CHIAVE-ED.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * DESIGNAZIONE (MODO 3): SE IL DIPENDENTE E' GIA' TRA I          *
      * SUCCESSORI SE NE AGGIORNA LA PRONTEZZA, ALTRIMENTI LO SI       *
      * INSERISCE. LA DATA DI VALUTAZIONE E' SEMPRE QUELLA ODIERNA     *
      * -------------------------------------------------------------- *
       1440-DESIGNA SECTION.
      *------------*
           MOVE '1440-DESIGNA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWSUCCES
                       SET PRONTEZZA            = :W-PRONTEZZA,
                           DATA_VALUTAZIONE     = :W-DATA-OGGI,
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE ID_CHIAVE         = :W-ID-CHIAVE
                     AND   COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLERRD(3) > 0
              GO TO 1440-EX
           END-IF.
           MOVE W-ID-CHIAVE     TO ID-CHIAVE         OF DCL-CWSUCCES.
           MOVE W-MATRICOLA     TO COD-MATRICOLA-DIP OF DCL-CWSUCCES.
           MOVE W-PRONTEZZA     TO PRONTEZZA         OF DCL-CWSUCCES.
           MOVE W-DATA-OGGI     TO DATA-VALUTAZIONE  OF DCL-CWSUCCES.
           MOVE COM-UTENTE   TO UTENTE-AGGIORNAMENTO OF DCL-CWSUCCES.
           MOVE W-DATE       TO DATA-AGGIORNAMENTO   OF DCL-CWSUCCES.
           EXEC SQL INSERT INTO CPS04.CWSUCCES
                         VALUES (:DCL-CWSUCCES.ID-CHIAVE,
                                 :DCL-CWSUCCES.COD-MATRICOLA-DIP,
                                 :DCL-CWSUCCES.PRONTEZZA,
                                 :DCL-CWSUCCES.DATA-VALUTAZIONE,
                                 :DCL-CWSUCCES.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWSUCCES.DATA-AGGIORNAMENTO)
           END-EXEC.
           MOVE '023'   TO W-COD-MSG-HOST.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * RIMOZIONE DI UN SUCCESSORE (MODO 4)                            *
      * -------------------------------------------------------------- *
       1450-RIMUOVI SECTION.
      *------------*
           MOVE '1450-RIMUOVI' TO W-ULT-LABEL.
           EXEC SQL DELETE FROM CPS04.CWSUCCES
                     WHERE ID_CHIAVE         = :W-ID-CHIAVE
                     AND   COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * DISATTIVAZIONE DELLA POSIZIONE CHIAVE (MODO 5): I SUCCESSORI   *
      * RESTANO REGISTRATI MA LA POSIZIONE ESCE DALLA VERIFICA ANNUALE *
      * -------------------------------------------------------------- *
       1460-DISATTIVA SECTION.
      *--------------*
           MOVE '1460-DISATTIVA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWPOSCHI
                       SET STATO_CHIAVE         = 'D',
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE ID_CHIAVE = :W-ID-CHIAVE
           END-EXEC.
       1460-EX. EXIT.

      *----------------------------------------------------------------*
      * LA ROUTINE 1600-CARICA-CODA APRE IL CURSORE SULLE POSIZIONI    *
      * CHIAVE E SCRIVE UN ITEM DI CODA TS PER OGNI RIGA               *
      *----------------------------------------------------------------*
       1600-CARICA-CODA SECTION.
      *----------------*
           MOVE '1600-CARICA-CODA' TO W-ULT-LABEL.
           MOVE +0 TO CPS-ITEM-CODA.
           MOVE +0 TO COM-TOT-PAG.
           EXEC SQL OPEN CUR-SUX5  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              PERFORM 2998-DBERROR
           END-IF.

           PERFORM 1650-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).

           EXEC SQL CLOSE CUR-SUX5  END-EXEC.
       1600-EX. EXIT.

       1650-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-SUX5
           INTO   :DCL-CWPOSCHI.ID-CHIAVE,
                  :DCL-CWPOSCHI.TIPO-CHIAVE,
                  :DCL-CWPOSCHI.DIPARTIMENTO,
                  :DCL-CWPOSCHI.NUM-POSIZIONE,
                  :DCL-CWPOSCHI.DESCRIZIONE,
                  :DCL-CWPOSCHI.STATO-CHIAVE,
                  :W-TITOLARE,
                  :DCL-CWSUCCES.COD-MATRICOLA-DIP,
                  :CPS-COGNOME,
                  :CPS-NOME,
                  :DCL-CWSUCCES.PRONTEZZA,
                  :DCL-CWSUCCES.DATA-VALUTAZIONE,
                  :DCL-CWSUCCES.UTENTE-AGGIORNAMENTO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 1700-SCRIVI-CODA
           END-IF.
       1650-EX. EXIT.

       1700-SCRIVI-CODA SECTION.
      *----------------*
           MOVE ID-CHIAVE            OF DCL-CWPOSCHI TO CPS-ID-CHIAVE.
           MOVE TIPO-CHIAVE          OF DCL-CWPOSCHI TO CPS-TIPO.
           MOVE DIPARTIMENTO         OF DCL-CWPOSCHI TO CPS-DIPART.
           MOVE NUM-POSIZIONE        OF DCL-CWPOSCHI TO CPS-NUM-POS.
           MOVE DESCRIZIONE          OF DCL-CWPOSCHI TO CPS-DESCR.
           MOVE STATO-CHIAVE         OF DCL-CWPOSCHI TO CPS-STATO.
           MOVE W-TITOLARE                           TO CPS-TITOLARE.
           MOVE COD-MATRICOLA-DIP    OF DCL-CWSUCCES TO CPS-MATRICOLA.
           MOVE PRONTEZZA            OF DCL-CWSUCCES TO CPS-PRONTEZZA.
           MOVE DATA-VALUTAZIONE     OF DCL-CWSUCCES TO CPS-DATA-VAL.
           MOVE UTENTE-AGGIORNAMENTO OF DCL-CWSUCCES TO CPS-UTENTE.
      * NOMINATIVO DEL TITOLARE ATTUALE (ZERO = POSTO SCOPERTO)
           MOVE SPACES TO CPS-TIT-COGNOME.
           IF W-TITOLARE NOT = +0
              EXEC SQL SELECT COGNOME
                         INTO :CPS-TIT-COGNOME
                         FROM  CPS04.CWDIPENDENTI
                        WHERE COD_MATRICOLA_DIP = :W-TITOLARE
              END-EXEC
           END-IF.

           ADD 1 TO CPS-ITEM-CODA.
           EXEC CICS HANDLE CONDITION QIDERR (1700-EX) END-EXEC.
           EXEC CICS WRITEQ TS QUEUE  (CPSCODA)
                               FROM   (CPS-SUCCESSIONE)
                               LENGTH (CPS-LEN-CODA)
           END-EXEC.
           MOVE CPS-ITEM-CODA TO COM-TOT-PAG.
       1700-EX. EXIT.

       1800-LEGGI-CODA SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION QIDERR (1800-EX) END-EXEC.
           EXEC CICS READQ TS  QUEUE  (CPSCODA)
                               INTO   (CPS-SUCCESSIONE)
                               LENGTH (CPS-LEN-CODA)
                               ITEM   (CPS-ITEM-CODA)
           END-EXEC.
           PERFORM 1850-IMPOSTA-CAMPI.
       1800-EX. EXIT.

      * -------------------------------------------------------------- *
      * TESTATA DELLA POSIZIONE CHIAVE CON IL TITOLARE ATTUALE E, SE   *
      * PRESENTE, IL SUCCESSORE DELLA RIGA CON LA SUA PRONTEZZA        *
      * -------------------------------------------------------------- *
       1850-IMPOSTA-CAMPI SECTION.
      *------------------*
           MOVE -1               TO M-MODOL.
           MOVE CPS-ID-CHIAVE    TO M-CHIAVEO.
           MOVE CPS-TIPO         TO M-TIPOO.
           MOVE CPS-DIPART       TO M-DIPARTO.
           IF CPS-NUM-POS = 0
              MOVE SPACES        TO M-POSIZO
           ELSE
              MOVE CPS-NUM-POS   TO M-POSIZO
           END-IF.
           MOVE CPS-DESCR        TO M-DESCRO.
           IF CPS-STATO = 'D'
              MOVE 'DISATTIVATA' TO M-STATOO
           ELSE
              MOVE 'ATTIVA'      TO M-STATOO
           END-IF.
           IF CPS-TITOLARE = 0
              MOVE SPACES           TO M-TITOLO
              MOVE 'POSTO SCOPERTO' TO M-TCOGNO
           ELSE
              MOVE CPS-TITOLARE     TO M-TITOLO
              MOVE CPS-TIT-COGNOME  TO M-TCOGNO
           END-IF.
           MOVE SPACES           TO M-MATRO
                                    M-SCOGNO
                                    M-SNOMEO
                                    M-PRONTO
                                    M-DPRONTO
                                    M-DATAVALO.
           IF CPS-MATRICOLA = 0
              MOVE 'NESSUN SUCCESSORE DESIGNATO' TO M-SCOGNO
           ELSE
              MOVE CPS-MATRICOLA    TO M-MATRO
              MOVE CPS-COGNOME      TO M-SCOGNO
              MOVE CPS-NOME         TO M-SNOMEO
              MOVE CPS-PRONTEZZA    TO M-PRONTO
              MOVE CPS-DATA-VAL     TO M-DATAVALO
              EVALUATE CPS-PRONTEZZA
                 WHEN '1'
                    MOVE 'PRONTO SUBITO'     TO M-DPRONTO
                 WHEN '2'
                    MOVE 'ENTRO 1-2 ANNI'    TO M-DPRONTO
                 WHEN OTHER
                    MOVE 'OLTRE 3 ANNI'      TO M-DPRONTO
              END-EVALUATE
           END-IF.
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
           EXEC CICS RECEIVE MAP    ('MFX5MAP')
                             MAPSET ('MFX5MAP') END-EXEC.
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
           INSPECT M-CHIAVEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-CHIAVEI REPLACING ALL '_'       BY ' '.
           MOVE    M-CHIAVEI TO W-CHIAVE.
           MOVE +0 TO W-ID-CHIAVE.
           IF W-CHIAVE NUMERIC
              MOVE W-CHIAVE TO W-ID-CHIAVE
           END-IF.
           INSPECT M-TIPOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TIPOI REPLACING ALL '_'       BY ' '.
           MOVE    M-TIPOI TO W-TIPO.
           INSPECT M-DIPARTI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DIPARTI REPLACING ALL '_'       BY ' '.
           MOVE    M-DIPARTI TO W-DIPART.
           INSPECT M-POSIZI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-POSIZI REPLACING ALL '_'       BY ' '.
           MOVE    M-POSIZI TO W-POSIZ.
           IF W-POSIZ NUMERIC
              MOVE W-POSIZ TO W-NUM-POSIZIONE
           END-IF.
           INSPECT M-DESCRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DESCRI REPLACING ALL '_'       BY ' '.
           MOVE    M-DESCRI TO W-DESCR.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           IF W-MATR NUMERIC
              MOVE W-MATR  TO W-MATRICOLA
           END-IF.
           INSPECT M-PRONTI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PRONTI REPLACING ALL '_'       BY ' '.
           MOVE    M-PRONTI TO W-PRONTEZZA.
           MOVE M-MODOI  TO W-MODO.
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
           IF NOT W-MODO-CON AND COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-CEN
                 PERFORM 2210-CONTROLLA-CEN
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-DES
                 PERFORM 2220-CONTROLLA-DES
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-RIM
                 PERFORM 2230-LEGGI-CHIAVE
                 PERFORM 2250-CONTROLLA-MATR
                 EXEC SQL SELECT COUNT(*)
                            INTO :W-COUNT
                            FROM  CPS04.CWSUCCES
                           WHERE ID_CHIAVE         = :W-ID-CHIAVE
                           AND   COD_MATRICOLA_DIP = :W-MATRICOLA
                 END-EXEC
                 IF W-COUNT = +0
                    MOVE '246'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-MATRL
                    PERFORM 2999-CERCA-ERR
                 END-IF
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-DIS
                 PERFORM 2230-LEGGI-CHIAVE
                 IF W-CHIAVE-DISATTIVATA
                    MOVE '241'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-CHIAVEL
                    PERFORM 2999-CERCA-ERR
                 END-IF
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
      * CONTROLLI DI CENSIMENTO (MODO 1): TIPO R CON DIPARTIMENTO      *
      * ATTIVO, TIPO P CON POSIZIONE DI ORGANICO ESISTENTE E NON       *
      * SOPPRESSA (IL DIPARTIMENTO SI PRENDE DALLA POSIZIONE); LA      *
      * STESSA RESPONSABILITA' O POSIZIONE NON PUO' ESSERE CENSITA DUE *
      * VOLTE TRA LE POSIZIONI CHIAVE ATTIVE; DESCRIZIONE OBBLIGATORIA *
      * -------------------------------------------------------------- *
       2210-CONTROLLA-CEN SECTION.
      *------------------*
           MOVE '2210-CONTROLLA-CEN' TO W-ULT-LABEL.
           IF NOT W-TIPO-RESP AND NOT W-TIPO-POS
              MOVE '242'    TO W-COD-MSG-HOST
              MOVE -1       TO M-TIPOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-TIPO-RESP
              IF W-DIPART = SPACES
                 MOVE '001'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-DIPARTL
                 PERFORM 2999-CERCA-ERR
              END-IF
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWDIPART
                        WHERE CODICE = :W-DIPART
                        AND   STATO_DIPART = 'A'
              END-EXEC
              IF W-COUNT = +0
                 MOVE '079'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-DIPARTL
                 PERFORM 2999-CERCA-ERR
              END-IF
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWPOSCHI
                        WHERE TIPO_CHIAVE  = 'R'
                        AND   DIPARTIMENTO = :W-DIPART
                        AND   STATO_CHIAVE = 'A'
              END-EXEC
              IF W-COUNT > +0
                 MOVE '240'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-DIPARTL
                 PERFORM 2999-CERCA-ERR
              END-IF
           ELSE
              IF W-POSIZ = SPACES
                 MOVE '001'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-POSIZL
                 PERFORM 2999-CERCA-ERR
              END-IF
              IF W-POSIZ NOT NUMERIC
                 MOVE '230'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-POSIZL
                 PERFORM 2999-CERCA-ERR
              END-IF
              MOVE W-POSIZ TO W-NUM-POSIZIONE
              EXEC SQL SELECT DIPARTIMENTO,
                              STATO_POSIZIONE
                         INTO :W-DIPART,
                              :W-STATO-POS
                         FROM  CPS04.CWPOSORG
                        WHERE NUM_POSIZIONE = :W-NUM-POSIZIONE
              END-EXEC
              IF SQLCODE = +100
                 MOVE '230'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-POSIZL
                 PERFORM 2999-CERCA-ERR
              END-IF
              IF W-STATO-POS = 'S'
                 MOVE '231'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-POSIZL
                 PERFORM 2999-CERCA-ERR
              END-IF
              EXEC SQL SELECT COUNT(*)
                         INTO :W-COUNT
                         FROM  CPS04.CWPOSCHI
                        WHERE TIPO_CHIAVE   = 'P'
                        AND   NUM_POSIZIONE = :W-NUM-POSIZIONE
                        AND   STATO_CHIAVE  = 'A'
              END-EXEC
              IF W-COUNT > +0
                 MOVE '240'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-POSIZL
                 PERFORM 2999-CERCA-ERR
              END-IF
      * IL DIPARTIMENTO DELLA POSIZIONE TORNA A VIDEO E, CON PROT-FSET,
      * RIENTRA ALLA CONFERMA
              MOVE W-DIPART TO M-DIPARTO
           END-IF.
      *
           IF W-DESCR = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DESCRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI DI DESIGNAZIONE (MODO 3): POSIZIONE CHIAVE ATTIVA;   *
      * CANDIDATO ESISTENTE, ATTIVO E DIVERSO DAL TITOLARE ATTUALE;    *
      * LIVELLO DI PRONTEZZA VALIDO                                    *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-DES SECTION.
      *------------------*
           MOVE '2220-CONTROLLA-DES' TO W-ULT-LABEL.
           PERFORM 2230-LEGGI-CHIAVE.
           IF W-CHIAVE-DISATTIVATA
              MOVE '241'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CHIAVEL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2250-CONTROLLA-MATR.
           EXEC SQL SELECT STATO_DIPENDENTE
                      INTO :W-STATO-DIP
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-STATO-DIP NOT = 'A'
              MOVE '245'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 2240-LEGGI-TITOLARE.
           IF W-MATRICOLA = W-TITOLARE
              MOVE '244'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-PRONTEZZA-VALIDA
              MOVE '243'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PRONTL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * LETTURA DELLA POSIZIONE CHIAVE DIGITATA (MODI 3/4/5): DEVE     *
      * ESISTERE; RESTITUISCE TIPO, DIPARTIMENTO, POSIZIONE E STATO    *
      * -------------------------------------------------------------- *
       2230-LEGGI-CHIAVE SECTION.
      *-----------------*
           MOVE '2230-LEGGI-CHIAVE' TO W-ULT-LABEL.
           IF W-CHIAVE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CHIAVEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-CHIAVE NOT NUMERIC
              MOVE '239'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CHIAVEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT TIPO_CHIAVE,
                           DIPARTIMENTO,
                           NUM_POSIZIONE,
                           STATO_CHIAVE
                      INTO :W-TIPO,
                           :W-DIPART,
                           :W-NUM-POSIZIONE,
                           :W-STATO-CHIAVE
                      FROM  CPS04.CWPOSCHI
                     WHERE ID_CHIAVE = :W-ID-CHIAVE
           END-EXEC.
           IF SQLCODE = +100
              MOVE '239'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CHIAVEL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * TITOLARE ATTUALE DELLA POSIZIONE CHIAVE LETTA IN 2230: IL      *
      * RESPONSABILE DEL DIPARTIMENTO (TIPO R) O IL TITOLARE DELLA     *
      * POSIZIONE DI ORGANICO (TIPO P). ZERO SE IL POSTO E' SCOPERTO   *
      * -------------------------------------------------------------- *
       2240-LEGGI-TITOLARE SECTION.
      *-------------------*
           MOVE '2240-LEGGI-TIT' TO W-ULT-LABEL.
           MOVE +0 TO W-TITOLARE.
           IF W-TIPO-RESP
              EXEC SQL SELECT COD_RESPONSABILE
                         INTO :W-TITOLARE
                         FROM  CPS04.CWDIPART
                        WHERE CODICE = :W-DIPART
              END-EXEC
           ELSE
              EXEC SQL SELECT COD_MATRICOLA_DIP
                         INTO :W-TITOLARE
                         FROM  CPS04.CWPOSORG
                        WHERE NUM_POSIZIONE = :W-NUM-POSIZIONE
              END-EXEC
           END-IF.
           IF SQLCODE = +100
              MOVE +0 TO W-TITOLARE
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * MATRICOLA DEL SUCCESSORE (MODI 3/4): OBBLIGATORIA E NUMERICA   *
      * -------------------------------------------------------------- *
       2250-CONTROLLA-MATR SECTION.
      *-------------------*
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
       2250-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE: CARICA LA CODA TS E MOSTRA LA PRIMA RIGA        *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           IF W-CHIAVE NOT = SPACES AND W-CHIAVE NOT NUMERIC
              MOVE '239'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CHIAVEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           PERFORM 1900-DELETEQ-TS.
           PERFORM 1600-CARICA-CODA.
      *
           IF COM-TOT-PAG = 0
              MOVE '247'    TO W-COD-MSG-HOST
              MOVE -1       TO M-CHIAVEL
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
           MOVE PROT-FSET TO M-MODOA
                             M-CHIAVEA
                             M-TIPOA
                             M-DIPARTA
                             M-POSIZA
                             M-DESCRA
                             M-MATRA
                             M-PRONTA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFX5MAPO.
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
                        MAP    ('MFX5MAP')
                        MAPSET ('MFX5MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFX5MAP')
                        MAPSET ('MFX5MAP')
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
                     TRANSID  ('RX68')
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
