       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX66DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX66                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : POSIZIONI DI ORGANICO NUMERATE               *
      *                   (CPS04.CWPOSORG / CPS04.CWOCCPOS)            *
      * TIPO OPERAZIONE : ISTITUZIONE / CONSULTAZIONE / ASSEGNAZIONE / *
      *                   LIBERAZIONE / SOPPRESSIONE                   *
      * RIFERIMENTO P.E.: AGGIORNAMENTI NEGATI AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * GESTISCE LE POSIZIONI DI ORGANICO NUMERATE CHE DETTAGLIANO IL  *
      * SOLO NUMERO DI POSTI AUTORIZZATI DI CPS04.CWBUDGET: OGNI       *
      * POSIZIONE HA DIPARTIMENTO, QUALIFICA, FTE (IN CENTESIMI),      *
      * COSTO ANNUO E TITOLARE.                                        *
      *   MODO 1 - ISTITUZIONE: DIPARTIMENTO E QUALIFICA ATTIVI, FTE   *
      *            E COSTO VALIDI; LE POSIZIONI ATTIVE DEL DIPARTIMENTO*
      *            NON POSSONO SUPERARE L'ORGANICO AUTORIZZATO         *
      *            DELL'ANNO (L'AMMINISTRATORE PUO' FORZARE, COME IN   *
      *            CW18DEMO). NUMERO DAL CONTATORE CWCONTAT 'IDPOSIZ'. *
      *   MODO 2 - CONSULTAZIONE CON PF7/PF8 SU CODA TS, PER IL SOLO   *
      *            DIPARTIMENTO DIGITATO E/O LE SOLE VACANTI: TITOLARE *
      *            CON DATA DI COPERTURA, OPPURE ANZIANITA' DELLA      *
      *            VACANZA IN GIORNI.                                  *
      *   MODO 3 - ASSEGNAZIONE MANUALE DEL TITOLARE A UNA POSIZIONE   *
      *            VACANTE (DIPENDENTE ATTIVO DELLO STESSO             *
      *            DIPARTIMENTO E SENZA ALTRA POSIZIONE).              *
      *   MODO 4 - LIBERAZIONE MANUALE DI UNA POSIZIONE COPERTA.       *
      *   MODO 5 - SOPPRESSIONE DI UNA POSIZIONE VACANTE.              *
      * LE COPERTURE E LIBERAZIONI ORDINARIE SONO AUTOMATICHE: CW18DEMO*
      * (ASSUNZIONE), CW39DEMO (CESSAZIONE) E I TRASFERIMENTI CWMOVIM  *
      * DI CW07DEMO/CX08DEMO/CX64DEMO. OGNI PERIODO DI OCCUPAZIONE E'  *
      * STORICIZZATO SU CPS04.CWOCCPOS; LA QUADRATURA NOTTURNA CONTRO  *
      * CWDIPENDENTI E' IL BATCH CX67DEMO.                             *
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
       01  W-RIGHE-AGGIORNATE              PIC S9(9)  COMP VALUE +0.
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3.
       01  W-POSIZ                         PIC X(5)      VALUE SPACES.
       01  W-NUM-POSIZIONE                 PIC S9(5)     USAGE COMP-3.
       01  W-NUM-POSIZIONE-ED              PIC 9(5)      VALUE ZEROES.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-DIPART-DIP                    PIC X(10)     VALUE SPACES.
       01  W-QUALIFICA                     PIC X(8)      VALUE SPACES.
       01  W-STATO-DIP                     PIC X(1)      VALUE SPACES.
      * FTE DIGITATO IN CENTESIMI (100 = TEMPO PIENO)
       01  W-FTE-X                         PIC X(3)      VALUE SPACES.
       01  W-FTE-N REDEFINES W-FTE-X       PIC 9V99.
      * COSTO ANNUO DIGITATO IN EURO INTERI
       01  W-COSTO-X                       PIC X(7)      VALUE SPACES.
       01  W-COSTO-N REDEFINES W-COSTO-X   PIC 9(7).
       01  W-SOLO-VAC                      PIC X(1)      VALUE SPACES.
      * POSIZIONE LETTA (MODI 3/4/5)
       01  W-STATO-POS                     PIC X(1)      VALUE SPACES.
           88  W-POS-SOPPRESSA             VALUE 'S'.
       01  W-TITOLARE                      PIC S9(5)     USAGE COMP-3.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  W-ANNO-BUDGET                   PIC S9(4)  COMP-3 VALUE +0.
       01  W-ORGANICO-AUT                  PIC S9(5)  COMP-3 VALUE +0.
       01  W-POSIZIONI-ATT                 PIC S9(5)  COMP-3 VALUE +0.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-IST                  VALUE '1'.
           88  W-MODO-CON                  VALUE '2'.
           88  W-MODO-ASS                  VALUE '3'.
           88  W-MODO-LIB                  VALUE '4'.
           88  W-MODO-SOP                  VALUE '5'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-NUM-DIS                       PIC 9(3)      VALUE ZEROES.
       01  W-TOT-DIS                       PIC 9(3)      VALUE ZEROES.
       01  W-COSTO-ED                      PIC ZZZZZZ9.99.
       01  W-GG-VAC-ED                     PIC ZZZZ9.
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX66DEMO'.
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
           02  CPS-NUM-CODA                PIC X       VALUE 'D'.
      *--
       01  CPS-LEN-CODA                    PIC S9(4)   COMP VALUE +119.
       01  CPS-ITEM-CODA                   PIC S9(4)   COMP VALUE +0.
       01  CPS-POSIZIONE.
         03  CPS-NUM-POS                   PIC 9(5)    VALUE 0.
         03  CPS-DIPART                    PIC X(10)   VALUE SPACE.
         03  CPS-QUALIFICA                 PIC X(8)    VALUE SPACE.
         03  CPS-FTE                       PIC 9V99    VALUE 0.
         03  CPS-COSTO                     PIC 9(7)V99 VALUE 0.
         03  CPS-STATO                     PIC X(1)    VALUE SPACE.
         03  CPS-MATRICOLA                 PIC 9(5)    VALUE 0.
         03  CPS-COGNOME                   PIC X(30)   VALUE SPACE.
         03  CPS-NOME                      PIC X(15)   VALUE SPACE.
         03  CPS-DATA-COP                  PIC X(10)   VALUE SPACE.
         03  CPS-DATA-VAC                  PIC X(10)   VALUE SPACE.
         03  CPS-GG-VAC                    PIC 9(5)    VALUE 0.
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
           EXEC SQL  INCLUDE CWPOSO         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWOCCP         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFX3MAP.
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
      * DECLARE CURSOR - POSIZIONI DEL DIPARTIMENTO DIGITATO (TUTTE SE *
      * NON DIGITATO), EVENTUALMENTE SOLO LE VACANTI ATTIVE, CON IL    *
      * NOMINATIVO DEL TITOLARE E L'ANZIANITA' DELLA VACANZA IN GIORNI *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-POX3 CURSOR FOR
                    SELECT  P.NUM_POSIZIONE,
                            P.DIPARTIMENTO,
                            P.QUALIFICA_INTERNA,
                            P.FTE,
                            P.COSTO_ANNUO,
                            P.STATO_POSIZIONE,
                            P.COD_MATRICOLA_DIP,
                            COALESCE((SELECT D.COGNOME
                                      FROM  CPS04.CWDIPENDENTI D
                                      WHERE D.COD_MATRICOLA_DIP =
                                            P.COD_MATRICOLA_DIP), ' '),
                            COALESCE((SELECT D.NOME
                                      FROM  CPS04.CWDIPENDENTI D
                                      WHERE D.COD_MATRICOLA_DIP =
                                            P.COD_MATRICOLA_DIP), ' '),
                            P.DATA_COPERTURA,
                            P.DATA_VACANZA,
                            CASE WHEN P.COD_MATRICOLA_DIP = 0
                                  AND P.STATO_POSIZIONE   = 'A'
                                 THEN DAYS(DATE(:W-DATA-OGGI))
                                    - DAYS(DATE(P.DATA_VACANZA))
                                 ELSE 0
                            END,
                            P.UTENTE_AGGIORNAMENTO
                    FROM CPS04.CWPOSORG P
                    WHERE (:W-DIPART = ' '
                       OR  P.DIPARTIMENTO = :W-DIPART)
                    AND   (:W-SOLO-VAC <> 'S'
                       OR  (P.COD_MATRICOLA_DIP = 0
                       AND  P.STATO_POSIZIONE   = 'A'))
                    ORDER BY P.DIPARTIMENTO, P.NUM_POSIZIONE
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
      *--------------*                    * POSIZIONE PRECEDENTE *
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
      *--------------*                    * POSIZIONE SUCCESSIVA *
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
           EXEC CICS RECEIVE MAP    ('MFX3MAP')
                             MAPSET ('MFX3MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFX3MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFX3MAPI.
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
           MOVE ZEROES TO W-NUM-POSIZIONE-ED.
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
                    WHEN W-MODO-IST
                       PERFORM 1430-ISTITUISCI
                       MOVE '023'   TO W-COD-MSG-HOST
                    WHEN W-MODO-ASS
                       PERFORM 1440-ASSEGNA
                    WHEN W-MODO-LIB
                       PERFORM 1450-LIBERA
                    WHEN OTHER
                       PERFORM 1460-SOPPRIMI
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
           MOVE LOW-VALUE  TO MFX3MAPO.
      * IL NUMERO ASSEGNATO ALLA POSIZIONE ISTITUITA RESTA A VIDEO
           IF W-NUM-POSIZIONE-ED NOT = ZEROES
              MOVE W-NUM-POSIZIONE-ED TO M-POSIZO
           END-IF.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * ISTITUZIONE (MODO 1): IL NUMERO DI POSIZIONE VIENE DAL         *
      * CONTATORE CWCONTAT 'IDPOSIZ', AGGIORNATO E RILETTO NELLA       *
      * STESSA UNIT OF WORK DELL'INSERIMENTO. LA POSIZIONE NASCE       *
      * VACANTE DALLA DATA DI ISTITUZIONE                              *
      * -------------------------------------------------------------- *
       1430-ISTITUISCI SECTION.
      *---------------*
           MOVE '1430-ISTITUISCI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDPOSIZ'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-NUM-POSIZIONE
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDPOSIZ'
           END-EXEC.
      *
           MOVE W-NUM-POSIZIONE TO NUM-POSIZIONE     OF DCL-CWPOSORG.
           MOVE W-DIPART        TO DIPARTIMENTO      OF DCL-CWPOSORG.
           MOVE W-QUALIFICA     TO QUALIFICA-INTERNA OF DCL-CWPOSORG.
           MOVE W-FTE-N         TO FTE               OF DCL-CWPOSORG.
           MOVE W-COSTO-N       TO COSTO-ANNUO       OF DCL-CWPOSORG.
           MOVE 'A'             TO STATO-POSIZIONE   OF DCL-CWPOSORG.
           MOVE +0              TO COD-MATRICOLA-DIP OF DCL-CWPOSORG.
           MOVE SPACES          TO DATA-COPERTURA    OF DCL-CWPOSORG.
           MOVE W-DATA-OGGI     TO DATA-VACANZA      OF DCL-CWPOSORG.
           MOVE W-DATA-OGGI     TO DATA-ISTITUZIONE  OF DCL-CWPOSORG.
           MOVE COM-UTENTE   TO UTENTE-AGGIORNAMENTO OF DCL-CWPOSORG.
           MOVE W-DATE       TO DATA-AGGIORNAMENTO   OF DCL-CWPOSORG.
           EXEC SQL INSERT INTO CPS04.CWPOSORG
                         VALUES (:DCL-CWPOSORG.NUM-POSIZIONE,
                                 :DCL-CWPOSORG.DIPARTIMENTO,
                                 :DCL-CWPOSORG.QUALIFICA-INTERNA,
                                 :DCL-CWPOSORG.FTE,
                                 :DCL-CWPOSORG.COSTO-ANNUO,
                                 :DCL-CWPOSORG.STATO-POSIZIONE,
                                 :DCL-CWPOSORG.COD-MATRICOLA-DIP,
                                 :DCL-CWPOSORG.DATA-COPERTURA,
                                 :DCL-CWPOSORG.DATA-VACANZA,
                                 :DCL-CWPOSORG.DATA-ISTITUZIONE,
                                 :DCL-CWPOSORG.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWPOSORG.DATA-AGGIORNAMENTO)
           END-EXEC.
           MOVE W-NUM-POSIZIONE TO W-NUM-POSIZIONE-ED.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * ASSEGNAZIONE MANUALE (MODO 3): LA POSIZIONE DEVE ESSERE ANCORA *
      * VACANTE AL MOMENTO DELLA CONFERMA (UN'ASSUNZIONE O UN          *
      * TRASFERIMENTO POSSONO AVERLA COPERTA NEL FRATTEMPO); SI APRE   *
      * IL PERIODO DI OCCUPAZIONE CON CAUSALE 'MA' DALLA DATA ODIERNA  *
      * -------------------------------------------------------------- *
       1440-ASSEGNA SECTION.
      *------------*
           MOVE '1440-ASSEGNA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET COD_MATRICOLA_DIP    = :W-MATRICOLA,
                           DATA_COPERTURA       = :W-DATA-OGGI,
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE NUM_POSIZIONE     = :W-NUM-POSIZIONE
                     AND   STATO_POSIZIONE   = 'A'
                     AND   COD_MATRICOLA_DIP = 0
           END-EXEC.
           MOVE SQLERRD(3) TO W-RIGHE-AGGIORNATE.
           IF W-RIGHE-AGGIORNATE = 0
              MOVE '232'    TO W-COD-MSG-HOST
              GO TO 1440-EX
           END-IF.
           MOVE W-NUM-POSIZIONE TO NUM-POSIZIONE     OF DCL-CWOCCPOS.
           MOVE W-MATRICOLA     TO COD-MATRICOLA-DIP OF DCL-CWOCCPOS.
           MOVE W-DATA-OGGI     TO DATA-INIZIO       OF DCL-CWOCCPOS.
           MOVE 'MA'            TO CAUSALE-INIZIO    OF DCL-CWOCCPOS.
           MOVE '9999-12-31'    TO DATA-FINE         OF DCL-CWOCCPOS.
           MOVE SPACES          TO CAUSALE-FINE      OF DCL-CWOCCPOS.
           EXEC SQL INSERT INTO CPS04.CWOCCPOS
                         VALUES (:DCL-CWOCCPOS.NUM-POSIZIONE,
                                 :DCL-CWOCCPOS.COD-MATRICOLA-DIP,
                                 :DCL-CWOCCPOS.DATA-INIZIO,
                                 :DCL-CWOCCPOS.CAUSALE-INIZIO,
                                 :DCL-CWOCCPOS.DATA-FINE,
                                 :DCL-CWOCCPOS.CAUSALE-FINE)
           END-EXEC.
       1440-EX. EXIT.

      * -------------------------------------------------------------- *
      * LIBERAZIONE MANUALE (MODO 4): LA POSIZIONE TORNA VACANTE DALLA *
      * DATA ODIERNA E SI CHIUDE IL PERIODO DEL TITOLARE (CAUSALE 'MA')*
      * -------------------------------------------------------------- *
       1450-LIBERA SECTION.
      *-----------*
           MOVE '1450-LIBERA' TO W-ULT-LABEL.
           EXEC SQL SELECT COD_MATRICOLA_DIP
                      INTO :W-TITOLARE
                      FROM  CPS04.CWPOSORG
                     WHERE NUM_POSIZIONE = :W-NUM-POSIZIONE
           END-EXEC.
           IF W-TITOLARE = +0
              MOVE '233'    TO W-COD-MSG-HOST
              GO TO 1450-EX
           END-IF.
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET COD_MATRICOLA_DIP    = 0,
                           DATA_COPERTURA       = ' ',
                           DATA_VACANZA         = :W-DATA-OGGI,
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE NUM_POSIZIONE = :W-NUM-POSIZIONE
           END-EXEC.
           EXEC SQL UPDATE CPS04.CWOCCPOS
                       SET DATA_FINE    = :W-DATA-OGGI,
                           CAUSALE_FINE = 'MA'
                     WHERE NUM_POSIZIONE     = :W-NUM-POSIZIONE
                     AND   COD_MATRICOLA_DIP = :W-TITOLARE
                     AND   DATA_FINE = '9999-12-31'
           END-EXEC.
       1450-EX. EXIT.

      * -------------------------------------------------------------- *
      * SOPPRESSIONE (MODO 5): SOLO DI UNA POSIZIONE ANCORA VACANTE    *
      * -------------------------------------------------------------- *
       1460-SOPPRIMI SECTION.
      *-------------*
           MOVE '1460-SOPPRIMI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET STATO_POSIZIONE      = 'S',
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE NUM_POSIZIONE     = :W-NUM-POSIZIONE
                     AND   COD_MATRICOLA_DIP = 0
           END-EXEC.
           MOVE SQLERRD(3) TO W-RIGHE-AGGIORNATE.
           IF W-RIGHE-AGGIORNATE = 0
              MOVE '232'    TO W-COD-MSG-HOST
           END-IF.
       1460-EX. EXIT.

      *----------------------------------------------------------------*
      * LA ROUTINE 1600-CARICA-CODA APRE IL CURSORE SULLE POSIZIONI E  *
      * SCRIVE UN ITEM DI CODA TS PER OGNI RIGA                        *
      *----------------------------------------------------------------*
       1600-CARICA-CODA SECTION.
      *----------------*
           MOVE '1600-CARICA-CODA' TO W-ULT-LABEL.
           MOVE +0 TO CPS-ITEM-CODA.
           MOVE +0 TO COM-TOT-PAG.
           EXEC SQL OPEN CUR-POX3  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              PERFORM 2998-DBERROR
           END-IF.

           PERFORM 1650-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).

           EXEC SQL CLOSE CUR-POX3  END-EXEC.
       1600-EX. EXIT.

       1650-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-POX3
           INTO   :DCL-CWPOSORG.NUM-POSIZIONE,
                  :DCL-CWPOSORG.DIPARTIMENTO,
                  :DCL-CWPOSORG.QUALIFICA-INTERNA,
                  :DCL-CWPOSORG.FTE,
                  :DCL-CWPOSORG.COSTO-ANNUO,
                  :DCL-CWPOSORG.STATO-POSIZIONE,
                  :DCL-CWPOSORG.COD-MATRICOLA-DIP,
                  :CPS-COGNOME,
                  :CPS-NOME,
                  :DCL-CWPOSORG.DATA-COPERTURA,
                  :DCL-CWPOSORG.DATA-VACANZA,
                  :CPS-GG-VAC,
                  :DCL-CWPOSORG.UTENTE-AGGIORNAMENTO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 1700-SCRIVI-CODA
           END-IF.
       1650-EX. EXIT.

       1700-SCRIVI-CODA SECTION.
      *----------------*
           MOVE NUM-POSIZIONE        OF DCL-CWPOSORG TO CPS-NUM-POS.
           MOVE DIPARTIMENTO         OF DCL-CWPOSORG TO CPS-DIPART.
           MOVE QUALIFICA-INTERNA    OF DCL-CWPOSORG TO CPS-QUALIFICA.
           MOVE FTE                  OF DCL-CWPOSORG TO CPS-FTE.
           MOVE COSTO-ANNUO          OF DCL-CWPOSORG TO CPS-COSTO.
           MOVE STATO-POSIZIONE      OF DCL-CWPOSORG TO CPS-STATO.
           MOVE COD-MATRICOLA-DIP    OF DCL-CWPOSORG TO CPS-MATRICOLA.
           MOVE DATA-COPERTURA       OF DCL-CWPOSORG TO CPS-DATA-COP.
           MOVE DATA-VACANZA         OF DCL-CWPOSORG TO CPS-DATA-VAC.
           MOVE UTENTE-AGGIORNAMENTO OF DCL-CWPOSORG TO CPS-UTENTE.

           ADD 1 TO CPS-ITEM-CODA.
           EXEC CICS HANDLE CONDITION QIDERR (1700-EX) END-EXEC.
           EXEC CICS WRITEQ TS QUEUE  (CPSCODA)
                               FROM   (CPS-POSIZIONE)
                               LENGTH (CPS-LEN-CODA)
           END-EXEC.
           MOVE CPS-ITEM-CODA TO COM-TOT-PAG.
       1700-EX. EXIT.

       1800-LEGGI-CODA SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION QIDERR (1800-EX) END-EXEC.
           EXEC CICS READQ TS  QUEUE  (CPSCODA)
                               INTO   (CPS-POSIZIONE)
                               LENGTH (CPS-LEN-CODA)
                               ITEM   (CPS-ITEM-CODA)
           END-EXEC.
           PERFORM 1850-IMPOSTA-CAMPI.
       1800-EX. EXIT.

      * -------------------------------------------------------------- *
      * STATO DELLA POSIZIONE: SOPPRESSA, COPERTA (TITOLARE E DATA DI  *
      * COPERTURA) OPPURE VACANTE (DATA E GIORNI DI VACANZA)           *
      * -------------------------------------------------------------- *
       1850-IMPOSTA-CAMPI SECTION.
      *------------------*
           MOVE -1               TO M-MODOL.
           MOVE CPS-NUM-POS      TO M-POSIZO.
           MOVE CPS-DIPART       TO M-DIPARTO.
           MOVE CPS-QUALIFICA    TO M-QUALO.
           MOVE CPS-FTE          TO W-FTE-N.
           MOVE W-FTE-X          TO M-FTEO.
           MOVE CPS-COSTO        TO W-COSTO-ED.
           MOVE W-COSTO-ED       TO M-COSTOO.
           MOVE SPACES           TO M-MATRO
                                    M-COGNO
                                    M-NOMEO
                                    M-DATACOPO
                                    M-DATAVACO
                                    M-GGVACO.
           EVALUATE TRUE
              WHEN CPS-STATO = 'S'
                 MOVE 'SOPPRESSA'    TO M-STATOO
              WHEN CPS-MATRICOLA NOT = 0
                 MOVE 'COPERTA'      TO M-STATOO
                 MOVE CPS-MATRICOLA  TO M-MATRO
                 MOVE CPS-COGNOME    TO M-COGNO
                 MOVE CPS-NOME       TO M-NOMEO
                 MOVE CPS-DATA-COP   TO M-DATACOPO
              WHEN OTHER
                 MOVE 'VACANTE'      TO M-STATOO
                 MOVE CPS-DATA-VAC   TO M-DATAVACO
                 MOVE CPS-GG-VAC     TO W-GG-VAC-ED
                 MOVE W-GG-VAC-ED    TO M-GGVACO
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
           EXEC CICS RECEIVE MAP    ('MFX3MAP')
                             MAPSET ('MFX3MAP') END-EXEC.
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
           INSPECT M-POSIZI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-POSIZI REPLACING ALL '_'       BY ' '.
           MOVE    M-POSIZI TO W-POSIZ.
           IF W-POSIZ NUMERIC
              MOVE W-POSIZ TO W-NUM-POSIZIONE
           END-IF.
           INSPECT M-MATRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI TO W-MATR.
           IF W-MATR NUMERIC
              MOVE W-MATR  TO W-MATRICOLA
           END-IF.
           INSPECT M-DIPARTI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DIPARTI REPLACING ALL '_'       BY ' '.
           MOVE    M-DIPARTI TO W-DIPART.
           INSPECT M-QUALI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-QUALI REPLACING ALL '_'       BY ' '.
           MOVE    M-QUALI TO W-QUALIFICA.
           INSPECT M-FTEI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-FTEI REPLACING ALL '_'       BY ' '.
           MOVE    M-FTEI TO W-FTE-X.
           INSPECT M-COSTOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-COSTOI REPLACING ALL '_'       BY ' '.
           MOVE    M-COSTOI TO W-COSTO-X.
           INSPECT M-SOLOVACI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-SOLOVACI REPLACING ALL '_'       BY ' '.
           MOVE    M-SOLOVACI TO W-SOLO-VAC.
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
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
      *
           IF NOT W-MODO-CON AND COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EVALUATE TRUE
              WHEN W-MODO-IST
                 PERFORM 2210-CONTROLLA-IST
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-ASS
                 PERFORM 2220-CONTROLLA-ASS
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-LIB
                 PERFORM 2230-LEGGI-POSIZIONE
                 IF W-TITOLARE = +0
                    MOVE '233'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-POSIZL
                    PERFORM 2999-CERCA-ERR
                 END-IF
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-SOP
                 PERFORM 2230-LEGGI-POSIZIONE
                 IF W-TITOLARE NOT = +0
                    MOVE '232'    TO W-COD-MSG-HOST
                    MOVE -1       TO M-POSIZL
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
      * CONTROLLI DI ISTITUZIONE: DIPARTIMENTO E QUALIFICA CENSITI E   *
      * ATTIVI; FTE DA 001 A 100 CENTESIMI; COSTO ANNUO NUMERICO E     *
      * POSITIVO; CAPIENZA DELL'ORGANICO AUTORIZZATO (2240)            *
      * -------------------------------------------------------------- *
       2210-CONTROLLA-IST SECTION.
      *------------------*
           MOVE '2210-CONTROLLA-IST' TO W-ULT-LABEL.
           IF W-DIPART = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPARTL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWDIPART
                     WHERE CODICE = :W-DIPART
                     AND   STATO_DIPART = 'A'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '079'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPARTL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-QUALIFICA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALL
              PERFORM 2999-CERCA-ERR
           END-IF.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWQUALIF
                     WHERE CODICE = :W-QUALIFICA
                     AND   STATO_QUALIFICA = 'A'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '044'    TO W-COD-MSG-HOST
              MOVE -1       TO M-QUALL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-FTE-X NOT NUMERIC OR
              W-FTE-X = '000' OR
              W-FTE-X > '100'
              MOVE '236'    TO W-COD-MSG-HOST
              MOVE -1       TO M-FTEL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-COSTO-X NOT NUMERIC OR
              W-COSTO-N = ZERO
              MOVE '237'    TO W-COD-MSG-HOST
              MOVE -1       TO M-COSTOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2240-CONTROLLA-BUDGET.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI DI ASSEGNAZIONE (MODO 3): POSIZIONE ESISTENTE, ATTIVA*
      * E VACANTE; MATRICOLA ESISTENTE, DIPENDENTE ATTIVO DELLO STESSO *
      * DIPARTIMENTO DELLA POSIZIONE E NON GIA' TITOLARE DI UN'ALTRA.  *
      * UNA QUALIFICA DIVERSA DA QUELLA DELLA POSIZIONE E' AMMESSA     *
      * (AD INTERIM) E LA SEGNALA LA QUADRATURA CX67DEMO               *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-ASS SECTION.
      *------------------*
           MOVE '2220-CONTROLLA-ASS' TO W-ULT-LABEL.
           PERFORM 2230-LEGGI-POSIZIONE.
           IF W-TITOLARE NOT = +0
              MOVE '232'    TO W-COD-MSG-HOST
              MOVE -1       TO M-POSIZL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
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
           EXEC SQL SELECT DIPARTIMENTO, STATO_DIPENDENTE
                      INTO :W-DIPART-DIP, :W-STATO-DIP
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-STATO-DIP NOT = 'A' OR
              W-DIPART-DIP NOT = W-DIPART
              MOVE '235'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWPOSORG
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF W-COUNT > +0
              MOVE '234'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * LETTURA DELLA POSIZIONE DIGITATA (MODI 3/4/5): DEVE ESISTERE E *
      * NON ESSERE SOPPRESSA; RESTITUISCE DIPARTIMENTO E TITOLARE      *
      * -------------------------------------------------------------- *
       2230-LEGGI-POSIZIONE SECTION.
      *--------------------*
           MOVE '2230-LEGGI-POS' TO W-ULT-LABEL.
           IF W-POSIZ = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-POSIZL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-POSIZ NOT NUMERIC
              MOVE '230'    TO W-COD-MSG-HOST
              MOVE -1       TO M-POSIZL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-POSIZ TO W-NUM-POSIZIONE.
           EXEC SQL SELECT DIPARTIMENTO,
                           STATO_POSIZIONE,
                           COD_MATRICOLA_DIP
                      INTO :W-DIPART,
                           :W-STATO-POS,
                           :W-TITOLARE
                      FROM  CPS04.CWPOSORG
                     WHERE NUM_POSIZIONE = :W-NUM-POSIZIONE
           END-EXEC.
           IF SQLCODE = +100
              MOVE '230'    TO W-COD-MSG-HOST
              MOVE -1       TO M-POSIZL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-POS-SOPPRESSA
              MOVE '231'    TO W-COD-MSG-HOST
              MOVE -1       TO M-POSIZL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * CAPIENZA: LE POSIZIONI ATTIVE DEL DIPARTIMENTO DEVONO RESTARE  *
      * SOTTO L'ORGANICO AUTORIZZATO DELL'ANNO (CPS04.CWBUDGET). SENZA *
      * BUDGET NON SI ISTITUISCE; A ORGANICO ESAURITO PUO' FORZARE     *
      * SOLO L'AMMINISTRATORE (COME 2440-CONTROLLA-BUDGET DI CW18DEMO) *
      * -------------------------------------------------------------- *
       2240-CONTROLLA-BUDGET SECTION.
      *---------------------*
           MOVE '2240-CTL-BUDGET' TO W-ULT-LABEL.
           MOVE COM-DATA-SISTEMA-AAAA TO W-ANNO-BUDGET.
           EXEC SQL SELECT ORGANICO_AUTORIZZATO
                      INTO :W-ORGANICO-AUT
                      FROM  CPS04.CWBUDGET
                     WHERE DIPARTIMENTO = :W-DIPART
                     AND   ANNO = :W-ANNO-BUDGET
           END-EXEC.
           IF SQLCODE = +100
              MOVE '151'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPARTL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :W-POSIZIONI-ATT
                      FROM  CPS04.CWPOSORG
                     WHERE DIPARTIMENTO    = :W-DIPART
                     AND   STATO_POSIZIONE = 'A'
           END-EXEC.
           IF W-POSIZIONI-ATT >= W-ORGANICO-AUT
              AND NOT COM-UTENTE-1
              MOVE '150'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPARTL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE: CARICA LA CODA TS E MOSTRA LA PRIMA POSIZIONE   *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 1900-DELETEQ-TS.
           PERFORM 1600-CARICA-CODA.
      *
           IF COM-TOT-PAG = 0
              MOVE '238'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPARTL
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
                             M-POSIZA
                             M-DIPARTA
                             M-QUALA
                             M-FTEA
                             M-COSTOA
                             M-MATRA
                             M-SOLOVACA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFX3MAPO.
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
                        MAP    ('MFX3MAP')
                        MAPSET ('MFX3MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFX3MAP')
                        MAPSET ('MFX3MAP')
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
                     TRANSID  ('RX66')
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
