       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX64DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX64                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : BANDI DI MOBILITA' INTERNA                   *
      *                   (CPS04.CWBANDOI / CPS04.CWCANDIN)            *
      * TIPO OPERAZIONE : PUBBLICAZIONE / CONSULTAZIONE / ESITO        *
      * RIFERIMENTO P.E.: REGISTRAZIONE NEGATA AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  IL TRASFERIMENTO DEL SELEZIONATO LIBERA LA      *
      *                POSIZIONE DI ORGANICO OCCUPATA (CWPOSORG) E     *
      *                COPRE LA PRIMA VACANTE DEL DIPARTIMENTO DEL     *
      *                BANDO CON LA QUALIFICA DEL BANDO (1438)         *
      * 15/10/2026 GM  IL SELEZIONATO PASSA ALLA SOCIETA' DEL GRUPPO   *
      *                DEL DIPARTIMENTO DEL BANDO (CWDIPART)           *
      * 15/10/2026 GM  CON LA FINESTRA BATCH NOTTURNA APERTA           *
      *                (CWPARAM 'FINBATCH') LA CONFERMA E' RIFIUTATA   *
      *                E LA TRANSAZIONE E' DI SOLA CONSULTAZIONE       *
      ******************************************************************
      ******************************************************************
      * PUBBLICA I BANDI DI MOBILITA' INTERNA PER I POSTI VACANTI DI   *
      * UN DIPARTIMENTO (MODO 1): DIPARTIMENTO ATTIVO SU CWDIPART,     *
      * QUALIFICA ATTIVA SU CWQUALIF E DATA DI CHIUSURA FUTURA. IL     *
      * POSTO E' VACANTE SOLO SE I DIPENDENTI ATTIVI DEL DIPARTIMENTO  *
      * PIU' I BANDI NON ANCORA CONCLUSI RESTANO SOTTO L'ORGANICO      *
      * AUTORIZZATO DELL'ANNO SU CPS04.CWBUDGET (COME IN CW18DEMO      *
      * L'AMMINISTRATORE PUO' FORZARE). I DIPENDENTI SI CANDIDANO DAL  *
      * CHIOSCO CW76DEMO (PF6) FINO ALLA CHIUSURA; IL BATCH CX65DEMO   *
      * STAMPA L'ELENCO DEI CANDIDATI DEI BANDI CHIUSI.                *
      * LA CONSULTAZIONE (MODO 2) SCORRE I BANDI CON PF7/PF8 SU CODA   *
      * TS, EVENTUALMENTE PER IL SOLO DIPARTIMENTO DIGITATO.           *
      * L'ESITO (MODO 3) SI REGISTRA DOPO LA CHIUSURA DEL BANDO PER    *
      * OGNI CANDIDATURA IN ATTESA: IL SELEZIONATO VIENE TRASFERITO    *
      * NEL DIPARTIMENTO DEL BANDO ALLA DATA DI EFFETTO DIGITATA CON   *
      * IL MOVIMENTO SU CPS04.CWMOVIM (COME CX08DEMO E CW07DEMO) E IL  *
      * BANDO PASSA A CONCLUSO. L'EVENTUALE CAMBIO DI QUALIFICA RESTA  *
      * UNA VARIAZIONE DI CW07DEMO (PERCORSI DI CARRIERA CWPERCOR).    *
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
       01  W-BANDO                         PIC X(5)      VALUE SPACES.
       01  W-ID-BANDO                      PIC S9(5)     USAGE COMP-3.
       01  W-ID-BANDO-ED                   PIC 9(5)      VALUE ZEROES.
       01  W-DIPART                        PIC X(10)     VALUE SPACES.
       01  W-DIPART-ATTUALE                PIC X(10)     VALUE SPACES.
       01  W-QUALIFICA                     PIC X(8)      VALUE SPACES.
       01  W-NUM-POSIZIONE                 PIC S9(5)  COMP-3 VALUE +0.
       01  W-DESCRIZIONE                   PIC X(40)     VALUE SPACES.
       01  W-STATO-BANDO                   PIC X(1)      VALUE SPACES.
           88  W-BANDO-CONCLUSO            VALUE 'C'.
       01  W-CHIUSURA-REG                  PIC X(10)     VALUE SPACES.
       01  W-ESITO                         PIC X(1)      VALUE SPACES.
           88  W-ESITO-VALIDO              VALUE 'S' 'R'.
           88  W-ESITO-SELEZIONATO         VALUE 'S'.
       01  W-DATA-OGGI                     PIC X(10)     VALUE SPACES.
       01  W-ANNO-BUDGET                   PIC S9(4)  COMP-3 VALUE +0.
       01  W-ORGANICO-AUT                  PIC S9(5)  COMP-3 VALUE +0.
       01  W-ORGANICO-ATT                  PIC S9(5)  COMP-3 VALUE +0.
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-REG                  VALUE '1'.
           88  W-MODO-CON                  VALUE '2'.
           88  W-MODO-ESI                  VALUE '3'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-NUM-DIS                       PIC 9(3)      VALUE ZEROES.
       01  W-TOT-DIS                       PIC 9(3)      VALUE ZEROES.
      * DATA DI CHIUSURA DEL BANDO (MODO 1)
       01  W-DATA-CHIUSURA.
           05  W-AA-CHI                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-CHI                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-CHI                    PIC X(2)      VALUE SPACES.
      * DATA DI EFFETTO DEL TRASFERIMENTO DEL SELEZIONATO (MODO 3)
       01  W-DATA-EFFETTO.
           05  W-AA-EFF                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-EFF                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-EFF                    PIC X(2)      VALUE SPACES.
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (ESTREMI DI REGISTRAZIONE)   *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX64DEMO'.
       01  W-PGM-MENU-GEN                  PIC  X(8)   VALUE 'CW02DEMO'.
       01  W-TRS-ID                        PIC  X(4)   VALUE SPACE.
       01  W-XCTL-PGM                      PIC  X(8)   VALUE SPACE.
       01  W-PGM-GUIDA                     PIC  X(8)  VALUE 'CW60DEMO'.
       01  W-ULT-LABEL                     PIC  X(15)  VALUE SPACES.
      * FINESTRA BATCH NOTTURNA (VEDI 2205-CONTROLLA-FINESTRA)
       01  W-FINESTRA-BATCH                PIC X(10)  VALUE SPACES.
           88  FINESTRA-BLOCCO                        VALUE 'B'.
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
           02  CPS-NUM-CODA                PIC X       VALUE 'B'.
      *--
       01  CPS-LEN-CODA                    PIC S9(4)   COMP VALUE +98.
       01  CPS-ITEM-CODA                   PIC S9(4)   COMP VALUE +0.
       01  CPS-BANDO.
         03  CPS-ID-BANDO                  PIC 9(5)    VALUE 0.
         03  CPS-DIPART                    PIC X(10)   VALUE SPACE.
         03  CPS-QUALIFICA                 PIC X(8)    VALUE SPACE.
         03  CPS-DESCR                     PIC X(40)   VALUE SPACE.
         03  CPS-DATA-PUBBL                PIC X(10)   VALUE SPACE.
         03  CPS-DATA-CHI                  PIC X(10)   VALUE SPACE.
         03  CPS-STATO                     PIC X(1)    VALUE SPACE.
         03  CPS-NUM-CAND                  PIC 9(3)    VALUE 0.
         03  CPS-NUM-ATTESA                PIC 9(3)    VALUE 0.
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
           EXEC SQL  INCLUDE CWBINT         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWCINT         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWMOVI         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWPOSO         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWOCCP         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFXRMAP.
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
      * DECLARE CURSOR - BANDI DEL DIPARTIMENTO DIGITATO (TUTTI SE NON *
      * DIGITATO), DAL PIU' RECENTE, CON IL NUMERO DI CANDIDATURE      *
      * RICEVUTE E DI QUELLE ANCORA IN ATTESA DI ESITO                 *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-BAXR CURSOR FOR
                    SELECT  B.ID_BANDO,
                            B.DIPARTIMENTO,
                            B.QUALIFICA_INTERNA,
                            B.DESCRIZIONE,
                            B.DATA_PUBBLICAZIONE,
                            B.DATA_CHIUSURA,
                            B.STATO_BANDO,
                            B.UTENTE_REGISTRAZIONE,
                            (SELECT COUNT(*)
                             FROM  CPS04.CWCANDIN C
                             WHERE C.ID_BANDO = B.ID_BANDO),
                            (SELECT COUNT(*)
                             FROM  CPS04.CWCANDIN C
                             WHERE C.ID_BANDO = B.ID_BANDO
                             AND   C.ESITO    = 'P')
                    FROM CPS04.CWBANDOI B
                    WHERE (:W-DIPART = ' '
                       OR  B.DIPARTIMENTO = :W-DIPART)
                    ORDER BY B.ID_BANDO DESC
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
      *--------------*                    * BANDO PRECEDENTE *
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
      *--------------*                    * BANDO SUCCESSIVO *
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
           EXEC CICS RECEIVE MAP    ('MFXRMAP')
                             MAPSET ('MFXRMAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFXRMAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFXRMAPI.
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
           MOVE ZEROES TO W-ID-BANDO-ED.
           EVALUATE W-CONF-OP
              WHEN 'SI'
                 PERFORM 2205-CONTROLLA-FINESTRA
                 IF W-MODO-ESI
                    PERFORM 1435-ESITO
                    MOVE '024'   TO W-COD-MSG-HOST
                 ELSE
                    PERFORM 1430-PUBBLICA
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
           MOVE LOW-VALUE  TO MFXRMAPO.
      * IL NUMERO ASSEGNATO AL BANDO PUBBLICATO RESTA A VIDEO
           IF W-ID-BANDO-ED NOT = ZEROES
              MOVE W-ID-BANDO-ED TO M-BANDOO
           END-IF.
           MOVE -1         TO M-MODOL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * PUBBLICAZIONE (MODO 1): IL NUMERO DEL BANDO VIENE DAL          *
      * CONTATORE CWCONTAT 'IDBANDO', AGGIORNATO E RILETTO NELLA       *
      * STESSA UNIT OF WORK DELL'INSERIMENTO                           *
      * -------------------------------------------------------------- *
       1430-PUBBLICA SECTION.
      *-------------*
           MOVE '1430-PUBBLICA' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWCONTAT
                        SET ULTIMO_VALORE = ULTIMO_VALORE + 1
                      WHERE NOME_CONTATORE = 'IDBANDO'
           END-EXEC.
           EXEC SQL SELECT ULTIMO_VALORE
                      INTO :W-ID-BANDO
                      FROM  CPS04.CWCONTAT
                     WHERE NOME_CONTATORE = 'IDBANDO'
           END-EXEC.
      *
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                DDMMYY  (W-DATE)
                                TIME    (W-TIME)    END-EXEC.
           MOVE W-ID-BANDO     TO ID-BANDO          OF DCL-CWBANDOI.
           MOVE W-DIPART       TO DIPARTIMENTO      OF DCL-CWBANDOI.
           MOVE W-QUALIFICA    TO QUALIFICA-INTERNA OF DCL-CWBANDOI.
           MOVE W-DESCRIZIONE  TO DESCRIZIONE       OF DCL-CWBANDOI.
           MOVE W-DATA-OGGI    TO DATA-PUBBLICAZIONE OF DCL-CWBANDOI.
           MOVE W-DATA-CHIUSURA TO DATA-CHIUSURA    OF DCL-CWBANDOI.
           MOVE 'A'            TO STATO-BANDO       OF DCL-CWBANDOI.
           MOVE COM-UTENTE TO UTENTE-REGISTRAZIONE  OF DCL-CWBANDOI.
           MOVE W-DATE     TO DATA-REGISTRAZIONE    OF DCL-CWBANDOI.
           EXEC SQL INSERT INTO CPS04.CWBANDOI
                         VALUES (:DCL-CWBANDOI.ID-BANDO,
                                 :DCL-CWBANDOI.DIPARTIMENTO,
                                 :DCL-CWBANDOI.QUALIFICA-INTERNA,
                                 :DCL-CWBANDOI.DESCRIZIONE,
                                 :DCL-CWBANDOI.DATA-PUBBLICAZIONE,
                                 :DCL-CWBANDOI.DATA-CHIUSURA,
                                 :DCL-CWBANDOI.STATO-BANDO,
                                 :DCL-CWBANDOI.UTENTE-REGISTRAZIONE,
                                 :DCL-CWBANDOI.DATA-REGISTRAZIONE)
           END-EXEC.
           MOVE W-ID-BANDO TO W-ID-BANDO-ED.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * ESITO (MODO 3): LA CANDIDATURA IN ATTESA RICEVE L'ESITO; PER   *
      * IL SELEZIONATO SEGUONO IL TRASFERIMENTO E LA CONCLUSIONE DEL   *
      * BANDO                                                          *
      * -------------------------------------------------------------- *
       1435-ESITO SECTION.
      *----------*
           MOVE '1435-ESITO' TO W-ULT-LABEL.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                DDMMYY  (W-DATE)
                                TIME    (W-TIME)    END-EXEC.
           IF NOT W-ESITO-SELEZIONATO
              MOVE SPACES TO W-DATA-EFFETTO
           END-IF.
      * DIPARTIMENTO DEL BANDO E DI PROVENIENZA RILETTI DALLE TABELLE:
      * ALLA CONFERMA LA MAPPA RIPORTA SOLO I CAMPI DIGITATI
           EXEC SQL SELECT DIPARTIMENTO, QUALIFICA_INTERNA
                      INTO :W-DIPART, :W-QUALIFICA
                      FROM  CPS04.CWBANDOI
                     WHERE ID_BANDO = :W-ID-BANDO
           END-EXEC.
           EXEC SQL SELECT DIPARTIMENTO
                      INTO :W-DIPART-ATTUALE
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           EXEC SQL UPDATE CPS04.CWCANDIN
                       SET ESITO             = :W-ESITO,
                           DATA_ESITO        = :W-DATA-OGGI,
                           DATA_EFFETTO      = :W-DATA-EFFETTO,
                           UTENTE_ESITO      = :COM-UTENTE
                     WHERE ID_BANDO          = :W-ID-BANDO
                     AND   COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ESITO             = 'P'
           END-EXEC.
      *
           IF W-ESITO-SELEZIONATO
              PERFORM 1437-TRASFERISCI
              EXEC SQL UPDATE CPS04.CWBANDOI
                          SET STATO_BANDO = 'C'
                        WHERE ID_BANDO    = :W-ID-BANDO
              END-EXEC
           END-IF.
       1435-EX. EXIT.

      * -------------------------------------------------------------- *
      * TRASFERIMENTO DEL SELEZIONATO NEL DIPARTIMENTO DEL BANDO: LO   *
      * STESSO PERCORSO DI CX08DEMO (2200-TRASFERISCI) E DI CW07DEMO   *
      * (1427-SCRIVI-MOVIMENTO), CON LA DATA DI EFFETTO DIGITATA       *
      * -------------------------------------------------------------- *
       1437-TRASFERISCI SECTION.
      *----------------*
           MOVE '1437-TRASFERISCI' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWDIPENDENTI
                       SET DIPARTIMENTO = :W-DIPART,
                           COD_SOCIETA  =
                           COALESCE((SELECT S.COD_SOCIETA
                                       FROM CPS04.CWDIPART S
                                      WHERE S.CODICE = :W-DIPART),
                                    COD_SOCIETA),
                           VERSIONE     = VERSIONE + 1
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
      *
           MOVE W-MATRICOLA    TO COD-MATRICOLA-DIP OF DCL-CWMOVIM.
           MOVE W-DIPART-ATTUALE
                               TO DIPART-PRECEDENTE OF DCL-CWMOVIM.
           MOVE W-DIPART       TO DIPART-NUOVO      OF DCL-CWMOVIM.
           MOVE W-DATA-EFFETTO TO DATA-EFFETTO      OF DCL-CWMOVIM.
           MOVE COM-UTENTE     TO UTENTE-AGGIORNAMENTO OF DCL-CWMOVIM.
           MOVE W-DATE         TO DATA-AGGIORNAMENTO   OF DCL-CWMOVIM.
           MOVE W-TIME         TO ORA-AGGIORNAMENTO    OF DCL-CWMOVIM.
           EXEC SQL INSERT INTO CPS04.CWMOVIM
                         VALUES (:DCL-CWMOVIM.COD-MATRICOLA-DIP,
                                 :DCL-CWMOVIM.DIPART-PRECEDENTE,
                                 :DCL-CWMOVIM.DIPART-NUOVO,
                                 :DCL-CWMOVIM.DATA-EFFETTO,
                                 :DCL-CWMOVIM.UTENTE-AGGIORNAMENTO,
                                 :DCL-CWMOVIM.DATA-AGGIORNAMENTO,
                                 :DCL-CWMOVIM.ORA-AGGIORNAMENTO)
           END-EXEC.
           PERFORM 1438-SPOSTA-POSIZIONE.
       1437-EX. EXIT.

      * -------------------------------------------------------------- *
      * POSIZIONI DI ORGANICO DEL SELEZIONATO (CPS04.CWPOSORG), COME   *
      * IL 1429 DI CW07DEMO: SI LIBERA LA POSIZIONE OCCUPATA NEL       *
      * DIPARTIMENTO DI PROVENIENZA E SI COPRE LA PRIMA VACANTE DEL    *
      * DIPARTIMENTO DEL BANDO CON LA QUALIFICA DEL BANDO (IL POSTO    *
      * PER CUI E' STATO PUBBLICATO), ALLA DATA DI EFFETTO; PERIODI DI *
      * OCCUPAZIONE SU CPS04.CWOCCPOS CON CAUSALE 'TR'                 *
      * -------------------------------------------------------------- *
       1438-SPOSTA-POSIZIONE SECTION.
      *---------------------*
           MOVE '1438-SPOSTA-POS' TO W-ULT-LABEL.
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET COD_MATRICOLA_DIP    = 0,
                           DATA_COPERTURA       = ' ',
                           DATA_VACANZA         = :W-DATA-EFFETTO,
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           EXEC SQL UPDATE CPS04.CWOCCPOS
                       SET DATA_FINE    = :W-DATA-EFFETTO,
                           CAUSALE_FINE = 'TR'
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_FINE = '9999-12-31'
           END-EXEC.
      *
           EXEC SQL SELECT COALESCE(MIN(NUM_POSIZIONE), 0)
                      INTO :W-NUM-POSIZIONE
                      FROM  CPS04.CWPOSORG
                     WHERE DIPARTIMENTO      = :W-DIPART
                     AND   QUALIFICA_INTERNA = :W-QUALIFICA
                     AND   STATO_POSIZIONE   = 'A'
                     AND   COD_MATRICOLA_DIP = 0
           END-EXEC.
           IF W-NUM-POSIZIONE = +0
              GO TO 1438-EX
           END-IF.
           EXEC SQL UPDATE CPS04.CWPOSORG
                       SET COD_MATRICOLA_DIP    = :W-MATRICOLA,
                           DATA_COPERTURA       = :W-DATA-EFFETTO,
                           UTENTE_AGGIORNAMENTO = :COM-UTENTE,
                           DATA_AGGIORNAMENTO   = :W-DATE
                     WHERE NUM_POSIZIONE = :W-NUM-POSIZIONE
           END-EXEC.
           MOVE W-NUM-POSIZIONE TO NUM-POSIZIONE     OF DCL-CWOCCPOS.
           MOVE W-MATRICOLA     TO COD-MATRICOLA-DIP OF DCL-CWOCCPOS.
           MOVE W-DATA-EFFETTO  TO DATA-INIZIO       OF DCL-CWOCCPOS.
           MOVE 'TR'            TO CAUSALE-INIZIO    OF DCL-CWOCCPOS.
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
       1438-EX. EXIT.

      *----------------------------------------------------------------*
      * LA ROUTINE 1600-CARICA-CODA APRE IL CURSORE SUI BANDI E        *
      * SCRIVE UN ITEM DI CODA TS PER OGNI RIGA                        *
      *----------------------------------------------------------------*
       1600-CARICA-CODA SECTION.
      *----------------*
           MOVE '1600-CARICA-CODA' TO W-ULT-LABEL.
           MOVE +0 TO CPS-ITEM-CODA.
           MOVE +0 TO COM-TOT-PAG.
           EXEC SQL OPEN CUR-BAXR  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              PERFORM 2998-DBERROR
           END-IF.

           PERFORM 1650-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).

           EXEC SQL CLOSE CUR-BAXR  END-EXEC.
       1600-EX. EXIT.

       1650-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-BAXR
           INTO   :DCL-CWBANDOI.ID-BANDO,
                  :DCL-CWBANDOI.DIPARTIMENTO,
                  :DCL-CWBANDOI.QUALIFICA-INTERNA,
                  :DCL-CWBANDOI.DESCRIZIONE,
                  :DCL-CWBANDOI.DATA-PUBBLICAZIONE,
                  :DCL-CWBANDOI.DATA-CHIUSURA,
                  :DCL-CWBANDOI.STATO-BANDO,
                  :DCL-CWBANDOI.UTENTE-REGISTRAZIONE,
                  :CPS-NUM-CAND,
                  :CPS-NUM-ATTESA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 1700-SCRIVI-CODA
           END-IF.
       1650-EX. EXIT.

       1700-SCRIVI-CODA SECTION.
      *----------------*
           MOVE ID-BANDO             OF DCL-CWBANDOI TO CPS-ID-BANDO.
           MOVE DIPARTIMENTO         OF DCL-CWBANDOI TO CPS-DIPART.
           MOVE QUALIFICA-INTERNA    OF DCL-CWBANDOI TO CPS-QUALIFICA.
           MOVE DESCRIZIONE          OF DCL-CWBANDOI TO CPS-DESCR.
           MOVE DATA-PUBBLICAZIONE   OF DCL-CWBANDOI TO CPS-DATA-PUBBL.
           MOVE DATA-CHIUSURA        OF DCL-CWBANDOI TO CPS-DATA-CHI.
           MOVE STATO-BANDO          OF DCL-CWBANDOI TO CPS-STATO.
           MOVE UTENTE-REGISTRAZIONE OF DCL-CWBANDOI TO CPS-UTENTE.

           ADD 1 TO CPS-ITEM-CODA.
           EXEC CICS HANDLE CONDITION QIDERR (1700-EX) END-EXEC.
           EXEC CICS WRITEQ TS QUEUE  (CPSCODA)
                               FROM   (CPS-BANDO)
                               LENGTH (CPS-LEN-CODA)
           END-EXEC.
           MOVE CPS-ITEM-CODA TO COM-TOT-PAG.
       1700-EX. EXIT.

       1800-LEGGI-CODA SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION QIDERR (1800-EX) END-EXEC.
           EXEC CICS READQ TS  QUEUE  (CPSCODA)
                               INTO   (CPS-BANDO)
                               LENGTH (CPS-LEN-CODA)
                               ITEM   (CPS-ITEM-CODA)
           END-EXEC.
           PERFORM 1850-IMPOSTA-CAMPI.
       1800-EX. EXIT.

      * -------------------------------------------------------------- *
      * STATO DEL BANDO: APERTO (FINO ALLA DATA DI CHIUSURA), CHIUSO   *
      * (APERTO MA CON CHIUSURA TRASCORSA, IN ATTESA DI CX65DEMO), IN  *
      * SELEZIONE OPPURE CONCLUSO                                      *
      * -------------------------------------------------------------- *
       1850-IMPOSTA-CAMPI SECTION.
      *------------------*
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
           MOVE -1               TO M-MODOL.
           MOVE CPS-ID-BANDO     TO M-BANDOO.
           MOVE CPS-DIPART       TO M-DIPARTO.
           MOVE CPS-QUALIFICA    TO M-QUALO.
           MOVE CPS-DESCR        TO M-DESCRO.
           MOVE CPS-DATA-PUBBL   TO M-PUBBLO.
           MOVE CPS-DATA-CHI(1:4)  TO M-A-CHIO.
           MOVE CPS-DATA-CHI(6:2)  TO M-M-CHIO.
           MOVE CPS-DATA-CHI(9:2)  TO M-G-CHIO.
           EVALUATE TRUE
              WHEN CPS-STATO = 'C'
                 MOVE 'CONCLUSO'     TO M-STATOO
              WHEN CPS-STATO = 'S'
                 MOVE 'IN SELEZIONE' TO M-STATOO
              WHEN CPS-DATA-CHI < W-DATA-OGGI
                 MOVE 'CHIUSO'       TO M-STATOO
              WHEN OTHER
                 MOVE 'APERTO'       TO M-STATOO
           END-EVALUATE.
           MOVE CPS-NUM-CAND     TO M-NCANDO.
           MOVE CPS-NUM-ATTESA   TO M-NATTO.
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
           EXEC CICS RECEIVE MAP    ('MFXRMAP')
                             MAPSET ('MFXRMAP') END-EXEC.
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
           INSPECT M-BANDOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-BANDOI REPLACING ALL '_'       BY ' '.
           MOVE    M-BANDOI TO W-BANDO.
           IF W-BANDO NUMERIC
              MOVE W-BANDO TO W-ID-BANDO
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
           INSPECT M-DESCRI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DESCRI REPLACING ALL '_'       BY ' '.
           MOVE    M-DESCRI TO W-DESCRIZIONE.
           INSPECT M-A-CHII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-CHII REPLACING ALL '_'       BY ' '.
           INSPECT M-M-CHII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-CHII REPLACING ALL '_'       BY ' '.
           INSPECT M-G-CHII REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-CHII REPLACING ALL '_'       BY ' '.
           MOVE M-A-CHII TO W-AA-CHI.
           MOVE M-M-CHII TO W-MM-CHI.
           MOVE M-G-CHII TO W-GG-CHI.
           INSPECT M-ESITOI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ESITOI REPLACING ALL '_'       BY ' '.
           MOVE    M-ESITOI TO W-ESITO.
           INSPECT M-A-EFFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-EFFI REPLACING ALL '_'       BY ' '.
           INSPECT M-M-EFFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-EFFI REPLACING ALL '_'       BY ' '.
           INSPECT M-G-EFFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-EFFI REPLACING ALL '_'       BY ' '.
           MOVE M-A-EFFI TO W-AA-EFF.
           MOVE M-M-EFFI TO W-MM-EFF.
           MOVE M-G-EFFI TO W-GG-EFF.
           MOVE M-MODOI  TO W-MODO.
       2150-EX. EXIT.

       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
      *
           IF W-MODO NOT = '1' AND '2' AND '3'
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
           EVALUATE TRUE
              WHEN W-MODO-REG
                 PERFORM 2210-CONTROLLA-REG
                 PERFORM 2500-CONFERMA
              WHEN W-MODO-ESI
                 PERFORM 2220-CONTROLLA-ESI
                 PERFORM 2500-CONFERMA
              WHEN OTHER
                 PERFORM 2300-CONSULTA
           END-EVALUATE.
       2200-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI DI PUBBLICAZIONE: NEGATA AL RUOLO 4; DIPARTIMENTO E  *
      * QUALIFICA CENSITI E ATTIVI; DATA DI CHIUSURA VALIDA E FUTURA;  *
      * POSTO VACANTE RISPETTO ALL'ORGANICO AUTORIZZATO (2240)         *
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
           IF W-DESCRIZIONE = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DESCRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-AA-CHI NOT NUMERIC OR
              W-MM-CHI NOT NUMERIC OR
              W-GG-CHI NOT NUMERIC OR
              W-MM-CHI < '01' OR W-MM-CHI > '12' OR
              W-GG-CHI < '01' OR W-GG-CHI > '31' OR
              W-DATA-CHIUSURA NOT > W-DATA-OGGI
              MOVE '222'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-CHIL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2240-CONTROLLA-BUDGET.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONTROLLI DI ESITO (MODO 3): NEGATA AL RUOLO 4; BANDO ESISTENTE*
      * E CHIUSO; CANDIDATURA DELLA MATRICOLA IN ATTESA; ESITO S/R.    *
      * PER IL SELEZIONATO: BANDO NON GIA' CONCLUSO, DIPENDENTE NON    *
      * GIA' NEL DIPARTIMENTO DEL BANDO E DATA DI EFFETTO VALIDA       *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-ESI SECTION.
      *------------------*
           MOVE '2220-CONTROLLA-ESI' TO W-ULT-LABEL.
           IF COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2230-LEGGI-BANDO.
           IF W-CHIUSURA-REG NOT < W-DATA-OGGI
              MOVE '226'    TO W-COD-MSG-HOST
              MOVE -1       TO M-BANDOL
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
           EXEC SQL SELECT DIPARTIMENTO
                      INTO :W-DIPART-ATTUALE
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           IF SQLCODE = +100
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWCANDIN
                     WHERE ID_BANDO          = :W-ID-BANDO
                     AND   COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   ESITO             = 'P'
           END-EXEC.
           IF W-COUNT = +0
              MOVE '224'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-ESITO-VALIDO
              MOVE '223'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ESITOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF NOT W-ESITO-SELEZIONATO
              GO TO 2220-EX
           END-IF.
      *
           IF W-BANDO-CONCLUSO
              MOVE '229'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ESITOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-DIPART-ATTUALE = W-DIPART
              MOVE '225'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-AA-EFF NOT NUMERIC OR
              W-MM-EFF NOT NUMERIC OR
              W-GG-EFF NOT NUMERIC OR
              W-MM-EFF < '01' OR W-MM-EFF > '12' OR
              W-GG-EFF < '01' OR W-GG-EFF > '31'
              MOVE '228'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-EFFL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * LETTURA DEL BANDO DIGITATO: DIPARTIMENTO, CHIUSURA E STATO     *
      * -------------------------------------------------------------- *
       2230-LEGGI-BANDO SECTION.
      *----------------*
           MOVE '2230-LEGGI-BANDO' TO W-ULT-LABEL.
           IF W-BANDO = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-BANDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           IF W-BANDO NOT NUMERIC
              MOVE '218'    TO W-COD-MSG-HOST
              MOVE -1       TO M-BANDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-BANDO TO W-ID-BANDO.
           EXEC SQL SELECT DIPARTIMENTO,
                           DATA_CHIUSURA,
                           STATO_BANDO
                      INTO :W-DIPART,
                           :W-CHIUSURA-REG,
                           :W-STATO-BANDO
                      FROM  CPS04.CWBANDOI
                     WHERE ID_BANDO = :W-ID-BANDO
           END-EXEC.
           IF SQLCODE = +100
              MOVE '218'    TO W-COD-MSG-HOST
              MOVE -1       TO M-BANDOL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2230-EX. EXIT.

      * -------------------------------------------------------------- *
      * POSTO VACANTE: I DIPENDENTI ATTIVI DEL DIPARTIMENTO PIU' I     *
      * BANDI NON ANCORA CONCLUSI DEVONO RESTARE SOTTO L'ORGANICO      *
      * AUTORIZZATO DELL'ANNO (CPS04.CWBUDGET). SENZA BUDGET NON SI    *
      * PUBBLICA; A ORGANICO ESAURITO PUO' FORZARE SOLO                *
      * L'AMMINISTRATORE (COME 2440-CONTROLLA-BUDGET DI CW18DEMO)      *
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
                      INTO :W-ORGANICO-ATT
                      FROM  CPS04.CWDIPENDENTI
                     WHERE DIPARTIMENTO = :W-DIPART
                     AND   STATO_DIPENDENTE = 'A'
           END-EXEC.
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWBANDOI
                     WHERE DIPARTIMENTO = :W-DIPART
                     AND   STATO_BANDO IN ('A', 'S')
           END-EXEC.
           ADD W-COUNT TO W-ORGANICO-ATT.
           IF W-ORGANICO-ATT >= W-ORGANICO-AUT
              AND NOT COM-UTENTE-1
              MOVE '150'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DIPARTL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2240-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE: CARICA LA CODA TS E MOSTRA IL PRIMO BANDO       *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 1900-DELETEQ-TS.
           PERFORM 1600-CARICA-CODA.
      *
           IF COM-TOT-PAG = 0
              MOVE '227'    TO W-COD-MSG-HOST
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
                             M-BANDOA
                             M-DIPARTA
                             M-QUALA
                             M-DESCRA
                             M-A-CHIA
                             M-M-CHIA
                             M-G-CHIA
                             M-MATRA
                             M-ESITOA
                             M-A-EFFA
                             M-M-EFFA
                             M-G-EFFA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFXRMAPO.
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
                        MAP    ('MFXRMAP')
                        MAPSET ('MFXRMAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFXRMAP')
                        MAPSET ('MFXRMAP')
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
                     TRANSID  ('RX64')
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
