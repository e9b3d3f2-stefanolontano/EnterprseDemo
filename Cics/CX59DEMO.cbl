       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX59DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX59                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : REGISTRO DEGLI INFORTUNI SUL LAVORO          *
      *                   (CPS04.CWINFORT)                             *
      * TIPO OPERAZIONE : INSERIMENTO / CONSULTAZIONE / AGGIORNAMENTO  *
      * RIFERIMENTO P.E.: REGISTRAZIONE NEGATA AL RUOLO 4              *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      ******************************************************************
      ******************************************************************
      * REGISTRA L'INFORTUNIO SUL LAVORO DELLA MATRICOLA (DATA E ORA,  *
      * LUOGO, DINAMICA, PARTE LESA, TESTIMONE, DATA DEL PRIMO         *
      * CERTIFICATO E FINE PROGNOSI) SU CPS04.CWINFORT E L'ASSENZA     *
      * CONSEGUENTE SU CPS04.CWASSENZE CON IL TIPO PROPRIO 'IN', COSI' *
      * CHE NON VENGA CONTATA COME MALATTIA ORDINARIA. L'ASSENZA VA    *
      * DAL GIORNO SUCCESSIVO ALL'EVENTO ALLA FINE PROGNOSI.           *
      * SE LA PROGNOSI SUPERA I 3 GIORNI L'INFORTUNIO VA DENUNCIATO    *
      * ALL'INAIL ENTRO I GIORNI CWPARAM 'INFGGDEN' (DEFAULT 2) DALLA  *
      * DATA DEL CERTIFICATO: LA SCADENZA E' CALCOLATA E SORVEGLIATA   *
      * DAL BATCH CX60DEMO FINCHE' LA DENUNCIA NON E' REGISTRATA.      *
      * MODALITA':                                                     *
      *   1 = REGISTRAZIONE DELL'INFORTUNIO                            *
      *   2 = CONSULTAZIONE DEGLI INFORTUNI DELLA MATRICOLA, CON       *
      *       SCORRIMENTO PF7/PF8 SU CODA TS (COME CW35DEMO)           *
      *   3 = AGGIORNAMENTO DELL'INFORTUNIO (MATRICOLA E DATA): INVIO  *
      *       DELLA DENUNCIA CON IL PROTOCOLLO INAIL E/O PROLUNGAMENTO *
      *       DELLA PROGNOSI CON IL CERTIFICATO DI CONTINUAZIONE       *
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
       01  W-MODO                          PIC X(1)      VALUE SPACES.
           88  W-MODO-REG                  VALUE '1'.
           88  W-MODO-CON                  VALUE '2'.
           88  W-MODO-AGG                  VALUE '3'.
       01  W-CONF-OP                       PIC X(2)      VALUE SPACES.
       01  W-NUM-INF                       PIC 9(3)      VALUE ZEROES.
       01  W-TOT-INF                       PIC 9(3)      VALUE ZEROES.
       01  W-GG-PROG-ED                    PIC ZZ9.
      * -------------------------------------------------------------- *
      *    CAMPI DELL'INFORTUNIO DIGITATI SULLA MAPPA                  *
      * -------------------------------------------------------------- *
       01  W-DATA-INF.
           05  W-AA-INF                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-INF                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-INF                    PIC X(2)      VALUE SPACES.
       01  W-ORA-INF.
           05  W-ORA-HH                    PIC X(2)      VALUE SPACES.
           05  W-ORA-MI                    PIC X(2)      VALUE SPACES.
       01  W-LUOGO                         PIC X(40)     VALUE SPACES.
       01  W-DINAMICA.
           05  W-DINAMICA-1                PIC X(60)     VALUE SPACES.
           05  W-DINAMICA-2                PIC X(60)     VALUE SPACES.
       01  W-PARTE-LESA                    PIC X(2)      VALUE SPACES.
           88  W-PARTE-VALIDA              VALUE 'TE' 'OC' 'TR' 'CO'
                                                 'AS' 'MA' 'AI' 'PI'
                                                 'PM'.
       01  W-TESTIMONE                     PIC X(40)     VALUE SPACES.
       01  W-DATA-CERT.
           05  W-AA-CER                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-CER                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-CER                    PIC X(2)      VALUE SPACES.
       01  W-DATA-PROG.
           05  W-AA-PRO                    PIC X(4)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-MM-PRO                    PIC X(2)      VALUE SPACES.
           05  FILLER                      PIC X         VALUE '-'.
           05  W-GG-PRO                    PIC X(2)      VALUE SPACES.
       01  W-PROTOCOLLO                    PIC X(20)     VALUE SPACES.
      * -------------------------------------------------------------- *
      *    TERMINI CALCOLATI (VEDI 2400-CALCOLA-TERMINI): GIORNI DI    *
      *    PROGNOSI, PERIODO DELL'ASSENZA 'IN', STATO E SCADENZA       *
      *    DELLA DENUNCIA INAIL                                        *
      * -------------------------------------------------------------- *
       01  W-GG-DEN                        PIC S9(3) COMP-3 VALUE +2.
       01  W-GG-NO-DEN                     PIC S9(3) COMP-3 VALUE +3.
       01  W-GG-PROGNOSI                   PIC S9(3) COMP-3 VALUE +0.
       01  W-GG-PROG-PREC                  PIC S9(3) COMP-3 VALUE +0.
       01  W-GG-ASS-INF                    PIC 9(7)  VALUE ZERO.
       01  W-GG-ASS-CER                    PIC 9(7)  VALUE ZERO.
       01  W-GG-ASS-PRO                    PIC 9(7)  VALUE ZERO.
       01  W-GG-ASS-PREC                   PIC 9(7)  VALUE ZERO.
       01  W-DATA-RIF-DEN                  PIC X(10) VALUE SPACES.
       01  W-SCADENZA-DEN                  PIC X(10) VALUE SPACES.
       01  W-STATO-DEN                     PIC X(1)  VALUE SPACE.
       01  W-DATA-INIZIO                   PIC X(10) VALUE SPACES.
       01  W-DATA-FINE                     PIC X(10) VALUE SPACES.
       01  W-DATA-OGGI                     PIC X(10) VALUE SPACES.
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
       01  SW-NUOVA-PROG                   PIC X(1)  VALUE 'N'.
           88  NUOVA-PROGNOSI                        VALUE 'S'.
      * -------------------------------------------------------------- *
      *    CONTROLLO DEI PERIODI CONTABILI CHIUSI (VEDI 2260)          *
      * -------------------------------------------------------------- *
       01  W-ANNO-MESE-PER                 PIC X(7)  VALUE SPACES.
       01  W-STATO-PERIODO                 PIC X(1)  VALUE SPACE.
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
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX59DEMO'.
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
           02  CPS-NUM-CODA                PIC X       VALUE 'I'.
      *--
       01  CPS-LEN-CODA                    PIC S9(4)   COMP VALUE +293.
       01  CPS-ITEM-CODA                   PIC S9(4)   COMP VALUE +0.
       01  CPS-INFORTUNIO.
         03  CPS-MATR                      PIC 9(5)    VALUE 0.
         03  CPS-DATA-INF                  PIC X(10)   VALUE SPACE.
         03  CPS-ORA-INF                   PIC X(4)    VALUE SPACE.
         03  CPS-LUOGO                     PIC X(40)   VALUE SPACE.
         03  CPS-DINAMICA.
           05  CPS-DINAMICA-1              PIC X(60)   VALUE SPACE.
           05  CPS-DINAMICA-2              PIC X(60)   VALUE SPACE.
         03  CPS-PARTE-LESA                PIC X(2)    VALUE SPACE.
         03  CPS-TESTIMONE                 PIC X(40)   VALUE SPACE.
         03  CPS-DATA-CERT                 PIC X(10)   VALUE SPACE.
         03  CPS-DATA-PROG                 PIC X(10)   VALUE SPACE.
         03  CPS-GG-PROGNOSI               PIC 9(3)    VALUE 0.
         03  CPS-SCADENZA-DEN              PIC X(10)   VALUE SPACE.
         03  CPS-STATO-DEN                 PIC X(1)    VALUE SPACE.
         03  CPS-DATA-DEN                  PIC X(10)   VALUE SPACE.
         03  CPS-PROTOCOLLO                PIC X(20)   VALUE SPACE.
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
           EXEC SQL  INCLUDE CWINFO         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWASSE         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWPERD         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWPARA         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFXOMAP.
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
      * DECLARE CURSOR - INFORTUNI DELLA MATRICOLA IN ORDINE           *
      * CRONOLOGICO (DATA_INFORTUNIO E' AAAA-MM-GG)                    *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-INF59 CURSOR FOR
                    SELECT  COD_MATRICOLA_DIP,
                            DATA_INFORTUNIO,
                            ORA_INFORTUNIO,
                            LUOGO,
                            DINAMICA,
                            PARTE_LESA,
                            TESTIMONE,
                            DATA_CERTIFICATO,
                            DATA_FINE_PROGNOSI,
                            GG_PROGNOSI,
                            DATA_SCADENZA_DEN,
                            STATO_DENUNCIA,
                            DATA_DENUNCIA,
                            PROTOCOLLO_INAIL,
                            UTENTE_REGISTRAZIONE
                    FROM CPS04.CWINFORT
                    WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                    ORDER BY DATA_INFORTUNIO
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
      *--------------*                    * INFORTUNIO PRECEDENTE *
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
      *--------------*                    * INFORTUNIO SUCCESSIVO *
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
           EXEC CICS RECEIVE MAP    ('MFXOMAP')
                             MAPSET ('MFXOMAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFXOMAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFXOMAPI.
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
                 IF W-MODO-AGG
                    PERFORM 1440-AGGIORNA
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
           MOVE LOW-VALUE  TO MFXOMAPO.
           MOVE -1         TO M-MATRL.
           PERFORM 2999-CERCA-ERR.
       1425-EX. EXIT.

      * -------------------------------------------------------------- *
      * REGISTRAZIONE DELL'INFORTUNIO: RIGA CWINFORT CON I TERMINI     *
      * RICALCOLATI (ALLA CONFERMA 2210 NON VIENE RIESEGUITA) E, SE LA *
      * PROGNOSI VA OLTRE IL GIORNO DELL'EVENTO, ASSENZA 'IN' SU       *
      * CWASSENZE DAL GIORNO SUCCESSIVO ALLA FINE PROGNOSI             *
      * -------------------------------------------------------------- *
       1430-REGISTRA SECTION.
      *-------------*
           MOVE '1430-REGISTRA' TO W-ULT-LABEL.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                DDMMYY  (W-DATE)
                                TIME    (W-TIME)    END-EXEC.
           MOVE W-DATA-CERT    TO W-DATA-RIF-DEN.
           PERFORM 2400-CALCOLA-TERMINI.

           MOVE W-MATRICOLA    TO COD-MATRICOLA-DIP  OF DCL-CWINFORT.
           MOVE W-DATA-INF     TO DATA-INFORTUNIO    OF DCL-CWINFORT.
           MOVE W-ORA-INF      TO ORA-INFORTUNIO     OF DCL-CWINFORT.
           MOVE W-LUOGO        TO LUOGO              OF DCL-CWINFORT.
           MOVE W-DINAMICA     TO DINAMICA           OF DCL-CWINFORT.
           MOVE W-PARTE-LESA   TO PARTE-LESA         OF DCL-CWINFORT.
           MOVE W-TESTIMONE    TO TESTIMONE          OF DCL-CWINFORT.
           MOVE W-DATA-CERT    TO DATA-CERTIFICATO   OF DCL-CWINFORT.
           MOVE W-DATA-PROG    TO DATA-FINE-PROGNOSI OF DCL-CWINFORT.
           MOVE W-GG-PROGNOSI  TO GG-PROGNOSI        OF DCL-CWINFORT.
           MOVE W-SCADENZA-DEN TO DATA-SCADENZA-DEN  OF DCL-CWINFORT.
           MOVE W-STATO-DEN    TO STATO-DENUNCIA     OF DCL-CWINFORT.
           MOVE SPACES         TO DATA-DENUNCIA      OF DCL-CWINFORT
                                  PROTOCOLLO-INAIL   OF DCL-CWINFORT.
           MOVE COM-UTENTE TO UTENTE-REGISTRAZIONE   OF DCL-CWINFORT.
           MOVE W-DATE     TO DATA-REGISTRAZIONE     OF DCL-CWINFORT.
           EXEC SQL INSERT INTO CPS04.CWINFORT
                         VALUES (:DCL-CWINFORT.COD-MATRICOLA-DIP,
                                 :DCL-CWINFORT.DATA-INFORTUNIO,
                                 :DCL-CWINFORT.ORA-INFORTUNIO,
                                 :DCL-CWINFORT.LUOGO,
                                 :DCL-CWINFORT.DINAMICA,
                                 :DCL-CWINFORT.PARTE-LESA,
                                 :DCL-CWINFORT.TESTIMONE,
                                 :DCL-CWINFORT.DATA-CERTIFICATO,
                                 :DCL-CWINFORT.DATA-FINE-PROGNOSI,
                                 :DCL-CWINFORT.GG-PROGNOSI,
                                 :DCL-CWINFORT.DATA-SCADENZA-DEN,
                                 :DCL-CWINFORT.STATO-DENUNCIA,
                                 :DCL-CWINFORT.DATA-DENUNCIA,
                                 :DCL-CWINFORT.PROTOCOLLO-INAIL,
                                 :DCL-CWINFORT.UTENTE-REGISTRAZIONE,
                                 :DCL-CWINFORT.DATA-REGISTRAZIONE)
           END-EXEC.

           IF W-GG-PROGNOSI > 0
              PERFORM 1432-REGISTRA-ASSENZA
           END-IF.
       1430-EX. EXIT.

      * -------------------------------------------------------------- *
      * ASSENZA 'IN' DELL'INFORTUNIO SU CWASSENZE (W-DATA-INIZIO E     *
      * W-DATA-FINE IMPOSTATE DA 2400-CALCOLA-TERMINI)                 *
      * -------------------------------------------------------------- *
       1432-REGISTRA-ASSENZA SECTION.
      *---------------------*
           MOVE '1432-REG-ASSENZA' TO W-ULT-LABEL.
           MOVE W-MATRICOLA    TO COD-MATRICOLA-DIP OF DCL-CWASSENZE.
           MOVE 'IN'           TO TIPO-ASSENZA      OF DCL-CWASSENZE.
           MOVE W-DATA-INIZIO  TO DATA-INIZIO       OF DCL-CWASSENZE.
           MOVE W-DATA-FINE    TO DATA-FINE         OF DCL-CWASSENZE.
           MOVE COM-UTENTE TO UTENTE-REGISTRAZIONE  OF DCL-CWASSENZE.
           MOVE W-DATE     TO DATA-REGISTRAZIONE    OF DCL-CWASSENZE.
           MOVE W-TIME     TO ORA-REGISTRAZIONE     OF DCL-CWASSENZE.
           EXEC SQL INSERT INTO CPS04.CWASSENZE
                         VALUES (:DCL-CWASSENZE.COD-MATRICOLA-DIP,
                                 :DCL-CWASSENZE.TIPO-ASSENZA,
                                 :DCL-CWASSENZE.DATA-INIZIO,
                                 :DCL-CWASSENZE.DATA-FINE,
                                 :DCL-CWASSENZE.UTENTE-REGISTRAZIONE,
                                 :DCL-CWASSENZE.DATA-REGISTRAZIONE,
                                 :DCL-CWASSENZE.ORA-REGISTRAZIONE)
           END-EXEC.
       1432-EX. EXIT.

      * -------------------------------------------------------------- *
      * AGGIORNAMENTO DELL'INFORTUNIO (MODALITA' 3), RILETTO PER       *
      * MATRICOLA E DATA:                                              *
      * - PROTOCOLLO INAIL DIGITATO: DENUNCIA INVIATA IN DATA ODIERNA; *
      * - NUOVA FINE PROGNOSI: GIORNI RICALCOLATI E ASSENZA 'IN'       *
      *   PROLUNGATA (O APERTA, SE LA PRIMA PROGNOSI NON USCIVA DAL    *
      *   GIORNO DELL'EVENTO). UN INFORTUNIO NON SOGGETTO A DENUNCIA   *
      *   CHE SUPERA I 3 GIORNI DIVENTA DA DENUNCIARE, CON SCADENZA    *
      *   CALCOLATA DAL CERTIFICATO DI CONTINUAZIONE (OGGI)            *
      * -------------------------------------------------------------- *
       1440-AGGIORNA SECTION.
      *-------------*
           MOVE '1440-AGGIORNA' TO W-ULT-LABEL.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                DDMMYY  (W-DATE)
                                TIME    (W-TIME)
                                YYYYMMDD(W-DATA-OGGI)
                                DATESEP ('-')       END-EXEC.
           PERFORM 2320-LEGGI-INFORTUNIO.
           MOVE GG-PROGNOSI OF DCL-CWINFORT TO W-GG-PROG-PREC.

           IF NUOVA-PROGNOSI
              MOVE W-DATA-OGGI TO W-DATA-RIF-DEN
              PERFORM 2400-CALCOLA-TERMINI
              MOVE W-DATA-PROG   TO DATA-FINE-PROGNOSI OF DCL-CWINFORT
              MOVE W-GG-PROGNOSI TO GG-PROGNOSI        OF DCL-CWINFORT
              IF DENUNCIA-NON-DOVUTA AND W-STATO-DEN = 'D'
                 MOVE 'D'          TO STATO-DENUNCIA    OF DCL-CWINFORT
                 MOVE W-SCADENZA-DEN
                                   TO DATA-SCADENZA-DEN OF DCL-CWINFORT
              END-IF
              IF W-GG-PROG-PREC > 0
                 EXEC SQL UPDATE CPS04.CWASSENZE
                             SET DATA_FINE = :W-DATA-FINE
                           WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                           AND   TIPO_ASSENZA      = 'IN'
                           AND   DATA_INIZIO       = :W-DATA-INIZIO
                 END-EXEC
              ELSE
                 PERFORM 1432-REGISTRA-ASSENZA
              END-IF
           END-IF.

           IF W-PROTOCOLLO NOT = SPACES
              MOVE 'I'          TO STATO-DENUNCIA   OF DCL-CWINFORT
              MOVE W-DATA-OGGI  TO DATA-DENUNCIA    OF DCL-CWINFORT
              MOVE W-PROTOCOLLO TO PROTOCOLLO-INAIL OF DCL-CWINFORT
           END-IF.

           EXEC SQL UPDATE CPS04.CWINFORT
                       SET DATA_FINE_PROGNOSI =
                               :DCL-CWINFORT.DATA-FINE-PROGNOSI,
                           GG_PROGNOSI    = :DCL-CWINFORT.GG-PROGNOSI,
                           DATA_SCADENZA_DEN =
                               :DCL-CWINFORT.DATA-SCADENZA-DEN,
                           STATO_DENUNCIA =
                               :DCL-CWINFORT.STATO-DENUNCIA,
                           DATA_DENUNCIA  = :DCL-CWINFORT.DATA-DENUNCIA,
                           PROTOCOLLO_INAIL =
                               :DCL-CWINFORT.PROTOCOLLO-INAIL
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_INFORTUNIO   = :W-DATA-INF
           END-EXEC.
       1440-EX. EXIT.

      *----------------------------------------------------------------*
      * LA ROUTINE 1600-CARICA-CODA APRE IL CURSORE SUGLI INFORTUNI    *
      * DELLA MATRICOLA E SCRIVE UN ITEM DI CODA TS PER OGNI RIGA      *
      *----------------------------------------------------------------*
       1600-CARICA-CODA SECTION.
      *----------------*
           MOVE '1600-CARICA-CODA' TO W-ULT-LABEL.
           MOVE +0 TO CPS-ITEM-CODA.
           MOVE +0 TO COM-TOT-PAG.
           EXEC SQL OPEN CUR-INF59  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              PERFORM 2998-DBERROR
           END-IF.

           PERFORM 1650-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).

           EXEC SQL CLOSE CUR-INF59  END-EXEC.
       1600-EX. EXIT.

       1650-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-INF59
           INTO   :DCL-CWINFORT.COD-MATRICOLA-DIP,
                  :DCL-CWINFORT.DATA-INFORTUNIO,
                  :DCL-CWINFORT.ORA-INFORTUNIO,
                  :DCL-CWINFORT.LUOGO,
                  :DCL-CWINFORT.DINAMICA,
                  :DCL-CWINFORT.PARTE-LESA,
                  :DCL-CWINFORT.TESTIMONE,
                  :DCL-CWINFORT.DATA-CERTIFICATO,
                  :DCL-CWINFORT.DATA-FINE-PROGNOSI,
                  :DCL-CWINFORT.GG-PROGNOSI,
                  :DCL-CWINFORT.DATA-SCADENZA-DEN,
                  :DCL-CWINFORT.STATO-DENUNCIA,
                  :DCL-CWINFORT.DATA-DENUNCIA,
                  :DCL-CWINFORT.PROTOCOLLO-INAIL,
                  :DCL-CWINFORT.UTENTE-REGISTRAZIONE
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK
              PERFORM 1700-SCRIVI-CODA
           END-IF.
       1650-EX. EXIT.

       1700-SCRIVI-CODA SECTION.
      *----------------*
           MOVE COD-MATRICOLA-DIP    OF DCL-CWINFORT TO CPS-MATR.
           MOVE DATA-INFORTUNIO      OF DCL-CWINFORT TO CPS-DATA-INF.
           MOVE ORA-INFORTUNIO       OF DCL-CWINFORT TO CPS-ORA-INF.
           MOVE LUOGO                OF DCL-CWINFORT TO CPS-LUOGO.
           MOVE DINAMICA             OF DCL-CWINFORT TO CPS-DINAMICA.
           MOVE PARTE-LESA           OF DCL-CWINFORT TO CPS-PARTE-LESA.
           MOVE TESTIMONE            OF DCL-CWINFORT TO CPS-TESTIMONE.
           MOVE DATA-CERTIFICATO     OF DCL-CWINFORT TO CPS-DATA-CERT.
           MOVE DATA-FINE-PROGNOSI   OF DCL-CWINFORT TO CPS-DATA-PROG.
           MOVE GG-PROGNOSI          OF DCL-CWINFORT
                                              TO CPS-GG-PROGNOSI.
           MOVE DATA-SCADENZA-DEN    OF DCL-CWINFORT
                                              TO CPS-SCADENZA-DEN.
           MOVE STATO-DENUNCIA       OF DCL-CWINFORT TO CPS-STATO-DEN.
           MOVE DATA-DENUNCIA        OF DCL-CWINFORT TO CPS-DATA-DEN.
           MOVE PROTOCOLLO-INAIL     OF DCL-CWINFORT TO CPS-PROTOCOLLO.
           MOVE UTENTE-REGISTRAZIONE OF DCL-CWINFORT TO CPS-UTENTE.

           ADD 1 TO CPS-ITEM-CODA.
           EXEC CICS HANDLE CONDITION QIDERR (1700-EX) END-EXEC.
           EXEC CICS WRITEQ TS QUEUE  (CPSCODA)
                               FROM   (CPS-INFORTUNIO)
                               LENGTH (CPS-LEN-CODA)
           END-EXEC.
           MOVE CPS-ITEM-CODA TO COM-TOT-PAG.
       1700-EX. EXIT.

       1800-LEGGI-CODA SECTION.
      *---------------*
           EXEC CICS HANDLE CONDITION QIDERR (1800-EX) END-EXEC.
           EXEC CICS READQ TS  QUEUE  (CPSCODA)
                               INTO   (CPS-INFORTUNIO)
                               LENGTH (CPS-LEN-CODA)
                               ITEM   (CPS-ITEM-CODA)
           END-EXEC.
           PERFORM 1850-IMPOSTA-CAMPI.
       1800-EX. EXIT.

       1850-IMPOSTA-CAMPI SECTION.
      *------------------*
           MOVE -1                  TO M-MATRL.
           MOVE CPS-MATR            TO M-MATRO.
           MOVE CPS-DATA-INF(1:4)   TO M-A-INFO.
           MOVE CPS-DATA-INF(6:2)   TO M-M-INFO.
           MOVE CPS-DATA-INF(9:2)   TO M-G-INFO.
           MOVE CPS-ORA-INF         TO M-ORAINFO.
           MOVE CPS-LUOGO           TO M-LUOGOO.
           MOVE CPS-DINAMICA-1      TO M-DINAM1O.
           MOVE CPS-DINAMICA-2      TO M-DINAM2O.
           MOVE CPS-PARTE-LESA      TO M-PARTEO.
           MOVE CPS-TESTIMONE       TO M-TESTIMO.
           MOVE CPS-DATA-CERT(1:4)  TO M-A-CERO.
           MOVE CPS-DATA-CERT(6:2)  TO M-M-CERO.
           MOVE CPS-DATA-CERT(9:2)  TO M-G-CERO.
           MOVE CPS-DATA-PROG(1:4)  TO M-A-PROO.
           MOVE CPS-DATA-PROG(6:2)  TO M-M-PROO.
           MOVE CPS-DATA-PROG(9:2)  TO M-G-PROO.
           MOVE CPS-GG-PROGNOSI     TO W-GG-PROG-ED.
           MOVE W-GG-PROG-ED        TO M-GGPROO.
           MOVE CPS-SCADENZA-DEN    TO M-SCADO.
           EVALUATE CPS-STATO-DEN
              WHEN 'D'
                 MOVE 'DA DENUNCIARE' TO M-STATOO
              WHEN 'I'
                 MOVE 'DENUNCIATO'    TO M-STATOO
              WHEN OTHER
                 MOVE 'NON DOVUTA'    TO M-STATOO
           END-EVALUATE.
           MOVE CPS-DATA-DEN        TO M-DATADENO.
           MOVE CPS-PROTOCOLLO      TO M-PROTOCO.
           MOVE CPS-UTENTE          TO M-UTENTEO.
           MOVE CPS-ITEM-CODA       TO W-NUM-INF.
           MOVE W-NUM-INF           TO M-NUM-INFO.
           MOVE COM-TOT-PAG         TO W-TOT-INF.
           MOVE W-TOT-INF           TO M-TOT-INFO.
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
           EXEC CICS RECEIVE MAP    ('MFXOMAP')
                             MAPSET ('MFXOMAP') END-EXEC.
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
           MOVE M-MODOI  TO W-MODO.
           INSPECT M-A-INFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-INFI REPLACING ALL '_'       BY ' '.
           INSPECT M-M-INFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-INFI REPLACING ALL '_'       BY ' '.
           INSPECT M-G-INFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-INFI REPLACING ALL '_'       BY ' '.
           MOVE M-A-INFI TO W-AA-INF.
           MOVE M-M-INFI TO W-MM-INF.
           MOVE M-G-INFI TO W-GG-INF.
           INSPECT M-ORAINFI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-ORAINFI REPLACING ALL '_'       BY ' '.
           MOVE    M-ORAINFI TO W-ORA-INF.
           INSPECT M-LUOGOI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-LUOGOI  REPLACING ALL '_'       BY ' '.
           MOVE    M-LUOGOI  TO W-LUOGO.
           INSPECT M-DINAM1I REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DINAM1I REPLACING ALL '_'       BY ' '.
           MOVE    M-DINAM1I TO W-DINAMICA-1.
           INSPECT M-DINAM2I REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-DINAM2I REPLACING ALL '_'       BY ' '.
           MOVE    M-DINAM2I TO W-DINAMICA-2.
           INSPECT M-PARTEI  REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PARTEI  REPLACING ALL '_'       BY ' '.
           MOVE    M-PARTEI  TO W-PARTE-LESA.
           INSPECT M-TESTIMI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-TESTIMI REPLACING ALL '_'       BY ' '.
           MOVE    M-TESTIMI TO W-TESTIMONE.
           INSPECT M-A-CERI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-CERI REPLACING ALL '_'       BY ' '.
           INSPECT M-M-CERI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-CERI REPLACING ALL '_'       BY ' '.
           INSPECT M-G-CERI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-CERI REPLACING ALL '_'       BY ' '.
           MOVE M-A-CERI TO W-AA-CER.
           MOVE M-M-CERI TO W-MM-CER.
           MOVE M-G-CERI TO W-GG-CER.
           INSPECT M-A-PROI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-A-PROI REPLACING ALL '_'       BY ' '.
           INSPECT M-M-PROI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-M-PROI REPLACING ALL '_'       BY ' '.
           INSPECT M-G-PROI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-G-PROI REPLACING ALL '_'       BY ' '.
           MOVE M-A-PROI TO W-AA-PRO.
           MOVE M-M-PROI TO W-MM-PRO.
           MOVE M-G-PROI TO W-GG-PRO.
           MOVE 'N' TO SW-NUOVA-PROG.
           IF W-AA-PRO NOT = SPACES OR
              W-MM-PRO NOT = SPACES OR
              W-GG-PRO NOT = SPACES
              SET NUOVA-PROGNOSI TO TRUE
           END-IF.
           INSPECT M-PROTOCI REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-PROTOCI REPLACING ALL '_'       BY ' '.
           MOVE    M-PROTOCI TO W-PROTOCOLLO.
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
              WHEN W-MODO-AGG
                 PERFORM 2310-CONTROLLA-AGG
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
      * CONTROLLI DI REGISTRAZIONE (NEGATA AL RUOLO 4 COME IN          *
      * CW35DEMO): DATA E ORA DELL'EVENTO, LUOGO E DINAMICA            *
      * OBBLIGATORI, PARTE LESA CODIFICATA, CERTIFICATO E FINE         *
      * PROGNOSI NON ANTERIORI ALL'INFORTUNIO, UN SOLO INFORTUNIO PER  *
      * MATRICOLA E GIORNO, ASSENZA FUORI DAI PERIODI CONTABILI CHIUSI *
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
           PERFORM 2220-CONTROLLA-DATA-INF.
      *
           IF W-ORA-INF NOT NUMERIC OR
              W-ORA-HH > '23' OR W-ORA-MI > '59'
              MOVE '202'    TO W-COD-MSG-HOST
              MOVE -1       TO M-ORAINFL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-LUOGO = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-LUOGOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-DINAMICA = SPACES
              MOVE '001'    TO W-COD-MSG-HOST
              MOVE -1       TO M-DINAM1L
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT W-PARTE-VALIDA
              MOVE '203'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PARTEL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE W-DATA-CERT   TO W-DATA-CTL.
           PERFORM 2420-GIORNO-ASSOLUTO.
           MOVE W-GG-ASS-CTL  TO W-GG-ASS-CER.
           IF NOT DATA-CTL-VALIDA OR W-GG-ASS-CER < W-GG-ASS-INF
              MOVE '204'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-CERL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           MOVE W-DATA-PROG   TO W-DATA-CTL.
           PERFORM 2420-GIORNO-ASSOLUTO.
           MOVE W-GG-ASS-CTL  TO W-GG-ASS-PRO.
           IF NOT DATA-CTL-VALIDA OR W-GG-ASS-PRO < W-GG-ASS-INF
              MOVE '205'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-PROL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :W-COUNT
                      FROM  CPS04.CWINFORT
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_INFORTUNIO   = :W-DATA-INF
           END-EXEC.
           IF W-COUNT > 0
              MOVE '206'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INFL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * PERIODI CONTABILI CHIUSI (CPS04.CWPERIOD, VEDI CX33DEMO): SOLO
      * SE L'INFORTUNIO PRODUCE UN'ASSENZA
      * ---
           MOVE W-DATA-CERT TO W-DATA-RIF-DEN.
           PERFORM 2400-CALCOLA-TERMINI.
           IF W-GG-PROGNOSI > 0
              PERFORM 2260-CONTROLLA-PERIODO
           END-IF.
       2210-EX. EXIT.

      * -------------------------------------------------------------- *
      * DATA DELL'INFORTUNIO: FORMATO E VALIDITA' DI CALENDARIO        *
      * (IET016CT); NE CONSERVA IL NUMERO DI GIORNO ASSOLUTO           *
      * -------------------------------------------------------------- *
       2220-CONTROLLA-DATA-INF SECTION.
      *-----------------------*
           MOVE W-DATA-INF    TO W-DATA-CTL.
           PERFORM 2420-GIORNO-ASSOLUTO.
           IF NOT DATA-CTL-VALIDA
              MOVE '201'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INFL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-GG-ASS-CTL  TO W-GG-ASS-INF.
       2220-EX. EXIT.

      * -------------------------------------------------------------- *
      * MESE CONTABILE DELL'ASSENZA: SE CHIUSO SU CWPERIOD LA          *
      * REGISTRAZIONE E' RESPINTA (VEDI CX33DEMO)                      *
      * -------------------------------------------------------------- *
       2260-CONTROLLA-PERIODO SECTION.
      *----------------------*
           MOVE '2260-CTL-PERIOD' TO W-ULT-LABEL.
           MOVE W-DATA-INIZIO (1:7) TO W-ANNO-MESE-PER.
           PERFORM 2265-LEGGI-PERIODO.
           IF W-STATO-PERIODO = 'C'
              MOVE '176'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INFL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-DATA-FINE (1:7) TO W-ANNO-MESE-PER.
           PERFORM 2265-LEGGI-PERIODO.
           IF W-STATO-PERIODO = 'C'
              MOVE '176'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-PROL
              PERFORM 2999-CERCA-ERR
           END-IF.
       2260-EX. EXIT.

       2265-LEGGI-PERIODO SECTION.
      *------------------*
           MOVE 'A' TO W-STATO-PERIODO.
           EXEC SQL SELECT STATO_PERIODO
                      INTO :W-STATO-PERIODO
                      FROM  CPS04.CWPERIOD
                     WHERE ANNO_MESE = :W-ANNO-MESE-PER
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'A' TO W-STATO-PERIODO
           END-IF.
       2265-EX. EXIT.

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
      * CONSULTAZIONE: CARICA LA CODA TS E MOSTRA IL PRIMO INFORTUNIO  *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 1900-DELETEQ-TS.
           PERFORM 1600-CARICA-CODA.
      *
           IF COM-TOT-PAG = 0
              MOVE '211'    TO W-COD-MSG-HOST
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

      * -------------------------------------------------------------- *
      * CONTROLLI DI AGGIORNAMENTO: L'INFORTUNIO DELLA MATRICOLA ALLA  *
      * DATA DIGITATA DEVE ESISTERE; VA DIGITATO IL PROTOCOLLO INAIL   *
      * (DENUNCIA NON ANCORA REGISTRATA) E/O UNA FINE PROGNOSI         *
      * SUCCESSIVA ALLA PRECEDENTE, IL CUI PROLUNGAMENTO DELL'ASSENZA  *
      * NON DEVE CADERE IN UN PERIODO CONTABILE CHIUSO                 *
      * -------------------------------------------------------------- *
       2310-CONTROLLA-AGG SECTION.
      *------------------*
           MOVE '2310-CONTROLLA-AGG' TO W-ULT-LABEL.
           IF COM-UTENTE-4
              MOVE '008'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MODOL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           PERFORM 2220-CONTROLLA-DATA-INF.
           PERFORM 2320-LEGGI-INFORTUNIO.
           IF W-SQLCODE-NOT-FOUND
              MOVE '207'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-INFL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-PROTOCOLLO = SPACES AND NOT NUOVA-PROGNOSI
              MOVE '208'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PROTOCL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF W-PROTOCOLLO NOT = SPACES AND DENUNCIA-INVIATA
              MOVE '209'    TO W-COD-MSG-HOST
              MOVE -1       TO M-PROTOCL
              PERFORM 2999-CERCA-ERR
           END-IF.
      *
           IF NOT NUOVA-PROGNOSI
              GO TO 2310-EX
           END-IF.
           MOVE W-DATA-PROG   TO W-DATA-CTL.
           PERFORM 2420-GIORNO-ASSOLUTO.
           MOVE W-GG-ASS-CTL  TO W-GG-ASS-PRO.
           IF NOT DATA-CTL-VALIDA
              MOVE '205'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-PROL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE DATA-FINE-PROGNOSI OF DCL-CWINFORT TO W-DATA-CTL.
           PERFORM 2420-GIORNO-ASSOLUTO.
           MOVE W-GG-ASS-CTL  TO W-GG-ASS-PREC.
           IF W-GG-ASS-PRO NOT > W-GG-ASS-PREC
              MOVE '210'    TO W-COD-MSG-HOST
              MOVE -1       TO M-A-PROL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * IL PROLUNGAMENTO DELL'ASSENZA PARTE DAL GIORNO SUCCESSIVO
      * ALLA FINE PROGNOSI PRECEDENTE
      * ---
           EXEC SQL SELECT CHAR(DATE(:DCL-CWINFORT.DATA-FINE-PROGNOSI)
                                + 1 DAY, ISO)
                      INTO :W-DATA-INIZIO
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE W-DATA-PROG TO W-DATA-FINE.
           PERFORM 2260-CONTROLLA-PERIODO.
       2310-EX. EXIT.

      * -------------------------------------------------------------- *
      * LETTURA DELL'INFORTUNIO DELLA MATRICOLA ALLA DATA DIGITATA     *
      * -------------------------------------------------------------- *
       2320-LEGGI-INFORTUNIO SECTION.
      *---------------------*
           MOVE '2320-LEGGI-INF' TO W-ULT-LABEL.
           EXEC SQL SELECT DATA_FINE_PROGNOSI,
                           GG_PROGNOSI,
                           DATA_SCADENZA_DEN,
                           STATO_DENUNCIA,
                           DATA_DENUNCIA,
                           PROTOCOLLO_INAIL
                      INTO :DCL-CWINFORT.DATA-FINE-PROGNOSI,
                           :DCL-CWINFORT.GG-PROGNOSI,
                           :DCL-CWINFORT.DATA-SCADENZA-DEN,
                           :DCL-CWINFORT.STATO-DENUNCIA,
                           :DCL-CWINFORT.DATA-DENUNCIA,
                           :DCL-CWINFORT.PROTOCOLLO-INAIL
                      FROM  CPS04.CWINFORT
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                     AND   DATA_INFORTUNIO   = :W-DATA-INF
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
       2320-EX. EXIT.

      ******************************************************************
      * TERMINI DELL'INFORTUNIO DA DATA EVENTO E FINE PROGNOSI (GIA'   *
      * CONVALIDATE):                                                  *
      * - GIORNI DI PROGNOSI = FINE PROGNOSI - DATA INFORTUNIO;        *
      * - ASSENZA 'IN' DAL GIORNO SUCCESSIVO ALL'EVENTO ALLA FINE      *
      *   PROGNOSI (W-DATA-INIZIO / W-DATA-FINE);                      *
      * - DENUNCIA DOVUTA ('D') OLTRE I 3 GIORNI DI PROGNOSI, CON      *
      *   SCADENZA = W-DATA-RIF-DEN + GIORNI CWPARAM 'INFGGDEN'        *
      *   (DEFAULT 2); ALTRIMENTI NON DOVUTA ('N')                     *
      ******************************************************************
       2400-CALCOLA-TERMINI SECTION.
      *--------------------*
           MOVE '2400-CALC-TERM' TO W-ULT-LABEL.
           MOVE W-DATA-INF    TO W-DATA-CTL.
           PERFORM 2420-GIORNO-ASSOLUTO.
           MOVE W-GG-ASS-CTL  TO W-GG-ASS-INF.
           MOVE W-DATA-PROG   TO W-DATA-CTL.
           PERFORM 2420-GIORNO-ASSOLUTO.
           MOVE W-GG-ASS-CTL  TO W-GG-ASS-PRO.
           COMPUTE W-GG-PROGNOSI = W-GG-ASS-PRO - W-GG-ASS-INF.

           EXEC SQL SELECT CHAR(DATE(:W-DATA-INF) + 1 DAY, ISO)
                      INTO :W-DATA-INIZIO
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE W-DATA-PROG TO W-DATA-FINE.

           IF W-GG-PROGNOSI NOT > W-GG-NO-DEN
              MOVE 'N'    TO W-STATO-DEN
              MOVE SPACES TO W-SCADENZA-DEN
              GO TO 2400-EX
           END-IF.

           MOVE +2 TO W-GG-DEN.
           EXEC SQL SELECT VALORE_NUM
                      INTO :DCL-CWPARAM.VALORE-NUM
                      FROM  CPS04.CWPARAM
                     WHERE NOME_PARAMETRO = 'INFGGDEN'
           END-EXEC.
           IF SQLCODE = 0
              MOVE VALORE-NUM OF DCL-CWPARAM TO W-GG-DEN
           END-IF.
           MOVE 'D' TO W-STATO-DEN.
           EXEC SQL SELECT CHAR(DATE(:W-DATA-RIF-DEN)
                                + :W-GG-DEN DAYS, ISO)
                      INTO :W-SCADENZA-DEN
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC.
       2400-EX. EXIT.

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
           MOVE PROT-FSET TO M-MATRA
                             M-MODOA
                             M-A-INFA
                             M-M-INFA
                             M-G-INFA
                             M-ORAINFA
                             M-LUOGOA
                             M-DINAM1A
                             M-DINAM2A
                             M-PARTEA
                             M-TESTIMA
                             M-A-CERA
                             M-M-CERA
                             M-G-CERA
                             M-A-PROA
                             M-M-PROA
                             M-G-PROA
                             M-PROTOCA.
           MOVE UNPROT   TO M-CONF-OPA.
           MOVE -1       TO M-CONF-OPL.
           PERFORM 2999-CERCA-ERR.
       2500-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFXOMAPO.
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
                        MAP    ('MFXOMAP')
                        MAPSET ('MFXOMAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFXOMAP')
                        MAPSET ('MFXOMAP')
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
                     TRANSID  ('RX59')
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
