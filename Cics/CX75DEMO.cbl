       IDENTIFICATION DIVISION.
       PROGRAM-ID. CX75DEMO.
      * ---
      ******************************************************************
      * PROGETTO        : CENTRO PRODUZIONE SOFTWARE - I&T             *
      * ID. TRANSAZIONE : RX75                                         *
      *----------------------------------------------------------------*
      * AREA COMPETENTE : 1 - GESTIONE DIPENDENTI                      *
      * OGGETTO         : STORICO DEI CEDOLINI RESTITUITI DALLO STUDIO *
      *                   PAGHE (CPS04.CWCEDOLI)                       *
      * TIPO OPERAZIONE : CONSULTAZIONE                                *
      * RIFERIMENTO P.E.: PERIMETRO DI DIPARTIMENTO COME CW06DEMO      *
      *----------------------------------------------------------------*
      * CREAZIONE       : 15/10/2026                                   *
      * ULTIMA MODIFICA : 15/10/2026                                   *
      *----------------------------------------------------------------*
      * 15/10/2026 GM  PERIMETRO PER SOCIETA' DEL GRUPPO: GLI OPERATORI*
      *                CON SOCIETA' AUTORIZZATE SU CWUTESOC (CX99DEMO, *
      *                COM-SOC-RISTRETTA), AMMINISTRATORI COMPRESI, NON*
      *                OPERANO SU MATRICOLE DI ALTRE SOCIETA'          *
      *                (MESSAGGIO 366)                                 *
      * 15/10/2026 GM  LA TRACCIATURA SU CPS04.CWCONSUL VALORIZZA      *
      *                A SPAZI LA NUOVA COLONNA COD_DATO (CONSULTAZIONE*
      *                DELLA SCHEDA; LE VISUALIZZAZIONI IN CHIARO DEI  *
      *                DATI RISERVATI SONO TRACCIATE DA CY09DEMO)      *
      ******************************************************************
      ******************************************************************
      * MOSTRA PER LA MATRICOLA DIGITATA I RIEPILOGHI DEGLI ULTIMI     *
      * DODICI CEDOLINI CARICATI DAL BATCH CX74DEMO (COMPETENZA,       *
      * RETRIBUZIONE BASE, LORDO, CONTRIBUTI, IMPOSTE, NETTO, QUOTA    *
      * TFR) CON L'ESITO DEL RISCONTRO DELLA RETRIBUZIONE BASE CONTRO  *
      * QUELLA INVIATA ALLO STUDIO DA CW82DEMO. LA TRANSAZIONE E'      *
      * RAGGIUNGIBILE DAL DETTAGLIO CW06DEMO (PF7), CHE LASCIA LA      *
      * MATRICOLA IN COM-MATRICOLA. UN OPERATORE NON AMMINISTRATORE    *
      * VEDE SOLO I DIPENDENTI DEL PROPRIO DIPARTIMENTO; OGNI          *
      * CONSULTAZIONE RIUSCITA E' TRACCIATA SU CPS04.CWCONSUL.         *
      * LO STESSO STORICO E' MOSTRATO AL DIPENDENTE DAL CHIOSCO        *
      * CW76DEMO (PF7).                                                *
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
       01  W-MATR                          PIC X(5)      VALUE SPACES.
       01  W-MATRICOLA                     PIC S9(5)     USAGE COMP-3.
      * PERIMETRO DI DIPARTIMENTO (VEDI CW06DEMO - 2213)
       01  W-DIPART-LETTO                  PIC X(10)     VALUE SPACES.
       01  W-NUM-FUORI-SOC                 PIC S9(9)     COMP VALUE +0.
      * ---
      * RIGA DEL CEDOLINO A VIDEO: COMPETENZA, SEI IMPORTI SCOMPOSTI
      * IN PARTE INTERA E DECIMALE (RETRIBUZIONE BASE, LORDO,
      * CONTRIBUTI, IMPOSTE, NETTO, QUOTA TFR) ED ESITO DEL RISCONTRO
      * ---
       01  W-RIGA-CED.
           05  WR-COMPETENZA               PIC X(7).
           05  WR-IMPORTO OCCURS 6 TIMES.
               10  FILLER                  PIC X(1).
               10  WR-IMP-INT              PIC ZZZZZZ9.
               10  WR-IMP-VIRG             PIC X(1).
               10  WR-IMP-DEC              PIC 99.
           05  FILLER                      PIC X(2).
           05  WR-ESITO                    PIC X(1).
       01  W-TAB-IMPORTI.
           05  W-IMP                       PIC 9(7)V99 OCCURS 6 TIMES.
       01  W-IMP-ED.
           05  W-IMP-INT                   PIC 9(7)  VALUE ZEROES.
           05  W-IMP-DEC                   PIC 9(2)  VALUE ZEROES.
       01  W-IMP-NUM REDEFINES W-IMP-ED    PIC 9(7)V99.
       01  W-IND-CED                       PIC S9(4)  COMP VALUE +0.
       01  W-IND-IMP                       PIC S9(4)  COMP VALUE +0.
      * TRACCIATURA CONSULTAZIONI (CPS04.CWCONSUL, VEDI 2960)
       01  W-MATR-CONS                     PIC S9(5)  COMP-3 VALUE +0.
      * -------------------------------------------------------------- *
      *    CAMPI PER ASKTIME E FORMATTIME (ESTREMI DI CONSULTAZIONE)   *
      * -------------------------------------------------------------- *
       01  W-ABSTIME                       PIC S9(8)  COMP.
       01  W-DATE                          PIC X(6).
       01  W-TIME                          PIC X(6).
      * -------------------------------------------------------------- *
      *    DEFINIZIONE CAMPI STANDART DELLA TRANSAZIONE                *
      * -------------------------------------------------------------- *
       01  W-CTL-END                       PIC  X(4)   VALUE 'LOOP'.
       01  W-NOME-PGM                      PIC  X(8)   VALUE 'CX75DEMO'.
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
           EXEC SQL  INCLUDE CWCEDO         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWDIPE         END-EXEC.
      * ---
           EXEC SQL  INCLUDE CWCONS         END-EXEC.
      * -------------------------------------------------------------- *
      *    DEFINIZIONE DELLA MAPPA                                     *
      * -------------------------------------------------------------- *
           COPY MFY1MAP.
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
      * DECLARE CURSOR - CEDOLINI DELLA MATRICOLA, DAL PIU' RECENTE    *
      * (SE NE MOSTRANO AL MASSIMO DODICI)                             *
      * -------------------------------------------------------------- *
           EXEC SQL DECLARE CUR-CED75 CURSOR FOR
                    SELECT  COMPETENZA,
                            RETRIB_BASE,
                            LORDO,
                            CONTRIBUTI,
                            IMPOSTE,
                            NETTO,
                            QUOTA_TFR,
                            ESITO_RISCONTRO
                    FROM  CPS04.CWCEDOLI
                    WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                    ORDER BY COMPETENZA DESC
                    FETCH FIRST 12 ROWS ONLY
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
           PERFORM 1200-TASTI-FUNZ.
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
           EXEC CICS HANDLE AID PF1 END-EXEC.
           EXEC CICS HANDLE CONDITION MAPFAIL (1244-SALVA)
           END-EXEC.
           EXEC CICS RECEIVE MAP    ('MFY1MAP')
                             MAPSET ('MFY1MAP') END-EXEC.

       1244-SALVA.
           MOVE EIBTRMID TO W-TERM-SALVA.
           EXEC CICS HANDLE CONDITION QIDERR (1244-SCRIVI)
           END-EXEC.
           EXEC CICS DELETEQ TS QUEUE (W-CODA-SALVA-MAPPA) END-EXEC.

       1244-SCRIVI.
           MOVE COM-GIRO        TO W-SALVA-GIRO.
           MOVE MFY1MAPI TO W-SALVA-MAPPA.
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
           MOVE W-SALVA-MAPPA TO MFY1MAPI.
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

       2000-CORPO-ELAB SECTION.
      *---------------*
           IF W-NOME-PGM = COM-NOME-PGM
            THEN
              PERFORM 2100-RECEIVE
              PERFORM 2200-CONTROLLI
              PERFORM 2300-CONSULTA
            ELSE
              PERFORM 2900-RIEMP-MASK
           END-IF.
       2000-EX. EXIT.

       2100-RECEIVE SECTION.
      *------------*
           MOVE '2100-RECEIVE' TO W-ULT-LABEL.
           EXEC CICS RECEIVE MAP    ('MFY1MAP')
                             MAPSET ('MFY1MAP') END-EXEC.
           INSPECT M-MATRI    REPLACING ALL LOW-VALUE BY ' '.
           INSPECT M-MATRI    REPLACING ALL '_'       BY ' '.
           MOVE    M-MATRI    TO W-MATR.
      * ---
      * SE LA MASCHERA ARRIVA VUOTA MA CW06DEMO HA LASCIATO LA
      * MATRICOLA IN COMMAREA, SI PROPONE QUELLA
      * ---
           IF W-MATR = SPACES AND COM-MATRICOLA NUMERIC
              MOVE COM-MATRICOLA TO W-MATR
           END-IF.
           MOVE SPACE TO M-MSGO.
       2100-EX. EXIT.

      * -------------------------------------------------------------- *
      * LA MATRICOLA DEVE ESISTERE SU CWDIPENDENTI E, PER UN NON       *
      * AMMINISTRATORE, ESSERE DEL PROPRIO DIPARTIMENTO                *
      * (PERIMETRO DI CW06DEMO - 2213)                                 *
      * -------------------------------------------------------------- *
       2200-CONTROLLI SECTION.
      *--------------*
           MOVE '2200-CONTROLLI' TO W-ULT-LABEL.
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
           MOVE SPACES TO W-DIPART-LETTO.
           EXEC SQL SELECT DIPARTIMENTO,
                           COGNOME,
                           NOME
                      INTO :W-DIPART-LETTO,
                           :DCL-CPSDIP.COGNOME,
                           :DCL-CPSDIP.NOME
                      FROM  CPS04.CWDIPENDENTI
                     WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-NOT-FOUND
              MOVE '015'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
           MOVE W-MATR                TO M-MATRO.
           MOVE COGNOME OF DCL-CPSDIP TO M-COGNO.
           MOVE NOME    OF DCL-CPSDIP TO M-NOMEO.
           MOVE W-DIPART-LETTO        TO M-DIPARTO.
      *
           PERFORM 2215-CONTROLLA-PERIMETRO.
       2200-EX. EXIT.

       2215-CONTROLLA-PERIMETRO SECTION.
      *------------------------*
      * ---
      * PERIMETRO PER SOCIETA' DEL GRUPPO: CON AUTORIZZAZIONI SU
      * CWUTESOC (COM-SOC-LIMITATE, VEDI CX99DEMO) LA MATRICOLA DEVE
      * ESSERE DI UNA SOCIETA' CONCESSA, ANCHE PER L'AMMINISTRATORE
      * ---
           IF COM-SOC-LIMITATE
              MOVE +0 TO W-NUM-FUORI-SOC
              EXEC SQL SELECT COUNT(*)
                         INTO :W-NUM-FUORI-SOC
                         FROM  CPS04.CWDIPENDENTI
                        WHERE COD_MATRICOLA_DIP = :W-MATRICOLA
                        AND   COD_SOCIETA NOT IN
                              (SELECT U.COD_SOCIETA
                                 FROM CPS04.CWUTESOC U
                                WHERE U.UTENTE = :COM-UTENTE)
              END-EXEC
              IF W-NUM-FUORI-SOC > +0
                 MOVE '366'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MATRL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
           IF NOT COM-UTENTE-1
              IF COM-DIPART-UTENTE = SPACES OR
                 W-DIPART-LETTO NOT = COM-DIPART-UTENTE
                 MOVE '118'    TO W-COD-MSG-HOST
                 MOVE -1       TO M-MATRL
                 PERFORM 2999-CERCA-ERR
              END-IF
           END-IF.
       2215-EX. EXIT.

      * -------------------------------------------------------------- *
      * CONSULTAZIONE: ULTIMI DODICI CEDOLINI DELLA MATRICOLA, DAL     *
      * PIU' RECENTE, UNO PER RIGA (M-RIGAO)                           *
      * -------------------------------------------------------------- *
       2300-CONSULTA SECTION.
      *-------------*
           MOVE '2300-CONSULTA' TO W-ULT-LABEL.
           PERFORM 2310-PULISCI-RIGA
                   VARYING W-IND-CED FROM 1 BY 1
                   UNTIL W-IND-CED > 12.
           MOVE +0     TO W-IND-CED.
           EXEC SQL OPEN CUR-CED75  END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF NOT W-SQLCODE-OK
              PERFORM 2998-DBERROR
           END-IF.

           PERFORM 2320-FETCH UNTIL
            (W-SQLCODE-NOT-FOUND OR NOT W-SQLCODE-OK).

           EXEC SQL CLOSE CUR-CED75  END-EXEC.
      *
           IF W-IND-CED = 0
              MOVE '265'    TO W-COD-MSG-HOST
              MOVE -1       TO M-MATRL
              PERFORM 2999-CERCA-ERR
           END-IF.
      * ---
      * LA CONSULTAZIONE RIUSCITA VIENE TRACCIATA SU CWCONSUL
      * (STESSA TRACCIATURA PRIVACY DI CW06DEMO)
      * ---
           PERFORM 2960-LOG-CONSULTAZIONE.
           MOVE '266'    TO W-COD-MSG-HOST.
           MOVE -1       TO M-MATRL.
           PERFORM 2999-CERCA-ERR.
       2300-EX. EXIT.

       2310-PULISCI-RIGA SECTION.
      *-----------------*
           MOVE SPACES TO M-RIGAO (W-IND-CED).
       2310-EX. EXIT.

       2320-FETCH SECTION.
      *----------*
           EXEC SQL FETCH   CUR-CED75
           INTO   :DCL-CWCEDOLI.COMPETENZA,
                  :DCL-CWCEDOLI.RETRIB-BASE,
                  :DCL-CWCEDOLI.LORDO,
                  :DCL-CWCEDOLI.CONTRIBUTI,
                  :DCL-CWCEDOLI.IMPOSTE,
                  :DCL-CWCEDOLI.NETTO,
                  :DCL-CWCEDOLI.QUOTA-TFR,
                  :DCL-CWCEDOLI.ESITO-RISCONTRO
           END-EXEC.
           MOVE SQLCODE TO W-SQLCODE.
           IF W-SQLCODE-OK AND W-IND-CED < 12
              ADD 1 TO W-IND-CED
              MOVE SPACES                      TO W-RIGA-CED
              MOVE COMPETENZA  OF DCL-CWCEDOLI TO WR-COMPETENZA
              MOVE RETRIB-BASE OF DCL-CWCEDOLI TO W-IMP (1)
              MOVE LORDO       OF DCL-CWCEDOLI TO W-IMP (2)
              MOVE CONTRIBUTI  OF DCL-CWCEDOLI TO W-IMP (3)
              MOVE IMPOSTE     OF DCL-CWCEDOLI TO W-IMP (4)
              MOVE NETTO       OF DCL-CWCEDOLI TO W-IMP (5)
              MOVE QUOTA-TFR   OF DCL-CWCEDOLI TO W-IMP (6)
              PERFORM 2330-EDITA-IMPORTO
                      VARYING W-IND-IMP FROM 1 BY 1
                      UNTIL W-IND-IMP > 6
              MOVE ESITO-RISCONTRO OF DCL-CWCEDOLI TO WR-ESITO
              MOVE W-RIGA-CED TO M-RIGAO (W-IND-CED)
           END-IF.
       2320-EX. EXIT.

      * ---
      * IMPORTO SCOMPOSTO IN PARTE INTERA E DECIMALE (COME LA
      * RETRIBUZIONE PROPOSTA DI CW18DEMO)
      * ---
       2330-EDITA-IMPORTO SECTION.
      *------------------*
           MOVE W-IMP (W-IND-IMP) TO W-IMP-NUM.
           MOVE W-IMP-INT         TO WR-IMP-INT  (W-IND-IMP).
           MOVE ','               TO WR-IMP-VIRG (W-IND-IMP).
           MOVE W-IMP-DEC         TO WR-IMP-DEC  (W-IND-IMP).
       2330-EX. EXIT.

       2900-RIEMP-MASK SECTION.
      *---------------*
           MOVE '2900-RIEMP-MASK' TO W-ULT-LABEL.
           MOVE LOW-VALUE  TO MFY1MAPO.
      * MATRICOLA PROPOSTA DAL DETTAGLIO CW06DEMO (VEDI 2100-RECEIVE)
           IF COM-MATRICOLA NUMERIC
              MOVE COM-MATRICOLA TO M-MATRO
           END-IF.
           MOVE -1         TO M-MATRL.
           MOVE SPACE      TO COM-GIRO.
           MOVE W-NOME-PGM TO COM-NOME-PGM.
       2900-EX. EXIT.

       2960-LOG-CONSULTAZIONE SECTION.
      *----------------------*
           MOVE '2960-LOG-CONS' TO W-ULT-LABEL.
           EXEC CICS ASKTIME    ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
                                DDMMYY  (W-DATE)
                                TIME    (W-TIME)    END-EXEC.
           MOVE W-MATRICOLA  TO W-MATR-CONS.
           MOVE COM-UTENTE   TO UTENTE   OF DCL-CWCONSUL.
           MOVE EIBTRMID     TO TERMINALE  OF DCL-CWCONSUL.
           MOVE W-MATR-CONS  TO COD-MATRICOLA-DIP OF DCL-CWCONSUL.
           MOVE EIBTRNID     TO TRANSID    OF DCL-CWCONSUL.
           MOVE W-DATE       TO DATA-CONSULTAZIONE OF DCL-CWCONSUL.
           MOVE W-TIME       TO ORA-CONSULTAZIONE  OF DCL-CWCONSUL.
           MOVE SPACES       TO COD-DATO           OF DCL-CWCONSUL.
           EXEC SQL INSERT INTO CPS04.CWCONSUL
                         VALUES (:DCL-CWCONSUL.UTENTE,
                                 :DCL-CWCONSUL.TERMINALE,
                                 :DCL-CWCONSUL.COD-MATRICOLA-DIP,
                                 :DCL-CWCONSUL.TRANSID,
                                 :DCL-CWCONSUL.DATA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.ORA-CONSULTAZIONE,
                                 :DCL-CWCONSUL.COD-DATO)
           END-EXEC.
       2960-EX. EXIT.

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
                        MAP    ('MFY1MAP')
                        MAPSET ('MFY1MAP')
                        CURSOR
                        DATAONLY
                        FREEKB
              END-EXEC
            ELSE
              MOVE W-NOME-PGM  TO COM-NOME-PGM
              EXEC CICS SEND
                        MAP    ('MFY1MAP')
                        MAPSET ('MFY1MAP')
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
                     TRANSID  ('RX75')
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
